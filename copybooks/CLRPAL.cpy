000112*                the 256-colour palette (0-255); the record    *
000113*                length is unchanged, the FILLER gave up the   *
000114*                byte.  Reload the file after this change.     *
000115*    20261015  RFH   Reference RGB added for the contrast      *
000116*                analysis (CLRCON), as six hex digits RRGGBB   *
000117*                in the six bytes the FILLER held; the record  *
000118*                length is unchanged.                          *
000120*                                                               *
000130*****************************************************************
000140 01  CLRPAL-RECORD.
000150     05  CLRPAL-COLOUR-NAME      PIC X(10).
000160     05  CLRPAL-COLOUR-VALUE     PIC 9(03).
000170     05  CLRPAL-INTENSITY        PIC X(01).
000180     05  CLRPAL-REF-RGB          PIC X(06).
000190     05  CLRPAL-REF-RGB-PARTS REDEFINES CLRPAL-REF-RGB.
000200         10  CLRPAL-REF-RED      PIC X(02).
000210         10  CLRPAL-REF-GREEN    PIC X(02).
000220         10  CLRPAL-REF-BLUE     PIC X(02).
