000123*                record length is unchanged, the FILLER gave   *
000124*                up the byte.  Reload the file after this      *
000125*                change.                                        *
000126*    20261015  RFH   Set version out of the FILLER (length      *
000127*                unchanged) - CLRAPL stamps each row of a       *
000128*                promoted set with its CLRSWV version; spaces   *
000129*                until promoted or converted by CLRSVN.         *
000130*                                                               *
000140*****************************************************************
000150 01  CLRSWT-RECORD.
000160     05  CLRSWT-LABEL            PIC X(07).
000170     05  CLRSWT-COLOUR-NAME      PIC X(07).
000180     05  CLRSWT-ATTR-VALUE       PIC 9(03).
000190     05  CLRSWT-SET-VERSION      PIC 9(02).
000200     05  FILLER                  PIC X(01).
