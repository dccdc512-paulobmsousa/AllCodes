000010*****************************************************************
000020*                                                              *
000030*    COPYBOOK:   CLRSWV                                        *
000040*    PURPOSE:    Record layout for the swatch-set version      *
000050*                archive.  Every CLRSWT set CLRAPL promotes is *
000060*                appended here under the next version number   *
000070*                with the business date it went live, one      *
000080*                record per swatch row in row order, so a      *
000090*                verdict filed under a version (CLRCRT/CLRCRH  *
000100*                SWT-VERSION) can always be resolved back to   *
000110*                the label, colour and attribute its row       *
000120*                showed - whatever CLRSWT holds today.  Never  *
000130*                rewritten; read through CLRSWR.               *
000140*    MODIFICATION HISTORY                                      *
000150*    DATE      INIT  DESCRIPTION                               *
000160*    20261015  RFH   Original copybook.                        *
000170*                                                              *
000180*****************************************************************
000190 01  CLRSWV-RECORD.
000200     05  CLRSWV-VERSION          PIC 9(02).
000210     05  CLRSWV-EFF-DATE         PIC X(08).
000220     05  CLRSWV-SWATCH-ROW       PIC 9(03).
000230     05  CLRSWV-LABEL            PIC X(07).
000240     05  CLRSWV-COLOUR-NAME      PIC X(07).
000250     05  CLRSWV-ATTR-VALUE       PIC 9(03).
000260     05  FILLER                  PIC X(10).
