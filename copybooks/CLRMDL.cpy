000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRMDL                                         *
000040*    PURPOSE:    Record layout for the terminal model           *
000050*                catalogue.  One record per hardware model,     *
000060*                keyed on the model code CLRTRM-MODEL-CODE      *
000070*                points at, carrying the vendor, the model      *
000080*                name, the colour capability (0 monochrome,     *
000090*                8, 16 or 256 colours) and a Y/N flag for each  *
000100*                of the five SAMPLE display styles (1 default,  *
000110*                2 highlight, 3 lowlight, 4 reverse, 5 high-    *
000120*                intensity) the model can actually render.      *
000130*                Maintained on CLRMMN; read by CLRTMN and       *
000140*                CLRMDR.                                        *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE      INIT  DESCRIPTION                                *
000170*    20261015  RFH   Original copybook.                         *
000180*                                                               *
000190*****************************************************************
000200 01  CLRMDL-RECORD.
000210     05  CLRMDL-MODEL-CODE       PIC X(04).
000220     05  CLRMDL-VENDOR           PIC X(20).
000230     05  CLRMDL-MODEL-NAME       PIC X(20).
000240     05  CLRMDL-COLOURS          PIC 9(03).
000250     05  CLRMDL-COLOURS-X
000260         REDEFINES CLRMDL-COLOURS
000270                                 PIC X(03).
000280     05  CLRMDL-STYLE-FLAGS      PIC X(05).
000290     05  CLRMDL-STYLE-TABLE
000300         REDEFINES CLRMDL-STYLE-FLAGS.
000310         10  CLRMDL-STYLE-OK     PIC X(01) OCCURS 5 TIMES.
000320     05  CLRMDL-LAST-UPDATED.
000330         10  CLRMDL-UPD-DATE     PIC X(08).
000340         10  CLRMDL-UPD-TIME     PIC X(06).
000350     05  FILLER                  PIC X(14).
