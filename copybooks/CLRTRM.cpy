000231*    20260902  RFH   The file is indexed now, keyed on        *
000232*                CLRTRM-TERM-ID (one-time load by CLRCNV);    *
000233*                the layout itself is unchanged.              *
000234*    20261015  RFH   The four-byte FILLER is now               *
000235*                CLRTRM-MODEL-CODE, the terminal's entry       *
000236*                on the CLRMDL model catalogue.  Blanks        *
000237*                mean not yet linked; record length is         *
000238*                unchanged.                                    *
000240*                                                               *
000250*****************************************************************
000260 01  CLRTRM-RECORD.
000310         REDEFINES CLRTRM-CERT-FREQ-DAYS
000320                                 PIC X(03).
000330     05  CLRTRM-LAST-CERT-DATE   PIC X(08).
000340     05  CLRTRM-MODEL-CODE       PIC X(04).
