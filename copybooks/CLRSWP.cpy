000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRSWP                                         *
000040*    PURPOSE:    Parameter area for the CLRSWR swatch-set       *
000050*                resolver.  Set CLRSWP-FUNCTION and the input   *
000060*                field(s) it needs, CALL "CLRSWR" USING         *
000070*                CLRSWP-PARMS, then test CLRSWP-STATUS:         *
000080*                  R  resolve a verdict's swatch row (in        *
000090*                     VERSION, TEST-DATE, SWATCH-ROW; out       *
000100*                     VERSION, EFF-DATE, LABEL, COLOUR-NAME,    *
000110*                     ATTR-VALUE, ROW-COUNT)                    *
000120*                  D  the version live on a date (in            *
000130*                     TEST-DATE; out VERSION, EFF-DATE,         *
000140*                     ROW-COUNT)                                *
000150*                  L  the version of the live CLRSWT (out       *
000160*                     VERSION, ROW-COUNT)                       *
000170*                R takes the VERSION given if it is archived    *
000180*                (00 = the compiled-in base eight), else the    *
000190*                version live on TEST-DATE, else the live       *
000200*                CLRSWT (VERSION handed back as spaces when     *
000210*                it carries none).  R and D both give 00 for    *
000212*                a TEST-DATE before every archived set.         *
000214*                Status 00 = resolved, 04 = row not in that     *
000220*                set / no version on that date, 08 =            *
000230*                function code not recognised.                  *
000250*    MODIFICATION HISTORY                                       *
000260*    DATE      INIT  DESCRIPTION                                *
000270*    20261015  RFH   Original copybook.                         *
000273*    20261015  RFH   A date before every archived set is 00.    *
000280*                                                               *
000290*****************************************************************
000300 01  CLRSWP-PARMS.
000310     05  CLRSWP-FUNCTION         PIC X(01).
000320         88  CLRSWP-RESOLVE-ROW          VALUE "R".
000330         88  CLRSWP-VERSION-ON-DATE      VALUE "D".
000340         88  CLRSWP-LIVE-VERSION         VALUE "L".
000350     05  CLRSWP-VERSION          PIC X(02).
000360     05  CLRSWP-TEST-DATE        PIC X(08).
000370     05  CLRSWP-SWATCH-ROW       PIC 9(03).
000380     05  CLRSWP-EFF-DATE         PIC X(08).
000390     05  CLRSWP-LABEL            PIC X(07).
000400     05  CLRSWP-COLOUR-NAME      PIC X(07).
000410     05  CLRSWP-ATTR-VALUE       PIC 9(03).
000420     05  CLRSWP-ROW-COUNT        PIC 9(03).
000430     05  CLRSWP-STATUS           PIC X(02).
000440         88  CLRSWP-OK                   VALUE "00".
000450         88  CLRSWP-NOT-FOUND            VALUE "04".
000460         88  CLRSWP-BAD-FUNCTION         VALUE "08".
