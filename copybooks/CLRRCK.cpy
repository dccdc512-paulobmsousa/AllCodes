000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRRCK                                        *
000040*    PURPOSE:    Record layout for the keyed self-test re-check*
000050*                queue.  One record per CLRCRH verdict drawn   *
000060*                by the CLRRCS sampling job, keyed exactly as  *
000070*                the CLRCRH record it samples, carrying the    *
000080*                original operator and verdict, the background *
000090*                the swatch was judged on, and the second      *
000100*                operator (off the CLROPM register, never the  *
000110*                original one) it is queued for.  SAMPLE run   *
000120*                with SAMPLE-MODE=RECHECK at the same terminal *
000130*                repaints each queued swatch on that background*
000140*                and files the second verdict here - the       *
000150*                CLRCRT/CLRCRH certification itself is never   *
000160*                touched.  Status Q queued, D re-judged.       *
000170*    MODIFICATION HISTORY                                       *
000180*    DATE      INIT  DESCRIPTION                                *
000190*    20261015  RFH   Original copybook.                         *
000192*    20261015  RFH   Swatch-set version of the sampled         *
000194*                verdict, copied from CLRCRH out of the        *
000196*                FILLER, so the re-check repaints the          *
000198*                colour the original operator saw.             *
000200*                                                               *
000210*****************************************************************
000220 01  CLRRCK-RECORD.
000230     05  CLRRCK-KEY.
000240         10  CLRRCK-TERM-ID      PIC X(08).
000250         10  CLRRCK-STYLE        PIC 9(01).
000260         10  CLRRCK-SWATCH-ROW   PIC 9(03).
000270         10  CLRRCK-TEST-DATE    PIC X(08).
000280     05  CLRRCK-ORIG-OPER-ID     PIC X(08).
000290     05  CLRRCK-ORIG-VERDICT     PIC X(01).
000300     05  CLRRCK-BG-ATTR          PIC 9(03).
000310     05  CLRRCK-RCK-OPER-ID      PIC X(08).
000320     05  CLRRCK-QUEUE-DATE       PIC X(08).
000330     05  CLRRCK-STATUS           PIC X(01).
000340         88  CLRRCK-QUEUED               VALUE "Q".
000350         88  CLRRCK-DONE                 VALUE "D".
000360     05  CLRRCK-RCK-VERDICT      PIC X(01).
000370     05  CLRRCK-RCK-DATE         PIC X(08).
000380     05  CLRRCK-RCK-TIME         PIC X(06).
000390     05  CLRRCK-SWT-VERSION      PIC 9(02).
000400     05  FILLER                  PIC X(06).
