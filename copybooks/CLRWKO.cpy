000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRWKO                                        *
000040*    PURPOSE:    Record layout for the keyed repair work-order *
000050*                file.  One record per repair order, opened by *
000060*                CLRWKB from a CLRERR exception or a failing   *
000070*                CLRCRT/CLRCRH verdict and worked on the       *
000080*                CLRWKM screen.  The key is the terminal, the  *
000090*                display style and swatch row the failure was  *
000100*                seen on (style 0/row 000 for a terminal-level *
000110*                CLRERR failure) and the date of the evidence  *
000120*                that opened it.  Status O open, F fixed       *
000130*                (awaiting proof), C closed - an order only    *
000140*                goes to C when CLRCRH shows a passing self-   *
000150*                test dated after the fix date.                 *
000160*    MODIFICATION HISTORY                                       *
000170*    DATE      INIT  DESCRIPTION                                *
000180*    20261015  RFH   Original copybook.                         *
000190*                                                               *
000200*****************************************************************
000210 01  CLRWKO-RECORD.
000220     05  CLRWKO-KEY.
000230         10  CLRWKO-TERM-ID      PIC X(08).
000240         10  CLRWKO-STYLE        PIC 9(01).
000250         10  CLRWKO-SWATCH-ROW   PIC 9(03).
000260         10  CLRWKO-OPEN-DATE    PIC X(08).
000270     05  CLRWKO-SOURCE           PIC X(03).
000280     05  CLRWKO-REASON           PIC X(20).
000290     05  CLRWKO-STATUS           PIC X(01).
000300     05  CLRWKO-ASSIGNEE         PIC X(08).
000310     05  CLRWKO-NOTE             PIC X(40).
000320     05  CLRWKO-FIX-DATE         PIC X(08).
000330     05  CLRWKO-FIX-OPER-ID      PIC X(08).
000340     05  CLRWKO-CLOSE-DATE       PIC X(08).
000350     05  CLRWKO-UPD-OPER-ID      PIC X(08).
000360     05  FILLER                  PIC X(06).
