000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRARX                                        *
000040*    PURPOSE:    Record layout for the outbound extract to the *
000050*                corporate asset register.  One record per     *
000060*                CLRTRM terminal, written by CLRARX, carrying  *
000070*                its last-certified date, next due date and    *
000080*                certification status as of the business date *
000090*                in CLRARX-EXTRACT-DATE.  Status is judged     *
000100*                with the same due arithmetic as CLRBAT; an    *
000110*                open CLRERR exception from the last pass      *
000120*                outranks the date-based status.               *
000130*    MODIFICATION HISTORY                                       *
000140*    DATE      INIT  DESCRIPTION                                *
000150*    20261015  RFH   Original copybook.                         *
000160*                                                               *
000170*****************************************************************
000180 01  CLRARX-RECORD.
000190     05  CLRARX-TERM-ID          PIC X(08).
000200     05  CLRARX-TERM-TYPE        PIC X(05).
000210     05  CLRARX-CERT-FREQ        PIC X(03).
000220     05  CLRARX-LAST-CERT-DATE   PIC X(08).
000230     05  CLRARX-NEXT-DUE-DATE    PIC X(08).
000240     05  CLRARX-STATUS           PIC X(01).
000250         88  CLRARX-CURRENT                 VALUE "C".
000260         88  CLRARX-OVERDUE                 VALUE "O".
000270         88  CLRARX-NEVER-CERTIFIED         VALUE "N".
000280         88  CLRARX-OPEN-EXCEPTION          VALUE "E".
000290     05  CLRARX-STATUS-TEXT      PIC X(15).
000300     05  CLRARX-EXC-REASON       PIC X(20).
000310     05  CLRARX-EXTRACT-DATE     PIC X(08).
000320     05  FILLER                  PIC X(04).
