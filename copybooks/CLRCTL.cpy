000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRCTL                                        *
000040*    PURPOSE:    Record layout for the control-total ledger.   *
000050*                Every program that adds records to, or takes  *
000060*                them off, the evidence files (CLRAUD, CLRRPT, *
000070*                CLRCRH and the CLRAUDA/CLRRPTA archives)      *
000080*                posts one record per file, data date and      *
000090*                direction it touched through the CLRCTS       *
000100*                service: how many records and their hash      *
000110*                total.  The data date is the record's own     *
000120*                date - CLRAUD run date, CLRRPT block header   *
000130*                date, CLRCRH test date.  CLRCTV sums the      *
000140*                ledger and compares it with the files.        *
000150*    MODIFICATION HISTORY                                       *
000160*    DATE      INIT  DESCRIPTION                                *
000170*    20261015  RFH   Original copybook.                         *
000180*                                                               *
000190*****************************************************************
000200 01  CLRCTL-RECORD.
000210     05  CLRCTL-FILE-ID          PIC X(08).
000220     05  CLRCTL-DATA-DATE        PIC X(08).
000230     05  CLRCTL-DIRECTION        PIC X(01).
000240         88  CLRCTL-ADDED                   VALUE "+".
000250         88  CLRCTL-REMOVED                 VALUE "-".
000260     05  CLRCTL-REC-COUNT        PIC 9(07).
000270     05  CLRCTL-HASH-TOTAL       PIC 9(15).
000280     05  CLRCTL-PROGRAM          PIC X(08).
000290     05  CLRCTL-POST-DATE        PIC X(08).
000300     05  CLRCTL-POST-TIME        PIC X(06).
000310     05  FILLER                  PIC X(02).
