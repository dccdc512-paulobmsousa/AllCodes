000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRCTP                                        *
000040*    PURPOSE:    Parameter area for the CLRCTS control-total   *
000050*                subprogram.  Set CLRCTP-FUNCTION and the      *
000060*                input field(s) it needs, CALL "CLRCTS" USING  *
000070*                CLRCTP-PARMS, then test CLRCTP-STATUS:        *
000080*                  H  hash one record  (in DATA/LENGTH,        *
000090*                     out HASH)                                *
000100*                  P  post one record  (in FILE-ID, DATA-DATE, *
000110*                     DIRECTION, DATA/LENGTH; out HASH) - held *
000120*                     until the next F                         *
000130*                  C  cancel the postings held for FILE-ID     *
000140*                     (in FILE-ID) - the change they describe  *
000150*                     never reached the file                   *
000160*                  F  flush the held postings to the CLRCTL    *
000170*                     ledger under PROGRAM (in PROGRAM)        *
000180*                Status 00 = done, 08 = function code not      *
000190*                recognised, 12 = the ledger could not be      *
000200*                written.                                      *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE      INIT  DESCRIPTION                                *
000230*    20261015  RFH   Original copybook.                         *
000240*                                                               *
000250*****************************************************************
000260 01  CLRCTP-PARMS.
000270     05  CLRCTP-FUNCTION         PIC X(01).
000280         88  CLRCTP-HASH-RECORD          VALUE "H".
000290         88  CLRCTP-POST-RECORD          VALUE "P".
000300         88  CLRCTP-CANCEL-FILE          VALUE "C".
000310         88  CLRCTP-FLUSH                VALUE "F".
000320     05  CLRCTP-PROGRAM          PIC X(08).
000330     05  CLRCTP-FILE-ID          PIC X(08).
000340     05  CLRCTP-DATA-DATE        PIC X(08).
000350     05  CLRCTP-DIRECTION        PIC X(01).
000360         88  CLRCTP-ADDED                VALUE "+".
000370         88  CLRCTP-REMOVED              VALUE "-".
000380     05  CLRCTP-LENGTH           PIC 9(03).
000390     05  CLRCTP-DATA             PIC X(80).
000400     05  CLRCTP-HASH             PIC 9(09).
000410     05  CLRCTP-STATUS           PIC X(02).
000420         88  CLRCTP-OK                   VALUE "00".
000430         88  CLRCTP-BAD-FUNCTION         VALUE "08".
000440         88  CLRCTP-LEDGER-FAILED        VALUE "12".
