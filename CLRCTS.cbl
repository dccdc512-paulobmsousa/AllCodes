000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRCTS
000040*> Purpose:   Callable control-total service - the one place
000050*>            in the shop that hashes an evidence record or
000060*>            writes the CLRCTL ledger.  Callers pass the
000070*>            CLRCTP parameter area (copybook CLRCTP): every
000080*>            record they add to or take off CLRAUD, CLRRPT,
000090*>            CLRCRH or an archive is posted with its file,
000100*>            its own date and the direction; the postings
000110*>            are held, summed per file/date/direction, until
000120*>            the caller flushes them to the ledger once its
000130*>            writes have landed.  CLRCTV uses the same hash
000140*>            to recompute the totals from the files, so the
000150*>            writers and the verifier can never disagree on
000160*>            the arithmetic.  The hash is each character's
000170*>            ordinal times its position, summed - a changed,
000180*>            swapped or shifted character moves it.
000190*> Tectonics: cobc -c -I copybooks clrcts.cbl
000200*> License:   Public Domain
000210*> ************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.     CLRCTS.
000240 AUTHOR.         R F HARRISON.
000250 INSTALLATION.   TERMINAL SERVICES GROUP.
000260 DATE-WRITTEN.   20261015.
000270 DATE-COMPILED.  20261015.
000280*> ************************************************************
000290*> MODIFICATION HISTORY
000300*> DATE      INIT  DESCRIPTION
000310*> 20261015  RFH   Original - record hashing and held postings
000320*>                 to the CLRCTL control-total ledger.
000330*> ************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 REPOSITORY.
000370     FUNCTION ALL INTRINSIC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CLRCTL-FILE ASSIGN TO "CLRCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CLRCTL-STATUS.
000430*> ************************************************************
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CLRCTL-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY "copybooks/CLRCTL.cpy".
000490 WORKING-STORAGE SECTION.
000500*>  --- switches ---------------------------------------------
000510 77  WS-CLRCTL-STATUS      PIC X(02).
000520 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000530     88  WS-ENTRY-FOUND               VALUE "Y".
000540*>  --- subscripts and work fields -----------------------------
000550 77  WS-IDX                PIC 9(03) VALUE ZERO.
000560 77  WS-KEEP-IDX           PIC 9(03) VALUE ZERO.
000570 77  WS-POS                PIC 9(03) VALUE ZERO.
000580 77  WS-LENGTH             PIC 9(03) VALUE ZERO.
000590 77  WS-HASH               PIC 9(09) VALUE ZERO.
000600*>  --- postings held since the last flush, one entry per   ---
000610*>  --- file / data date / direction.  WORKING-STORAGE      ---
000620*>  --- persists between CALLs.                             ---
000630 01  WS-HELD-TABLE.
000640     05  WS-HT-ENTRY OCCURS 100 TIMES.
000650         10  WS-HT-FILE-ID      PIC X(08).
000660         10  WS-HT-DATA-DATE    PIC X(08).
000670         10  WS-HT-DIRECTION    PIC X(01).
000680         10  WS-HT-COUNT        PIC 9(07).
000690         10  WS-HT-HASH         PIC 9(15).
000700 77  WS-HT-COUNT-USED      PIC 9(03) VALUE ZERO.
000710 LINKAGE SECTION.
000720     COPY "copybooks/CLRCTP.cpy".
000730*> ************************************************************
000740 PROCEDURE DIVISION USING CLRCTP-PARMS.
000750*> ---------------------------------------------------------
000760*> 0000-MAINLINE - dispatch on the function code.
000770*> ---------------------------------------------------------
000780 0000-MAINLINE.
000790     MOVE "00" TO CLRCTP-STATUS.
000800     EVALUATE TRUE
000810         WHEN CLRCTP-HASH-RECORD
000820             PERFORM 1000-HASH-RECORD THRU 1000-EXIT
000830         WHEN CLRCTP-POST-RECORD
000840             PERFORM 2000-POST-RECORD THRU 2000-EXIT
000850         WHEN CLRCTP-CANCEL-FILE
000860             PERFORM 3000-CANCEL-FILE THRU 3000-EXIT
000870         WHEN CLRCTP-FLUSH
000880             PERFORM 4000-FLUSH THRU 4000-EXIT
000890         WHEN OTHER
000900             MOVE "08" TO CLRCTP-STATUS
000910     END-EVALUATE.
000920     GOBACK.
000930*> ---------------------------------------------------------
000940*> 1000-HASH-RECORD - the record's hash into CLRCTP-HASH.
000950*>                    A length outside 1-80 hashes all 80.
000960*> ---------------------------------------------------------
000970 1000-HASH-RECORD.
000980     MOVE CLRCTP-LENGTH TO WS-LENGTH.
000990     IF WS-LENGTH = ZERO OR WS-LENGTH > 80
001000         MOVE 80 TO WS-LENGTH
001010     END-IF.
001020     MOVE ZERO TO WS-HASH.
001030     PERFORM 1100-HASH-CHARACTER THRU 1100-EXIT
001040         VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-LENGTH.
001050     MOVE WS-HASH TO CLRCTP-HASH.
001060 1000-EXIT.
001070     EXIT.
001080*> ---------------------------------------------------------
001090*> 1100-HASH-CHARACTER - one character, weighted by its
001100*>                       position.
001110*> ---------------------------------------------------------
001120 1100-HASH-CHARACTER.
001130     COMPUTE WS-HASH = WS-HASH
001140         + ORD(CLRCTP-DATA(WS-POS:1)) * WS-POS.
001150 1100-EXIT.
001160     EXIT.
001170*> ---------------------------------------------------------
001180*> 2000-POST-RECORD - hash the record and add it to the held
001190*>                    entry for its file, date and direction.
001200*>                    A full table is flushed to make room,
001210*>                    so a posting is never dropped.
001220*> ---------------------------------------------------------
001230 2000-POST-RECORD.
001240     PERFORM 1000-HASH-RECORD THRU 1000-EXIT.
001250     MOVE "N" TO WS-FOUND-SW.
001260     PERFORM 2100-PROBE-HELD THRU 2100-EXIT
001270         VARYING WS-IDX FROM 1 BY 1
001280         UNTIL WS-ENTRY-FOUND OR WS-IDX > WS-HT-COUNT-USED.
001290     IF NOT WS-ENTRY-FOUND
001300         IF WS-HT-COUNT-USED = 100
001310             PERFORM 4000-FLUSH THRU 4000-EXIT
001320         END-IF
001330         ADD 1 TO WS-HT-COUNT-USED
001340         MOVE WS-HT-COUNT-USED TO WS-IDX
001350         MOVE CLRCTP-FILE-ID   TO WS-HT-FILE-ID (WS-IDX)
001360         MOVE CLRCTP-DATA-DATE TO WS-HT-DATA-DATE (WS-IDX)
001370         MOVE CLRCTP-DIRECTION TO WS-HT-DIRECTION (WS-IDX)
001380         MOVE ZERO TO WS-HT-COUNT (WS-IDX)
001390         MOVE ZERO TO WS-HT-HASH (WS-IDX)
001400     END-IF.
001410     ADD 1 TO WS-HT-COUNT (WS-IDX).
001420     ADD WS-HASH TO WS-HT-HASH (WS-IDX).
001430 2000-EXIT.
001440     EXIT.
001450*> ---------------------------------------------------------
001460*> 2100-PROBE-HELD - one probe; leaves WS-IDX on the match.
001470*> ---------------------------------------------------------
001480 2100-PROBE-HELD.
001490     IF WS-HT-FILE-ID (WS-IDX) = CLRCTP-FILE-ID
001500             AND WS-HT-DATA-DATE (WS-IDX) = CLRCTP-DATA-DATE
001510             AND WS-HT-DIRECTION (WS-IDX) = CLRCTP-DIRECTION
001520         MOVE "Y" TO WS-FOUND-SW
001530         SUBTRACT 1 FROM WS-IDX
001540     END-IF.
001550 2100-EXIT.
001560     EXIT.
001570*> ---------------------------------------------------------
001580*> 3000-CANCEL-FILE - drop every held entry for the file,
001590*>                    closing the table up behind them.
001600*>                    Postings already flushed stand.
001610*> ---------------------------------------------------------
001620 3000-CANCEL-FILE.
001630     MOVE ZERO TO WS-KEEP-IDX.
001640     PERFORM 3100-KEEP-ENTRY THRU 3100-EXIT
001650         VARYING WS-IDX FROM 1 BY 1
001660         UNTIL WS-IDX > WS-HT-COUNT-USED.
001670     MOVE WS-KEEP-IDX TO WS-HT-COUNT-USED.
001680 3000-EXIT.
001690     EXIT.
001700*> ---------------------------------------------------------
001710*> 3100-KEEP-ENTRY - one entry kept (moved down) unless it
001720*>                   belongs to the cancelled file.
001730*> ---------------------------------------------------------
001740 3100-KEEP-ENTRY.
001750     IF WS-HT-FILE-ID (WS-IDX) = CLRCTP-FILE-ID
001760         GO TO 3100-EXIT
001770     END-IF.
001780     ADD 1 TO WS-KEEP-IDX.
001790     IF WS-KEEP-IDX NOT = WS-IDX
001800         MOVE WS-HT-ENTRY (WS-IDX) TO WS-HT-ENTRY (WS-KEEP-IDX)
001810     END-IF.
001820 3100-EXIT.
001830     EXIT.
001840*> ---------------------------------------------------------
001850*> 4000-FLUSH - every held entry to the ledger, appended the
001860*>              way SAMPLE appends CLRAUD, creating the file
001870*>              on first use.  The table is emptied either
001880*>              way; a ledger that cannot be written is
001890*>              reported, and CLRCTV will show the break.
001900*> ---------------------------------------------------------
001910 4000-FLUSH.
001920     IF WS-HT-COUNT-USED = ZERO
001930         GO TO 4000-EXIT
001940     END-IF.
001950     OPEN EXTEND CLRCTL-FILE.
001960     IF WS-CLRCTL-STATUS = "35"
001970         OPEN OUTPUT CLRCTL-FILE
001980     END-IF.
001990     IF WS-CLRCTL-STATUS NOT = "00"
002000         DISPLAY "CLRCTL open failed, status " WS-CLRCTL-STATUS
002010             " - " WS-HT-COUNT-USED " posting(s) lost"
002020         MOVE "12" TO CLRCTP-STATUS
002030         MOVE ZERO TO WS-HT-COUNT-USED
002040         GO TO 4000-EXIT
002050     END-IF.
002060     PERFORM 4100-WRITE-POSTING THRU 4100-EXIT
002070         VARYING WS-IDX FROM 1 BY 1
002080         UNTIL WS-IDX > WS-HT-COUNT-USED.
002090     CLOSE CLRCTL-FILE.
002100     MOVE ZERO TO WS-HT-COUNT-USED.
002110 4000-EXIT.
002120     EXIT.
002130*> ---------------------------------------------------------
002140*> 4100-WRITE-POSTING - one held entry as a ledger record.
002150*> ---------------------------------------------------------
002160 4100-WRITE-POSTING.
002170     MOVE SPACES TO CLRCTL-RECORD.
002180     MOVE WS-HT-FILE-ID (WS-IDX)   TO CLRCTL-FILE-ID.
002190     MOVE WS-HT-DATA-DATE (WS-IDX) TO CLRCTL-DATA-DATE.
002200     MOVE WS-HT-DIRECTION (WS-IDX) TO CLRCTL-DIRECTION.
002210     MOVE WS-HT-COUNT (WS-IDX)     TO CLRCTL-REC-COUNT.
002220     MOVE WS-HT-HASH (WS-IDX)      TO CLRCTL-HASH-TOTAL.
002230     MOVE CLRCTP-PROGRAM           TO CLRCTL-PROGRAM.
002240     MOVE CURRENT-DATE(1:8)        TO CLRCTL-POST-DATE.
002250     MOVE CURRENT-DATE(9:6)        TO CLRCTL-POST-TIME.
002260     WRITE CLRCTL-RECORD.
002270     IF WS-CLRCTL-STATUS NOT = "00"
002280         DISPLAY "CLRCTL write failed, status " WS-CLRCTL-STATUS
002290         MOVE "12" TO CLRCTP-STATUS
002300     END-IF.
002310 4100-EXIT.
002320     EXIT.
002330 END PROGRAM CLRCTS.
