000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRCTV
000040*> Purpose:   Control-total verification of the evidence
000050*>            files.  Sums the CLRCTL ledger - every record
000060*>            SAMPLE, CLRMRG and CLRHKP posted on or off the
000070*>            evidence, through CLRCTS - into a net count and
000080*>            hash total per file and data date, recomputes
000090*>            the same totals from what is actually on
000100*>            CLRAUD, CLRAUDA, CLRRPT, CLRRPTA and CLRCRH with
000110*>            the same CLRCTS hash, and reports every file
000120*>            and date where the two differ - consecutive
000130*>            breaking dates on one file collapsed into one
000140*>            from/to range.  A record edited, deleted or
000150*>            slipped in outside those programs shows up as
000160*>            a break on its own date.  The result (balanced
000170*>            or not, and as of when) is rewritten to CLRCTR
000180*>            for CLRCMP's statement.  Ends RC=8 on any break.
000190*>            CLRCTV-MODE=BASELINE posts the files' present
000200*>            totals as opening balances - once, onto an
000210*>            empty ledger; it refuses a ledger already in
000220*>            use.
000230*> Tectonics: cobc -x -I copybooks clrctv.cbl clrcts.cbl
000240*>            clrdts.cbl
000250*> License:   Public Domain
000260*> ************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     CLRCTV.
000290 AUTHOR.         R F HARRISON.
000300 INSTALLATION.   TERMINAL SERVICES GROUP.
000310 DATE-WRITTEN.   20261015.
000320 DATE-COMPILED.  20261015.
000330*> ************************************************************
000340*> MODIFICATION HISTORY
000350*> DATE      INIT  DESCRIPTION
000360*> 20261015  RFH   Original - ledger against file totals by
000370*>                 file and data date, with a baseline mode.
000380*> ************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 REPOSITORY.
000420     FUNCTION ALL INTRINSIC.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CLRCTL-FILE ASSIGN TO "CLRCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CLRCTL-STATUS.
000480     SELECT CLRAUD-FILE ASSIGN TO "CLRAUD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CLRAUD-STATUS.
000510     SELECT CLRAUDA-FILE ASSIGN TO "CLRAUDA"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CLRAUDA-STATUS.
000540     SELECT CLRRPT-FILE ASSIGN TO "CLRRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CLRRPT-STATUS.
000570     SELECT CLRRPTA-FILE ASSIGN TO "CLRRPTA"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CLRRPTA-STATUS.
000600     SELECT CLRCRH-FILE ASSIGN TO "CLRCRH"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CLRCRH-KEY
000640         FILE STATUS IS WS-CLRCRH-STATUS.
000650     SELECT CLRCTV-FILE ASSIGN TO "CLRCTV"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CLRCTV-STATUS.
000680     SELECT CLRCTR-FILE ASSIGN TO "CLRCTR"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CLRCTR-STATUS.
000710*> ************************************************************
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CLRCTL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY "copybooks/CLRCTL.cpy".
000770 FD  CLRAUD-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY "copybooks/CLRAUD.cpy".
000800 FD  CLRAUDA-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  CLRAUDA-RECORD              PIC X(40).
000830 FD  CLRRPT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  CLRRPT-RECORD               PIC X(80).
000860 FD  CLRRPTA-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  CLRRPTA-RECORD              PIC X(80).
000890 FD  CLRCRH-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY "copybooks/CLRCRH.cpy".
000920 FD  CLRCTV-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  CLRCTV-RECORD               PIC X(80).
000950 FD  CLRCTR-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY "copybooks/CLRCTR.cpy".
000980 WORKING-STORAGE SECTION.
000990*>  --- switches ---------------------------------------------
001000 77  WS-CLRCTL-STATUS      PIC X(02).
001010 77  WS-CLRAUD-STATUS      PIC X(02).
001020 77  WS-CLRAUDA-STATUS     PIC X(02).
001030 77  WS-CLRRPT-STATUS      PIC X(02).
001040 77  WS-CLRRPTA-STATUS     PIC X(02).
001050 77  WS-CLRCRH-STATUS      PIC X(02).
001060 77  WS-CLRCTV-STATUS      PIC X(02).
001070 77  WS-CLRCTR-STATUS      PIC X(02).
001080 77  WS-EOF-SW             PIC X(01)  VALUE "N".
001090     88  WS-END-OF-FILE               VALUE "Y".
001100 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
001110     88  WS-ENTRY-FOUND               VALUE "Y".
001120 77  WS-MODE               PIC X(08) VALUE SPACES.
001130     88  WS-BASELINE-MODE             VALUE "BASELINE".
001140 77  WS-REFUSED-SW         PIC X(01)  VALUE "N".
001150     88  WS-BASELINE-REFUSED          VALUE "Y".
001160 77  WS-RANGE-SW           PIC X(01)  VALUE "N".
001170     88  WS-RANGE-OPEN                VALUE "Y".
001180*>  --- parameter area for the CLRCTS control-total service -
001190     COPY "copybooks/CLRCTP.cpy".
001200*>  --- CLRRPT block-header recognition, the same tag       ---
001210*>  --- CLRHKP and CLRMRG date a report block by; lines     ---
001220*>  --- ahead of the first header carry no date.            ---
001230 77  WS-RPT-HDR-TAG        PIC X(27)
001240         VALUE "GnuCOBOL Colours - printed ".
001250 77  WS-RPT-DATA-DATE      PIC X(08) VALUE "00000000".
001260*>  --- the record being totalled ------------------------------
001270 77  WS-CUR-FILE-ID        PIC X(08) VALUE SPACES.
001280 77  WS-CUR-DATE           PIC X(08) VALUE SPACES.
001290*>  --- counters and subscripts --------------------------------
001300 77  WS-IDX                PIC 9(05) VALUE ZERO.
001310 77  WS-INS-IDX            PIC 9(05) VALUE ZERO.
001320 77  WS-SHIFT-IDX          PIC 9(05) VALUE ZERO.
001330 77  WS-LEDGER-COUNT       PIC 9(07) VALUE ZERO.
001340 77  WS-BAD-POST-COUNT     PIC 9(05) VALUE ZERO.
001350 77  WS-RECORD-COUNT       PIC 9(07) VALUE ZERO.
001360 77  WS-BREAK-DATES        PIC 9(05) VALUE ZERO.
001370 77  WS-BREAK-RANGES       PIC 9(05) VALUE ZERO.
001380 77  WS-DROP-COUNT         PIC 9(05) VALUE ZERO.
001390*>  --- one file's summary line, accumulated over its dates --
001400 77  WS-FS-FILE-ID         PIC X(08) VALUE SPACES.
001410 77  WS-FS-DATES           PIC 9(05) VALUE ZERO.
001420 77  WS-FS-BREAKS          PIC 9(05) VALUE ZERO.
001430 77  WS-FS-LED-COUNT       PIC S9(07) VALUE ZERO.
001440 77  WS-FS-ACT-COUNT       PIC 9(07) VALUE ZERO.
001450*>  --- the break range being built ----------------------------
001460 77  WS-RG-FILE-ID         PIC X(08) VALUE SPACES.
001470 77  WS-RG-FROM            PIC X(08) VALUE SPACES.
001480 77  WS-RG-TO              PIC X(08) VALUE SPACES.
001490 77  WS-RG-LED-COUNT       PIC S9(07) VALUE ZERO.
001500 77  WS-RG-ACT-COUNT       PIC 9(07) VALUE ZERO.
001510 77  WS-RG-LED-HASH        PIC S9(15) VALUE ZERO.
001520 77  WS-RG-ACT-HASH        PIC 9(15) VALUE ZERO.
001530*>  --- edited fields ------------------------------------------
001540 77  WS-COUNT-ED           PIC ZZZZ9.
001550 77  WS-LED-COUNT-ED       PIC -ZZZZZZ9.
001560 77  WS-ACT-COUNT-ED       PIC ZZZZZZ9.
001570 77  WS-LED-HASH-ED        PIC -ZZZZZZZZZZZZZZ9.
001580 77  WS-ACT-HASH-ED        PIC ZZZZZZZZZZZZZZ9.
001590*>  --- parameter area for the CLRDTS business-date service -
001600     COPY "copybooks/CLRDTP.cpy".
001610*>  --- ledger and actual totals per file and data date,     ---
001620*>  --- kept in file/date order as entries are inserted.     ---
001630*>  --- The ledger side is signed: a "-" posting subtracts.  ---
001640 01  WS-CT-TABLE.
001650     05  WS-CT-ENTRY OCCURS 5000 TIMES.
001660         10  WS-CT-KEY.
001670             15  WS-CT-FILE-ID  PIC X(08).
001680             15  WS-CT-DATE     PIC X(08).
001690         10  WS-CT-LED-COUNT    PIC S9(07).
001700         10  WS-CT-LED-HASH     PIC S9(15).
001710         10  WS-CT-ACT-COUNT    PIC 9(07).
001720         10  WS-CT-ACT-HASH     PIC 9(15).
001730 77  WS-CT-COUNT           PIC 9(05) VALUE ZERO.
001740 01  WS-NEW-KEY.
001750     05  WS-NEW-FILE-ID         PIC X(08).
001760     05  WS-NEW-DATE            PIC X(08).
001770*> ************************************************************
001780 PROCEDURE DIVISION.
001790*> ---------------------------------------------------------
001800*> 0000-MAINLINE
001810*> ---------------------------------------------------------
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
001850     IF WS-BASELINE-REFUSED
001860         PERFORM 9000-TERMINATE THRU 9000-EXIT
001870         GOBACK
001880     END-IF.
001890     PERFORM 3000-TOTAL-AUDIT THRU 3000-EXIT.
001900     PERFORM 3200-TOTAL-AUDIT-ARCHIVE THRU 3200-EXIT.
001910     PERFORM 3400-TOTAL-REPORT THRU 3400-EXIT.
001920     PERFORM 3600-TOTAL-REPORT-ARCHIVE THRU 3600-EXIT.
001930     PERFORM 3800-TOTAL-HISTORY THRU 3800-EXIT.
001940     IF WS-BASELINE-MODE
001950         PERFORM 3950-POST-BASELINE THRU 3950-EXIT
001960     END-IF.
001970     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
001980     PERFORM 4500-WRITE-BREAKS THRU 4500-EXIT.
001990     PERFORM 8000-WRITE-RESULT THRU 8000-EXIT.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002010     GOBACK.
002020*> ---------------------------------------------------------
002030*> 1000-INITIALIZE - the run mode, the business date the
002040*>                   result is stamped with, and the report
002050*>                   header.
002060*> ---------------------------------------------------------
002070 1000-INITIALIZE.
002080     ACCEPT WS-MODE FROM ENVIRONMENT "CLRCTV-MODE".
002090     CALL "CLRDTS" USING CLRDTP-PARMS.
002100     MOVE "CLRCTV" TO CLRCTP-PROGRAM.
002110     OPEN OUTPUT CLRCTV-FILE.
002120     MOVE SPACES TO CLRCTV-RECORD.
002130     STRING "Control-total verification - printed "
002140            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
002150         DELIMITED BY SIZE INTO CLRCTV-RECORD
002160     END-STRING.
002170     WRITE CLRCTV-RECORD.
002180     MOVE ALL "-" TO CLRCTV-RECORD.
002190     WRITE CLRCTV-RECORD.
002200     MOVE SPACES TO CLRCTV-RECORD.
002210     STRING "Business date: " CLRDTP-BUS-DATE
002220         DELIMITED BY SIZE INTO CLRCTV-RECORD
002230     END-STRING.
002240     WRITE CLRCTV-RECORD.
002250     IF WS-BASELINE-MODE
002260         MOVE "Mode: BASELINE - opening balances posted from "
002270             & "the files as they stand"
002280             TO CLRCTV-RECORD
002290         WRITE CLRCTV-RECORD
002300     END-IF.
002310 1000-EXIT.
002320     EXIT.
002330*> ---------------------------------------------------------
002340*> 2000-LOAD-LEDGER - every CLRCTL posting onto its file and
002350*>                    date's ledger total, "+" added and "-"
002360*>                    subtracted.  A posting with any other
002370*>                    direction or a non-numeric total is
002380*>                    counted and reported, not guessed at.
002390*>                    A missing ledger is an empty one.  A
002400*>                    baseline run stops at the first posting
002410*>                    it finds - opening balances go onto an
002420*>                    empty ledger or not at all.
002430*> ---------------------------------------------------------
002440 2000-LOAD-LEDGER.
002450     MOVE "N" TO WS-EOF-SW.
002460     OPEN INPUT CLRCTL-FILE.
002470     IF WS-CLRCTL-STATUS NOT = "00"
002480         GO TO 2000-EXIT
002490     END-IF.
002500     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
002510     IF WS-BASELINE-MODE AND NOT WS-END-OF-FILE
002520         MOVE "Y" TO WS-REFUSED-SW
002530         MOVE "BASELINE refused - the CLRCTL ledger already "
002540             & "holds postings" TO CLRCTV-RECORD
002550         WRITE CLRCTV-RECORD
002560         CLOSE CLRCTL-FILE
002570         GO TO 2000-EXIT
002580     END-IF.
002590     PERFORM 2200-POST-LEDGER THRU 2200-EXIT
002600         UNTIL WS-END-OF-FILE.
002610     CLOSE CLRCTL-FILE.
002620 2000-EXIT.
002630     EXIT.
002640*> ---------------------------------------------------------
002650*> 2100-READ-POSTING - read the next ledger posting.
002660*> ---------------------------------------------------------
002670 2100-READ-POSTING.
002680     READ CLRCTL-FILE
002690         AT END
002700             MOVE "Y" TO WS-EOF-SW
002710     END-READ.
002720 2100-EXIT.
002730     EXIT.
002740*> ---------------------------------------------------------
002750*> 2200-POST-LEDGER - one posting onto its entry.
002760*> ---------------------------------------------------------
002770 2200-POST-LEDGER.
002780     ADD 1 TO WS-LEDGER-COUNT.
002790     IF NOT (CLRCTL-ADDED OR CLRCTL-REMOVED)
002800             OR CLRCTL-REC-COUNT IS NOT NUMERIC
002810             OR CLRCTL-HASH-TOTAL IS NOT NUMERIC
002820         ADD 1 TO WS-BAD-POST-COUNT
002830         GO TO 2200-NEXT
002840     END-IF.
002850     MOVE CLRCTL-FILE-ID   TO WS-NEW-FILE-ID.
002860     MOVE CLRCTL-DATA-DATE TO WS-NEW-DATE.
002870     PERFORM 5000-FIND-ENTRY THRU 5000-EXIT.
002880     IF NOT WS-ENTRY-FOUND
002890         GO TO 2200-NEXT
002900     END-IF.
002910     IF CLRCTL-ADDED
002920         ADD CLRCTL-REC-COUNT  TO WS-CT-LED-COUNT (WS-IDX)
002930         ADD CLRCTL-HASH-TOTAL TO WS-CT-LED-HASH (WS-IDX)
002940     ELSE
002950         SUBTRACT CLRCTL-REC-COUNT
002960             FROM WS-CT-LED-COUNT (WS-IDX)
002970         SUBTRACT CLRCTL-HASH-TOTAL
002980             FROM WS-CT-LED-HASH (WS-IDX)
002990     END-IF.
003000 2200-NEXT.
003010     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
003020 2200-EXIT.
003030     EXIT.
003040*> ---------------------------------------------------------
003050*> 3000-TOTAL-AUDIT - the live audit trail, by run date.  A
003060*>                    missing file holds no records.
003070*> ---------------------------------------------------------
003080 3000-TOTAL-AUDIT.
003090     MOVE "N" TO WS-EOF-SW.
003100     MOVE "CLRAUD" TO WS-CUR-FILE-ID.
003110     OPEN INPUT CLRAUD-FILE.
003120     IF WS-CLRAUD-STATUS NOT = "00"
003130         GO TO 3000-EXIT
003140     END-IF.
003150     PERFORM 3100-TOTAL-AUDIT-RECORD THRU 3100-EXIT
003160         UNTIL WS-END-OF-FILE.
003170     CLOSE CLRAUD-FILE.
003180 3000-EXIT.
003190     EXIT.
003200*> ---------------------------------------------------------
003210*> 3100-TOTAL-AUDIT-RECORD - one audit record totalled.
003220*> ---------------------------------------------------------
003230 3100-TOTAL-AUDIT-RECORD.
003240     READ CLRAUD-FILE
003250         AT END
003260             MOVE "Y" TO WS-EOF-SW
003270             GO TO 3100-EXIT
003280     END-READ.
003290     MOVE CLRAUD-RUN-DATE TO WS-CUR-DATE.
003300     MOVE 40              TO CLRCTP-LENGTH.
003310     MOVE CLRAUD-RECORD   TO CLRCTP-DATA.
003320     PERFORM 3900-TOTAL-RECORD THRU 3900-EXIT.
003330 3100-EXIT.
003340     EXIT.
003350*> ---------------------------------------------------------
003360*> 3200-TOTAL-AUDIT-ARCHIVE - the audit archive, by run date.
003370*> ---------------------------------------------------------
003380 3200-TOTAL-AUDIT-ARCHIVE.
003390     MOVE "N" TO WS-EOF-SW.
003400     MOVE "CLRAUDA" TO WS-CUR-FILE-ID.
003410     OPEN INPUT CLRAUDA-FILE.
003420     IF WS-CLRAUDA-STATUS NOT = "00"
003430         GO TO 3200-EXIT
003440     END-IF.
003450     PERFORM 3300-TOTAL-AUDIT-ARCHIVED THRU 3300-EXIT
003460         UNTIL WS-END-OF-FILE.
003470     CLOSE CLRAUDA-FILE.
003480 3200-EXIT.
003490     EXIT.
003500*> ---------------------------------------------------------
003510*> 3300-TOTAL-AUDIT-ARCHIVED - one archived audit record,
003520*>                             dated through the CLRAUD
003530*>                             layout it was archived in.
003540*> ---------------------------------------------------------
003550 3300-TOTAL-AUDIT-ARCHIVED.
003560     READ CLRAUDA-FILE
003570         AT END
003580             MOVE "Y" TO WS-EOF-SW
003590             GO TO 3300-EXIT
003600     END-READ.
003610     MOVE CLRAUDA-RECORD  TO CLRAUD-RECORD.
003620     MOVE CLRAUD-RUN-DATE TO WS-CUR-DATE.
003630     MOVE 40              TO CLRCTP-LENGTH.
003640     MOVE CLRAUDA-RECORD  TO CLRCTP-DATA.
003650     PERFORM 3900-TOTAL-RECORD THRU 3900-EXIT.
003660 3300-EXIT.
003670     EXIT.
003680*> ---------------------------------------------------------
003690*> 3400-TOTAL-REPORT - the live runbook file, each line under
003700*>                     its block header's date.
003710*> ---------------------------------------------------------
003720 3400-TOTAL-REPORT.
003730     MOVE "N" TO WS-EOF-SW.
003740     MOVE "CLRRPT" TO WS-CUR-FILE-ID.
003750     MOVE "00000000" TO WS-RPT-DATA-DATE.
003760     OPEN INPUT CLRRPT-FILE.
003770     IF WS-CLRRPT-STATUS NOT = "00"
003780         GO TO 3400-EXIT
003790     END-IF.
003800     PERFORM 3500-TOTAL-REPORT-LINE THRU 3500-EXIT
003810         UNTIL WS-END-OF-FILE.
003820     CLOSE CLRRPT-FILE.
003830 3400-EXIT.
003840     EXIT.
003850*> ---------------------------------------------------------
003860*> 3500-TOTAL-REPORT-LINE - one report line totalled.
003870*> ---------------------------------------------------------
003880 3500-TOTAL-REPORT-LINE.
003890     READ CLRRPT-FILE
003900         AT END
003910             MOVE "Y" TO WS-EOF-SW
003920             GO TO 3500-EXIT
003930     END-READ.
003940     IF CLRRPT-RECORD (1:27) = WS-RPT-HDR-TAG
003950         MOVE CLRRPT-RECORD (28:8) TO WS-RPT-DATA-DATE
003960     END-IF.
003970     MOVE WS-RPT-DATA-DATE TO WS-CUR-DATE.
003980     MOVE 80               TO CLRCTP-LENGTH.
003990     MOVE CLRRPT-RECORD    TO CLRCTP-DATA.
004000     PERFORM 3900-TOTAL-RECORD THRU 3900-EXIT.
004010 3500-EXIT.
004020     EXIT.
004030*> ---------------------------------------------------------
004040*> 3600-TOTAL-REPORT-ARCHIVE - the report archive, the same
004050*>                             block-header dating.
004060*> ---------------------------------------------------------
004070 3600-TOTAL-REPORT-ARCHIVE.
004080     MOVE "N" TO WS-EOF-SW.
004090     MOVE "CLRRPTA" TO WS-CUR-FILE-ID.
004100     MOVE "00000000" TO WS-RPT-DATA-DATE.
004110     OPEN INPUT CLRRPTA-FILE.
004120     IF WS-CLRRPTA-STATUS NOT = "00"
004130         GO TO 3600-EXIT
004140     END-IF.
004150     PERFORM 3700-TOTAL-REPORT-ARCHIVED THRU 3700-EXIT
004160         UNTIL WS-END-OF-FILE.
004170     CLOSE CLRRPTA-FILE.
004180 3600-EXIT.
004190     EXIT.
004200*> ---------------------------------------------------------
004210*> 3700-TOTAL-REPORT-ARCHIVED - one archived line totalled.
004220*> ---------------------------------------------------------
004230 3700-TOTAL-REPORT-ARCHIVED.
004240     READ CLRRPTA-FILE
004250         AT END
004260             MOVE "Y" TO WS-EOF-SW
004270             GO TO 3700-EXIT
004280     END-READ.
004290     IF CLRRPTA-RECORD (1:27) = WS-RPT-HDR-TAG
004300         MOVE CLRRPTA-RECORD (28:8) TO WS-RPT-DATA-DATE
004310     END-IF.
004320     MOVE WS-RPT-DATA-DATE TO WS-CUR-DATE.
004330     MOVE 80               TO CLRCTP-LENGTH.
004340     MOVE CLRRPTA-RECORD   TO CLRCTP-DATA.
004350     PERFORM 3900-TOTAL-RECORD THRU 3900-EXIT.
004360 3700-EXIT.
004370     EXIT.
004380*> ---------------------------------------------------------
004390*> 3800-TOTAL-HISTORY - the dated verdict history, swept in
004400*>                      key order, by test date.
004410*> ---------------------------------------------------------
004420 3800-TOTAL-HISTORY.
004430     MOVE "N" TO WS-EOF-SW.
004440     MOVE "CLRCRH" TO WS-CUR-FILE-ID.
004450     OPEN INPUT CLRCRH-FILE.
004460     IF WS-CLRCRH-STATUS NOT = "00"
004470         GO TO 3800-EXIT
004480     END-IF.
004490     MOVE LOW-VALUES TO CLRCRH-KEY.
004500     START CLRCRH-FILE KEY NOT < CLRCRH-KEY
004510         INVALID KEY
004520             MOVE "Y" TO WS-EOF-SW
004530     END-START.
004540     PERFORM 3850-TOTAL-VERDICT THRU 3850-EXIT
004550         UNTIL WS-END-OF-FILE.
004560     CLOSE CLRCRH-FILE.
004570 3800-EXIT.
004580     EXIT.
004590*> ---------------------------------------------------------
004600*> 3850-TOTAL-VERDICT - one history record totalled.
004610*> ---------------------------------------------------------
004620 3850-TOTAL-VERDICT.
004630     READ CLRCRH-FILE NEXT RECORD
004640         AT END
004650             MOVE "Y" TO WS-EOF-SW
004660             GO TO 3850-EXIT
004670     END-READ.
004680     MOVE CLRCRH-TEST-DATE TO WS-CUR-DATE.
004690     MOVE 34               TO CLRCTP-LENGTH.
004700     MOVE CLRCRH-RECORD    TO CLRCTP-DATA.
004710     PERFORM 3900-TOTAL-RECORD THRU 3900-EXIT.
004720 3850-EXIT.
004730     EXIT.
004740*> ---------------------------------------------------------
004750*> 3900-TOTAL-RECORD - the record in CLRCTP-DATA hashed by
004760*>                     CLRCTS, exactly as its writer posted
004770*>                     it, and added to its file and date's
004780*>                     actual total.  A baseline run posts
004790*>                     it instead, which hashes it the same
004800*>                     way, and takes the ledger side as
004810*>                     equal to the file.
004820*> ---------------------------------------------------------
004830 3900-TOTAL-RECORD.
004840     ADD 1 TO WS-RECORD-COUNT.
004850     IF WS-BASELINE-MODE
004860         MOVE "P"            TO CLRCTP-FUNCTION
004870         MOVE WS-CUR-FILE-ID TO CLRCTP-FILE-ID
004880         MOVE WS-CUR-DATE    TO CLRCTP-DATA-DATE
004890         MOVE "+"            TO CLRCTP-DIRECTION
004900     ELSE
004910         MOVE "H"            TO CLRCTP-FUNCTION
004920     END-IF.
004930     CALL "CLRCTS" USING CLRCTP-PARMS.
004940     MOVE WS-CUR-FILE-ID TO WS-NEW-FILE-ID.
004950     MOVE WS-CUR-DATE    TO WS-NEW-DATE.
004960     PERFORM 5000-FIND-ENTRY THRU 5000-EXIT.
004970     IF NOT WS-ENTRY-FOUND
004980         GO TO 3900-EXIT
004990     END-IF.
005000     ADD 1           TO WS-CT-ACT-COUNT (WS-IDX).
005010     ADD CLRCTP-HASH TO WS-CT-ACT-HASH (WS-IDX).
005020     IF WS-BASELINE-MODE
005030         ADD 1           TO WS-CT-LED-COUNT (WS-IDX)
005040         ADD CLRCTP-HASH TO WS-CT-LED-HASH (WS-IDX)
005050     END-IF.
005060 3900-EXIT.
005070     EXIT.
005080*> ---------------------------------------------------------
005090*> 3950-POST-BASELINE - the opening balances held by CLRCTS
005100*>                      out to the ledger.  A ledger that
005110*>                      cannot be written leaves no baseline,
005120*>                      so the run fails RC=8.
005130*> ---------------------------------------------------------
005140 3950-POST-BASELINE.
005150     MOVE "F" TO CLRCTP-FUNCTION.
005160     CALL "CLRCTS" USING CLRCTP-PARMS.
005170     IF NOT CLRCTP-OK
005180         DISPLAY "CLRCTL ledger post failed, status "
005190             CLRCTP-STATUS " - baseline incomplete"
005200         MOVE "Opening balances could NOT be posted - "
005210             & "baseline incomplete" TO CLRCTV-RECORD
005220         WRITE CLRCTV-RECORD
005230         MOVE 8 TO RETURN-CODE
005240     END-IF.
005250 3950-EXIT.
005260     EXIT.
005270*> ---------------------------------------------------------
005280*> 4000-WRITE-SUMMARY - one line per file: how many dates it
005290*>                      spans, ledger and actual record
005300*>                      counts, and how many dates break.
005310*>                      The table is in file order, so a file
005320*>                      change closes the line before it.
005330*> ---------------------------------------------------------
005340 4000-WRITE-SUMMARY.
005350     MOVE SPACES TO CLRCTV-RECORD.
005360     WRITE CLRCTV-RECORD.
005370     MOVE "File summary" TO CLRCTV-RECORD.
005380     WRITE CLRCTV-RECORD.
005390     MOVE "file       dates  ledger recs  actual recs  "
005400         & "break dates" TO CLRCTV-RECORD.
005410     WRITE CLRCTV-RECORD.
005420     MOVE "--------   -----  -----------  -----------  "
005430         & "-----------" TO CLRCTV-RECORD.
005440     WRITE CLRCTV-RECORD.
005450     IF WS-CT-COUNT = ZERO
005460         MOVE "(no postings and no evidence records found)"
005470             TO CLRCTV-RECORD
005480         WRITE CLRCTV-RECORD
005490         GO TO 4000-EXIT
005500     END-IF.
005510     MOVE WS-CT-FILE-ID (1) TO WS-FS-FILE-ID.
005520     PERFORM 4100-SUMMARY-ENTRY THRU 4100-EXIT
005530         VARYING WS-IDX FROM 1 BY 1
005540         UNTIL WS-IDX > WS-CT-COUNT.
005550     PERFORM 4200-SUMMARY-LINE THRU 4200-EXIT.
005560 4000-EXIT.
005570     EXIT.
005580*> ---------------------------------------------------------
005590*> 4100-SUMMARY-ENTRY - one file/date onto its file's line.
005600*> ---------------------------------------------------------
005610 4100-SUMMARY-ENTRY.
005620     IF WS-CT-FILE-ID (WS-IDX) NOT = WS-FS-FILE-ID
005630         PERFORM 4200-SUMMARY-LINE THRU 4200-EXIT
005640         MOVE WS-CT-FILE-ID (WS-IDX) TO WS-FS-FILE-ID
005650     END-IF.
005660     ADD 1 TO WS-FS-DATES.
005670     ADD WS-CT-LED-COUNT (WS-IDX) TO WS-FS-LED-COUNT.
005680     ADD WS-CT-ACT-COUNT (WS-IDX) TO WS-FS-ACT-COUNT.
005690     IF WS-CT-LED-COUNT (WS-IDX) NOT = WS-CT-ACT-COUNT (WS-IDX)
005700             OR WS-CT-LED-HASH (WS-IDX)
005710                 NOT = WS-CT-ACT-HASH (WS-IDX)
005720         ADD 1 TO WS-FS-BREAKS
005730         ADD 1 TO WS-BREAK-DATES
005740     END-IF.
005750 4100-EXIT.
005760     EXIT.
005770*> ---------------------------------------------------------
005780*> 4200-SUMMARY-LINE - the finished file's line, then clear.
005790*> ---------------------------------------------------------
005800 4200-SUMMARY-LINE.
005810     MOVE SPACES TO CLRCTV-RECORD.
005820     MOVE WS-FS-FILE-ID TO CLRCTV-RECORD (1:8).
005830     MOVE WS-FS-DATES TO WS-COUNT-ED.
005840     MOVE WS-COUNT-ED TO CLRCTV-RECORD (12:5).
005850     MOVE WS-FS-LED-COUNT TO WS-LED-COUNT-ED.
005860     MOVE WS-LED-COUNT-ED TO CLRCTV-RECORD (23:8).
005870     MOVE WS-FS-ACT-COUNT TO WS-ACT-COUNT-ED.
005880     MOVE WS-ACT-COUNT-ED TO CLRCTV-RECORD (37:7).
005890     MOVE WS-FS-BREAKS TO WS-COUNT-ED.
005900     MOVE WS-COUNT-ED TO CLRCTV-RECORD (52:5).
005910     WRITE CLRCTV-RECORD.
005920     MOVE ZERO TO WS-FS-DATES.
005930     MOVE ZERO TO WS-FS-BREAKS.
005940     MOVE ZERO TO WS-FS-LED-COUNT.
005950     MOVE ZERO TO WS-FS-ACT-COUNT.
005960 4200-EXIT.
005970     EXIT.
005980*> ---------------------------------------------------------
005990*> 4500-WRITE-BREAKS - every file/date where the ledger and
006000*>                     the file disagree on count or hash.
006010*>                     Breaking dates next to each other on
006020*>                     one file - no balanced date between -
006030*>                     print as one from/to range with the
006040*>                     range's summed totals.
006050*> ---------------------------------------------------------
006060 4500-WRITE-BREAKS.
006070     MOVE SPACES TO CLRCTV-RECORD.
006080     WRITE CLRCTV-RECORD.
006090     MOVE "Breaks" TO CLRCTV-RECORD.
006100     WRITE CLRCTV-RECORD.
006110     IF WS-BREAK-DATES = ZERO
006120         MOVE "(none - every file balances to the ledger)"
006130             TO CLRCTV-RECORD
006140         WRITE CLRCTV-RECORD
006150         GO TO 4500-EXIT
006160     END-IF.
006170     MOVE "file     from     to        ledger  actual  "
006180         & "    ledger hash    actual hash" TO CLRCTV-RECORD.
006190     WRITE CLRCTV-RECORD.
006200     MOVE "-------- -------- -------- -------- -------  "
006210         & "--------------- --------------" TO CLRCTV-RECORD.
006220     WRITE CLRCTV-RECORD.
006230     MOVE "N" TO WS-RANGE-SW.
006240     PERFORM 4600-BREAK-ENTRY THRU 4600-EXIT
006250         VARYING WS-IDX FROM 1 BY 1
006260         UNTIL WS-IDX > WS-CT-COUNT.
006270     IF WS-RANGE-OPEN
006280         PERFORM 4700-BREAK-LINE THRU 4700-EXIT
006290     END-IF.
006300 4500-EXIT.
006310     EXIT.
006320*> ---------------------------------------------------------
006330*> 4600-BREAK-ENTRY - one file/date: a balanced date closes
006340*>                    any open range; a break extends the
006350*>                    open range on the same file or starts
006360*>                    a new one.
006370*> ---------------------------------------------------------
006380 4600-BREAK-ENTRY.
006390     IF WS-CT-LED-COUNT (WS-IDX) = WS-CT-ACT-COUNT (WS-IDX)
006400             AND WS-CT-LED-HASH (WS-IDX)
006410                 = WS-CT-ACT-HASH (WS-IDX)
006420         IF WS-RANGE-OPEN
006430             PERFORM 4700-BREAK-LINE THRU 4700-EXIT
006440         END-IF
006450         GO TO 4600-EXIT
006460     END-IF.
006470     IF WS-RANGE-OPEN
006480             AND WS-CT-FILE-ID (WS-IDX) NOT = WS-RG-FILE-ID
006490         PERFORM 4700-BREAK-LINE THRU 4700-EXIT
006500     END-IF.
006510     IF NOT WS-RANGE-OPEN
006520         MOVE "Y" TO WS-RANGE-SW
006530         MOVE WS-CT-FILE-ID (WS-IDX) TO WS-RG-FILE-ID
006540         MOVE WS-CT-DATE (WS-IDX)    TO WS-RG-FROM
006550         MOVE ZERO TO WS-RG-LED-COUNT
006560         MOVE ZERO TO WS-RG-ACT-COUNT
006570         MOVE ZERO TO WS-RG-LED-HASH
006580         MOVE ZERO TO WS-RG-ACT-HASH
006590     END-IF.
006600     MOVE WS-CT-DATE (WS-IDX) TO WS-RG-TO.
006610     ADD WS-CT-LED-COUNT (WS-IDX) TO WS-RG-LED-COUNT.
006620     ADD WS-CT-ACT-COUNT (WS-IDX) TO WS-RG-ACT-COUNT.
006630     ADD WS-CT-LED-HASH (WS-IDX)  TO WS-RG-LED-HASH.
006640     ADD WS-CT-ACT-HASH (WS-IDX)  TO WS-RG-ACT-HASH.
006650 4600-EXIT.
006660     EXIT.
006670*> ---------------------------------------------------------
006680*> 4700-BREAK-LINE - the open range printed and closed.
006690*> ---------------------------------------------------------
006700 4700-BREAK-LINE.
006710     ADD 1 TO WS-BREAK-RANGES.
006720     MOVE SPACES TO CLRCTV-RECORD.
006730     MOVE WS-RG-FILE-ID TO CLRCTV-RECORD (1:8).
006740     MOVE WS-RG-FROM    TO CLRCTV-RECORD (10:8).
006750     MOVE WS-RG-TO      TO CLRCTV-RECORD (19:8).
006760     MOVE WS-RG-LED-COUNT TO WS-LED-COUNT-ED.
006770     MOVE WS-LED-COUNT-ED TO CLRCTV-RECORD (28:8).
006780     MOVE WS-RG-ACT-COUNT TO WS-ACT-COUNT-ED.
006790     MOVE WS-ACT-COUNT-ED TO CLRCTV-RECORD (37:7).
006800     MOVE WS-RG-LED-HASH TO WS-LED-HASH-ED.
006810     MOVE WS-LED-HASH-ED TO CLRCTV-RECORD (46:16).
006820     MOVE WS-RG-ACT-HASH TO WS-ACT-HASH-ED.
006830     MOVE WS-ACT-HASH-ED TO CLRCTV-RECORD (63:15).
006840     WRITE CLRCTV-RECORD.
006850     MOVE "N" TO WS-RANGE-SW.
006860 4700-EXIT.
006870     EXIT.
006880*> ---------------------------------------------------------
006890*> 5000-FIND-ENTRY - the table entry for WS-NEW-KEY, left in
006900*>                   WS-IDX; a new key is inserted in file/
006910*>                   date order with zero totals.  A full
006920*>                   table counts the drop and leaves
006930*>                   WS-FOUND-SW off.
006940*> ---------------------------------------------------------
006950 5000-FIND-ENTRY.
006960     MOVE "N" TO WS-FOUND-SW.
006970     MOVE ZERO TO WS-INS-IDX.
006980     PERFORM 5100-PROBE-ENTRY THRU 5100-EXIT
006990         VARYING WS-IDX FROM 1 BY 1
007000         UNTIL WS-ENTRY-FOUND OR WS-INS-IDX NOT = ZERO
007010             OR WS-IDX > WS-CT-COUNT.
007020     IF WS-ENTRY-FOUND
007030         GO TO 5000-EXIT
007040     END-IF.
007050     IF WS-CT-COUNT = 5000
007060         ADD 1 TO WS-DROP-COUNT
007070         GO TO 5000-EXIT
007080     END-IF.
007090     IF WS-INS-IDX = ZERO
007100         COMPUTE WS-INS-IDX = WS-CT-COUNT + 1
007110     END-IF.
007120     PERFORM 5200-SHIFT-ENTRY THRU 5200-EXIT
007130         VARYING WS-SHIFT-IDX FROM WS-CT-COUNT BY -1
007140         UNTIL WS-SHIFT-IDX < WS-INS-IDX.
007150     ADD 1 TO WS-CT-COUNT.
007160     MOVE WS-INS-IDX TO WS-IDX.
007170     MOVE WS-NEW-KEY TO WS-CT-KEY (WS-IDX).
007180     MOVE ZERO TO WS-CT-LED-COUNT (WS-IDX).
007190     MOVE ZERO TO WS-CT-LED-HASH (WS-IDX).
007200     MOVE ZERO TO WS-CT-ACT-COUNT (WS-IDX).
007210     MOVE ZERO TO WS-CT-ACT-HASH (WS-IDX).
007220     MOVE "Y" TO WS-FOUND-SW.
007230 5000-EXIT.
007240     EXIT.
007250*> ---------------------------------------------------------
007260*> 5100-PROBE-ENTRY - one probe: a match leaves WS-IDX on
007270*>                    it; the first key past the new one
007280*>                    marks where it goes.
007290*> ---------------------------------------------------------
007300 5100-PROBE-ENTRY.
007310     IF WS-CT-KEY (WS-IDX) = WS-NEW-KEY
007320         MOVE "Y" TO WS-FOUND-SW
007330         SUBTRACT 1 FROM WS-IDX
007340     ELSE
007350         IF WS-CT-KEY (WS-IDX) > WS-NEW-KEY
007360             MOVE WS-IDX TO WS-INS-IDX
007370         END-IF
007380     END-IF.
007390 5100-EXIT.
007400     EXIT.
007410*> ---------------------------------------------------------
007420*> 5200-SHIFT-ENTRY - one entry moved up a slot to open the
007430*>                    insertion point.
007440*> ---------------------------------------------------------
007450 5200-SHIFT-ENTRY.
007460     MOVE WS-CT-ENTRY (WS-SHIFT-IDX)
007470         TO WS-CT-ENTRY (WS-SHIFT-IDX + 1).
007480 5200-EXIT.
007490     EXIT.
007500*> ---------------------------------------------------------
007510*> 8000-WRITE-RESULT - the one-record result CLRCMP reads,
007520*>                     rewritten every run.
007530*> ---------------------------------------------------------
007540 8000-WRITE-RESULT.
007550     OPEN OUTPUT CLRCTR-FILE.
007560     IF WS-CLRCTR-STATUS NOT = "00"
007570         DISPLAY "CLRCTR open failed, status " WS-CLRCTR-STATUS
007580         MOVE 8 TO RETURN-CODE
007590         GO TO 8000-EXIT
007600     END-IF.
007610     MOVE SPACES TO CLRCTR-RECORD.
007620     MOVE CURRENT-DATE(1:8) TO CLRCTR-VERIFY-DATE.
007630     MOVE CURRENT-DATE(9:6) TO CLRCTR-VERIFY-TIME.
007640     MOVE CLRDTP-BUS-DATE   TO CLRCTR-BUS-DATE.
007650     MOVE WS-BREAK-RANGES   TO CLRCTR-BREAK-COUNT.
007660     IF WS-BREAK-RANGES = ZERO
007670             AND WS-BAD-POST-COUNT = ZERO
007680             AND WS-DROP-COUNT = ZERO
007690         MOVE "B" TO CLRCTR-RESULT
007700     ELSE
007710         MOVE "U" TO CLRCTR-RESULT
007720     END-IF.
007730     WRITE CLRCTR-RECORD.
007740     IF WS-CLRCTR-STATUS NOT = "00"
007750         DISPLAY "CLRCTR write failed, status " WS-CLRCTR-STATUS
007760         MOVE 8 TO RETURN-CODE
007770     END-IF.
007780     CLOSE CLRCTR-FILE.
007790 8000-EXIT.
007800     EXIT.
007810*> ---------------------------------------------------------
007820*> 9000-TERMINATE - warnings, report close, console line, and
007830*>                  RC=8 on any break, unreadable posting,
007840*>                  dropped entry or refused baseline.
007850*> ---------------------------------------------------------
007860 9000-TERMINATE.
007870     IF WS-BAD-POST-COUNT NOT = ZERO
007880         MOVE WS-BAD-POST-COUNT TO WS-COUNT-ED
007890         MOVE SPACES TO CLRCTV-RECORD
007900         STRING "WARNING - " WS-COUNT-ED
007910                " ledger posting(s) unreadable and not counted"
007920             DELIMITED BY SIZE INTO CLRCTV-RECORD
007930         END-STRING
007940         WRITE CLRCTV-RECORD
007950     END-IF.
007960     IF WS-DROP-COUNT NOT = ZERO
007970         MOVE WS-DROP-COUNT TO WS-COUNT-ED
007980         MOVE SPACES TO CLRCTV-RECORD
007990         STRING "WARNING - internal table full, " WS-COUNT-ED
008000                " total(s) dropped - verification incomplete"
008010             DELIMITED BY SIZE INTO CLRCTV-RECORD
008020         END-STRING
008030         WRITE CLRCTV-RECORD
008040     END-IF.
008050     CLOSE CLRCTV-FILE.
008060     DISPLAY "CLRCTV complete: " WS-LEDGER-COUNT
008070         " posting(s), " WS-RECORD-COUNT " record(s), "
008080         WS-BREAK-RANGES " break range(s).".
008090     IF WS-BREAK-RANGES NOT = ZERO
008100             OR WS-BAD-POST-COUNT NOT = ZERO
008110             OR WS-DROP-COUNT NOT = ZERO
008120             OR WS-BASELINE-REFUSED
008130         MOVE 8 TO RETURN-CODE
008140     END-IF.
008150 9000-EXIT.
008160     EXIT.
008170 END PROGRAM CLRCTV.
