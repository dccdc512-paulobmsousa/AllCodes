000140*>                overnight pass;
000150*>              - the date, time and operator of the last
000160*>                completed run on CLRAUD.
000162*>            The header and fleet summary also say whether
000164*>            the evidence files balanced to the CLRCTL
000166*>            ledger at the last CLRCTV verify (CLRCTR).
000170*>            Ends with a fleet-wide summary page and RC=8
000180*>            when anything is overdue, never certified or
000190*>            carrying an open exception - the two days of
000200*>            hand-assembly from CLREXC and CLRUSG output,
000210*>            in one batch run.
000215*>            An unbalanced verify also ends RC=8.
000216*>            Verdicts given under a swatch set since
000217*>            superseded are counted per terminal, so the
000218*>            auditor can see evidence that predates today's
000219*>            colours.
000220*> Tectonics: cobc -x -I copybooks clrcmp.cbl clrdts.cbl
000225*>            clrswr.cbl
000230*> License:   Public Domain
000240*> ************************************************************
000250 IDENTIFICATION DIVISION.
000330*> DATE      INIT  DESCRIPTION
000340*> 20260902  RFH   Original - compliance statement per
000350*>                 terminal with fleet summary.
000351*> 20261015  RFH   "Today" for the compliance statement is the
000352*>                 CLRDTE business date (CLRDTS), not the clock.
000353*> 20261015  RFH   Header and fleet summary carry the last
000354*>                 CLRCTV control-total verify result (CLRCTR)
000355*>                 - balanced, not balanced, or never verified.
000356*> 20261015  RFH   Count verdicts under a superseded swatch set.
000357*> 20261015  RFH   An approved CLRLVP next-due override sets the
000358*>                 due date, the same as CLRBAT's due test.
000359*> ************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 REPOSITORY.
000560     SELECT CLRAUD-FILE ASSIGN TO "CLRAUD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CLRAUD-STATUS.
000581     SELECT CLRLVP-FILE ASSIGN TO "CLRLVP"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS DYNAMIC
000584         RECORD KEY IS CLRLVP-TERM-ID
000585         FILE STATUS IS WS-CLRLVP-STATUS.
000590     SELECT CLRCMP-FILE ASSIGN TO "CLRCMP"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CLRCMP-STATUS.
000612     SELECT CLRCTR-FILE ASSIGN TO "CLRCTR"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-CLRCTR-STATUS.
000620*> ************************************************************
000630 DATA DIVISION.
000640 FILE SECTION.
000770 FD  CLRCMP-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  CLRCMP-RECORD               PIC X(80).
000792 FD  CLRCTR-FILE
000794     LABEL RECORDS ARE STANDARD.
000796     COPY "copybooks/CLRCTR.cpy".
000797 FD  CLRLVP-FILE
000798     LABEL RECORDS ARE STANDARD.
000799     COPY "copybooks/CLRLVP.cpy".
000800 WORKING-STORAGE SECTION.
000810*>  --- switches ---------------------------------------------
000820 77  WS-CLRTRM-STATUS      PIC X(02).
000840 77  WS-CLRERR-STATUS      PIC X(02).
000850 77  WS-CLRAUD-STATUS      PIC X(02).
000860 77  WS-CLRCMP-STATUS      PIC X(02).
000865 77  WS-CLRCTR-STATUS      PIC X(02).
000867 77  WS-CLRLVP-STATUS      PIC X(02).
000870 77  WS-TRM-EOF-SW         PIC X(01)  VALUE "N".
000880     88  WS-END-OF-INVENTORY          VALUE "Y".
000890 77  WS-CRT-EOF-SW         PIC X(01)  VALUE "N".
000940     88  WS-END-OF-AUDIT              VALUE "Y".
000950 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000960     88  WS-ENTRY-FOUND               VALUE "Y".
000963 77  WS-LVP-OPEN-SW        PIC X(01)  VALUE "N".
000966     88  WS-LVP-OPEN                  VALUE "Y".
000970*>  --- dates and due arithmetic, same rules CLRBAT applies ----
000980 77  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
000990 77  WS-TODAY-INT          PIC 9(07) VALUE ZERO.
001000 77  WS-LAST-CERT-NUM      PIC 9(08) VALUE ZERO.
001005 77  WS-OVR-DUE-NUM        PIC 9(08) VALUE ZERO.
001010 77  WS-FREQ-DAYS          PIC 9(03) VALUE ZERO.
001020 77  WS-DUE-INT            PIC 9(07) VALUE ZERO.
001030 77  WS-DUE-DATE           PIC 9(08) VALUE ZERO.
001080 77  WS-COUNT-ED           PIC ZZZZ9.
001090 77  WS-PASS-ED            PIC ZZZZ9.
001100 77  WS-TOT-ED             PIC ZZZZ9.
001102*>  --- the last control-total verify, as one printable line -
001104 77  WS-EVIDENCE-LINE      PIC X(80) VALUE SPACES.
001106 77  WS-EVIDENCE-SW        PIC X(01)  VALUE "N".
001108     88  WS-EVIDENCE-UNBALANCED       VALUE "U".
001110*>  --- counters and subscripts --------------------------------
001120 77  WS-IDX                PIC 9(03) VALUE ZERO.
001130 77  WS-STYLE-IDX          PIC 9(01) VALUE ZERO.
001210 77  WS-VT-COUNT           PIC 9(03) VALUE ZERO.
001220 77  WS-ET-COUNT           PIC 9(03) VALUE ZERO.
001230 77  WS-LT-COUNT           PIC 9(03) VALUE ZERO.
001231 77  WS-OLD-SET-TERMS      PIC 9(05) VALUE ZERO.
001232 77  WS-LIVE-SWT-VERSION   PIC X(02) VALUE SPACES.
001233 77  WS-VERDICT-VERSION    PIC X(02) VALUE SPACES.
001234*>  --- parameter area for the CLRSWR swatch-set resolver -----
001235     COPY "copybooks/CLRSWP.cpy".
001236*>  --- parameter area for the CLRDTS business-date service -
001237     COPY "copybooks/CLRDTP.cpy".
001240*>  --- per-terminal per-style verdict tallies from CLRCRT -----
001250 01  WS-VERDICT-TABLE.
001260     05  WS-VT-ENTRY OCCURS 500 TIMES.
001280         10  WS-VT-STYLE OCCURS 5 TIMES.
001290             15  WS-VT-PASS     PIC 9(05).
001300             15  WS-VT-TOTAL    PIC 9(05).
001305         10  WS-VT-OLD-SET      PIC 9(05).
001310*>  --- open exceptions from the last pass's CLRERR ------------
001320 01  WS-EXC-TABLE.
001330     05  WS-ET-ENTRY OCCURS 500 TIMES.
001670*> 1000-INITIALIZE - fix today's date and open the report.
001680*> ---------------------------------------------------------
001690 1000-INITIALIZE.
001695     CALL "CLRDTS" USING CLRDTP-PARMS.
001700     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001702     MOVE "L" TO CLRSWP-FUNCTION.
001704     CALL "CLRSWR" USING CLRSWP-PARMS.
001706     MOVE CLRSWP-VERSION TO WS-LIVE-SWT-VERSION.
001710     MOVE INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT.
001720     OPEN OUTPUT CLRCMP-FILE.
001730     MOVE SPACES TO CLRCMP-RECORD.
001780     WRITE CLRCMP-RECORD.
001790     MOVE ALL "-" TO CLRCMP-RECORD.
001800     WRITE CLRCMP-RECORD.
001802     PERFORM 1100-READ-VERIFY-RESULT THRU 1100-EXIT.
001804     MOVE WS-EVIDENCE-LINE TO CLRCMP-RECORD.
001806     WRITE CLRCMP-RECORD.
001810 1000-EXIT.
001820     EXIT.
001830*> ---------------------------------------------------------
001840*> 1100-READ-VERIFY-RESULT - the CLRCTR record CLRCTV leaves,
001850*>                           turned into the evidence line the
001860*>                           header and fleet summary print.  No
001870*>                           record means no verify has run yet.
001880*> ---------------------------------------------------------
001890 1100-READ-VERIFY-RESULT.
001900     MOVE SPACES TO WS-EVIDENCE-LINE.
001910     MOVE "Evidence control totals: never verified (no CLRCTV "
001920         & "result on file)" TO WS-EVIDENCE-LINE.
001930     OPEN INPUT CLRCTR-FILE.
001940     IF WS-CLRCTR-STATUS NOT = "00"
001950         GO TO 1100-EXIT
001960     END-IF.
001970     READ CLRCTR-FILE
001980         AT END
001990             CLOSE CLRCTR-FILE
002000             GO TO 1100-EXIT
002010     END-READ.
002020     CLOSE CLRCTR-FILE.
002030     MOVE SPACES TO WS-EVIDENCE-LINE.
002040     IF CLRCTR-BALANCED
002050         STRING "Evidence control totals: balanced as of verify "
002060                CLRCTR-VERIFY-DATE " " CLRCTR-VERIFY-TIME
002070             DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
002080         END-STRING
002090     ELSE
002100         MOVE "U" TO WS-EVIDENCE-SW
002110         MOVE CLRCTR-BREAK-COUNT TO WS-COUNT-ED
002120         STRING "Evidence control totals: NOT balanced - "
002130                WS-COUNT-ED " break(s) at verify "
002140                CLRCTR-VERIFY-DATE " " CLRCTR-VERIFY-TIME
002150             DELIMITED BY SIZE INTO WS-EVIDENCE-LINE
002160         END-STRING
002170     END-IF.
002180 1100-EXIT.
002190     EXIT.
002200*> ---------------------------------------------------------
002210*> 2000-LOAD-VERDICTS - one pass over CLRCRT, tallying pass
002220*>                      and total per terminal per style.  A
002230*>                      missing results file means no self-
002240*>                      test has filed a verdict yet.
002250*> ---------------------------------------------------------
002260 2000-LOAD-VERDICTS.
002270     OPEN INPUT CLRCRT-FILE.
002280     IF WS-CLRCRT-STATUS NOT = "00"
002290         GO TO 2000-EXIT
002300     END-IF.
002310     PERFORM 2100-READ-VERDICT THRU 2100-EXIT.
002320     PERFORM 2200-TALLY-VERDICT THRU 2200-EXIT
002330         UNTIL WS-END-OF-RESULTS.
002340     CLOSE CLRCRT-FILE.
002350 2000-EXIT.
002360     EXIT.
002370*> ---------------------------------------------------------
002380*> 2100-READ-VERDICT - next certification record in key
002390*>                     order.
002400*> ---------------------------------------------------------
002410 2100-READ-VERDICT.
002420     READ CLRCRT-FILE NEXT RECORD
002430         AT END
002440             MOVE "Y" TO WS-CRT-EOF-SW
002450     END-READ.
002460     IF WS-CLRCRT-STATUS NOT = "00" AND NOT WS-END-OF-RESULTS
002470         MOVE "Y" TO WS-CRT-EOF-SW
002480     END-IF.
002490 2100-EXIT.
002500     EXIT.
002510*> ---------------------------------------------------------
002520*> 2200-TALLY-VERDICT - one verdict into its terminal's
002530*>                      style tallies.
002540*> ---------------------------------------------------------
002550 2200-TALLY-VERDICT.
002560     IF CLRCRT-STYLE < 1 OR CLRCRT-STYLE > 5
002570         GO TO 2200-NEXT
002580     END-IF.
002590     MOVE "N" TO WS-FOUND-SW.
002600     PERFORM 2210-PROBE-VERDICT-TERM THRU 2210-EXIT
002610         VARYING WS-IDX FROM 1 BY 1
002620         UNTIL WS-ENTRY-FOUND OR WS-IDX > WS-VT-COUNT.
002630     IF NOT WS-ENTRY-FOUND
002640         IF WS-VT-COUNT = 500
002650             ADD 1 TO WS-DROP-COUNT
002660             GO TO 2200-NEXT
002670         END-IF
002680         ADD 1 TO WS-VT-COUNT
002690         MOVE WS-VT-COUNT TO WS-IDX
002700         MOVE CLRCRT-TERM-ID TO WS-VT-TERM-ID (WS-IDX)
002710         MOVE ZERO TO WS-VT-OLD-SET (WS-IDX)
002720         PERFORM 2220-CLEAR-STYLE-TALLY THRU 2220-EXIT
002730             VARYING WS-STYLE-IDX FROM 1 BY 1
002740             UNTIL WS-STYLE-IDX > 5
002750     END-IF.
002760     ADD 1 TO WS-VT-TOTAL (WS-IDX, CLRCRT-STYLE).
002770     IF CLRCRT-VERDICT = "P"
002780         ADD 1 TO WS-VT-PASS (WS-IDX, CLRCRT-STYLE)
002790     END-IF.
002800     PERFORM 2230-CHECK-SET-VERSION THRU 2230-EXIT.
002810 2200-NEXT.
002820     PERFORM 2100-READ-VERDICT THRU 2100-EXIT.
002830 2200-EXIT.
002840     EXIT.
002850*> ---------------------------------------------------------
002860*> 2210-PROBE-VERDICT-TERM - one probe; leaves WS-IDX on the
002870*>                           match.
002880*> ---------------------------------------------------------
002890 2210-PROBE-VERDICT-TERM.
002900     IF WS-VT-TERM-ID (WS-IDX) = CLRCRT-TERM-ID
002910         MOVE "Y" TO WS-FOUND-SW
002920         SUBTRACT 1 FROM WS-IDX
002930     END-IF.
002940 2210-EXIT.
002950     EXIT.
002960*> ---------------------------------------------------------
002970*> 2220-CLEAR-STYLE-TALLY - zero one style's tallies.
002980*> ---------------------------------------------------------
002990 2220-CLEAR-STYLE-TALLY.
003000     MOVE ZERO TO WS-VT-PASS (WS-IDX, WS-STYLE-IDX).
003010     MOVE ZERO TO WS-VT-TOTAL (WS-IDX, WS-STYLE-IDX).
003020 2220-EXIT.
003030     EXIT.
003040*> ---------------------------------------------------------
003050*> 2230-CHECK-SET-VERSION - count the verdict against its
003060*>                          terminal when it was given under a
003070*>                          swatch set other than the one live
003080*>                          now.  An unstamped verdict belongs
003090*>                          to the set live on its test date.
003100*>                          A live CLRSWT carrying no version
003110*>                          means nothing has been versioned
003120*>                          yet, so nothing is counted.
003130*> ---------------------------------------------------------
003140 2230-CHECK-SET-VERSION.
003150     IF WS-LIVE-SWT-VERSION NOT NUMERIC
003160         GO TO 2230-EXIT
003170     END-IF.
003180     IF CLRCRT-SWT-VERSION IS NUMERIC
003190         MOVE CLRCRT-SWT-VERSION TO WS-VERDICT-VERSION
003200     ELSE
003210         MOVE "D" TO CLRSWP-FUNCTION
003220         MOVE CLRCRT-TEST-DATE TO CLRSWP-TEST-DATE
003230         CALL "CLRSWR" USING CLRSWP-PARMS
003240         IF NOT CLRSWP-OK
003250             GO TO 2230-EXIT
003260         END-IF
003270         MOVE CLRSWP-VERSION TO WS-VERDICT-VERSION
003280     END-IF.
003290     IF WS-VERDICT-VERSION NOT = WS-LIVE-SWT-VERSION
003300         ADD 1 TO WS-VT-OLD-SET (WS-IDX)
003310     END-IF.
003320 2230-EXIT.
003330     EXIT.
003340*> ---------------------------------------------------------
003350*> 3000-LOAD-EXCEPTIONS - the last pass's CLRERR into its
003360*>                        table; at end of a pass the file
003370*>                        holds exactly the still-open
003380*>                        failures.  A missing file means a
003390*>                        clean pass.
003400*> ---------------------------------------------------------
003410 3000-LOAD-EXCEPTIONS.
003420     OPEN INPUT CLRERR-FILE.
003430     IF WS-CLRERR-STATUS NOT = "00"
003440         GO TO 3000-EXIT
003450     END-IF.
003460     PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT.
003470     PERFORM 3200-STORE-EXCEPTION THRU 3200-EXIT
003480         UNTIL WS-END-OF-ERRORS.
003490     CLOSE CLRERR-FILE.
003500 3000-EXIT.
003510     EXIT.
003520*> ---------------------------------------------------------
003530*> 3100-READ-EXCEPTION - read the next exception record.
003540*> ---------------------------------------------------------
003550 3100-READ-EXCEPTION.
003560     READ CLRERR-FILE
003570         AT END
003580             MOVE "Y" TO WS-ERR-EOF-SW
003590     END-READ.
003600 3100-EXIT.
003610     EXIT.
003620*> ---------------------------------------------------------
003630*> 3200-STORE-EXCEPTION - one open exception.
003640*> ---------------------------------------------------------
003650 3200-STORE-EXCEPTION.
003660     IF WS-ET-COUNT < 500
003670         ADD 1 TO WS-ET-COUNT
003680         MOVE CLRERR-TERM-ID  TO WS-ET-TERM-ID (WS-ET-COUNT)
003690         MOVE CLRERR-REASON   TO WS-ET-REASON (WS-ET-COUNT)
003700         MOVE CLRERR-RUN-DATE TO WS-ET-RUN-DATE (WS-ET-COUNT)
003710     ELSE
003720         ADD 1 TO WS-DROP-COUNT
003730     END-IF.
003740     PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT.
003750 3200-EXIT.
003760     EXIT.
003770*> ---------------------------------------------------------
003780*> 4000-LOAD-LAST-RUNS - the latest CLRAUD run per terminal.
003790*>                       A missing audit trail means no run
003800*>                       has ever completed.
003810*> ---------------------------------------------------------
003820 4000-LOAD-LAST-RUNS.
003830     OPEN INPUT CLRAUD-FILE.
003840     IF WS-CLRAUD-STATUS NOT = "00"
003850         GO TO 4000-EXIT
003860     END-IF.
003870     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
003880     PERFORM 4200-POST-LAST-RUN THRU 4200-EXIT
003890         UNTIL WS-END-OF-AUDIT.
003900     CLOSE CLRAUD-FILE.
003910 4000-EXIT.
003920     EXIT.
003930*> ---------------------------------------------------------
003940*> 4100-READ-AUDIT - read the next audit record.
003950*> ---------------------------------------------------------
003960 4100-READ-AUDIT.
003970     READ CLRAUD-FILE
003980         AT END
003990             MOVE "Y" TO WS-AUD-EOF-SW
004000     END-READ.
004010 4100-EXIT.
004020     EXIT.
004030*> ---------------------------------------------------------
004040*> 4200-POST-LAST-RUN - keep the latest run per terminal.
004050*> ---------------------------------------------------------
004060 4200-POST-LAST-RUN.
004070     MOVE "N" TO WS-FOUND-SW.
004080     PERFORM 4210-PROBE-LAST-RUN THRU 4210-EXIT
004090         VARYING WS-IDX FROM 1 BY 1
004100         UNTIL WS-ENTRY-FOUND OR WS-IDX > WS-LT-COUNT.
004110     IF NOT WS-ENTRY-FOUND
004120         IF WS-LT-COUNT = 500
004130             ADD 1 TO WS-DROP-COUNT
004140             GO TO 4200-NEXT
004150         END-IF
004160         ADD 1 TO WS-LT-COUNT
004170         MOVE WS-LT-COUNT TO WS-IDX
004180         MOVE CLRAUD-TERM-ID  TO WS-LT-TERM-ID (WS-IDX)
004190         MOVE CLRAUD-RUN-DATE TO WS-LT-RUN-DATE (WS-IDX)
004200         MOVE CLRAUD-RUN-TIME TO WS-LT-RUN-TIME (WS-IDX)
004210         MOVE CLRAUD-OPER-ID  TO WS-LT-OPER-ID (WS-IDX)
004220         GO TO 4200-NEXT
004230     END-IF.
004240     IF CLRAUD-RUN-DATE > WS-LT-RUN-DATE (WS-IDX)
004250             OR (CLRAUD-RUN-DATE = WS-LT-RUN-DATE (WS-IDX)
004260                 AND CLRAUD-RUN-TIME > WS-LT-RUN-TIME (WS-IDX))
004270         MOVE CLRAUD-RUN-DATE TO WS-LT-RUN-DATE (WS-IDX)
004280         MOVE CLRAUD-RUN-TIME TO WS-LT-RUN-TIME (WS-IDX)
004290         MOVE CLRAUD-OPER-ID  TO WS-LT-OPER-ID (WS-IDX)
004300     END-IF.
004310 4200-NEXT.
004320     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
004330 4200-EXIT.
004340     EXIT.
004350*> ---------------------------------------------------------
004360*> 4210-PROBE-LAST-RUN - one probe; leaves WS-IDX on the
004370*>                       match.
004380*> ---------------------------------------------------------
004390 4210-PROBE-LAST-RUN.
004400     IF WS-LT-TERM-ID (WS-IDX) = CLRAUD-TERM-ID
004410         MOVE "Y" TO WS-FOUND-SW
004420         SUBTRACT 1 FROM WS-IDX
004430     END-IF.
004440 4210-EXIT.
004450     EXIT.
004460*> ---------------------------------------------------------
004470*> 5000-WALK-INVENTORY - one statement per CLRTRM terminal,
004480*>                       in key order.  No CLRLVP file
004490*>                       means no next-due overrides.
004500*> ---------------------------------------------------------
004510 5000-WALK-INVENTORY.
004520     OPEN INPUT CLRTRM-FILE.
004530     IF WS-CLRTRM-STATUS NOT = "00"
004540         MOVE "(no terminal inventory on file)" TO CLRCMP-RECORD
004550         WRITE CLRCMP-RECORD
004560         GO TO 5000-EXIT
004570     END-IF.
004580     OPEN INPUT CLRLVP-FILE.
004590     IF WS-CLRLVP-STATUS = "00"
004600         MOVE "Y" TO WS-LVP-OPEN-SW
004610     END-IF.
004620     MOVE LOW-VALUES TO CLRTRM-TERM-ID.
004630     START CLRTRM-FILE KEY NOT < CLRTRM-TERM-ID
004640         INVALID KEY
004650             MOVE "Y" TO WS-TRM-EOF-SW
004660     END-START.
004670     PERFORM 5100-READ-TERMINAL THRU 5100-EXIT.
004680     PERFORM 5200-WRITE-STATEMENT THRU 5200-EXIT
004690         UNTIL WS-END-OF-INVENTORY.
004700     CLOSE CLRTRM-FILE.
004710     IF WS-LVP-OPEN
004720         CLOSE CLRLVP-FILE
004730         MOVE "N" TO WS-LVP-OPEN-SW
004740     END-IF.
004750 5000-EXIT.
004760     EXIT.
004770*> ---------------------------------------------------------
004780*> 5100-READ-TERMINAL - next inventory record in key order.
004790*> ---------------------------------------------------------
004800 5100-READ-TERMINAL.
004810     IF WS-END-OF-INVENTORY
004820         GO TO 5100-EXIT
004830     END-IF.
004840     READ CLRTRM-FILE NEXT RECORD
004850         AT END
004860             MOVE "Y" TO WS-TRM-EOF-SW
004870     END-READ.
004880     IF WS-CLRTRM-STATUS NOT = "00" AND NOT WS-END-OF-INVENTORY
004890         MOVE "Y" TO WS-TRM-EOF-SW
004900     END-IF.
004910 5100-EXIT.
004920     EXIT.
004930*> ---------------------------------------------------------
004940*> 5200-WRITE-STATEMENT - one terminal's full statement.
004950*> ---------------------------------------------------------
004960 5200-WRITE-STATEMENT.
004970     ADD 1 TO WS-TERM-COUNT.
004980     PERFORM 5300-JUDGE-STATUS THRU 5300-EXIT.
004990     MOVE SPACES TO CLRCMP-RECORD.
005000     WRITE CLRCMP-RECORD.
005010     MOVE SPACES TO CLRCMP-RECORD.
005020     STRING "Terminal " CLRTRM-TERM-ID
005030            "  (" CLRTRM-TERM-TYPE ")  status: "
005040            WS-STATUS-TEXT
005050         DELIMITED BY SIZE INTO CLRCMP-RECORD
005060     END-STRING.
005070     WRITE CLRCMP-RECORD.
005080     PERFORM 5400-WRITE-DUE-LINE THRU 5400-EXIT.
005090     PERFORM 5500-WRITE-LAST-RUN THRU 5500-EXIT.
005100     PERFORM 5600-WRITE-STYLE-RATES THRU 5600-EXIT.
005110     PERFORM 5700-WRITE-EXCEPTION THRU 5700-EXIT.
005120     PERFORM 5100-READ-TERMINAL THRU 5100-EXIT.
005130 5200-EXIT.
005140     EXIT.
005150*> ---------------------------------------------------------
005160*> 5300-JUDGE-STATUS - the same due arithmetic CLRBAT uses
005170*>                     to pick tonight's terminals: never
005180*>                     certified when the date is blank or
005190*>                     unreadable, otherwise overdue once
005200*>                     last-certified plus the frequency has
005210*>                     arrived.  Blank or zero frequency
005220*>                     means due every pass.  An approved
005230*>                     CLRLVP move brings the due date
005240*>                     forward (5350).
005250*> ---------------------------------------------------------
005260 5300-JUDGE-STATUS.
005270     IF CLRTRM-LAST-CERT-DATE NOT NUMERIC
005280         MOVE "NEVER CERTIFIED" TO WS-STATUS-TEXT
005290         ADD 1 TO WS-NEVER-COUNT
005300         MOVE ZERO TO WS-DUE-DATE
005310         GO TO 5300-EXIT
005320     END-IF.
005330     IF CLRTRM-CERT-FREQ-DAYS IS NUMERIC
005340         MOVE CLRTRM-CERT-FREQ-DAYS TO WS-FREQ-DAYS
005350     ELSE
005360         MOVE ZERO TO WS-FREQ-DAYS
005370     END-IF.
005380     IF WS-FREQ-DAYS = ZERO
005390         MOVE 1 TO WS-FREQ-DAYS
005400     END-IF.
005410     MOVE CLRTRM-LAST-CERT-DATE TO WS-LAST-CERT-NUM.
005420     COMPUTE WS-DUE-INT =
005430         INTEGER-OF-DATE(WS-LAST-CERT-NUM) + WS-FREQ-DAYS.
005440     PERFORM 5350-CHECK-OVERRIDE THRU 5350-EXIT.
005450     MOVE DATE-OF-INTEGER(WS-DUE-INT) TO WS-DUE-DATE.
005460     IF WS-DUE-INT > WS-TODAY-INT
005470         MOVE "CURRENT" TO WS-STATUS-TEXT
005480         ADD 1 TO WS-CURRENT-COUNT
005490     ELSE
005500         MOVE "OVERDUE" TO WS-STATUS-TEXT
005510         ADD 1 TO WS-OVERDUE-COUNT
005520     END-IF.
005530 5300-EXIT.
005540     EXIT.
005550*> ---------------------------------------------------------
005560*> 5350-CHECK-OVERRIDE - an approved CLRLVP move for the
005570*>                       terminal, still standing against its
005580*>                       last certificate, replaces the due
005590*>                       day in WS-DUE-INT - the rule CLRBAT's
005600*>                       3600-CHECK-OVERRIDE applies.
005610*> ---------------------------------------------------------
005620 5350-CHECK-OVERRIDE.
005630     IF NOT WS-LVP-OPEN
005640         GO TO 5350-EXIT
005650     END-IF.
005660     MOVE CLRTRM-TERM-ID TO CLRLVP-TERM-ID.
005670     READ CLRLVP-FILE
005680         INVALID KEY
005690             GO TO 5350-EXIT
005700     END-READ.
005710     IF CLRLVP-APPROVED
005720             AND CLRLVP-LAST-CERT-DATE = CLRTRM-LAST-CERT-DATE
005730             AND CLRLVP-NEW-DUE-DATE IS NUMERIC
005740         MOVE CLRLVP-NEW-DUE-DATE TO WS-OVR-DUE-NUM
005750         MOVE INTEGER-OF-DATE(WS-OVR-DUE-NUM) TO WS-DUE-INT
005760     END-IF.
005770 5350-EXIT.
005780     EXIT.
005790*> ---------------------------------------------------------
005800*> 5400-WRITE-DUE-LINE - frequency, last-certified and next-
005810*>                       due dates.
005820*> ---------------------------------------------------------
005830 5400-WRITE-DUE-LINE.
005840     MOVE SPACES TO CLRCMP-RECORD.
005850     IF WS-DUE-DATE = ZERO
005860         STRING "  certify every " CLRTRM-CERT-FREQ-X
005870                " day(s); never certified"
005880             DELIMITED BY SIZE INTO CLRCMP-RECORD
005890         END-STRING
005900     ELSE
005910         STRING "  certify every " CLRTRM-CERT-FREQ-X
005920                " day(s); last certified "
005930                CLRTRM-LAST-CERT-DATE
005940                ", due " WS-DUE-DATE
005950             DELIMITED BY SIZE INTO CLRCMP-RECORD
005960         END-STRING
005970     END-IF.
005980     WRITE CLRCMP-RECORD.
005990 5400-EXIT.
006000     EXIT.
006010*> ---------------------------------------------------------
006020*> 5500-WRITE-LAST-RUN - the last completed run off CLRAUD.
006030*> ---------------------------------------------------------
006040 5500-WRITE-LAST-RUN.
006050     MOVE "N" TO WS-FOUND-SW.
006060     PERFORM 5510-PROBE-LAST-RUN THRU 5510-EXIT
006070         VARYING WS-TT-SUB FROM 1 BY 1
006080         UNTIL WS-ENTRY-FOUND OR WS-TT-SUB > WS-LT-COUNT.
006090     MOVE SPACES TO CLRCMP-RECORD.
006100     IF WS-ENTRY-FOUND
006110         STRING "  last completed run "
006120                WS-LT-RUN-DATE (WS-TT-SUB) " "
006130                WS-LT-RUN-TIME (WS-TT-SUB) " by "
006140                WS-LT-OPER-ID (WS-TT-SUB)
006150             DELIMITED BY SIZE INTO CLRCMP-RECORD
006160         END-STRING
006170     ELSE
006180         MOVE "  no completed run on the audit trail"
006190             TO CLRCMP-RECORD
006200     END-IF.
006210     WRITE CLRCMP-RECORD.
006220 5500-EXIT.
006230     EXIT.
006240*> ---------------------------------------------------------
006250*> 5510-PROBE-LAST-RUN - one probe; leaves WS-TT-SUB on the
006260*>                       match.
006270*> ---------------------------------------------------------
006280 5510-PROBE-LAST-RUN.
006290     IF WS-LT-TERM-ID (WS-TT-SUB) = CLRTRM-TERM-ID
006300         MOVE "Y" TO WS-FOUND-SW
006310         SUBTRACT 1 FROM WS-TT-SUB
006320     END-IF.
006330 5510-EXIT.
006340     EXIT.
006350*> ---------------------------------------------------------
006360*> 5600-WRITE-STYLE-RATES - the pass percentage per display
006370*>                          style off the CLRCRT verdicts; a
006380*>                          style never tested says so
006390*>                          instead of claiming 0 percent.
006400*> ---------------------------------------------------------
006410 5600-WRITE-STYLE-RATES.
006420     MOVE "N" TO WS-FOUND-SW.
006430     PERFORM 5610-PROBE-VERDICTS THRU 5610-EXIT
006440         VARYING WS-TT-SUB FROM 1 BY 1
006450         UNTIL WS-ENTRY-FOUND OR WS-TT-SUB > WS-VT-COUNT.
006460     IF NOT WS-ENTRY-FOUND
006470         MOVE "  no self-test verdicts on file"
006480             TO CLRCMP-RECORD
006490         WRITE CLRCMP-RECORD
006500         GO TO 5600-EXIT
006510     END-IF.
006520     PERFORM 5620-WRITE-ONE-STYLE THRU 5620-EXIT
006530         VARYING WS-STYLE-IDX FROM 1 BY 1
006540         UNTIL WS-STYLE-IDX > 5.
006550     PERFORM 5630-WRITE-OLD-SET THRU 5630-EXIT.
006560 5600-EXIT.
006570     EXIT.
006580*> ---------------------------------------------------------
006590*> 5610-PROBE-VERDICTS - one probe; leaves WS-TT-SUB on the
006600*>                       match.
006610*> ---------------------------------------------------------
006620 5610-PROBE-VERDICTS.
006630     IF WS-VT-TERM-ID (WS-TT-SUB) = CLRTRM-TERM-ID
006640         MOVE "Y" TO WS-FOUND-SW
006650         SUBTRACT 1 FROM WS-TT-SUB
006660     END-IF.
006670 5610-EXIT.
006680     EXIT.
006690*> ---------------------------------------------------------
006700*> 5620-WRITE-ONE-STYLE - one style's pass rate line.
006710*> ---------------------------------------------------------
006720 5620-WRITE-ONE-STYLE.
006730     IF WS-VT-TOTAL (WS-TT-SUB, WS-STYLE-IDX) = ZERO
006740         GO TO 5620-EXIT
006750     END-IF.
006760     COMPUTE WS-PCT ROUNDED =
006770         WS-VT-PASS (WS-TT-SUB, WS-STYLE-IDX) * 100
006780         / WS-VT-TOTAL (WS-TT-SUB, WS-STYLE-IDX).
006790     MOVE WS-PCT TO WS-PCT-ED.
006800     MOVE WS-VT-PASS (WS-TT-SUB, WS-STYLE-IDX) TO WS-PASS-ED.
006810     MOVE WS-VT-TOTAL (WS-TT-SUB, WS-STYLE-IDX) TO WS-TOT-ED.
006820     MOVE SPACES TO CLRCMP-RECORD.
006830     STRING "  " WS-STYLE-NAME (WS-STYLE-IDX)
006840            " pass rate " WS-PCT-ED " pct ("
006850            WS-PASS-ED " of" WS-TOT-ED " )"
006860         DELIMITED BY SIZE INTO CLRCMP-RECORD
006870     END-STRING.
006880     WRITE CLRCMP-RECORD.
006890 5620-EXIT.
006900     EXIT.
006910*> ---------------------------------------------------------
006920*> 5630-WRITE-OLD-SET - how many of the terminal's verdicts
006930*>                      were given under a swatch set since
006940*>                      superseded; nothing when none were.
006950*> ---------------------------------------------------------
006960 5630-WRITE-OLD-SET.
006970     IF WS-VT-OLD-SET (WS-TT-SUB) = ZERO
006980         GO TO 5630-EXIT
006990     END-IF.
007000     ADD 1 TO WS-OLD-SET-TERMS.
007010     MOVE WS-VT-OLD-SET (WS-TT-SUB) TO WS-COUNT-ED.
007020     MOVE SPACES TO CLRCMP-RECORD.
007030     STRING "  " WS-COUNT-ED
007040            " verdict(s) given under a superseded swatch "
007050            "set (live set v" WS-LIVE-SWT-VERSION ")"
007060         DELIMITED BY SIZE INTO CLRCMP-RECORD
007070     END-STRING.
007080     WRITE CLRCMP-RECORD.
007090 5630-EXIT.
007100     EXIT.
007110*> ---------------------------------------------------------
007120*> 5700-WRITE-EXCEPTION - any open exception from the last
007130*>                        overnight pass.
007140*> ---------------------------------------------------------
007150 5700-WRITE-EXCEPTION.
007160     MOVE "N" TO WS-FOUND-SW.
007170     PERFORM 5710-PROBE-EXCEPTION THRU 5710-EXIT
007180         VARYING WS-TT-SUB FROM 1 BY 1
007190         UNTIL WS-ENTRY-FOUND OR WS-TT-SUB > WS-ET-COUNT.
007200     IF WS-ENTRY-FOUND
007210         ADD 1 TO WS-EXC-TERM-COUNT
007220         MOVE SPACES TO CLRCMP-RECORD
007230         STRING "  OPEN EXCEPTION: "
007240                WS-ET-REASON (WS-TT-SUB) " on "
007250                WS-ET-RUN-DATE (WS-TT-SUB)
007260             DELIMITED BY SIZE INTO CLRCMP-RECORD
007270         END-STRING
007280         WRITE CLRCMP-RECORD
007290     END-IF.
007300 5700-EXIT.
007310     EXIT.
007320*> ---------------------------------------------------------
007330*> 5710-PROBE-EXCEPTION - one probe; leaves WS-TT-SUB on the
007340*>                        match.
007350*> ---------------------------------------------------------
007360 5710-PROBE-EXCEPTION.
007370     IF WS-ET-TERM-ID (WS-TT-SUB) = CLRTRM-TERM-ID
007380         MOVE "Y" TO WS-FOUND-SW
007390         SUBTRACT 1 FROM WS-TT-SUB
007400     END-IF.
007410 5710-EXIT.
007420     EXIT.
007430*> ---------------------------------------------------------
007440*> 9000-TERMINATE - the fleet-wide summary page, report
007450*>                  close, and RC=8 when anything needs
007460*>                  chasing.
007470*> ---------------------------------------------------------
007480 9000-TERMINATE.
007490     MOVE SPACES TO CLRCMP-RECORD.
007500     WRITE CLRCMP-RECORD.
007510     MOVE "Fleet summary" TO CLRCMP-RECORD.
007520     WRITE CLRCMP-RECORD.
007530     MOVE "-------------" TO CLRCMP-RECORD.
007540     WRITE CLRCMP-RECORD.
007550     MOVE WS-TERM-COUNT TO WS-COUNT-ED.
007560     MOVE SPACES TO CLRCMP-RECORD.
007570     STRING "Terminals on inventory:   " WS-COUNT-ED
007580         DELIMITED BY SIZE INTO CLRCMP-RECORD
007590     END-STRING.
007600     WRITE CLRCMP-RECORD.
007610     MOVE WS-CURRENT-COUNT TO WS-COUNT-ED.
007620     MOVE SPACES TO CLRCMP-RECORD.
007630     STRING "Certification current:    " WS-COUNT-ED
007640         DELIMITED BY SIZE INTO CLRCMP-RECORD
007650     END-STRING.
007660     WRITE CLRCMP-RECORD.
007670     MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED.
007680     MOVE SPACES TO CLRCMP-RECORD.
007690     STRING "Certification overdue:    " WS-COUNT-ED
007700         DELIMITED BY SIZE INTO CLRCMP-RECORD
007710     END-STRING.
007720     WRITE CLRCMP-RECORD.
007730     MOVE WS-NEVER-COUNT TO WS-COUNT-ED.
007740     MOVE SPACES TO CLRCMP-RECORD.
007750     STRING "Never certified:          " WS-COUNT-ED
007760         DELIMITED BY SIZE INTO CLRCMP-RECORD
007770     END-STRING.
007780     WRITE CLRCMP-RECORD.
007790     MOVE WS-OLD-SET-TERMS TO WS-COUNT-ED.
007800     MOVE SPACES TO CLRCMP-RECORD.
007810     STRING "Evidence on an old set:   " WS-COUNT-ED
007820         DELIMITED BY SIZE INTO CLRCMP-RECORD
007830     END-STRING.
007840     WRITE CLRCMP-RECORD.
007850     MOVE WS-EXC-TERM-COUNT TO WS-COUNT-ED.
007860     MOVE SPACES TO CLRCMP-RECORD.
007870     STRING "With an open exception:   " WS-COUNT-ED
007880         DELIMITED BY SIZE INTO CLRCMP-RECORD
007890     END-STRING.
007900     WRITE CLRCMP-RECORD.
007910     MOVE WS-EVIDENCE-LINE TO CLRCMP-RECORD.
007920     WRITE CLRCMP-RECORD.
007930     IF WS-DROP-COUNT NOT = ZERO
007940         MOVE WS-DROP-COUNT TO WS-COUNT-ED
007950         MOVE SPACES TO CLRCMP-RECORD
007960         STRING "WARNING - internal tables full, " WS-COUNT-ED
007970                " record(s) dropped - statements incomplete"
007980             DELIMITED BY SIZE INTO CLRCMP-RECORD
007990         END-STRING
008000         WRITE CLRCMP-RECORD
008010     END-IF.
008020     CLOSE CLRCMP-FILE.
008030     DISPLAY "CLRCMP complete: " WS-TERM-COUNT
008040         " terminal(s) - " WS-CURRENT-COUNT " current, "
008050         WS-OVERDUE-COUNT " overdue, " WS-NEVER-COUNT
008060         " never certified, " WS-EXC-TERM-COUNT
008070         " with open exception(s).".
008080     IF WS-OVERDUE-COUNT NOT = ZERO
008090             OR WS-NEVER-COUNT NOT = ZERO
008100             OR WS-EXC-TERM-COUNT NOT = ZERO
008110         MOVE 8 TO RETURN-CODE
008120     END-IF.
008130     IF WS-EVIDENCE-UNBALANCED
008140         MOVE 8 TO RETURN-CODE
008150     END-IF.
008160 9000-EXIT.
008170     EXIT.
008180 END PROGRAM CLRCMP.
