000040*> Purpose:   Certify and display the GnuCOBOL terminal colour
000050*>            palette (GNUCOBOL-COLOURS) for operator terminals.
000060*> Tectonics: cobc -x -I copybooks sample.cbl clrsrv.cbl
000061*>            clrdts.cbl clrcts.cbl clrswr.cbl
000070*> License:   Public Domain
000080*> ************************************************************
000090 IDENTIFICATION DIVISION.
000980*>                 page at a time - one accept per page of 8,
000990*>                 naming the failing rows, instead of one
001000*>                 accept per swatch per style.
001001*> 20261015  RFH   Verdicts dated by business date (CLRDTS).
001002*> 20261015  RFH   SAMPLE-MODE=RECHECK re-judges the CLRRCK
001003*>                 queue; 7115 paints for both flows.
001004*> 20261015  RFH   CLRRPT, CLRAUD and CLRCRH writes posted to
001005*>                 the CLRCTL ledger through CLRCTS.
001006*> 20261015  RFH   CLRPAL carries each colour's reference RGB.
001007*> 20261015  RFH   Swatch-set version stamped on each verdict
001008*>                 and CLRRPT header; re-check repaints from
001009*>                 the verdict's own set (CLRSWR).
001010*> ************************************************************
001020 ENVIRONMENT DIVISION.
001030 CONFIGURATION SECTION.
001470     SELECT CLRBAN-FILE ASSIGN TO "CLRBAN"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-CLRBAN-STATUS.
001491     SELECT CLRRCK-FILE ASSIGN TO "CLRRCK"
001492         ORGANIZATION IS INDEXED
001493         ACCESS MODE IS DYNAMIC
001494         RECORD KEY IS CLRRCK-KEY
001495         FILE STATUS IS WS-CLRRCK-STATUS.
001500*> ************************************************************
001510 DATA DIVISION.
001520 FILE SECTION.
001800 FD  CLRBAN-FILE
001810     LABEL RECORDS ARE STANDARD.
001820     COPY "copybooks/CLRBAN.cpy".
001821 FD  CLRRCK-FILE
001822     LABEL RECORDS ARE STANDARD.
001823     COPY "copybooks/CLRRCK.cpy".
001830 WORKING-STORAGE SECTION.
001840*>  --- colour constants : base eight.  These back the value  ---
001850*>  --- clauses in WS-SWT-DEFAULTS-INIT and WS-PAL-NAMES-INIT ---
002130 77  WS-CLROPR-STATUS      PIC X(02).
002140 77  WS-CLROPM-STATUS      PIC X(02).
002150 77  WS-CLRBAN-STATUS      PIC X(02).
002151 77  WS-CLRRCK-STATUS      PIC X(02).
002152 77  WS-RCK-EOF-SW         PIC X(01)  VALUE "N".
002153     88  WS-END-OF-RECHECKS           VALUE "Y".
002155 77  WS-CRH-REPLACED-SW    PIC X(01)  VALUE "N".
002157     88  WS-CRH-REPLACED              VALUE "Y".
002160 77  WS-SETTINGS-FOUND-SW  PIC X(01)  VALUE "N".
002170     88  WS-SETTINGS-FOUND            VALUE "Y".
002180     88  WS-SETTINGS-NOT-FOUND        VALUE "N".
002270 77  WS-RUN-MODE            PIC X(11) VALUE "INTERACTIVE".
002280     88  WS-REPORT-MODE                VALUE "REPORT".
002290     88  WS-SELFTEST-MODE               VALUE "SELFTEST".
002291     88  WS-RECHECK-MODE                VALUE "RECHECK".
002300 77  WS-PRINT-FLAG          PIC X(01) VALUE "N".
002310     88  WS-PRINT-REQUESTED             VALUE "Y".
002320 77  WS-TERM-TYPE           PIC X(05) VALUE "COLOR".
002370 77  WS-ST-RESPONSE         PIC X(01) VALUE SPACE.
002380 77  WS-ST-TOTAL-COUNT      PIC 9(05) VALUE ZERO.
002390 77  WS-ST-FAIL-COUNT       PIC 9(05) VALUE ZERO.
002391 77  WS-RCK-DONE-COUNT      PIC 9(05) VALUE ZERO.
002392 77  WS-RCK-SKIP-COUNT      PIC 9(05) VALUE ZERO.
002400*>  --- paged self-test: the current swatch on screen, and the -
002410*>  --- one-accept-per-page failing-rows answer ----------------
002420 77  WS-ST-LABEL            PIC X(07) VALUE SPACES.
003140         10  WS-SWT-COLOUR-NAME PIC X(07).
003150         10  WS-SWT-BASE-ATTR   PIC 9(03).
003160 77  WS-SWT-COUNT           PIC 9(03) VALUE 8.
003161*>  --- version of the loaded swatch set, stamped on verdicts: ---
003162*>  --- 00 = the compiled-in defaults, spaces = not stamped ----
003163 77  WS-SWT-VERSION         PIC X(02) VALUE "00".
003164*>  --- parameter area for the CLRSWR swatch-set resolver -----
003165     COPY "copybooks/CLRSWP.cpy".
003170*>  --- parameter area for the CLRSRV colour service -----------
003180     COPY "copybooks/CLRSVC.cpy".
003181*>  --- parameter area for the CLRDTS business-date service ----
003182     COPY "copybooks/CLRDTP.cpy".
003183*>  --- parameter area for the CLRCTS control-total service -
003184     COPY "copybooks/CLRCTP.cpy".
003185*>  --- CLRRPT lines post under their block header's date ---
003186 77  WS-RPT-DATA-DATE       PIC X(08) VALUE "00000000".
003187 01  WS-CRH-NEW-RECORD      PIC X(34).
003188 01  WS-CRH-OLD-RECORD      PIC X(34).
003190 01  WS-SWT-HI-ATTRS.
003200     05  WS-SWT-HI-ATTR         PIC 9(03) OCCURS 256 TIMES.
003210*>  --- the page of 8 swatch rows the screens actually paint; --
003340*>  --- shop-wide palette : every colour name this program   ---
003350*>  --- knows, written out to CLRPAL so other terminal        ---
003360*>  --- programs can share the same name-to-value mapping.   ---
003363*>  --- Each carries its reference RGB (RRGGBB, the VGA      ---
003366*>  --- text-mode values) for the CLRCON contrast report.    ---
003370 01  WS-PAL-NAMES-INIT.
003380     05  FILLER PIC X(10) VALUE "BLACK".
003390     05  FILLER PIC 9(03) VALUE BLACK.
003400     05  FILLER PIC X(01) VALUE "N".
003405     05  FILLER PIC X(06) VALUE "000000".
003410     05  FILLER PIC X(10) VALUE "BLUE".
003420     05  FILLER PIC 9(03) VALUE BLUE.
003430     05  FILLER PIC X(01) VALUE "N".
003435     05  FILLER PIC X(06) VALUE "0000AA".
003440     05  FILLER PIC X(10) VALUE "GREEN".
003450     05  FILLER PIC 9(03) VALUE GREEN.
003460     05  FILLER PIC X(01) VALUE "N".
003465     05  FILLER PIC X(06) VALUE "00AA00".
003470     05  FILLER PIC X(10) VALUE "CYAN".
003480     05  FILLER PIC 9(03) VALUE CYAN.
003490     05  FILLER PIC X(01) VALUE "N".
003495     05  FILLER PIC X(06) VALUE "00AAAA".
003500     05  FILLER PIC X(10) VALUE "RED".
003510     05  FILLER PIC 9(03) VALUE RED.
003520     05  FILLER PIC X(01) VALUE "N".
003525     05  FILLER PIC X(06) VALUE "AA0000".
003530     05  FILLER PIC X(10) VALUE "MAGENTA".
003540     05  FILLER PIC 9(03) VALUE MAGENTA.
003550     05  FILLER PIC X(01) VALUE "N".
003555     05  FILLER PIC X(06) VALUE "AA00AA".
003560     05  FILLER PIC X(10) VALUE "BROWN".
003570     05  FILLER PIC 9(03) VALUE BROWN.
003580     05  FILLER PIC X(01) VALUE "N".
003585     05  FILLER PIC X(06) VALUE "AA5500".
003590     05  FILLER PIC X(10) VALUE "WHITE".
003600     05  FILLER PIC 9(03) VALUE WHITE.
003610     05  FILLER PIC X(01) VALUE "N".
003615     05  FILLER PIC X(06) VALUE "AAAAAA".
003620     05  FILLER PIC X(10) VALUE "HI-BLACK".
003630     05  FILLER PIC 9(03) VALUE HI-BLACK.
003640     05  FILLER PIC X(01) VALUE "H".
003645     05  FILLER PIC X(06) VALUE "555555".
003650     05  FILLER PIC X(10) VALUE "HI-BLUE".
003660     05  FILLER PIC 9(03) VALUE HI-BLUE.
003670     05  FILLER PIC X(01) VALUE "H".
003675     05  FILLER PIC X(06) VALUE "5555FF".
003680     05  FILLER PIC X(10) VALUE "HI-GREEN".
003690     05  FILLER PIC 9(03) VALUE HI-GREEN.
003700     05  FILLER PIC X(01) VALUE "H".
003705     05  FILLER PIC X(06) VALUE "55FF55".
003710     05  FILLER PIC X(10) VALUE "HI-CYAN".
003720     05  FILLER PIC 9(03) VALUE HI-CYAN.
003730     05  FILLER PIC X(01) VALUE "H".
003735     05  FILLER PIC X(06) VALUE "55FFFF".
003740     05  FILLER PIC X(10) VALUE "HI-RED".
003750     05  FILLER PIC 9(03) VALUE HI-RED.
003760     05  FILLER PIC X(01) VALUE "H".
003765     05  FILLER PIC X(06) VALUE "FF5555".
003770     05  FILLER PIC X(10) VALUE "HI-MAGENTA".
003780     05  FILLER PIC 9(03) VALUE HI-MAGENTA.
003790     05  FILLER PIC X(01) VALUE "H".
003795     05  FILLER PIC X(06) VALUE "FF55FF".
003800     05  FILLER PIC X(10) VALUE "HI-BROWN".
003810     05  FILLER PIC 9(03) VALUE HI-BROWN.
003820     05  FILLER PIC X(01) VALUE "H".
003825     05  FILLER PIC X(06) VALUE "FFFF55".
003830     05  FILLER PIC X(10) VALUE "HI-WHITE".
003840     05  FILLER PIC 9(03) VALUE HI-WHITE.
003850     05  FILLER PIC X(01) VALUE "H".
003855     05  FILLER PIC X(06) VALUE "FFFFFF".
003860 01  WS-PAL-ROWS REDEFINES WS-PAL-NAMES-INIT.
003870     05  WS-PAL-ROW OCCURS 16 TIMES.
003880         10  WS-PAL-NAME        PIC X(10).
003890         10  WS-PAL-VALUE       PIC 9(03).
003900         10  WS-PAL-INTENSITY   PIC X(01).
003905         10  WS-PAL-REF-RGB     PIC X(06).
003910*> ************************************************************
003920 SCREEN SECTION.
003930 01  GNUCOBOL-COLOURS.
005670     10 LINE   2 COLUMN 1 VALUE "============================".
005680     10 LINE  11 COLUMN 1
005690        VALUE "Readable?  Y or Enter = pass, N = fail".
005691
005692   05  RCK-HDR-GRP.
005693     10 LINE   1 COLUMN 1 VALUE "GnuCOBOL Colours - re-check".
005694     10 LINE   2 COLUMN 1 VALUE "===========================".
005695     10 LINE  11 COLUMN 1
005696        VALUE "Readable?  Y or Enter = pass, N = fail".
005700
005710   05  ST-DEFAULT-SWATCH.
005720     10 LINE   9 COLUMN 1 FROM WS-ST-LABEL
006180             PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
006190         WHEN WS-SELFTEST-MODE
006200             PERFORM 7000-RUN-SELFTEST THRU 7000-EXIT
006201         WHEN WS-RECHECK-MODE
006202             PERFORM 7500-RUN-RECHECK THRU 7500-EXIT
006210         WHEN OTHER
006220             PERFORM 3000-INTERACT-LOOP THRU 3000-EXIT
006230             PERFORM 8000-SAVE-SETTINGS THRU 8000-EXIT
006320*>                   up its last-used attribute column.
006330*> ---------------------------------------------------------
006340 1000-INITIALIZE.
006345     MOVE "SAMPLE" TO CLRCTP-PROGRAM.
006350     PERFORM 1200-READ-SWATCHES THRU 1200-EXIT.
006360     PERFORM 1300-READ-COMBOS THRU 1300-EXIT.
006370     ACCEPT WS-TERMINAL-ID
007590*>                      the compiled-in base-eight defaults in
007600*>                      place.  Up to 256 rows load now; the
007610*>                      grid shows them a page of 8 at a time.
007613*>                      The first row carries the set's
007616*>                      version for the verdicts and report.
007620*> ---------------------------------------------------------
007630 1200-READ-SWATCHES.
007640     PERFORM 1230-SEED-DEFAULT-ROW THRU 1230-EXIT
007650         VARYING WS-SWT-IDX FROM 1 BY 1 UNTIL WS-SWT-IDX > 8.
007660     MOVE 8 TO WS-SWT-COUNT.
007665     MOVE "00" TO WS-SWT-VERSION.
007670     OPEN INPUT CLRSWT-FILE.
007680     IF WS-CLRSWT-STATUS NOT = "00"
007690         GO TO 1200-COMPUTE-HI
008100         MOVE CLRSWT-COLOUR-NAME
008110             TO WS-SWT-COLOUR-NAME (WS-SWT-IDX)
008120         MOVE CLRSWT-ATTR-VALUE  TO WS-SWT-BASE-ATTR (WS-SWT-IDX)
008121         IF WS-SWT-IDX = 1
008122             MOVE SPACES TO WS-SWT-VERSION
008123             IF CLRSWT-SET-VERSION IS NUMERIC
008124                 MOVE CLRSWT-SET-VERSION TO WS-SWT-VERSION
008125             END-IF
008126         END-IF
008130     END-IF.
008140 1210-EXIT.
008150     EXIT.
012300            " " CURRENT-DATE(9:6) " for terminal " WS-TERMINAL-ID
012310         DELIMITED BY SIZE INTO CLRRPT-RECORD
012320     END-STRING.
012321     IF WS-SWT-VERSION IS NUMERIC
012322         MOVE " swatch set v"  TO CLRRPT-RECORD (65:13)
012323         MOVE WS-SWT-VERSION   TO CLRRPT-RECORD (78:2)
012324     ELSE
012325         MOVE " swatch set n/a" TO CLRRPT-RECORD (65:15)
012326     END-IF.
012327     MOVE CLRRPT-RECORD (28:8) TO WS-RPT-DATA-DATE.
012330     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
012340     MOVE "default highlight lowlight reverse-video high-inten"
012350         TO CLRRPT-RECORD.
012360     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
012370     MOVE ALL "-" TO CLRRPT-RECORD.
012380     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
012390     PERFORM 4100-WRITE-REPORT-ROW THRU 4100-EXIT
012400         VARYING WS-RPT-IDX FROM 1 BY 1
012410         UNTIL WS-RPT-IDX > WS-SWT-COUNT.
012420     PERFORM 4200-WRITE-MATRIX THRU 4200-EXIT.
012430     MOVE SPACES TO CLRRPT-RECORD.
012440     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
012450     IF WS-CLRRPT-STATUS NOT = "00"
012460         DISPLAY "CLRRPT write failed, status " WS-CLRRPT-STATUS
012470         MOVE 8 TO RETURN-CODE
012480     END-IF.
012490     CLOSE CLRRPT-FILE.
012495     PERFORM 4950-FLUSH-LEDGER THRU 4950-EXIT.
012500 4000-EXIT.
012510     EXIT.
012520*> ---------------------------------------------------------
012620            WS-SWT-LABEL (WS-RPT-IDX)
012630         DELIMITED BY SIZE INTO CLRRPT-RECORD
012640     END-STRING.
012650     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
012660 4100-EXIT.
012670     EXIT.
012680*> ---------------------------------------------------------
012760*> ---------------------------------------------------------
012770 4200-WRITE-MATRIX.
012780     MOVE SPACES TO CLRRPT-RECORD.
012790     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
012800     MOVE "Readability matrix (A=approved B=banned U=untested)"
012810         TO CLRRPT-RECORD.
012820     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
012830     MOVE "fg \ bg    0  1  2  3  4  5  6  7"
012840         TO CLRRPT-RECORD.
012850     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
012860     PERFORM 4210-WRITE-MATRIX-ROW THRU 4210-EXIT
012870         VARYING WS-CMB-FG FROM 1 BY 1
012880         UNTIL WS-CMB-FG > 8.
013000     PERFORM 4220-MATRIX-CELL THRU 4220-EXIT
013010         VARYING WS-CMB-BG FROM 1 BY 1
013020         UNTIL WS-CMB-BG > 8.
013030     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
013040 4210-EXIT.
013050     EXIT.
013060*> ---------------------------------------------------------
013170 4220-EXIT.
013180     EXIT.
013190*> ---------------------------------------------------------
013200*> 4900-WRITE-REPORT-LINE - one CLRRPT line out; a line that
013210*>                          lands is posted to the ledger under
013220*>                          its block header's date.
013230*> ---------------------------------------------------------
013240 4900-WRITE-REPORT-LINE.
013250     WRITE CLRRPT-RECORD.
013260     IF WS-CLRRPT-STATUS = "00"
013270         MOVE "CLRRPT"         TO CLRCTP-FILE-ID
013280         MOVE WS-RPT-DATA-DATE TO CLRCTP-DATA-DATE
013290         MOVE "+"              TO CLRCTP-DIRECTION
013300         MOVE 80               TO CLRCTP-LENGTH
013310         MOVE CLRRPT-RECORD    TO CLRCTP-DATA
013320         PERFORM 4960-POST-RECORD THRU 4960-EXIT
013330     END-IF.
013340 4900-EXIT.
013350     EXIT.
013360*> ---------------------------------------------------------
013370*> 4950-FLUSH-LEDGER - the postings held by CLRCTS out to the
013380*>                     CLRCTL ledger once the file they count
013390*>                     is closed.  A ledger that cannot be
013400*>                     written fails the run RC=8, the same as
013410*>                     a failed CLRRPT or CLRAUD write - the
013420*>                     evidence would no longer balance.
013430*> ---------------------------------------------------------
013440 4950-FLUSH-LEDGER.
013450     MOVE "F" TO CLRCTP-FUNCTION.
013460     CALL "CLRCTS" USING CLRCTP-PARMS.
013470     IF NOT CLRCTP-OK
013480         DISPLAY "CLRCTL ledger post failed, status "
013490             CLRCTP-STATUS
013500         MOVE 8 TO RETURN-CODE
013510     END-IF.
013520 4950-EXIT.
013530     EXIT.
013540*> ---------------------------------------------------------
013550*> 4960-POST-RECORD - one record, already in CLRCTP-DATA with
013560*>                    its file, date, direction and length,
013570*>                    posted to CLRCTS to hold until the flush.
013580*> ---------------------------------------------------------
013590 4960-POST-RECORD.
013600     MOVE "P" TO CLRCTP-FUNCTION.
013610     CALL "CLRCTS" USING CLRCTP-PARMS.
013620 4960-EXIT.
013630     EXIT.
013640*> ---------------------------------------------------------
013650*> 5000-WRITE-AUDIT - one record per run: who, where, and
013660*>                    when the operator's accept completed.
013670*>                    Report-mode runs take no accept, so the
013680*>                    line/column come back zero for those.
013690*>                    CLRAUD-RECORD is spaced first so the
013700*>                    unused trailing FILLER never reaches the
013710*>                    writer holding whatever LOW-VALUES or
013720*>                    other binary leftovers WORKING-STORAGE
013730*>                    happened to start with - GnuCOBOL's LINE
013740*>                    SEQUENTIAL writer rejects an embedded
013750*>                    control byte outright.
013760*> ---------------------------------------------------------
013770 5000-WRITE-AUDIT.
013780     OPEN EXTEND CLRAUD-FILE.
013790     IF WS-CLRAUD-STATUS = "35"
013800         OPEN OUTPUT CLRAUD-FILE
013810     END-IF.
013820     MOVE SPACES TO CLRAUD-RECORD.
013830     MOVE WS-TERMINAL-ID      TO CLRAUD-TERM-ID.
013840     MOVE WS-OPER-ID          TO CLRAUD-OPER-ID.
013850     MOVE CURRENT-DATE(1:8)   TO CLRAUD-RUN-DATE.
013860     MOVE CURRENT-DATE(9:6)   TO CLRAUD-RUN-TIME.
013870     MOVE WS-ACCEPT-LINE      TO CLRAUD-ACCEPT-LINE.
013880     MOVE WS-ACCEPT-COLUMN    TO CLRAUD-ACCEPT-COLUMN.
013890     WRITE CLRAUD-RECORD.
013900     IF WS-CLRAUD-STATUS NOT = "00"
013910         DISPLAY "CLRAUD write failed, status " WS-CLRAUD-STATUS
013920         MOVE 8 TO RETURN-CODE
013930     ELSE
013940         PERFORM 5100-POST-AUDIT THRU 5100-EXIT
013950     END-IF.
013960     CLOSE CLRAUD-FILE.
013970     PERFORM 4950-FLUSH-LEDGER THRU 4950-EXIT.
013980 5000-EXIT.
013990     EXIT.
014000*> ---------------------------------------------------------
014010*> 5100-POST-AUDIT - the audit record just written, posted
014020*>                   under its own run date.
014030*> ---------------------------------------------------------
014040 5100-POST-AUDIT.
014050     MOVE "CLRAUD"        TO CLRCTP-FILE-ID.
014060     MOVE CLRAUD-RUN-DATE TO CLRCTP-DATA-DATE.
014070     MOVE "+"             TO CLRCTP-DIRECTION.
014080     MOVE 40              TO CLRCTP-LENGTH.
014090     MOVE CLRAUD-RECORD   TO CLRCTP-DATA.
014100     PERFORM 4960-POST-RECORD THRU 4960-EXIT.
014110 5100-EXIT.
014120     EXIT.
014130*> ---------------------------------------------------------
014140*> 6000-WRITE-PALETTE - rewrite CLRPAL from scratch every run
014150*>                      so it always reflects this program's
014160*>                      current colour name/value mapping, the
014170*>                      single source of truth for the shop.
014180*> ---------------------------------------------------------
014190 6000-WRITE-PALETTE.
014200     OPEN OUTPUT CLRPAL-FILE.
014210     PERFORM 6010-WRITE-PALETTE-ROW THRU 6010-EXIT
014220         VARYING WS-PAL-IDX FROM 1 BY 1 UNTIL WS-PAL-IDX > 16.
014230     CLOSE CLRPAL-FILE.
014240 6000-EXIT.
014250     EXIT.
014260*> ---------------------------------------------------------
014270*> 6010-WRITE-PALETTE-ROW - one colour name/value/intensity
014280*>                          and its reference RGB.
014290*>                          CLRPAL-RECORD is spaced first for
014300*>                          the same reason 5000-WRITE-AUDIT
014310*>                          spaces CLRAUD-RECORD - an
014320*>                          uninitialized trailing FILLER can
014330*>                          carry a byte the LINE SEQUENTIAL
014340*>                          writer refuses outright.
014350*> ---------------------------------------------------------
014360 6010-WRITE-PALETTE-ROW.
014370     MOVE SPACES TO CLRPAL-RECORD.
014380     MOVE WS-PAL-NAME (WS-PAL-IDX)     TO CLRPAL-COLOUR-NAME.
014390     MOVE WS-PAL-VALUE (WS-PAL-IDX)    TO CLRPAL-COLOUR-VALUE.
014400     MOVE WS-PAL-INTENSITY (WS-PAL-IDX) TO CLRPAL-INTENSITY.
014410     MOVE WS-PAL-REF-RGB (WS-PAL-IDX)  TO CLRPAL-REF-RGB.
014420     WRITE CLRPAL-RECORD.
014430     IF WS-CLRPAL-STATUS NOT = "00"
014440         DISPLAY "CLRPAL write failed, status " WS-CLRPAL-STATUS
014450     END-IF.
014460 6010-EXIT.
014470     EXIT.
014480*> ---------------------------------------------------------
014490*> 7000-RUN-SELFTEST - operator certifies every swatch, one
014500*>                     at a time; prints how many of them, of
014510*>                     how many tested, came back a fail.  A
014520*>                     mono terminal only has HIGHLIGHT/
014530*>                     LOWLIGHT to certify (styles 2 and 3) -
014540*>                     the other three styles are all
014550*>                     FOREGROUND-COLOR, the same noise the
014560*>                     monochrome fallback screen spares a
014570*>                     mono terminal, so self-test spares it
014580*>                     here too.
014590*> ---------------------------------------------------------
014600 7000-RUN-SELFTEST.
014610     MOVE ZERO TO WS-ST-TOTAL-COUNT.
014620     MOVE ZERO TO WS-ST-FAIL-COUNT.
014630*>   the swatches paint on the settings/profile background the
014640*>   same way the interactive grid does, and the verdicts say
014650*>   which background the operator actually judged.
014660     MOVE WS-SWT-BASE-ATTR (WS-BG-ATTR-IDX) TO WS-BG-ATTR.
014670     PERFORM 7200-OPEN-RESULTS THRU 7200-EXIT.
014680*>   a swatch set bigger than one page would mean over a
014690*>   thousand individual accepts - it is certified a page at
014700*>   a time instead, one failing-rows answer per page of 8.
014710     IF WS-SWT-COUNT > 8
014720         PERFORM 7300-PAGED-SELFTEST THRU 7300-EXIT
014730         GO TO 7000-CLOSE
014740     END-IF.
014750     DISPLAY ST-HDR-GRP.
014760     IF WS-MONO-TERMINAL
014770         PERFORM 7100-SELFTEST-STYLE THRU 7100-EXIT
014780             VARYING WS-ST-STYLE-IDX FROM 2 BY 1
014790             UNTIL WS-ST-STYLE-IDX > 3
014800     ELSE
014810         PERFORM 7100-SELFTEST-STYLE THRU 7100-EXIT
014820             VARYING WS-ST-STYLE-IDX FROM 1 BY 1
014830             UNTIL WS-ST-STYLE-IDX > 5
014840     END-IF.
014850 7000-CLOSE.
014860     CLOSE CLRCRT-FILE.
014870     CLOSE CLRCRH-FILE.
014880     PERFORM 4950-FLUSH-LEDGER THRU 4950-EXIT.
014890     DISPLAY "Self-test complete: " WS-ST-TOTAL-COUNT
014900         " swatches tested, " WS-ST-FAIL-COUNT " failed.".
014910 7000-EXIT.
014920     EXIT.
014930*> ---------------------------------------------------------
014940*> 7100-SELFTEST-STYLE - every row, one display style.
014950*> ---------------------------------------------------------
014960 7100-SELFTEST-STYLE.
014970     PERFORM 7110-SELFTEST-SWATCH THRU 7110-EXIT
014980         VARYING WS-ST-IDX FROM 1 BY 1
014990         UNTIL WS-ST-IDX > WS-SWT-COUNT.
015000 7100-EXIT.
015010     EXIT.
015020*> ---------------------------------------------------------
015030*> 7110-SELFTEST-SWATCH - show one swatch, take the operator's
015040*>                        pass/fail, and tally it.  The accept
015050*>                        line/column are remembered the same
015060*>                        way 3010-INTERACT-STEP remembers
015070*>                        them, so 5000-WRITE-AUDIT can record
015080*>                        where a self-test sign-off actually
015090*>                        happened instead of zero/zero.
015100*> ---------------------------------------------------------
015110 7110-SELFTEST-SWATCH.
015120     ADD 1 TO WS-ST-TOTAL-COUNT.
015130     MOVE WS-SWT-LABEL (WS-ST-IDX)     TO WS-ST-LABEL.
015140     MOVE WS-SWT-BASE-ATTR (WS-ST-IDX) TO WS-ST-ATTR.
015150     MOVE WS-SWT-HI-ATTR (WS-ST-IDX)   TO WS-ST-HI.
015160     PERFORM 7115-PAINT-SWATCH THRU 7115-EXIT.
015170     MOVE SPACE TO WS-ST-RESPONSE.
015180     ACCEPT WS-ST-RESPONSE LINE 12 COLUMN 1 END-ACCEPT.
015190     MOVE 12 TO WS-ACCEPT-LINE.
015200     MOVE 01 TO WS-ACCEPT-COLUMN.
015210     IF WS-ST-RESPONSE = "N" OR "n"
015220         ADD 1 TO WS-ST-FAIL-COUNT
015230     END-IF.
015240     PERFORM 7120-RECORD-VERDICT THRU 7120-EXIT.
015250 7110-EXIT.
015260     EXIT.
015270*> ---------------------------------------------------------
015280*> 7115-PAINT-SWATCH - paint WS-ST-LABEL in the display
015290*>                     style WS-ST-STYLE-IDX on WS-BG-ATTR;
015300*>                     shared by the self-test and the re-
015310*>                     check so a swatch is re-judged exactly
015320*>                     as it was first shown.
015330*> ---------------------------------------------------------
015340 7115-PAINT-SWATCH.
015350     EVALUATE TRUE
015360         WHEN WS-MONO-TERMINAL AND WS-ST-STYLE-IDX = 2
015370             DISPLAY ST-MONO-HIGH-SWATCH
015380         WHEN WS-MONO-TERMINAL AND WS-ST-STYLE-IDX = 3
015390             DISPLAY ST-MONO-LOW-SWATCH
015400         WHEN WS-ST-STYLE-IDX = 1
015410             DISPLAY ST-DEFAULT-SWATCH
015420         WHEN WS-ST-STYLE-IDX = 2
015430             DISPLAY ST-HIGHLIGHT-SWATCH
015440         WHEN WS-ST-STYLE-IDX = 3
015450             DISPLAY ST-LOWLIGHT-SWATCH
015460         WHEN WS-ST-STYLE-IDX = 4
015470             DISPLAY ST-REVERSE-SWATCH
015480         WHEN WS-ST-STYLE-IDX = 5
015490             DISPLAY ST-HI-SWATCH
015500     END-EVALUATE.
015510 7115-EXIT.
015520     EXIT.
015530*> ---------------------------------------------------------
015540*> 7300-PAGED-SELFTEST - the extended-set certification: one
015550*>                       page of 8 swatches on screen at a
015560*>                       time, painted across every style
015570*>                       column at once, and ONE accept per
015580*>                       page - the digits of the rows that
015590*>                       are unreadable (e.g. 27 fails rows 2
015600*>                       and 7), blank meaning the whole page
015610*>                       passed.  A failing row fails every
015620*>                       style shown; per-style verdicts are
015630*>                       what the classic 8-row flow is for.
015640*> ---------------------------------------------------------
015650 7300-PAGED-SELFTEST.
015660*>   the page verdicts cover every style column, so every
015670*>   style column must actually be on screen - the operator's
015680*>   saved single-column choice (CLRSET/CLROPR) is parked for
015690*>   the duration and put back after, never judged against a
015700*>   column that was not painted.
015710     MOVE WS-ATTR-CHOICE TO WS-SAVE-ATTR-CHOICE.
015720     MOVE "A" TO WS-ATTR-CHOICE.
015730     PERFORM 7310-CERTIFY-PAGE THRU 7310-EXIT
015740         VARYING WS-SWT-PAGE-NO FROM 1 BY 1
015750         UNTIL WS-SWT-PAGE-NO > WS-SWT-PAGE-COUNT.
015760     MOVE 1 TO WS-SWT-PAGE-NO.
015770     MOVE WS-SAVE-ATTR-CHOICE TO WS-ATTR-CHOICE.
015780 7300-EXIT.
015790     EXIT.
015800*> ---------------------------------------------------------
015810*> 7310-CERTIFY-PAGE - paint one page and take its verdict.
015820*> ---------------------------------------------------------
015830 7310-CERTIFY-PAGE.
015840     PERFORM 2000-DISPLAY-SCREEN THRU 2000-EXIT.
015850     DISPLAY "Failing rows 1-8 (blank = all pass):"
015860         LINE 22 COLUMN 1
015870     END-DISPLAY.
015880     MOVE SPACES TO WS-ST-PAGE-RESP.
015890     ACCEPT WS-ST-PAGE-RESP LINE 23 COLUMN 1 END-ACCEPT.
015900     MOVE 23 TO WS-ACCEPT-LINE.
015910     MOVE 01 TO WS-ACCEPT-COLUMN.
015920     PERFORM 7320-CERTIFY-PAGE-ROW THRU 7320-EXIT
015930         VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 8.
015940 7310-EXIT.
015950     EXIT.
015960*> ---------------------------------------------------------
015970*> 7320-CERTIFY-PAGE-ROW - one row of the page: decide pass
015980*>                         or fail off the page answer, then
015990*>                         file a verdict for every style the
016000*>                         page showed.
016010*> ---------------------------------------------------------
016020 7320-CERTIFY-PAGE-ROW.
016030     COMPUTE WS-ST-IDX = (WS-SWT-PAGE-NO - 1) * 8 + WS-PG-IDX.
016040     IF WS-ST-IDX > WS-SWT-COUNT
016050         GO TO 7320-EXIT
016060     END-IF.
016070     MOVE WS-PG-IDX TO WS-ST-DIGIT.
016080     MOVE WS-ST-DIGIT TO WS-ST-DIGIT-X.
016090     MOVE ZERO TO WS-ST-HIT-COUNT.
016100     INSPECT WS-ST-PAGE-RESP TALLYING WS-ST-HIT-COUNT
016110         FOR ALL WS-ST-DIGIT-X.
016120     IF WS-ST-HIT-COUNT = ZERO
016130         MOVE "Y" TO WS-ST-RESPONSE
016140     ELSE
016150         MOVE "N" TO WS-ST-RESPONSE
016160     END-IF.
016170     IF WS-MONO-TERMINAL
016180         PERFORM 7330-CERTIFY-ROW-STYLE THRU 7330-EXIT
016190             VARYING WS-ST-STYLE-IDX FROM 2 BY 1
016200             UNTIL WS-ST-STYLE-IDX > 3
016210     ELSE
016220         PERFORM 7330-CERTIFY-ROW-STYLE THRU 7330-EXIT
016230             VARYING WS-ST-STYLE-IDX FROM 1 BY 1
016240             UNTIL WS-ST-STYLE-IDX > 5
016250     END-IF.
016260 7320-EXIT.
016270     EXIT.
016280*> ---------------------------------------------------------
016290*> 7330-CERTIFY-ROW-STYLE - one style's verdict for the row,
016300*>                          tallied and filed through the
016310*>                          same 7120 the classic flow uses.
016320*> ---------------------------------------------------------
016330 7330-CERTIFY-ROW-STYLE.
016340     ADD 1 TO WS-ST-TOTAL-COUNT.
016350     IF WS-ST-RESPONSE = "N"
016360         ADD 1 TO WS-ST-FAIL-COUNT
016370     END-IF.
016380     PERFORM 7120-RECORD-VERDICT THRU 7120-EXIT.
016390 7330-EXIT.
016400     EXIT.
016410*> ---------------------------------------------------------
016420*> 7120-RECORD-VERDICT - file one swatch verdict to CLRCRT.
016430*>                       A rerun of the same terminal/style/
016440*>                       row replaces the old verdict, so the
016450*>                       repository always holds the latest
016460*>                       certification for every swatch.  The
016470*>                       same verdict also goes to the dated
016480*>                       CLRCRH history, whose key carries the
016490*>                       test date - only a same-day rerun
016500*>                       replaces a history record, so the
016510*>                       run-to-run trail survives for the
016520*>                       trend report.
016530*>                       Both the new verdict and any it
016540*>                       replaces are posted to the CLRCTL
016550*>                       ledger by 7130.
016560*>                       Each carries the version of the
016570*>                       swatch set it was given under.
016580*> ---------------------------------------------------------
016590 7120-RECORD-VERDICT.
016600     MOVE SPACES            TO CLRCRT-RECORD.
016610     MOVE WS-TERMINAL-ID    TO CLRCRT-TERM-ID.
016620     MOVE WS-ST-STYLE-IDX   TO CLRCRT-STYLE.
016630     MOVE WS-ST-IDX         TO CLRCRT-SWATCH-ROW.
016640     CALL "CLRDTS" USING CLRDTP-PARMS.
016650     MOVE CLRDTP-BUS-DATE   TO CLRCRT-TEST-DATE.
016660     MOVE WS-OPER-ID        TO CLRCRT-OPER-ID.
016670     IF WS-ST-RESPONSE = "N" OR "n"
016680         MOVE "F" TO CLRCRT-VERDICT
016690     ELSE
016700         MOVE "P" TO CLRCRT-VERDICT
016710     END-IF.
016720     MOVE WS-BG-ATTR        TO CLRCRT-BG-ATTR.
016730     IF WS-SWT-VERSION IS NUMERIC
016740         MOVE WS-SWT-VERSION TO CLRCRT-SWT-VERSION
016750     END-IF.
016760     WRITE CLRCRT-RECORD
016770         INVALID KEY
016780             REWRITE CLRCRT-RECORD
016790     END-WRITE.
016800     IF WS-CLRCRT-STATUS NOT = "00"
016810         DISPLAY "CLRCRT write failed, status " WS-CLRCRT-STATUS
016820     END-IF.
016830     MOVE SPACES             TO CLRCRH-RECORD.
016840     MOVE CLRCRT-TERM-ID     TO CLRCRH-TERM-ID.
016850     MOVE CLRCRT-STYLE       TO CLRCRH-STYLE.
016860     MOVE CLRCRT-SWATCH-ROW  TO CLRCRH-SWATCH-ROW.
016870     MOVE CLRCRT-TEST-DATE   TO CLRCRH-TEST-DATE.
016880     MOVE CLRCRT-OPER-ID     TO CLRCRH-OPER-ID.
016890     MOVE CLRCRT-VERDICT     TO CLRCRH-VERDICT.
016900     MOVE CLRCRT-BG-ATTR     TO CLRCRH-BG-ATTR.
016910     IF WS-SWT-VERSION IS NUMERIC
016920         MOVE WS-SWT-VERSION TO CLRCRH-SWT-VERSION
016930     END-IF.
016940     PERFORM 7130-FILE-HISTORY THRU 7130-EXIT.
016950 7120-EXIT.
016960     EXIT.
016970*> ---------------------------------------------------------
016980*> 7130-FILE-HISTORY - the verdict onto the dated CLRCRH
016990*>                     history.  A same-day rerun finds its
017000*>                     key already there and replaces it; the
017010*>                     record it replaced is posted off the
017020*>                     ledger and the new one on, so CLRCTV
017030*>                     can tell a rerun from a tampered file.
017040*> ---------------------------------------------------------
017050 7130-FILE-HISTORY.
017060     MOVE CLRCRH-RECORD TO WS-CRH-NEW-RECORD.
017070     MOVE "N" TO WS-CRH-REPLACED-SW.
017080     READ CLRCRH-FILE
017090         INVALID KEY
017100             CONTINUE
017110     END-READ.
017120     IF WS-CLRCRH-STATUS = "00"
017130         MOVE "Y" TO WS-CRH-REPLACED-SW
017140         MOVE CLRCRH-RECORD TO WS-CRH-OLD-RECORD
017150         MOVE WS-CRH-NEW-RECORD TO CLRCRH-RECORD
017160         REWRITE CLRCRH-RECORD
017170     ELSE
017180         MOVE WS-CRH-NEW-RECORD TO CLRCRH-RECORD
017190         WRITE CLRCRH-RECORD
017200     END-IF.
017210     IF WS-CLRCRH-STATUS NOT = "00"
017220         DISPLAY "CLRCRH write failed, status " WS-CLRCRH-STATUS
017230         GO TO 7130-EXIT
017240     END-IF.
017250     MOVE "CLRCRH"         TO CLRCTP-FILE-ID.
017260     MOVE CLRCRH-TEST-DATE TO CLRCTP-DATA-DATE.
017270     MOVE 34               TO CLRCTP-LENGTH.
017280     IF WS-CRH-REPLACED
017290         MOVE "-"               TO CLRCTP-DIRECTION
017300         MOVE WS-CRH-OLD-RECORD TO CLRCTP-DATA
017310         PERFORM 4960-POST-RECORD THRU 4960-EXIT
017320     END-IF.
017330     MOVE "+"               TO CLRCTP-DIRECTION.
017340     MOVE WS-CRH-NEW-RECORD TO CLRCTP-DATA.
017350     PERFORM 4960-POST-RECORD THRU 4960-EXIT.
017360 7130-EXIT.
017370     EXIT.
017380*> ---------------------------------------------------------
017390*> 7200-OPEN-RESULTS - open (creating on first ever use, the
017400*>                     same way 8000-SAVE-SETTINGS creates
017410*>                     CLRSET) the keyed certification
017420*>                     results file and its dated history
017430*>                     for this self-test run.
017440*> ---------------------------------------------------------
017450 7200-OPEN-RESULTS.
017460     OPEN I-O CLRCRT-FILE.
017470     IF WS-CLRCRT-STATUS = "35"
017480         OPEN OUTPUT CLRCRT-FILE
017490         CLOSE CLRCRT-FILE
017500         OPEN I-O CLRCRT-FILE
017510     END-IF.
017520     OPEN I-O CLRCRH-FILE.
017530     IF WS-CLRCRH-STATUS = "35"
017540         OPEN OUTPUT CLRCRH-FILE
017550         CLOSE CLRCRH-FILE
017560         OPEN I-O CLRCRH-FILE
017570     END-IF.
017580 7200-EXIT.
017590     EXIT.
017600*> ---------------------------------------------------------
017610*> 7500-RUN-RECHECK - the second operator's pass over the
017620*>                    CLRRCK items CLRRCS queued for them at
017630*>                    this terminal.  Each swatch is painted
017640*>                    in the style, and on the background,
017650*>                    the original verdict was given on; the
017660*>                    original verdict is never shown.  The
017670*>                    answer is filed to the queue record
017680*>                    only - a re-check is evidence about the
017690*>                    first operator, not a recertification.
017700*> ---------------------------------------------------------
017710 7500-RUN-RECHECK.
017720     MOVE ZERO TO WS-RCK-DONE-COUNT.
017730     MOVE ZERO TO WS-RCK-SKIP-COUNT.
017740     OPEN I-O CLRRCK-FILE.
017750     IF WS-CLRRCK-STATUS NOT = "00"
017760         DISPLAY "Re-check: nothing queued (CLRRCK status "
017770             WS-CLRRCK-STATUS ")"
017780         GO TO 7500-EXIT
017790     END-IF.
017800     MOVE "N" TO WS-RCK-EOF-SW.
017810     MOVE LOW-VALUES TO CLRRCK-KEY.
017820     MOVE WS-TERMINAL-ID TO CLRRCK-TERM-ID.
017830     START CLRRCK-FILE KEY NOT < CLRRCK-KEY
017840         INVALID KEY
017850             MOVE "Y" TO WS-RCK-EOF-SW
017860     END-START.
017870     PERFORM 7510-READ-RECHECK THRU 7510-EXIT.
017880     PERFORM 7520-RECHECK-SWATCH THRU 7520-EXIT
017890         UNTIL WS-END-OF-RECHECKS.
017900     CLOSE CLRRCK-FILE.
017910     DISPLAY "Re-check complete: " WS-RCK-DONE-COUNT
017920         " swatches re-judged, " WS-RCK-SKIP-COUNT
017930         " skipped.".
017940 7500-EXIT.
017950     EXIT.
017960*> ---------------------------------------------------------
017970*> 7510-READ-RECHECK - next queue record for this terminal;
017980*>                     the next terminal's first record
017990*>                     ends the pass.
018000*> ---------------------------------------------------------
018010 7510-READ-RECHECK.
018020     IF WS-END-OF-RECHECKS
018030         GO TO 7510-EXIT
018040     END-IF.
018050     READ CLRRCK-FILE NEXT RECORD
018060         AT END
018070             MOVE "Y" TO WS-RCK-EOF-SW
018080     END-READ.
018090     IF WS-CLRRCK-STATUS NOT = "00"
018100             OR CLRRCK-TERM-ID NOT = WS-TERMINAL-ID
018110         MOVE "Y" TO WS-RCK-EOF-SW
018120     END-IF.
018130 7510-EXIT.
018140     EXIT.
018150*> ---------------------------------------------------------
018160*> 7520-RECHECK-SWATCH - one queued item.  Only items still
018170*>                       queued, and queued for this
018180*>                       operator, are shown; the original
018190*>                       operator never re-judges their own
018200*>                       verdict even if the queue says so.
018210*>                       The swatch is resolved through
018220*>                       CLRSWR from the set the original
018230*>                       verdict was given under, not today's
018240*>                       CLRSWT; a row that set cannot
018250*>                       resolve is left queued.
018260*> ---------------------------------------------------------
018270 7520-RECHECK-SWATCH.
018280     IF NOT CLRRCK-QUEUED
018290             OR CLRRCK-RCK-OPER-ID NOT = WS-OPER-ID
018300         GO TO 7520-NEXT
018310     END-IF.
018320     IF CLRRCK-ORIG-OPER-ID = WS-OPER-ID
018330         ADD 1 TO WS-RCK-SKIP-COUNT
018340         GO TO 7520-NEXT
018350     END-IF.
018360     MOVE "R"               TO CLRSWP-FUNCTION.
018370     MOVE SPACES            TO CLRSWP-VERSION.
018380     IF CLRRCK-SWT-VERSION IS NUMERIC
018390         MOVE CLRRCK-SWT-VERSION TO CLRSWP-VERSION
018400     END-IF.
018410     MOVE CLRRCK-TEST-DATE  TO CLRSWP-TEST-DATE.
018420     MOVE CLRRCK-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
018430     CALL "CLRSWR" USING CLRSWP-PARMS.
018440     IF NOT CLRSWP-OK
018450         ADD 1 TO WS-RCK-SKIP-COUNT
018460         GO TO 7520-NEXT
018470     END-IF.
018480     MOVE CLRRCK-STYLE      TO WS-ST-STYLE-IDX.
018490     MOVE CLRRCK-SWATCH-ROW TO WS-ST-IDX.
018500     MOVE CLRRCK-BG-ATTR    TO WS-BG-ATTR.
018510     MOVE CLRSWP-LABEL      TO WS-ST-LABEL.
018520     MOVE CLRSWP-ATTR-VALUE TO WS-ST-ATTR.
018530     PERFORM 7530-RECHECK-HI-ATTR THRU 7530-EXIT.
018540     DISPLAY RCK-HDR-GRP.
018550     PERFORM 7115-PAINT-SWATCH THRU 7115-EXIT.
018560     MOVE SPACE TO WS-ST-RESPONSE.
018570     ACCEPT WS-ST-RESPONSE LINE 12 COLUMN 1 END-ACCEPT.
018580     MOVE 12 TO WS-ACCEPT-LINE.
018590     MOVE 01 TO WS-ACCEPT-COLUMN.
018600     IF WS-ST-RESPONSE = "N" OR "n"
018610         MOVE "F" TO CLRRCK-RCK-VERDICT
018620     ELSE
018630         MOVE "P" TO CLRRCK-RCK-VERDICT
018640     END-IF.
018650     CALL "CLRDTS" USING CLRDTP-PARMS.
018660     MOVE CLRDTP-BUS-DATE   TO CLRRCK-RCK-DATE.
018670     MOVE CURRENT-DATE(9:6) TO CLRRCK-RCK-TIME.
018680     MOVE "D" TO CLRRCK-STATUS.
018690     REWRITE CLRRCK-RECORD.
018700     IF WS-CLRRCK-STATUS NOT = "00"
018710         DISPLAY "CLRRCK rewrite failed, status "
018720             WS-CLRRCK-STATUS
018730     ELSE
018740         ADD 1 TO WS-RCK-DONE-COUNT
018750     END-IF.
018760 7520-NEXT.
018770     PERFORM 7510-READ-RECHECK THRU 7510-EXIT.
018780 7520-EXIT.
018790     EXIT.
018800*> ---------------------------------------------------------
018810*> 7530-RECHECK-HI-ATTR - the high-intensity twin of the
018820*>                        re-check swatch's resolved colour,
018830*>                        by 1220-COMPUTE-HI-ATTR's rule.
018840*> ---------------------------------------------------------
018850 7530-RECHECK-HI-ATTR.
018860     IF WS-ST-ATTR > 7
018870         MOVE WS-ST-ATTR TO WS-ST-HI
018880         GO TO 7530-EXIT
018890     END-IF.
018900     MOVE "H" TO CLRSVC-FUNCTION.
018910     MOVE WS-ST-ATTR TO CLRSVC-COLOUR-VALUE.
018920     CALL "CLRSRV" USING CLRSVC-PARMS.
018930     IF CLRSVC-OK
018940         MOVE CLRSVC-RESULT-VALUE TO WS-ST-HI
018950     ELSE
018960         COMPUTE WS-ST-HI = WS-ST-ATTR + 8
018970     END-IF.
018980 7530-EXIT.
018990     EXIT.
019000 END PROGRAM SAMPLE.
