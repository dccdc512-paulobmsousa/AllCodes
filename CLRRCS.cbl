000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRRCS
000040*> Purpose:   Independent re-check sampling of self-test
000050*>            verdicts.  Walks the CLRCRH certification
000060*>            history and draws a random sample of the recent
000070*>            verdicts - those tested in the last CLRRCS-DAYS
000080*>            days (default 7) up to the business date, each
000090*>            drawn with a CLRRCS-PERCENT chance (default 5).
000100*>            Every verdict drawn is queued to the CLRRCK
000110*>            re-check queue for a second operator, picked at
000120*>            random from the active operators on the CLROPM
000130*>            register and never the CLRCRH-OPER-ID that gave
000140*>            the original verdict.  The second operator re-
000150*>            judges it at the same terminal, on the same
000160*>            background, with SAMPLE-MODE=RECHECK; CLRRCR
000170*>            reports the agreement.  A verdict already on the
000180*>            queue is not drawn twice.  The draw is listed to
000190*>            CLRRCS; a verdict with no eligible second
000200*>            operator is listed as such and ends the job RC=8.
000210*>            CLRRCS-SEED fixes the random draw, so a disputed
000220*>            sample can be shown to be reproducible.
000230*> Tectonics: cobc -x -I copybooks clrrcs.cbl clrdts.cbl
000240*> License:   Public Domain
000250*> ************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     CLRRCS.
000280 AUTHOR.         R F HARRISON.
000290 INSTALLATION.   TERMINAL SERVICES GROUP.
000300 DATE-WRITTEN.   20261015.
000310 DATE-COMPILED.  20261015.
000320*> ************************************************************
000330*> MODIFICATION HISTORY
000340*> DATE      INIT  DESCRIPTION
000350*> 20261015  RFH   Original - random draw of recent CLRCRH
000360*>                 verdicts onto the re-check queue.
000370*> 20261015  RFH   Queue items carry the swatch-set version the
000380*>                 original verdict was given under.
000390*> ************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 REPOSITORY.
000430     FUNCTION ALL INTRINSIC.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CLRCRH-FILE ASSIGN TO "CLRCRH"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CLRCRH-KEY
000500         FILE STATUS IS WS-CLRCRH-STATUS.
000510     SELECT CLRRCK-FILE ASSIGN TO "CLRRCK"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CLRRCK-KEY
000550         FILE STATUS IS WS-CLRRCK-STATUS.
000560     SELECT CLROPM-FILE ASSIGN TO "CLROPM"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CLROPM-OPER-ID
000600         FILE STATUS IS WS-CLROPM-STATUS.
000610     SELECT CLRRCS-FILE ASSIGN TO "CLRRCS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CLRRCS-STATUS.
000640*> ************************************************************
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CLRCRH-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY "copybooks/CLRCRH.cpy".
000700 FD  CLRRCK-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY "copybooks/CLRRCK.cpy".
000730 FD  CLROPM-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY "copybooks/CLROPM.cpy".
000760 FD  CLRRCS-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  CLRRCS-RECORD               PIC X(80).
000790 WORKING-STORAGE SECTION.
000800*>  --- switches ---------------------------------------------
000810 77  WS-CLRCRH-STATUS      PIC X(02).
000820 77  WS-CLRRCK-STATUS      PIC X(02).
000830 77  WS-CLROPM-STATUS      PIC X(02).
000840 77  WS-CLRRCS-STATUS      PIC X(02).
000850 77  WS-CRH-EOF-SW         PIC X(01)  VALUE "N".
000860     88  WS-END-OF-HISTORY            VALUE "Y".
000870 77  WS-OPM-EOF-SW         PIC X(01)  VALUE "N".
000880     88  WS-END-OF-REGISTER           VALUE "Y".
000890 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000900     88  WS-ENTRY-FOUND               VALUE "Y".
000910*>  --- run parameters -----------------------------------------
000920 77  WS-DAYS-IN            PIC X(03) VALUE SPACES.
000930 77  WS-DAYS               PIC 9(03) VALUE 7.
000940 77  WS-PERCENT-IN         PIC X(03) VALUE SPACES.
000950 77  WS-PERCENT            PIC 9(03) VALUE 5.
000960 77  WS-SEED-IN            PIC X(08) VALUE SPACES.
000970 77  WS-SEED               PIC 9(08) VALUE ZERO.
000980 77  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
000990 77  WS-CUTOFF-INT         PIC 9(07) VALUE ZERO.
001000 77  WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
001010 77  WS-FROM-DATE          PIC X(08) VALUE SPACES.
001020 77  WS-TO-DATE            PIC X(08) VALUE SPACES.
001030*>  --- the random draw ----------------------------------------
001040 77  WS-RANDOM             PIC V9(09) VALUE ZERO.
001050 77  WS-DRAW               PIC 9(03)V9(06) VALUE ZERO.
001060 77  WS-PICKED-OPER-ID     PIC X(08) VALUE SPACES.
001070*>  --- counters -----------------------------------------------
001080 77  WS-READ-COUNT         PIC 9(05) VALUE ZERO.
001090 77  WS-RECENT-COUNT       PIC 9(05) VALUE ZERO.
001100 77  WS-QUEUED-COUNT       PIC 9(05) VALUE ZERO.
001110 77  WS-ALREADY-COUNT      PIC 9(05) VALUE ZERO.
001120 77  WS-NO-OPER-COUNT      PIC 9(05) VALUE ZERO.
001130 77  WS-COUNT-ED           PIC ZZZZ9.
001140 77  WS-DAYS-ED            PIC ZZ9.
001150 77  WS-PERCENT-ED         PIC ZZ9.
001160*>  --- parameter area for the CLRDTS business-date service -
001170     COPY "copybooks/CLRDTP.cpy".
001180*>  --- the active operators on the CLROPM register ------------
001190 01  WS-REG-TABLE.
001200     05  WS-RG-ENTRY OCCURS 200 TIMES.
001210         10  WS-RG-OPER-ID      PIC X(08).
001220 77  WS-RG-COUNT           PIC 9(03) VALUE ZERO.
001230 77  WS-RG-SUB             PIC 9(03) VALUE ZERO.
001240 77  WS-RG-START           PIC 9(03) VALUE ZERO.
001250 77  WS-RG-TRIES           PIC 9(03) VALUE ZERO.
001260*> ************************************************************
001270 PROCEDURE DIVISION.
001280*> ---------------------------------------------------------
001290*> 0000-MAINLINE
001300*> ---------------------------------------------------------
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT.
001340     PERFORM 2000-DRAW-SAMPLE THRU 2000-EXIT.
001350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001360     GOBACK.
001370*> ---------------------------------------------------------
001380*> 1000-INITIALIZE - fix the sampling window and rate, seed
001390*>                   the random draw, open the listing and
001400*>                   print the heading.
001410*> ---------------------------------------------------------
001420 1000-INITIALIZE.
001430     ACCEPT WS-DAYS-IN FROM ENVIRONMENT "CLRRCS-DAYS".
001440     IF WS-DAYS-IN NOT = SPACES
001450         MOVE NUMVAL(WS-DAYS-IN) TO WS-DAYS
001460     END-IF.
001470     ACCEPT WS-PERCENT-IN FROM ENVIRONMENT "CLRRCS-PERCENT".
001480     IF WS-PERCENT-IN NOT = SPACES
001490         MOVE NUMVAL(WS-PERCENT-IN) TO WS-PERCENT
001500     END-IF.
001510     IF WS-PERCENT > 100
001520         MOVE 100 TO WS-PERCENT
001530     END-IF.
001540*>   an unseeded draw is seeded off the clock, so two runs
001550*>   do not draw the same sample.
001560     ACCEPT WS-SEED-IN FROM ENVIRONMENT "CLRRCS-SEED".
001570     IF WS-SEED-IN NOT = SPACES
001580         MOVE NUMVAL(WS-SEED-IN) TO WS-SEED
001590     ELSE
001600         MOVE CURRENT-DATE(9:8) TO WS-SEED
001610     END-IF.
001620     COMPUTE WS-RANDOM = RANDOM(WS-SEED).
001630     CALL "CLRDTS" USING CLRDTP-PARMS.
001640     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001650     MOVE CLRDTP-BUS-DATE TO WS-TO-DATE.
001660     COMPUTE WS-CUTOFF-INT =
001670         INTEGER-OF-DATE(WS-TODAY-DATE) - WS-DAYS + 1.
001680     MOVE DATE-OF-INTEGER(WS-CUTOFF-INT) TO WS-CUTOFF-DATE.
001690     MOVE WS-CUTOFF-DATE TO WS-FROM-DATE.
001700     OPEN OUTPUT CLRRCS-FILE.
001710     MOVE SPACES TO CLRRCS-RECORD.
001720     STRING "Self-test re-check draw - printed "
001730            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
001740         DELIMITED BY SIZE INTO CLRRCS-RECORD
001750     END-STRING.
001760     WRITE CLRRCS-RECORD.
001770     MOVE ALL "-" TO CLRRCS-RECORD.
001780     WRITE CLRRCS-RECORD.
001790     MOVE WS-DAYS TO WS-DAYS-ED.
001800     MOVE WS-PERCENT TO WS-PERCENT-ED.
001810     MOVE SPACES TO CLRRCS-RECORD.
001820     STRING "Verdicts tested " WS-FROM-DATE " to " WS-TO-DATE
001830            " (" WS-DAYS-ED " days), " WS-PERCENT-ED
001840            "% drawn, seed " WS-SEED
001850         DELIMITED BY SIZE INTO CLRRCS-RECORD
001860     END-STRING.
001870     WRITE CLRRCS-RECORD.
001880     MOVE SPACES TO CLRRCS-RECORD.
001890     WRITE CLRRCS-RECORD.
001900     MOVE "terminal st row tested   orig-op  v  queued for"
001910         TO CLRRCS-RECORD.
001920     WRITE CLRRCS-RECORD.
001930     MOVE "-------- -- --- -------- -------- -  ----------"
001940         TO CLRRCS-RECORD.
001950     WRITE CLRRCS-RECORD.
001960 1000-EXIT.
001970     EXIT.
001980*> ---------------------------------------------------------
001990*> 1500-LOAD-REGISTER - the active operators, the only ones
002000*>                      a verdict may be queued for.  No
002010*>                      register means no second operator
002020*>                      can be named for anything drawn.
002030*> ---------------------------------------------------------
002040 1500-LOAD-REGISTER.
002050     OPEN INPUT CLROPM-FILE.
002060     IF WS-CLROPM-STATUS NOT = "00"
002070         DISPLAY "CLROPM open failed, status " WS-CLROPM-STATUS
002080             " - no second operators available"
002090         GO TO 1500-EXIT
002100     END-IF.
002110     PERFORM 1510-READ-OPERATOR THRU 1510-EXIT.
002120     PERFORM 1520-STORE-OPERATOR THRU 1520-EXIT
002130         UNTIL WS-END-OF-REGISTER.
002140     CLOSE CLROPM-FILE.
002150 1500-EXIT.
002160     EXIT.
002170*> ---------------------------------------------------------
002180*> 1510-READ-OPERATOR - next register record in key order.
002190*> ---------------------------------------------------------
002200 1510-READ-OPERATOR.
002210     READ CLROPM-FILE NEXT RECORD
002220         AT END
002230             MOVE "Y" TO WS-OPM-EOF-SW
002240     END-READ.
002250     IF WS-CLROPM-STATUS NOT = "00" AND NOT WS-END-OF-REGISTER
002260         MOVE "Y" TO WS-OPM-EOF-SW
002270     END-IF.
002280 1510-EXIT.
002290     EXIT.
002300*> ---------------------------------------------------------
002310*> 1520-STORE-OPERATOR - one active operator into the table;
002320*>                       inactive ids are passed over.
002330*> ---------------------------------------------------------
002340 1520-STORE-OPERATOR.
002350     IF CLROPM-ACTIVE-FLAG = "A" AND WS-RG-COUNT < 200
002360         ADD 1 TO WS-RG-COUNT
002370         MOVE CLROPM-OPER-ID TO WS-RG-OPER-ID (WS-RG-COUNT)
002380     END-IF.
002390     PERFORM 1510-READ-OPERATOR THRU 1510-EXIT.
002400 1520-EXIT.
002410     EXIT.
002420*> ---------------------------------------------------------
002430*> 2000-DRAW-SAMPLE - one pass over the history in key
002440*>                    order.  A missing CLRCRH just means
002450*>                    nothing has been certified yet.
002460*> ---------------------------------------------------------
002470 2000-DRAW-SAMPLE.
002480     OPEN INPUT CLRCRH-FILE.
002490     IF WS-CLRCRH-STATUS NOT = "00"
002500         DISPLAY "CLRCRH open failed, status " WS-CLRCRH-STATUS
002510             " - nothing drawn"
002520         GO TO 2000-EXIT
002530     END-IF.
002540     OPEN I-O CLRRCK-FILE.
002550     IF WS-CLRRCK-STATUS = "35"
002560         OPEN OUTPUT CLRRCK-FILE
002570         CLOSE CLRRCK-FILE
002580         OPEN I-O CLRRCK-FILE
002590     END-IF.
002600     IF WS-CLRRCK-STATUS NOT = "00"
002610         DISPLAY "CLRRCK open failed, status " WS-CLRRCK-STATUS
002620             " - nothing drawn"
002630         MOVE 8 TO RETURN-CODE
002640         CLOSE CLRCRH-FILE
002650         GO TO 2000-EXIT
002660     END-IF.
002670     MOVE LOW-VALUES TO CLRCRH-KEY.
002680     START CLRCRH-FILE KEY NOT < CLRCRH-KEY
002690         INVALID KEY
002700             MOVE "Y" TO WS-CRH-EOF-SW
002710     END-START.
002720     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002730     PERFORM 2200-CONSIDER-VERDICT THRU 2200-EXIT
002740         UNTIL WS-END-OF-HISTORY.
002750     CLOSE CLRCRH-FILE.
002760     CLOSE CLRRCK-FILE.
002770 2000-EXIT.
002780     EXIT.
002790*> ---------------------------------------------------------
002800*> 2100-READ-HISTORY - next history record in key order.
002810*> ---------------------------------------------------------
002820 2100-READ-HISTORY.
002830     IF WS-END-OF-HISTORY
002840         GO TO 2100-EXIT
002850     END-IF.
002860     READ CLRCRH-FILE NEXT RECORD
002870         AT END
002880             MOVE "Y" TO WS-CRH-EOF-SW
002890     END-READ.
002900     IF WS-CLRCRH-STATUS NOT = "00"
002910             AND NOT WS-END-OF-HISTORY
002920         MOVE "Y" TO WS-CRH-EOF-SW
002930     END-IF.
002940 2100-EXIT.
002950     EXIT.
002960*> ---------------------------------------------------------
002970*> 2200-CONSIDER-VERDICT - one history record: in the
002980*>                         window, drawn, and not already
002990*>                         on the queue, it is queued.
003000*> ---------------------------------------------------------
003010 2200-CONSIDER-VERDICT.
003020     ADD 1 TO WS-READ-COUNT.
003030     IF CLRCRH-TEST-DATE < WS-FROM-DATE
003040             OR CLRCRH-TEST-DATE > WS-TO-DATE
003050         GO TO 2200-NEXT
003060     END-IF.
003070     ADD 1 TO WS-RECENT-COUNT.
003080     COMPUTE WS-DRAW = RANDOM * 100.
003090     IF WS-DRAW NOT < WS-PERCENT
003100         GO TO 2200-NEXT
003110     END-IF.
003120     MOVE CLRCRH-KEY TO CLRRCK-KEY.
003130     READ CLRRCK-FILE
003140         INVALID KEY
003150             MOVE "23" TO WS-CLRRCK-STATUS
003160     END-READ.
003170     IF WS-CLRRCK-STATUS = "00"
003180         ADD 1 TO WS-ALREADY-COUNT
003190         GO TO 2200-NEXT
003200     END-IF.
003210     PERFORM 2300-PICK-OPERATOR THRU 2300-EXIT.
003220     IF NOT WS-ENTRY-FOUND
003230         ADD 1 TO WS-NO-OPER-COUNT
003240         MOVE "*NONE*"   TO WS-PICKED-OPER-ID
003250         PERFORM 2500-LIST-DRAW THRU 2500-EXIT
003260         GO TO 2200-NEXT
003270     END-IF.
003280     PERFORM 2400-QUEUE-VERDICT THRU 2400-EXIT.
003290 2200-NEXT.
003300     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003310 2200-EXIT.
003320     EXIT.
003330*> ---------------------------------------------------------
003340*> 2300-PICK-OPERATOR - a random starting point in the
003350*>                      register table, then round it until
003360*>                      an operator other than the one who
003370*>                      gave the verdict turns up.
003380*> ---------------------------------------------------------
003390 2300-PICK-OPERATOR.
003400     MOVE "N" TO WS-FOUND-SW.
003410     IF WS-RG-COUNT = ZERO
003420         GO TO 2300-EXIT
003430     END-IF.
003440     COMPUTE WS-RG-START = INTEGER(RANDOM * WS-RG-COUNT) + 1.
003450     IF WS-RG-START > WS-RG-COUNT
003460         MOVE WS-RG-COUNT TO WS-RG-START
003470     END-IF.
003480     MOVE WS-RG-START TO WS-RG-SUB.
003490     PERFORM 2310-PROBE-OPERATOR THRU 2310-EXIT
003500         VARYING WS-RG-TRIES FROM 1 BY 1
003510         UNTIL WS-ENTRY-FOUND OR WS-RG-TRIES > WS-RG-COUNT.
003520 2300-EXIT.
003530     EXIT.
003540*> ---------------------------------------------------------
003550*> 2310-PROBE-OPERATOR - one register entry; wraps to the
003560*>                       top of the table at the bottom.
003570*> ---------------------------------------------------------
003580 2310-PROBE-OPERATOR.
003590     IF WS-RG-OPER-ID (WS-RG-SUB) NOT = CLRCRH-OPER-ID
003600         MOVE "Y" TO WS-FOUND-SW
003610         MOVE WS-RG-OPER-ID (WS-RG-SUB) TO WS-PICKED-OPER-ID
003620         GO TO 2310-EXIT
003630     END-IF.
003640     ADD 1 TO WS-RG-SUB.
003650     IF WS-RG-SUB > WS-RG-COUNT
003660         MOVE 1 TO WS-RG-SUB
003670     END-IF.
003680 2310-EXIT.
003690     EXIT.
003700*> ---------------------------------------------------------
003710*> 2400-QUEUE-VERDICT - file the drawn verdict for its
003720*>                      second operator.
003730*> ---------------------------------------------------------
003740 2400-QUEUE-VERDICT.
003750     MOVE SPACES              TO CLRRCK-RECORD.
003760     MOVE CLRCRH-KEY          TO CLRRCK-KEY.
003770     MOVE CLRCRH-OPER-ID      TO CLRRCK-ORIG-OPER-ID.
003780     MOVE CLRCRH-VERDICT      TO CLRRCK-ORIG-VERDICT.
003790*>   a history record from before backgrounds were recorded
003800*>   carries spaces - read as the default background.
003810     IF CLRCRH-BG-ATTR IS NUMERIC
003820         MOVE CLRCRH-BG-ATTR  TO CLRRCK-BG-ATTR
003830     ELSE
003840         MOVE ZERO            TO CLRRCK-BG-ATTR
003850     END-IF.
003860*>   likewise the swatch-set version, blank before versioning.
003870     IF CLRCRH-SWT-VERSION IS NUMERIC
003880         MOVE CLRCRH-SWT-VERSION TO CLRRCK-SWT-VERSION
003890     END-IF.
003900     MOVE WS-PICKED-OPER-ID   TO CLRRCK-RCK-OPER-ID.
003910     MOVE WS-TO-DATE          TO CLRRCK-QUEUE-DATE.
003920     MOVE "Q"                 TO CLRRCK-STATUS.
003930     WRITE CLRRCK-RECORD
003940         INVALID KEY
003950             DISPLAY "CLRRCK write failed, status "
003960                 WS-CLRRCK-STATUS " for " CLRCRH-TERM-ID
003970     END-WRITE.
003980     IF WS-CLRRCK-STATUS = "00"
003990         ADD 1 TO WS-QUEUED-COUNT
004000         PERFORM 2500-LIST-DRAW THRU 2500-EXIT
004010     END-IF.
004020 2400-EXIT.
004030     EXIT.
004040*> ---------------------------------------------------------
004050*> 2500-LIST-DRAW - one line of the draw listing.
004060*> ---------------------------------------------------------
004070 2500-LIST-DRAW.
004080     MOVE SPACES TO CLRRCS-RECORD.
004090     STRING CLRCRH-TERM-ID " "
004100            CLRCRH-STYLE "  "
004110            CLRCRH-SWATCH-ROW " "
004120            CLRCRH-TEST-DATE " "
004130            CLRCRH-OPER-ID " "
004140            CLRCRH-VERDICT "  "
004150            WS-PICKED-OPER-ID
004160         DELIMITED BY SIZE INTO CLRRCS-RECORD
004170     END-STRING.
004180     WRITE CLRRCS-RECORD.
004190 2500-EXIT.
004200     EXIT.
004210*> ---------------------------------------------------------
004220*> 9000-TERMINATE - totals to the listing and the console.
004230*> ---------------------------------------------------------
004240 9000-TERMINATE.
004250     MOVE SPACES TO CLRRCS-RECORD.
004260     WRITE CLRRCS-RECORD.
004270     MOVE WS-READ-COUNT TO WS-COUNT-ED.
004280     MOVE SPACES TO CLRRCS-RECORD.
004290     STRING "History records read:        " WS-COUNT-ED
004300         DELIMITED BY SIZE INTO CLRRCS-RECORD
004310     END-STRING.
004320     WRITE CLRRCS-RECORD.
004330     MOVE WS-RECENT-COUNT TO WS-COUNT-ED.
004340     MOVE SPACES TO CLRRCS-RECORD.
004350     STRING "Verdicts in the window:      " WS-COUNT-ED
004360         DELIMITED BY SIZE INTO CLRRCS-RECORD
004370     END-STRING.
004380     WRITE CLRRCS-RECORD.
004390     MOVE WS-QUEUED-COUNT TO WS-COUNT-ED.
004400     MOVE SPACES TO CLRRCS-RECORD.
004410     STRING "Queued for re-check:         " WS-COUNT-ED
004420         DELIMITED BY SIZE INTO CLRRCS-RECORD
004430     END-STRING.
004440     WRITE CLRRCS-RECORD.
004450     MOVE WS-ALREADY-COUNT TO WS-COUNT-ED.
004460     MOVE SPACES TO CLRRCS-RECORD.
004470     STRING "Drawn but already queued:    " WS-COUNT-ED
004480         DELIMITED BY SIZE INTO CLRRCS-RECORD
004490     END-STRING.
004500     WRITE CLRRCS-RECORD.
004510     MOVE WS-NO-OPER-COUNT TO WS-COUNT-ED.
004520     MOVE SPACES TO CLRRCS-RECORD.
004530     STRING "Drawn, no second operator:   " WS-COUNT-ED
004540         DELIMITED BY SIZE INTO CLRRCS-RECORD
004550     END-STRING.
004560     WRITE CLRRCS-RECORD.
004570     CLOSE CLRRCS-FILE.
004580     IF WS-NO-OPER-COUNT NOT = ZERO
004590         MOVE 8 TO RETURN-CODE
004600     END-IF.
004610     DISPLAY "CLRRCS complete: " WS-QUEUED-COUNT
004620         " verdict(s) queued for re-check, "
004630         WS-NO-OPER-COUNT " with no second operator".
004640 9000-EXIT.
004650     EXIT.
004660 END PROGRAM CLRRCS.
