000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRRCR
000040*> Purpose:   Operator agreement report over the CLRRCK self-
000050*>            test re-check queue.  For every re-judged item
000060*>            (status D) it compares the second operator's
000070*>            verdict with the original CLRCRH verdict and
000080*>            prints the disagreement rate per original
000090*>            operator (named off the CLROPM register) and per
000100*>            swatch row (labelled from the swatch set each
000110*>            verdict was given under), then lists
000120*>            every verdict the re-check overturned - the
000130*>            retraining list, and the certifications that
000140*>            may need recalling.  Items still queued are
000150*>            counted but not judged.  Ends RC=8 when any
000160*>            verdict was overturned, so the job log shows it.
000170*> Tectonics: cobc -x -I copybooks clrrcr.cbl clrswr.cbl
000180*> License:   Public Domain
000190*> ************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.     CLRRCR.
000220 AUTHOR.         R F HARRISON.
000230 INSTALLATION.   TERMINAL SERVICES GROUP.
000240 DATE-WRITTEN.   20261015.
000250 DATE-COMPILED.  20261015.
000260*> ************************************************************
000270*> MODIFICATION HISTORY
000280*> DATE      INIT  DESCRIPTION
000290*> 20261015  RFH   Original - disagreement rates and overturned
000300*>                 verdicts off the re-check queue.
000310*> 20261015  RFH   Swatch rows labelled from the set each verdict
000320*>                 was given under (CLRSWR), not today's CLRSWT;
000330*>                 the overturned list names the colour too.
000340*> ************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 REPOSITORY.
000380     FUNCTION ALL INTRINSIC.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CLRRCK-FILE ASSIGN TO "CLRRCK"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CLRRCK-KEY
000450         FILE STATUS IS WS-CLRRCK-STATUS.
000460     SELECT CLROPM-FILE ASSIGN TO "CLROPM"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CLROPM-OPER-ID
000500         FILE STATUS IS WS-CLROPM-STATUS.
000510     SELECT CLRRCR-FILE ASSIGN TO "CLRRCR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CLRRCR-STATUS.
000540*> ************************************************************
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CLRRCK-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY "copybooks/CLRRCK.cpy".
000600 FD  CLROPM-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY "copybooks/CLROPM.cpy".
000630 FD  CLRRCR-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  CLRRCR-RECORD               PIC X(80).
000660 WORKING-STORAGE SECTION.
000670*>  --- switches ---------------------------------------------
000680 77  WS-CLRRCK-STATUS      PIC X(02).
000690 77  WS-CLROPM-STATUS      PIC X(02).
000700 77  WS-CLRRCR-STATUS      PIC X(02).
000710 77  WS-RCK-EOF-SW         PIC X(01)  VALUE "N".
000720     88  WS-END-OF-QUEUE              VALUE "Y".
000730 77  WS-OPM-EOF-SW         PIC X(01)  VALUE "N".
000740     88  WS-END-OF-REGISTER           VALUE "Y".
000750 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000760     88  WS-ENTRY-FOUND               VALUE "Y".
000770 77  WS-OVERTURN-SW        PIC X(01)  VALUE "N".
000780     88  WS-OVERTURNED                VALUE "Y".
000790*>  --- counters -----------------------------------------------
000800 77  WS-QUEUED-COUNT       PIC 9(05) VALUE ZERO.
000810 77  WS-DONE-COUNT         PIC 9(05) VALUE ZERO.
000820 77  WS-OVER-COUNT         PIC 9(05) VALUE ZERO.
000830 77  WS-DROP-COUNT         PIC 9(05) VALUE ZERO.
000840 77  WS-COUNT-ED           PIC ZZZZ9.
000850 77  WS-COUNT2-ED          PIC ZZZZ9.
000860 77  WS-RATE               PIC 9(03)V9(01) VALUE ZERO.
000870 77  WS-RATE-ED            PIC ZZ9.9.
000880 77  WS-CHECKED            PIC 9(05) VALUE ZERO.
000890 77  WS-OVER               PIC 9(05) VALUE ZERO.
000900 77  WS-IDX                PIC 9(03) VALUE ZERO.
000910 77  WS-ROW                PIC 9(03) VALUE ZERO.
000920*>  --- per-original-operator tallies --------------------------
000930 01  WS-OPER-TALLY-TABLE.
000940     05  WS-OT-ENTRY OCCURS 200 TIMES.
000950         10  WS-OT-OPER-ID      PIC X(08).
000960         10  WS-OT-CHECKED      PIC 9(05).
000970         10  WS-OT-OVER         PIC 9(05).
000980 77  WS-OT-COUNT           PIC 9(03) VALUE ZERO.
000990*>  --- per-swatch-row tallies, subscripted by the row ---------
001000 01  WS-ROW-TALLY-TABLE.
001010     05  WS-RW-ENTRY OCCURS 256 TIMES.
001020         10  WS-RW-LABEL        PIC X(07).
001030         10  WS-RW-CHECKED      PIC 9(05).
001040         10  WS-RW-OVER         PIC 9(05).
001050 77  WS-ITEM-LABEL         PIC X(07) VALUE SPACES.
001060*>  --- parameter area for the CLRSWR swatch-set resolver -----
001070     COPY "copybooks/CLRSWP.cpy".
001080*>  --- the operator register from CLROPM, for real names -------
001090 01  WS-REG-TABLE.
001100     05  WS-RG-ENTRY OCCURS 200 TIMES.
001110         10  WS-RG-OPER-ID      PIC X(08).
001120         10  WS-RG-OPER-NAME    PIC X(25).
001130 77  WS-RG-COUNT           PIC 9(03) VALUE ZERO.
001140 77  WS-RG-SUB             PIC 9(03) VALUE ZERO.
001150*> ************************************************************
001160 PROCEDURE DIVISION.
001170*> ---------------------------------------------------------
001180*> 0000-MAINLINE
001190*> ---------------------------------------------------------
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 2000-TALLY-QUEUE THRU 2000-EXIT.
001230     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001250     GOBACK.
001260*> ---------------------------------------------------------
001270*> 1000-INITIALIZE - clear the tallies and load the operator
001280*>                   register.
001290*> ---------------------------------------------------------
001300 1000-INITIALIZE.
001310     PERFORM 1050-CLEAR-ROW THRU 1050-EXIT
001320         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 256.
001330     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
001340 1000-EXIT.
001350     EXIT.
001360*> ---------------------------------------------------------
001370*> 1050-CLEAR-ROW - one swatch-row tally to zero.
001380*> ---------------------------------------------------------
001390 1050-CLEAR-ROW.
001400     MOVE SPACES TO WS-RW-LABEL (WS-IDX).
001410     MOVE ZERO   TO WS-RW-CHECKED (WS-IDX).
001420     MOVE ZERO   TO WS-RW-OVER (WS-IDX).
001430 1050-EXIT.
001440     EXIT.
001450*> ---------------------------------------------------------
001460*> 1200-LOAD-REGISTER - the operator register into its
001470*>                      table for real names.  A missing
001480*>                      register leaves every id unnamed.
001490*> ---------------------------------------------------------
001500 1200-LOAD-REGISTER.
001510     OPEN INPUT CLROPM-FILE.
001520     IF WS-CLROPM-STATUS NOT = "00"
001530         GO TO 1200-EXIT
001540     END-IF.
001550     PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
001560     PERFORM 1220-STORE-OPERATOR THRU 1220-EXIT
001570         UNTIL WS-END-OF-REGISTER.
001580     CLOSE CLROPM-FILE.
001590 1200-EXIT.
001600     EXIT.
001610*> ---------------------------------------------------------
001620*> 1210-READ-OPERATOR - next register record in key order.
001630*> ---------------------------------------------------------
001640 1210-READ-OPERATOR.
001650     READ CLROPM-FILE NEXT RECORD
001660         AT END
001670             MOVE "Y" TO WS-OPM-EOF-SW
001680     END-READ.
001690     IF WS-CLROPM-STATUS NOT = "00" AND NOT WS-END-OF-REGISTER
001700         MOVE "Y" TO WS-OPM-EOF-SW
001710     END-IF.
001720 1210-EXIT.
001730     EXIT.
001740*> ---------------------------------------------------------
001750*> 1220-STORE-OPERATOR - one register record into the table.
001760*> ---------------------------------------------------------
001770 1220-STORE-OPERATOR.
001780     IF WS-RG-COUNT < 200
001790         ADD 1 TO WS-RG-COUNT
001800         MOVE CLROPM-OPER-ID   TO WS-RG-OPER-ID (WS-RG-COUNT)
001810         MOVE CLROPM-OPER-NAME TO WS-RG-OPER-NAME (WS-RG-COUNT)
001820     ELSE
001830         ADD 1 TO WS-DROP-COUNT
001840     END-IF.
001850     PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
001860 1220-EXIT.
001870     EXIT.
001880*> ---------------------------------------------------------
001890*> 2000-TALLY-QUEUE - first pass over the queue: post every
001900*>                    re-judged item to its operator and
001910*>                    swatch-row tallies.  A missing queue
001920*>                    just means nothing has been drawn yet.
001930*> ---------------------------------------------------------
001940 2000-TALLY-QUEUE.
001950     PERFORM 2050-OPEN-QUEUE THRU 2050-EXIT.
001960     PERFORM 2200-TALLY-ITEM THRU 2200-EXIT
001970         UNTIL WS-END-OF-QUEUE.
001980     IF WS-CLRRCK-STATUS NOT = "35"
001990         CLOSE CLRRCK-FILE
002000     END-IF.
002010 2000-EXIT.
002020     EXIT.
002030*> ---------------------------------------------------------
002040*> 2050-OPEN-QUEUE - open the queue and position on its
002050*>                   first record; both passes start here.
002060*> ---------------------------------------------------------
002070 2050-OPEN-QUEUE.
002080     MOVE "N" TO WS-RCK-EOF-SW.
002090     OPEN INPUT CLRRCK-FILE.
002100     IF WS-CLRRCK-STATUS NOT = "00"
002110         MOVE "35" TO WS-CLRRCK-STATUS
002120         MOVE "Y" TO WS-RCK-EOF-SW
002130         GO TO 2050-EXIT
002140     END-IF.
002150     MOVE LOW-VALUES TO CLRRCK-KEY.
002160     START CLRRCK-FILE KEY NOT < CLRRCK-KEY
002170         INVALID KEY
002180             MOVE "Y" TO WS-RCK-EOF-SW
002190     END-START.
002200     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
002210 2050-EXIT.
002220     EXIT.
002230*> ---------------------------------------------------------
002240*> 2100-READ-QUEUE - next queue record in key order; works
002250*>                   out whether it is an overturned one.
002260*> ---------------------------------------------------------
002270 2100-READ-QUEUE.
002280     IF WS-END-OF-QUEUE
002290         GO TO 2100-EXIT
002300     END-IF.
002310     READ CLRRCK-FILE NEXT RECORD
002320         AT END
002330             MOVE "Y" TO WS-RCK-EOF-SW
002340     END-READ.
002350     IF WS-CLRRCK-STATUS NOT = "00"
002360             AND NOT WS-END-OF-QUEUE
002370         MOVE "Y" TO WS-RCK-EOF-SW
002380     END-IF.
002390     MOVE "N" TO WS-OVERTURN-SW.
002400     IF NOT WS-END-OF-QUEUE
002410             AND CLRRCK-DONE
002420             AND CLRRCK-RCK-VERDICT NOT = CLRRCK-ORIG-VERDICT
002430         MOVE "Y" TO WS-OVERTURN-SW
002440     END-IF.
002450 2100-EXIT.
002460     EXIT.
002470*> ---------------------------------------------------------
002480*> 2200-TALLY-ITEM - one queue record to the tallies.
002490*> ---------------------------------------------------------
002500 2200-TALLY-ITEM.
002510     IF NOT CLRRCK-DONE
002520         ADD 1 TO WS-QUEUED-COUNT
002530         GO TO 2200-NEXT
002540     END-IF.
002550     ADD 1 TO WS-DONE-COUNT.
002560     IF WS-OVERTURNED
002570         ADD 1 TO WS-OVER-COUNT
002580     END-IF.
002590     PERFORM 2300-TALLY-OPERATOR THRU 2300-EXIT.
002600     MOVE CLRRCK-SWATCH-ROW TO WS-ROW.
002610     IF WS-ROW = ZERO OR WS-ROW > 256
002620         ADD 1 TO WS-DROP-COUNT
002630         GO TO 2200-NEXT
002640     END-IF.
002650     PERFORM 2400-POST-ROW-LABEL THRU 2400-EXIT.
002660     ADD 1 TO WS-RW-CHECKED (WS-ROW).
002670     IF WS-OVERTURNED
002680         ADD 1 TO WS-RW-OVER (WS-ROW)
002690     END-IF.
002700 2200-NEXT.
002710     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
002720 2200-EXIT.
002730     EXIT.
002740*> ---------------------------------------------------------
002750*> 2300-TALLY-OPERATOR - find (or add) the original
002760*>                       operator's tally and post to it.
002770*> ---------------------------------------------------------
002780 2300-TALLY-OPERATOR.
002790     MOVE "N" TO WS-FOUND-SW.
002800     PERFORM 2310-MATCH-OPERATOR THRU 2310-EXIT
002810         VARYING WS-IDX FROM 1 BY 1
002820         UNTIL WS-ENTRY-FOUND OR WS-IDX > WS-OT-COUNT.
002830     IF NOT WS-ENTRY-FOUND
002840         IF WS-OT-COUNT = 200
002850             ADD 1 TO WS-DROP-COUNT
002860             GO TO 2300-EXIT
002870         END-IF
002880         ADD 1 TO WS-OT-COUNT
002890         MOVE WS-OT-COUNT TO WS-IDX
002900         MOVE CLRRCK-ORIG-OPER-ID TO WS-OT-OPER-ID (WS-IDX)
002910         MOVE ZERO TO WS-OT-CHECKED (WS-IDX)
002920         MOVE ZERO TO WS-OT-OVER (WS-IDX)
002930     END-IF.
002940     ADD 1 TO WS-OT-CHECKED (WS-IDX).
002950     IF WS-OVERTURNED
002960         ADD 1 TO WS-OT-OVER (WS-IDX)
002970     END-IF.
002980 2300-EXIT.
002990     EXIT.
003000*> ---------------------------------------------------------
003010*> 2310-MATCH-OPERATOR - one probe of the operator tally
003020*>                       table; leaves WS-IDX on the match.
003030*> ---------------------------------------------------------
003040 2310-MATCH-OPERATOR.
003050     IF WS-OT-OPER-ID (WS-IDX) = CLRRCK-ORIG-OPER-ID
003060         MOVE "Y" TO WS-FOUND-SW
003070         SUBTRACT 1 FROM WS-IDX
003080     END-IF.
003090 2310-EXIT.
003100     EXIT.
003110*> ---------------------------------------------------------
003120*> 2400-POST-ROW-LABEL - the row's label from this item's own
003130*>                       swatch set.  A row whose items were
003140*>                       judged under sets that named it
003150*>                       differently prints as *mixed*.
003160*> ---------------------------------------------------------
003170 2400-POST-ROW-LABEL.
003180     PERFORM 2410-RESOLVE-LABEL THRU 2410-EXIT.
003190     IF WS-RW-CHECKED (WS-ROW) = ZERO
003200         MOVE WS-ITEM-LABEL TO WS-RW-LABEL (WS-ROW)
003210     ELSE
003220         IF WS-ITEM-LABEL NOT = WS-RW-LABEL (WS-ROW)
003230             MOVE "*mixed*" TO WS-RW-LABEL (WS-ROW)
003240         END-IF
003250     END-IF.
003260 2400-EXIT.
003270     EXIT.
003280*> ---------------------------------------------------------
003290*> 2410-RESOLVE-LABEL - the queue item's swatch row label in
003300*>                      the set the original verdict was
003310*>                      given under; blank when that set does
003320*>                      not hold the row.
003330*> ---------------------------------------------------------
003340 2410-RESOLVE-LABEL.
003350     MOVE "R"               TO CLRSWP-FUNCTION.
003360     MOVE SPACES            TO CLRSWP-VERSION.
003370     IF CLRRCK-SWT-VERSION IS NUMERIC
003380         MOVE CLRRCK-SWT-VERSION TO CLRSWP-VERSION
003390     END-IF.
003400     MOVE CLRRCK-TEST-DATE  TO CLRSWP-TEST-DATE.
003410     MOVE CLRRCK-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
003420     CALL "CLRSWR" USING CLRSWP-PARMS.
003430     IF CLRSWP-OK
003440         MOVE CLRSWP-LABEL TO WS-ITEM-LABEL
003450     ELSE
003460         MOVE SPACES TO WS-ITEM-LABEL
003470     END-IF.
003480 2410-EXIT.
003490     EXIT.
003500*> ---------------------------------------------------------
003510*> 4000-WRITE-REPORT - totals, the two rate sections and the
003520*>                     overturned list.  Rewritten from
003530*>                     scratch each run.
003540*> ---------------------------------------------------------
003550 4000-WRITE-REPORT.
003560     OPEN OUTPUT CLRRCR-FILE.
003570     MOVE SPACES TO CLRRCR-RECORD.
003580     STRING "Self-test re-check agreement - printed "
003590            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
003600         DELIMITED BY SIZE INTO CLRRCR-RECORD
003610     END-STRING.
003620     WRITE CLRRCR-RECORD.
003630     MOVE ALL "-" TO CLRRCR-RECORD.
003640     WRITE CLRRCR-RECORD.
003650     MOVE WS-DONE-COUNT TO WS-COUNT-ED.
003660     MOVE SPACES TO CLRRCR-RECORD.
003670     STRING "Verdicts re-judged:          " WS-COUNT-ED
003680         DELIMITED BY SIZE INTO CLRRCR-RECORD
003690     END-STRING.
003700     WRITE CLRRCR-RECORD.
003710     MOVE WS-DONE-COUNT TO WS-CHECKED.
003720     MOVE WS-OVER-COUNT TO WS-OVER.
003730     PERFORM 4900-COMPUTE-RATE THRU 4900-EXIT.
003740     MOVE WS-OVER-COUNT TO WS-COUNT-ED.
003750     MOVE SPACES TO CLRRCR-RECORD.
003760     STRING "Verdicts overturned:         " WS-COUNT-ED
003770            "  (" WS-RATE-ED "%)"
003780         DELIMITED BY SIZE INTO CLRRCR-RECORD
003790     END-STRING.
003800     WRITE CLRRCR-RECORD.
003810     MOVE WS-QUEUED-COUNT TO WS-COUNT-ED.
003820     MOVE SPACES TO CLRRCR-RECORD.
003830     STRING "Still queued, not yet judged:" WS-COUNT-ED
003840         DELIMITED BY SIZE INTO CLRRCR-RECORD
003850     END-STRING.
003860     WRITE CLRRCR-RECORD.
003870     IF WS-DROP-COUNT NOT = ZERO
003880         MOVE WS-DROP-COUNT TO WS-COUNT-ED
003890         MOVE SPACES TO CLRRCR-RECORD
003900         STRING "WARNING - internal tables full, " WS-COUNT-ED
003910                " record(s) dropped - report is incomplete"
003920             DELIMITED BY SIZE INTO CLRRCR-RECORD
003930         END-STRING
003940         WRITE CLRRCR-RECORD
003950     END-IF.
003960     PERFORM 4100-OPERATOR-SECTION THRU 4100-EXIT.
003970     PERFORM 4200-SWATCH-SECTION THRU 4200-EXIT.
003980     PERFORM 4300-OVERTURNED-SECTION THRU 4300-EXIT.
003990     CLOSE CLRRCR-FILE.
004000 4000-EXIT.
004010     EXIT.
004020*> ---------------------------------------------------------
004030*> 4100-OPERATOR-SECTION - disagreement per original
004040*>                         operator.
004050*> ---------------------------------------------------------
004060 4100-OPERATOR-SECTION.
004070     MOVE SPACES TO CLRRCR-RECORD.
004080     WRITE CLRRCR-RECORD.
004090     MOVE "Disagreement by original operator" TO CLRRCR-RECORD.
004100     WRITE CLRRCR-RECORD.
004110     MOVE "operator  checked  overturned  rate%  name"
004120         TO CLRRCR-RECORD.
004130     WRITE CLRRCR-RECORD.
004140     MOVE "--------  -------  ---------  -----  ---------------"
004150         & "----------"
004160         TO CLRRCR-RECORD.
004170     WRITE CLRRCR-RECORD.
004180     PERFORM 4110-OPERATOR-LINE THRU 4110-EXIT
004190         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-OT-COUNT.
004200     IF WS-OT-COUNT = ZERO
004210         MOVE "(no re-checked verdicts on file)" TO CLRRCR-RECORD
004220         WRITE CLRRCR-RECORD
004230     END-IF.
004240 4100-EXIT.
004250     EXIT.
004260*> ---------------------------------------------------------
004270*> 4110-OPERATOR-LINE - one operator's tally and name; an id
004280*>                      not on the register says so.
004290*> ---------------------------------------------------------
004300 4110-OPERATOR-LINE.
004310     MOVE WS-OT-CHECKED (WS-IDX) TO WS-CHECKED.
004320     MOVE WS-OT-OVER (WS-IDX)    TO WS-OVER.
004330     PERFORM 4900-COMPUTE-RATE THRU 4900-EXIT.
004340     MOVE WS-CHECKED TO WS-COUNT-ED.
004350     MOVE WS-OVER    TO WS-COUNT2-ED.
004360     MOVE "N" TO WS-FOUND-SW.
004370     PERFORM 4120-PROBE-REGISTER THRU 4120-EXIT
004380         VARYING WS-RG-SUB FROM 1 BY 1
004390         UNTIL WS-ENTRY-FOUND OR WS-RG-SUB > WS-RG-COUNT.
004400     MOVE SPACES TO CLRRCR-RECORD.
004410     IF WS-ENTRY-FOUND
004420         STRING WS-OT-OPER-ID (WS-IDX) "    " WS-COUNT-ED
004430                "      " WS-COUNT2-ED "  " WS-RATE-ED "  "
004440                WS-RG-OPER-NAME (WS-RG-SUB)
004450             DELIMITED BY SIZE INTO CLRRCR-RECORD
004460         END-STRING
004470     ELSE
004480         STRING WS-OT-OPER-ID (WS-IDX) "    " WS-COUNT-ED
004490                "      " WS-COUNT2-ED "  " WS-RATE-ED "  "
004500                "** NOT ON REGISTER **"
004510             DELIMITED BY SIZE INTO CLRRCR-RECORD
004520         END-STRING
004530     END-IF.
004540     WRITE CLRRCR-RECORD.
004550 4110-EXIT.
004560     EXIT.
004570*> ---------------------------------------------------------
004580*> 4120-PROBE-REGISTER - one register probe; leaves
004590*>                       WS-RG-SUB on the match.
004600*> ---------------------------------------------------------
004610 4120-PROBE-REGISTER.
004620     IF WS-RG-OPER-ID (WS-RG-SUB) = WS-OT-OPER-ID (WS-IDX)
004630         MOVE "Y" TO WS-FOUND-SW
004640         SUBTRACT 1 FROM WS-RG-SUB
004650     END-IF.
004660 4120-EXIT.
004670     EXIT.
004680*> ---------------------------------------------------------
004690*> 4200-SWATCH-SECTION - disagreement per swatch row; rows
004700*>                       never re-checked are left out.
004710*> ---------------------------------------------------------
004720 4200-SWATCH-SECTION.
004730     MOVE SPACES TO CLRRCR-RECORD.
004740     WRITE CLRRCR-RECORD.
004750     MOVE "Disagreement by swatch" TO CLRRCR-RECORD.
004760     WRITE CLRRCR-RECORD.
004770     MOVE "row  label    checked  overturned  rate%"
004780         TO CLRRCR-RECORD.
004790     WRITE CLRRCR-RECORD.
004800     MOVE "---  -------  -------  ---------  -----"
004810         TO CLRRCR-RECORD.
004820     WRITE CLRRCR-RECORD.
004830     PERFORM 4210-SWATCH-LINE THRU 4210-EXIT
004840         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 256.
004850     IF WS-DONE-COUNT = ZERO
004860         MOVE "(no re-checked verdicts on file)" TO CLRRCR-RECORD
004870         WRITE CLRRCR-RECORD
004880     END-IF.
004890 4200-EXIT.
004900     EXIT.
004910*> ---------------------------------------------------------
004920*> 4210-SWATCH-LINE - one swatch row's tally.
004930*> ---------------------------------------------------------
004940 4210-SWATCH-LINE.
004950     IF WS-RW-CHECKED (WS-IDX) = ZERO
004960         GO TO 4210-EXIT
004970     END-IF.
004980     MOVE WS-RW-CHECKED (WS-IDX) TO WS-CHECKED.
004990     MOVE WS-RW-OVER (WS-IDX)    TO WS-OVER.
005000     PERFORM 4900-COMPUTE-RATE THRU 4900-EXIT.
005010     MOVE WS-IDX     TO WS-ROW.
005020     MOVE WS-CHECKED TO WS-COUNT-ED.
005030     MOVE WS-OVER    TO WS-COUNT2-ED.
005040     MOVE SPACES TO CLRRCR-RECORD.
005050     STRING WS-ROW "  " WS-RW-LABEL (WS-IDX) "    "
005060            WS-COUNT-ED "      " WS-COUNT2-ED "  " WS-RATE-ED
005070         DELIMITED BY SIZE INTO CLRRCR-RECORD
005080     END-STRING.
005090     WRITE CLRRCR-RECORD.
005100 4210-EXIT.
005110     EXIT.
005120*> ---------------------------------------------------------
005130*> 4300-OVERTURNED-SECTION - second pass over the queue,
005140*>                           listing every verdict the
005150*>                           re-check went the other way on.
005160*> ---------------------------------------------------------
005170 4300-OVERTURNED-SECTION.
005180     MOVE SPACES TO CLRRCR-RECORD.
005190     WRITE CLRRCR-RECORD.
005200     MOVE "Overturned verdicts" TO CLRRCR-RECORD.
005210     WRITE CLRRCR-RECORD.
005220     MOVE "terminal st row label   tested   orig-op  v  "
005230         & "re-check v  judged"
005240         TO CLRRCR-RECORD.
005250     WRITE CLRRCR-RECORD.
005260     MOVE "-------- -- --- ------- -------- -------- -  "
005270         & "-------- -  --------"
005280         TO CLRRCR-RECORD.
005290     WRITE CLRRCR-RECORD.
005300     IF WS-OVER-COUNT = ZERO
005310         MOVE "(none)" TO CLRRCR-RECORD
005320         WRITE CLRRCR-RECORD
005330         GO TO 4300-EXIT
005340     END-IF.
005350     PERFORM 2050-OPEN-QUEUE THRU 2050-EXIT.
005360     PERFORM 4310-OVERTURNED-LINE THRU 4310-EXIT
005370         UNTIL WS-END-OF-QUEUE.
005380     IF WS-CLRRCK-STATUS NOT = "35"
005390         CLOSE CLRRCK-FILE
005400     END-IF.
005410 4300-EXIT.
005420     EXIT.
005430*> ---------------------------------------------------------
005440*> 4310-OVERTURNED-LINE - one queue record; listed only if
005450*>                        the re-check overturned it.
005460*> ---------------------------------------------------------
005470 4310-OVERTURNED-LINE.
005480     IF WS-OVERTURNED
005490         PERFORM 2410-RESOLVE-LABEL THRU 2410-EXIT
005500         MOVE SPACES TO CLRRCR-RECORD
005510         STRING CLRRCK-TERM-ID " "
005520                CLRRCK-STYLE "  "
005530                CLRRCK-SWATCH-ROW " "
005540                WS-ITEM-LABEL " "
005550                CLRRCK-TEST-DATE " "
005560                CLRRCK-ORIG-OPER-ID " "
005570                CLRRCK-ORIG-VERDICT "  "
005580                CLRRCK-RCK-OPER-ID " "
005590                CLRRCK-RCK-VERDICT "  "
005600                CLRRCK-RCK-DATE
005610             DELIMITED BY SIZE INTO CLRRCR-RECORD
005620         END-STRING
005630         WRITE CLRRCR-RECORD
005640     END-IF.
005650     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
005660 4310-EXIT.
005670     EXIT.
005680*> ---------------------------------------------------------
005690*> 4900-COMPUTE-RATE - WS-OVER as a percentage of
005700*>                     WS-CHECKED, to one decimal.
005710*> ---------------------------------------------------------
005720 4900-COMPUTE-RATE.
005730     MOVE ZERO TO WS-RATE.
005740     IF WS-CHECKED NOT = ZERO
005750         COMPUTE WS-RATE ROUNDED = WS-OVER * 100 / WS-CHECKED
005760     END-IF.
005770     MOVE WS-RATE TO WS-RATE-ED.
005780 4900-EXIT.
005790     EXIT.
005800*> ---------------------------------------------------------
005810*> 9000-TERMINATE - console one-liner and return code.
005820*> ---------------------------------------------------------
005830 9000-TERMINATE.
005840     IF WS-OVER-COUNT NOT = ZERO
005850         MOVE 8 TO RETURN-CODE
005860     END-IF.
005870     DISPLAY "CLRRCR complete: " WS-DONE-COUNT
005880         " re-checked, " WS-OVER-COUNT " overturned, "
005890         WS-QUEUED-COUNT " still queued".
005900 9000-EXIT.
005910     EXIT.
005920 END PROGRAM CLRRCR.
