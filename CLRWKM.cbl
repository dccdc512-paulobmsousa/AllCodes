000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRWKM
000040*> Purpose:   Repair work-order maintenance.  Browse screen
000050*>            over the open and fixed orders on the keyed
000060*>            CLRWKO file, in key order, with actions to
000070*>            assign an order to a technician, annotate it,
000080*>            and mark it fixed.  Marking fixed only stamps
000090*>            the fix date - the order stays on the screen
000100*>            until CLRWKB finds a passing CLRCRH self-test
000110*>            dated after it and closes it.
000120*> Tectonics: cobc -x -I copybooks clrwkm.cbl clrdts.cbl
000130*> License:   Public Domain
000140*> ************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.     CLRWKM.
000170 AUTHOR.         R F HARRISON.
000180 INSTALLATION.   TERMINAL SERVICES GROUP.
000190 DATE-WRITTEN.   20261015.
000200 DATE-COMPILED.  20261015.
000210*> ************************************************************
000220*> MODIFICATION HISTORY
000230*> DATE      INIT  DESCRIPTION
000240*> 20261015  RFH   Original - assign/annotate/fix screen over
000250*>                 the CLRWKO repair orders.
000260*> 20261015  RFH   Fix dates are the CLRDTE business date
000270*>                 (CLRDTS), so they compare like-for-like
000280*>                 with the CLRCRH test dates that close them.
000290*> ************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     CRT STATUS IS WS-CRT-STATUS.
000340 REPOSITORY.
000350     FUNCTION ALL INTRINSIC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CLRWKO-FILE ASSIGN TO "CLRWKO"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CLRWKO-KEY
000420         FILE STATUS IS WS-CLRWKO-STATUS.
000430     SELECT CLROPM-FILE ASSIGN TO "CLROPM"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CLROPM-OPER-ID
000470         FILE STATUS IS WS-CLROPM-STATUS.
000480*> ************************************************************
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CLRWKO-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY "copybooks/CLRWKO.cpy".
000540 FD  CLROPM-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY "copybooks/CLROPM.cpy".
000570 WORKING-STORAGE SECTION.
000580*>  --- switches ---------------------------------------------
000590 77  WS-CLRWKO-STATUS      PIC X(02).
000600 77  WS-CLROPM-STATUS      PIC X(02).
000610 77  WS-EOF-SW             PIC X(01)  VALUE "N".
000620     88  WS-END-OF-ORDERS             VALUE "Y".
000630 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000640     88  WS-ENTRY-FOUND               VALUE "Y".
000650*>  --- run identification -------------------------------------
000660 77  WS-OPER-ID            PIC X(08) VALUE SPACES.
000670 77  WS-TODAY-DATE         PIC X(08) VALUE SPACES.
000680*>  --- operator input -----------------------------------------
000690 77  WS-ACTION             PIC X(01) VALUE SPACE.
000700 77  WS-IN-SEQ             PIC X(03) VALUE SPACES.
000710 77  WS-IN-ASSIGNEE        PIC X(08) VALUE SPACES.
000720 77  WS-IN-NOTE            PIC X(40) VALUE SPACES.
000730*>  --- PF-key loop --------------------------------------------
000740 77  WS-CRT-STATUS         PIC 9(04) VALUE ZERO.
000750     88  WS-PF3-PRESSED               VALUE 1003.
000760     88  WS-PF7-PRESSED               VALUE 1007.
000770     88  WS-PF8-PRESSED               VALUE 1008.
000780*>  --- counters and subscripts --------------------------------
000790 77  WS-WO-COUNT           PIC 9(03) VALUE ZERO.
000800 77  WS-DROP-COUNT         PIC 9(05) VALUE ZERO.
000810 77  WS-IDX                PIC 9(03) VALUE ZERO.
000820 77  WS-PICK-IDX           PIC 9(03) VALUE ZERO.
000830 77  WS-PAGE-NO            PIC 9(03) VALUE 1.
000840 77  WS-PAGE-COUNT         PIC 9(03) VALUE 1.
000850 77  WS-PAGE-START         PIC 9(03) VALUE ZERO.
000860 77  WS-ROW-IDX            PIC 9(02) VALUE ZERO.
000870 77  WS-SEQ-ED             PIC ZZ9.
000880*>  --- parameter area for the CLRDTS business-date service -
000890     COPY "copybooks/CLRDTP.cpy".
000900*>  --- the open and fixed orders, in key order ---------------
000910 01  WS-WO-TABLE.
000920     05  WS-WO-ENTRY OCCURS 500 TIMES.
000930         10  WS-WO-KEY          PIC X(20).
000940         10  WS-WO-STATUS       PIC X(01).
000950         10  WS-WO-ASSIGNEE     PIC X(08).
000960         10  WS-WO-NOTE         PIC X(40).
000970*>  --- one browse page of formatted lines ---------------------
000980 01  WS-PAGE-LINES.
000990     05  WS-PAGE-LINE           PIC X(78) OCCURS 12 TIMES.
001000 77  WS-PAGE-TITLE         PIC X(30) VALUE SPACES.
001010 77  WS-MSG-LINE           PIC X(60) VALUE SPACES.
001020*> ************************************************************
001030 SCREEN SECTION.
001040 01  ORDER-SCREEN.
001050   05  WO-HDR-GRP.
001060     10 LINE  1 COLUMN 1 VALUE "Repair Work-Order Maintenance".
001070     10 LINE  2 COLUMN 1 VALUE "=============================".
001080     10 LINE  3 COLUMN 1 FROM WS-PAGE-TITLE.
001090     10 LINE  4 COLUMN 1
001100        VALUE "  #  terminal  s  row  opened    st  assigned"
001110            & "  note".
001120     10 LINE  5 COLUMN 1
001130        VALUE "---  --------  -  ---  --------  --  --------"
001140            & "  ----".
001150     10 LINE  6 COLUMN 1 FROM WS-PAGE-LINE (1).
001160     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (2).
001170     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (3).
001180     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (4).
001190     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (5).
001200     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (6).
001210     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (7).
001220     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (8).
001230     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (9).
001240     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (10).
001250     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (11).
001260     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (12).
001270     10 LINE 19 COLUMN 1
001280        VALUE "A=assign  N=note  F=mark fixed   PF7/PF8=page "
001290            & " PF3=end".
001300     10 LINE 20 COLUMN 1 FROM WS-MSG-LINE.
001310*> ************************************************************
001320 PROCEDURE DIVISION.
001330*> ---------------------------------------------------------
001340*> 0000-MAINLINE
001350*> ---------------------------------------------------------
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 3000-INTERACT-LOOP THRU 3000-EXIT.
001390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001400     GOBACK.
001410*> ---------------------------------------------------------
001420*> 1000-INITIALIZE - find out who is working the orders (the
001430*>                   same environment variable SAMPLE reads),
001440*>                   open the order file I-O for the whole
001450*>                   session - created on first ever use -
001460*>                   and load the browse table.
001470*> ---------------------------------------------------------
001480 1000-INITIALIZE.
001490     ACCEPT WS-OPER-ID FROM ENVIRONMENT "SAMPLE-OPER-ID".
001500     IF WS-OPER-ID = SPACES
001510         MOVE "UNKNOWN " TO WS-OPER-ID
001520     END-IF.
001530     CALL "CLRDTS" USING CLRDTP-PARMS.
001540     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001550     PERFORM 1300-CHECK-OPERATOR THRU 1300-EXIT.
001560     OPEN I-O CLRWKO-FILE.
001570     IF WS-CLRWKO-STATUS = "35"
001580         OPEN OUTPUT CLRWKO-FILE
001590         CLOSE CLRWKO-FILE
001600         OPEN I-O CLRWKO-FILE
001610     END-IF.
001620     IF WS-CLRWKO-STATUS NOT = "00"
001630         DISPLAY "CLRWKO open failed, status " WS-CLRWKO-STATUS
001640         MOVE 8 TO RETURN-CODE
001650         MOVE 1003 TO WS-CRT-STATUS
001660         GO TO 1000-EXIT
001670     END-IF.
001680     PERFORM 2500-LOAD-ORDERS THRU 2500-EXIT.
001690 1000-EXIT.
001700     EXIT.
001710*> ---------------------------------------------------------
001720*> 1100-READ-ORDER - next order in key order.
001730*> ---------------------------------------------------------
001740 1100-READ-ORDER.
001750     IF WS-END-OF-ORDERS
001760         GO TO 1100-EXIT
001770     END-IF.
001780     READ CLRWKO-FILE NEXT RECORD
001790         AT END
001800             MOVE "Y" TO WS-EOF-SW
001810     END-READ.
001820     IF WS-CLRWKO-STATUS NOT = "00" AND NOT WS-END-OF-ORDERS
001830         MOVE "Y" TO WS-EOF-SW
001840     END-IF.
001850 1100-EXIT.
001860     EXIT.
001870*> ---------------------------------------------------------
001880*> 1200-STORE-ORDER - one open or fixed order into the table;
001890*>                    closed orders are history and stay off
001900*>                    the screen.
001910*> ---------------------------------------------------------
001920 1200-STORE-ORDER.
001930     IF CLRWKO-STATUS = "C"
001940         GO TO 1200-NEXT
001950     END-IF.
001960     IF WS-WO-COUNT < 500
001970         ADD 1 TO WS-WO-COUNT
001980         MOVE CLRWKO-KEY      TO WS-WO-KEY (WS-WO-COUNT)
001990         MOVE CLRWKO-STATUS   TO WS-WO-STATUS (WS-WO-COUNT)
002000         MOVE CLRWKO-ASSIGNEE TO WS-WO-ASSIGNEE (WS-WO-COUNT)
002010         MOVE CLRWKO-NOTE     TO WS-WO-NOTE (WS-WO-COUNT)
002020     ELSE
002030         ADD 1 TO WS-DROP-COUNT
002040     END-IF.
002050 1200-NEXT.
002060     PERFORM 1100-READ-ORDER THRU 1100-EXIT.
002070 1200-EXIT.
002080     EXIT.
002090*> ---------------------------------------------------------
002100*> 1300-CHECK-OPERATOR - the operator-id against the CLROPM
002110*>                       register, the same check CLRTMN
002120*>                       makes.  An unknown or inactive id
002130*>                       is flagged on the message line and
002140*>                       the session carries on.
002150*> ---------------------------------------------------------
002160 1300-CHECK-OPERATOR.
002170     OPEN INPUT CLROPM-FILE.
002180     IF WS-CLROPM-STATUS NOT = "00"
002190         GO TO 1300-EXIT
002200     END-IF.
002210     MOVE WS-OPER-ID TO CLROPM-OPER-ID.
002220     READ CLROPM-FILE
002230         INVALID KEY
002240             MOVE "WARNING - operator not on CLROPM register"
002250                 TO WS-MSG-LINE
002260         NOT INVALID KEY
002270             IF CLROPM-ACTIVE-FLAG NOT = "A"
002280                 MOVE "WARNING - operator inactive on register"
002290                     TO WS-MSG-LINE
002300             END-IF
002310     END-READ.
002320     CLOSE CLROPM-FILE.
002330 1300-EXIT.
002340     EXIT.
002350*> ---------------------------------------------------------
002360*> 2000-DISPLAY-SCREEN - format the current page of orders
002370*>                       and paint it.
002380*> ---------------------------------------------------------
002390 2000-DISPLAY-SCREEN.
002400     COMPUTE WS-PAGE-COUNT = (WS-WO-COUNT + 11) / 12.
002410     IF WS-PAGE-COUNT = ZERO
002420         MOVE 1 TO WS-PAGE-COUNT
002430     END-IF.
002440     IF WS-PAGE-NO > WS-PAGE-COUNT
002450         MOVE WS-PAGE-COUNT TO WS-PAGE-NO
002460     END-IF.
002470     COMPUTE WS-PAGE-START = (WS-PAGE-NO - 1) * 12.
002480     MOVE SPACES TO WS-PAGE-TITLE.
002490     STRING "Page " WS-PAGE-NO " of " WS-PAGE-COUNT
002500         DELIMITED BY SIZE INTO WS-PAGE-TITLE
002510     END-STRING.
002520     PERFORM 2100-FORMAT-PAGE-LINE THRU 2100-EXIT
002530         VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 12.
002540     DISPLAY ORDER-SCREEN.
002550 2000-EXIT.
002560     EXIT.
002570*> ---------------------------------------------------------
002580*> 2100-FORMAT-PAGE-LINE - one browse line; rows past the end
002590*>                         of the orders come out blank.
002600*> ---------------------------------------------------------
002610 2100-FORMAT-PAGE-LINE.
002620     MOVE SPACES TO WS-PAGE-LINE (WS-ROW-IDX).
002630     COMPUTE WS-IDX = WS-PAGE-START + WS-ROW-IDX.
002640     IF WS-IDX > WS-WO-COUNT
002650         GO TO 2100-EXIT
002660     END-IF.
002670     MOVE WS-IDX TO WS-SEQ-ED.
002680     STRING WS-SEQ-ED "  "
002690            WS-WO-KEY (WS-IDX)(1:8) "  "
002700            WS-WO-KEY (WS-IDX)(9:1) "  "
002710            WS-WO-KEY (WS-IDX)(10:3) "  "
002720            WS-WO-KEY (WS-IDX)(13:8) "  "
002730            WS-WO-STATUS (WS-IDX) "   "
002740            WS-WO-ASSIGNEE (WS-IDX) "  "
002750            WS-WO-NOTE (WS-IDX)(1:24)
002760         DELIMITED BY SIZE INTO WS-PAGE-LINE (WS-ROW-IDX)
002770     END-STRING.
002780 2100-EXIT.
002790     EXIT.
002800*> ---------------------------------------------------------
002810*> 2500-LOAD-ORDERS - the open and fixed orders into the
002820*>                    browse table, in key order, via a READ
002830*>                    NEXT sweep from the front.
002840*> ---------------------------------------------------------
002850 2500-LOAD-ORDERS.
002860     MOVE ZERO TO WS-WO-COUNT.
002870     MOVE ZERO TO WS-DROP-COUNT.
002880     MOVE "N" TO WS-EOF-SW.
002890     MOVE LOW-VALUES TO CLRWKO-KEY.
002900     START CLRWKO-FILE KEY NOT < CLRWKO-KEY
002910         INVALID KEY
002920             MOVE "Y" TO WS-EOF-SW
002930     END-START.
002940     PERFORM 1100-READ-ORDER THRU 1100-EXIT.
002950     PERFORM 1200-STORE-ORDER THRU 1200-EXIT
002960         UNTIL WS-END-OF-ORDERS.
002970     IF WS-DROP-COUNT NOT = ZERO
002980         MOVE "WARNING - browse shows first 500 only"
002990             TO WS-MSG-LINE
003000     END-IF.
003010 2500-EXIT.
003020     EXIT.
003030*> ---------------------------------------------------------
003040*> 3000-INTERACT-LOOP - redisplay and re-accept until PF3.
003050*> ---------------------------------------------------------
003060 3000-INTERACT-LOOP.
003070     PERFORM 3010-INTERACT-STEP THRU 3010-EXIT
003080         UNTIL WS-PF3-PRESSED.
003090 3000-EXIT.
003100     EXIT.
003110*> ---------------------------------------------------------
003120*> 3010-INTERACT-STEP - one display/accept cycle.  A, N and F
003130*>                      prompt for the order number off the
003140*>                      browse; PF7/PF8 page; anything else
003150*>                      just redisplays.
003160*> ---------------------------------------------------------
003170 3010-INTERACT-STEP.
003180     PERFORM 2000-DISPLAY-SCREEN THRU 2000-EXIT.
003190     MOVE SPACE TO WS-ACTION.
003200     MOVE ZERO TO WS-CRT-STATUS.
003210     ACCEPT WS-ACTION
003220         LINE 21 COLUMN 1
003230     END-ACCEPT.
003240     MOVE SPACES TO WS-MSG-LINE.
003250     EVALUATE TRUE
003260         WHEN WS-PF3-PRESSED
003270             CONTINUE
003280         WHEN WS-PF7-PRESSED
003290             PERFORM 3020-PREV-PAGE THRU 3020-EXIT
003300         WHEN WS-PF8-PRESSED
003310             PERFORM 3030-NEXT-PAGE THRU 3030-EXIT
003320         WHEN WS-ACTION = "A" OR "a"
003330             PERFORM 3100-ASSIGN-ORDER THRU 3100-EXIT
003340         WHEN WS-ACTION = "N" OR "n"
003350             PERFORM 3200-ANNOTATE-ORDER THRU 3200-EXIT
003360         WHEN WS-ACTION = "F" OR "f"
003370             PERFORM 3300-FIX-ORDER THRU 3300-EXIT
003380         WHEN OTHER
003390             CONTINUE
003400     END-EVALUATE.
003410 3010-EXIT.
003420     EXIT.
003430*> ---------------------------------------------------------
003440*> 3020-PREV-PAGE - PF7, stopping at the first page.
003450*> ---------------------------------------------------------
003460 3020-PREV-PAGE.
003470     IF WS-PAGE-NO > 1
003480         SUBTRACT 1 FROM WS-PAGE-NO
003490     END-IF.
003500 3020-EXIT.
003510     EXIT.
003520*> ---------------------------------------------------------
003530*> 3030-NEXT-PAGE - PF8, stopping at the last page.
003540*> ---------------------------------------------------------
003550 3030-NEXT-PAGE.
003560     IF WS-PAGE-NO < WS-PAGE-COUNT
003570         ADD 1 TO WS-PAGE-NO
003580     END-IF.
003590 3030-EXIT.
003600     EXIT.
003610*> ---------------------------------------------------------
003620*> 3100-ASSIGN-ORDER - hand the order to a technician (blank
003630*>                     takes it off whoever had it).
003640*> ---------------------------------------------------------
003650 3100-ASSIGN-ORDER.
003660     PERFORM 3400-ACCEPT-SEQ THRU 3400-EXIT.
003670     IF WS-PICK-IDX = ZERO
003680         GO TO 3100-EXIT
003690     END-IF.
003700     PERFORM 3500-READ-PICKED THRU 3500-EXIT.
003710     IF NOT WS-ENTRY-FOUND
003720         GO TO 3100-EXIT
003730     END-IF.
003740     MOVE SPACES TO WS-IN-ASSIGNEE.
003750     DISPLAY "Assign to: " LINE 23 COLUMN 1 END-DISPLAY.
003760     ACCEPT WS-IN-ASSIGNEE
003770         LINE 23 COLUMN 12
003780     END-ACCEPT.
003790     MOVE UPPER-CASE(WS-IN-ASSIGNEE) TO WS-IN-ASSIGNEE.
003800     MOVE WS-IN-ASSIGNEE TO CLRWKO-ASSIGNEE.
003810     PERFORM 3600-REWRITE-PICKED THRU 3600-EXIT.
003820     IF WS-MSG-LINE = SPACES
003830         MOVE "Assigned" TO WS-MSG-LINE
003840     END-IF.
003850 3100-EXIT.
003860     EXIT.
003870*> ---------------------------------------------------------
003880*> 3200-ANNOTATE-ORDER - replace the order's note.
003890*> ---------------------------------------------------------
003900 3200-ANNOTATE-ORDER.
003910     PERFORM 3400-ACCEPT-SEQ THRU 3400-EXIT.
003920     IF WS-PICK-IDX = ZERO
003930         GO TO 3200-EXIT
003940     END-IF.
003950     PERFORM 3500-READ-PICKED THRU 3500-EXIT.
003960     IF NOT WS-ENTRY-FOUND
003970         GO TO 3200-EXIT
003980     END-IF.
003990     MOVE SPACES TO WS-IN-NOTE.
004000     DISPLAY "Note: " LINE 23 COLUMN 1 END-DISPLAY.
004010     ACCEPT WS-IN-NOTE
004020         LINE 23 COLUMN 7
004030     END-ACCEPT.
004040     MOVE WS-IN-NOTE TO CLRWKO-NOTE.
004050     PERFORM 3600-REWRITE-PICKED THRU 3600-EXIT.
004060     IF WS-MSG-LINE = SPACES
004070         MOVE "Note saved" TO WS-MSG-LINE
004080     END-IF.
004090 3200-EXIT.
004100     EXIT.
004110*> ---------------------------------------------------------
004120*> 3300-FIX-ORDER - mark an open order fixed as of today.
004130*>                  The order is not closed here: only a
004140*>                  passing self-test dated after today
004150*>                  does that, in CLRWKB.
004160*> ---------------------------------------------------------
004170 3300-FIX-ORDER.
004180     PERFORM 3400-ACCEPT-SEQ THRU 3400-EXIT.
004190     IF WS-PICK-IDX = ZERO
004200         GO TO 3300-EXIT
004210     END-IF.
004220     PERFORM 3500-READ-PICKED THRU 3500-EXIT.
004230     IF NOT WS-ENTRY-FOUND
004240         GO TO 3300-EXIT
004250     END-IF.
004260     IF CLRWKO-STATUS NOT = "O"
004270         MOVE "Rejected - order already marked fixed"
004280             TO WS-MSG-LINE
004290         GO TO 3300-EXIT
004300     END-IF.
004310     MOVE "F"           TO CLRWKO-STATUS.
004320     MOVE WS-TODAY-DATE TO CLRWKO-FIX-DATE.
004330     MOVE WS-OPER-ID    TO CLRWKO-FIX-OPER-ID.
004340     PERFORM 3600-REWRITE-PICKED THRU 3600-EXIT.
004350     IF WS-MSG-LINE = SPACES
004360         MOVE "Marked fixed - closes on a later passing retest"
004370             TO WS-MSG-LINE
004380     END-IF.
004390 3300-EXIT.
004400     EXIT.
004410*> ---------------------------------------------------------
004420*> 3400-ACCEPT-SEQ - prompt for the order number the action
004430*>                   applies to; zero in WS-PICK-IDX means
004440*>                   cancelled or bad.
004450*> ---------------------------------------------------------
004460 3400-ACCEPT-SEQ.
004470     MOVE ZERO TO WS-PICK-IDX.
004480     MOVE SPACES TO WS-IN-SEQ.
004490     DISPLAY "Order #: " LINE 22 COLUMN 1 END-DISPLAY.
004500     ACCEPT WS-IN-SEQ
004510         LINE 22 COLUMN 10
004520     END-ACCEPT.
004530     IF WS-IN-SEQ = SPACES
004540         MOVE "Cancelled - no order number given"
004550             TO WS-MSG-LINE
004560         GO TO 3400-EXIT
004570     END-IF.
004580     IF WS-IN-SEQ NOT NUMERIC
004590         MOVE NUMVAL(WS-IN-SEQ) TO WS-PICK-IDX
004600     ELSE
004610         MOVE WS-IN-SEQ TO WS-PICK-IDX
004620     END-IF.
004630     IF WS-PICK-IDX = ZERO OR WS-PICK-IDX > WS-WO-COUNT
004640         MOVE "Rejected - no such order number"
004650             TO WS-MSG-LINE
004660         MOVE ZERO TO WS-PICK-IDX
004670     END-IF.
004680 3400-EXIT.
004690     EXIT.
004700*> ---------------------------------------------------------
004710*> 3500-READ-PICKED - the picked order, read keyed so the
004720*>                    rewrite works on what is on file now.
004730*> ---------------------------------------------------------
004740 3500-READ-PICKED.
004750     MOVE "N" TO WS-FOUND-SW.
004760     MOVE WS-WO-KEY (WS-PICK-IDX) TO CLRWKO-KEY.
004770     READ CLRWKO-FILE
004780         INVALID KEY
004790             MOVE "Rejected - order no longer on file"
004800                 TO WS-MSG-LINE
004810         NOT INVALID KEY
004820             MOVE "Y" TO WS-FOUND-SW
004830     END-READ.
004840     IF WS-ENTRY-FOUND AND CLRWKO-STATUS = "C"
004850         MOVE "Rejected - order has been closed"
004860             TO WS-MSG-LINE
004870         MOVE "N" TO WS-FOUND-SW
004880     END-IF.
004890 3500-EXIT.
004900     EXIT.
004910*> ---------------------------------------------------------
004920*> 3600-REWRITE-PICKED - stamp who touched it and rewrite it
004930*>                       keyed, then reload the browse.
004940*> ---------------------------------------------------------
004950 3600-REWRITE-PICKED.
004960     MOVE WS-OPER-ID TO CLRWKO-UPD-OPER-ID.
004970     REWRITE CLRWKO-RECORD.
004980     IF WS-CLRWKO-STATUS NOT = "00"
004990         MOVE "CLRWKO rewrite failed" TO WS-MSG-LINE
005000         GO TO 3600-EXIT
005010     END-IF.
005020     PERFORM 2500-LOAD-ORDERS THRU 2500-EXIT.
005030 3600-EXIT.
005040     EXIT.
005050*> ---------------------------------------------------------
005060*> 9000-TERMINATE - close the order file and leave a console
005070*>                  one-liner for the job log.
005080*> ---------------------------------------------------------
005090 9000-TERMINATE.
005100     CLOSE CLRWKO-FILE.
005110     DISPLAY "CLRWKM complete: " WS-WO-COUNT
005120         " order(s) open or fixed at end of session.".
005130 9000-EXIT.
005140     EXIT.
005150 END PROGRAM CLRWKM.
