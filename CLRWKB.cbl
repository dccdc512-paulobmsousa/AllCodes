000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRWKB
000040*> Purpose:   Repair work-order build.  Opens a keyed CLRWKO
000050*>            repair order for every new CLRERR exception and
000060*>            every terminal/style/swatch whose latest CLRCRT
000070*>            or CLRCRH verdict is a fail, so a failed terminal
000080*>            reaches the repair queue the night it fails
000090*>            instead of being retyped into the service desk.
000100*>            It then closes every order marked fixed on the
000110*>            CLRWKM screen for which CLRCRH shows a passing
000120*>            self-test dated after the fix (for a terminal-
000130*>            level order, a test date after the fix with no
000140*>            failing swatch at all) - a repair is not done
000150*>            until the terminal proves it.  A swatch row is
000160*>            only a position in the set live at the time:
000170*>            a swatch order stands for the colour its row
000180*>            resolved to (CLRSWR) when it was opened, and
000190*>            neither a pass nor an existing order on the
000200*>            same row counts once CLRAPL has put another
000210*>            colour there.  Everything opened or closed is
000220*>            listed to CLRWKB.
000230*> Tectonics: cobc -x -I copybooks clrwkb.cbl clrswr.cbl
000240*> License:   Public Domain
000250*> ************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     CLRWKB.
000280 AUTHOR.         R F HARRISON.
000290 INSTALLATION.   TERMINAL SERVICES GROUP.
000300 DATE-WRITTEN.   20261015.
000310 DATE-COMPILED.  20261015.
000320*> ************************************************************
000330*> MODIFICATION HISTORY
000340*> DATE      INIT  DESCRIPTION
000350*> 20261015  RFH   Original - opens repair orders from CLRERR
000360*>                 and failing verdicts, closes fixed orders
000370*>                 on a later passing CLRCRH self-test.
000380*> 20261015  RFH   Terminal-level orders close only on a test
000390*>                 date after the fix with a pass and no fail
000400*>                 on any swatch, not on the first single pass.
000410*> 20261015  RFH   Swatch orders matched on colour, not row:
000420*>                 the order's row and each pass or new fail
000430*>                 resolved through CLRSWR to an attribute
000440*>                 value, so a promoted set cannot close or
000450*>                 cover an order raised for another colour.
000460*> ************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 REPOSITORY.
000500     FUNCTION ALL INTRINSIC.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CLRWKO-FILE ASSIGN TO "CLRWKO"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CLRWKO-KEY
000570         FILE STATUS IS WS-CLRWKO-STATUS.
000580     SELECT CLRERR-FILE ASSIGN TO "CLRERR"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CLRERR-STATUS.
000610     SELECT CLRCRT-FILE ASSIGN TO "CLRCRT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CLRCRT-KEY
000650         FILE STATUS IS WS-CLRCRT-STATUS.
000660     SELECT CLRCRH-FILE ASSIGN TO "CLRCRH"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CLRCRH-KEY
000700         FILE STATUS IS WS-CLRCRH-STATUS.
000710     SELECT CLRWKB-FILE ASSIGN TO "CLRWKB"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CLRWKB-STATUS.
000740*> ************************************************************
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CLRWKO-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY "copybooks/CLRWKO.cpy".
000800 FD  CLRERR-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY "copybooks/CLRERR.cpy".
000830 FD  CLRCRT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY "copybooks/CLRCRT.cpy".
000860 FD  CLRCRH-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY "copybooks/CLRCRH.cpy".
000890 FD  CLRWKB-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  CLRWKB-RECORD               PIC X(80).
000920 WORKING-STORAGE SECTION.
000930*>  --- switches ---------------------------------------------
000940 77  WS-CLRWKO-STATUS      PIC X(02).
000950 77  WS-CLRERR-STATUS      PIC X(02).
000960 77  WS-CLRCRT-STATUS      PIC X(02).
000970 77  WS-CLRCRH-STATUS      PIC X(02).
000980 77  WS-CLRWKB-STATUS      PIC X(02).
000990 77  WS-EOF-SW             PIC X(01)  VALUE "N".
001000     88  WS-END-OF-INPUT              VALUE "Y".
001010 77  WS-WKO-EOF-SW         PIC X(01)  VALUE "N".
001020     88  WS-END-OF-ORDERS             VALUE "Y".
001030 77  WS-CRH-EOF-SW         PIC X(01)  VALUE "N".
001040     88  WS-END-OF-HISTORY            VALUE "Y".
001050 77  WS-COVERED-SW         PIC X(01)  VALUE "N".
001060     88  WS-ALREADY-COVERED           VALUE "Y".
001070 77  WS-PASS-SW            PIC X(01)  VALUE "N".
001080     88  WS-PASS-FOUND                VALUE "Y".
001090 77  WS-ORD-ATTR-SW        PIC X(01)  VALUE "N".
001100     88  WS-ORD-RESOLVED              VALUE "Y".
001110 77  WS-CAND-ATTR-SW       PIC X(01)  VALUE "N".
001120     88  WS-CAND-RESOLVED             VALUE "Y".
001130*>  --- counters -----------------------------------------------
001140 77  WS-OPENED-COUNT       PIC 9(05) VALUE ZERO.
001150 77  WS-CLOSED-COUNT       PIC 9(05) VALUE ZERO.
001160 77  WS-FIXED-COUNT        PIC 9(05) VALUE ZERO.
001170 77  WS-COUNT-ED           PIC ZZZZ9.
001180*>  --- attribute values a swatch row resolved to ------------
001190 77  WS-ORD-ATTR           PIC 9(03) VALUE ZERO.
001200 77  WS-CAND-ATTR          PIC 9(03) VALUE ZERO.
001210*>  --- parameter area for the CLRSWR swatch-set resolver -----
001220     COPY "copybooks/CLRSWP.cpy".
001230*>  --- the failure being considered for a new order --------
001240 01  WS-CAND.
001250     05  WS-CAND-PREFIX.
001260         10  WS-CAND-TERM-ID     PIC X(08).
001270         10  WS-CAND-STYLE       PIC 9(01).
001280         10  WS-CAND-SWATCH-ROW  PIC 9(03).
001290     05  WS-CAND-DATE            PIC X(08).
001300     05  WS-CAND-SOURCE          PIC X(03).
001310     05  WS-CAND-REASON          PIC X(20).
001320     05  WS-CAND-VERSION         PIC X(02).
001330*>  --- latest CLRCRH verdict held per terminal/style/row ------
001340 01  WS-HOLD.
001350     05  WS-HOLD-PREFIX.
001360         10  WS-HOLD-TERM-ID     PIC X(08).
001370         10  WS-HOLD-STYLE       PIC 9(01).
001380         10  WS-HOLD-SWATCH-ROW  PIC 9(03).
001390     05  WS-HOLD-DATE            PIC X(08).
001400     05  WS-HOLD-VERDICT         PIC X(01).
001410     05  WS-HOLD-VERSION         PIC X(02).
001420*>  --- the fixed order whose proof is being looked for -------
001430 77  WS-FIX-TERM-ID        PIC X(08) VALUE SPACES.
001440 77  WS-FIX-PREFIX         PIC X(12) VALUE SPACES.
001450 77  WS-PASS-DATE          PIC X(08) VALUE SPACES.
001460*>  --- a terminal-level order's test dates after the fix, ---
001470*>  --- each with whether it saw a pass and a fail         ---
001480 77  WS-DAY-COUNT          PIC 9(03) VALUE ZERO.
001490 77  WS-DAY-IDX            PIC 9(03) VALUE ZERO.
001500 77  WS-DAY-DROP-COUNT     PIC 9(05) VALUE ZERO.
001510 01  WS-DAY-TABLE.
001520     05  WS-DAY-ENTRY OCCURS 366 TIMES.
001530         10  WS-DAY-DATE        PIC X(08).
001540         10  WS-DAY-PASS-SW     PIC X(01).
001550         10  WS-DAY-FAIL-SW     PIC X(01).
001560*> ************************************************************
001570 PROCEDURE DIVISION.
001580*> ---------------------------------------------------------
001590*> 0000-MAINLINE
001600*> ---------------------------------------------------------
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     IF RETURN-CODE = ZERO
001640         PERFORM 2000-OPEN-FROM-ERRORS THRU 2000-EXIT
001650         PERFORM 3000-OPEN-FROM-RESULTS THRU 3000-EXIT
001660         PERFORM 3500-OPEN-FROM-HISTORY THRU 3500-EXIT
001670         PERFORM 4000-CLOSE-FIXED THRU 4000-EXIT
001680     END-IF.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700     GOBACK.
001710*> ---------------------------------------------------------
001720*> 1000-INITIALIZE - open the order file I-O, created on
001730*>                   first ever use the way CLRTMN creates
001740*>                   CLRTRM, and head up the listing.
001750*> ---------------------------------------------------------
001760 1000-INITIALIZE.
001770     OPEN OUTPUT CLRWKB-FILE.
001780     MOVE SPACES TO CLRWKB-RECORD.
001790     STRING "Repair work orders - printed "
001800            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
001810         DELIMITED BY SIZE INTO CLRWKB-RECORD
001820     END-STRING.
001830     WRITE CLRWKB-RECORD.
001840     MOVE ALL "-" TO CLRWKB-RECORD.
001850     WRITE CLRWKB-RECORD.
001860     OPEN I-O CLRWKO-FILE.
001870     IF WS-CLRWKO-STATUS = "35"
001880         OPEN OUTPUT CLRWKO-FILE
001890         CLOSE CLRWKO-FILE
001900         OPEN I-O CLRWKO-FILE
001910     END-IF.
001920     IF WS-CLRWKO-STATUS NOT = "00"
001930         DISPLAY "CLRWKO open failed, status " WS-CLRWKO-STATUS
001940         MOVE 8 TO RETURN-CODE
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.
001980*> ---------------------------------------------------------
001990*> 2000-OPEN-FROM-ERRORS - every terminal the overnight pass
002000*>                         put on CLRERR is a terminal-level
002010*>                         candidate (style 0, row 000) dated
002020*>                         by the pass that failed it.  A
002030*>                         missing file means a clean night.
002040*> ---------------------------------------------------------
002050 2000-OPEN-FROM-ERRORS.
002060     OPEN INPUT CLRERR-FILE.
002070     IF WS-CLRERR-STATUS NOT = "00"
002080         GO TO 2000-EXIT
002090     END-IF.
002100     MOVE "N" TO WS-EOF-SW.
002110     PERFORM 2100-READ-ERROR THRU 2100-EXIT.
002120     PERFORM 2200-CHECK-ERROR THRU 2200-EXIT
002130         UNTIL WS-END-OF-INPUT.
002140     CLOSE CLRERR-FILE.
002150 2000-EXIT.
002160     EXIT.
002170*> ---------------------------------------------------------
002180*> 2100-READ-ERROR - next CLRERR record.
002190*> ---------------------------------------------------------
002200 2100-READ-ERROR.
002210     READ CLRERR-FILE
002220         AT END
002230             MOVE "Y" TO WS-EOF-SW
002240     END-READ.
002250     IF WS-CLRERR-STATUS NOT = "00" AND NOT WS-END-OF-INPUT
002260         MOVE "Y" TO WS-EOF-SW
002270     END-IF.
002280 2100-EXIT.
002290     EXIT.
002300*> ---------------------------------------------------------
002310*> 2200-CHECK-ERROR - one exception becomes one candidate.
002320*> ---------------------------------------------------------
002330 2200-CHECK-ERROR.
002340     MOVE CLRERR-TERM-ID  TO WS-CAND-TERM-ID.
002350     MOVE ZERO            TO WS-CAND-STYLE.
002360     MOVE ZERO            TO WS-CAND-SWATCH-ROW.
002370     MOVE CLRERR-RUN-DATE TO WS-CAND-DATE.
002380     MOVE "ERR"           TO WS-CAND-SOURCE.
002390     MOVE CLRERR-REASON   TO WS-CAND-REASON.
002400     MOVE SPACES          TO WS-CAND-VERSION.
002410     PERFORM 5000-CONSIDER-ORDER THRU 5000-EXIT.
002420     PERFORM 2100-READ-ERROR THRU 2100-EXIT.
002430 2200-EXIT.
002440     EXIT.
002450*> ---------------------------------------------------------
002460*> 3000-OPEN-FROM-RESULTS - CLRCRT holds the latest verdict
002470*>                          per terminal/style/swatch; every
002480*>                          fail there is a candidate dated
002490*>                          by its test.
002500*> ---------------------------------------------------------
002510 3000-OPEN-FROM-RESULTS.
002520     OPEN INPUT CLRCRT-FILE.
002530     IF WS-CLRCRT-STATUS NOT = "00"
002540         GO TO 3000-EXIT
002550     END-IF.
002560     MOVE "N" TO WS-EOF-SW.
002570     PERFORM 3100-READ-RESULT THRU 3100-EXIT.
002580     PERFORM 3200-CHECK-RESULT THRU 3200-EXIT
002590         UNTIL WS-END-OF-INPUT.
002600     CLOSE CLRCRT-FILE.
002610 3000-EXIT.
002620     EXIT.
002630*> ---------------------------------------------------------
002640*> 3100-READ-RESULT - next CLRCRT record in key order.
002650*> ---------------------------------------------------------
002660 3100-READ-RESULT.
002670     READ CLRCRT-FILE NEXT RECORD
002680         AT END
002690             MOVE "Y" TO WS-EOF-SW
002700     END-READ.
002710     IF WS-CLRCRT-STATUS NOT = "00" AND NOT WS-END-OF-INPUT
002720         MOVE "Y" TO WS-EOF-SW
002730     END-IF.
002740 3100-EXIT.
002750     EXIT.
002760*> ---------------------------------------------------------
002770*> 3200-CHECK-RESULT - a failing verdict is a candidate.
002780*> ---------------------------------------------------------
002790 3200-CHECK-RESULT.
002800     IF CLRCRT-VERDICT = "F"
002810         MOVE CLRCRT-TERM-ID     TO WS-CAND-TERM-ID
002820         MOVE CLRCRT-STYLE       TO WS-CAND-STYLE
002830         MOVE CLRCRT-SWATCH-ROW  TO WS-CAND-SWATCH-ROW
002840         MOVE CLRCRT-TEST-DATE   TO WS-CAND-DATE
002850         MOVE "CRT"              TO WS-CAND-SOURCE
002860         MOVE "SELF-TEST FAIL"   TO WS-CAND-REASON
002870         MOVE CLRCRT-SWT-VERSION TO WS-CAND-VERSION
002880         PERFORM 5000-CONSIDER-ORDER THRU 5000-EXIT
002890     END-IF.
002900     PERFORM 3100-READ-RESULT THRU 3100-EXIT.
002910 3200-EXIT.
002920     EXIT.
002930*> ---------------------------------------------------------
002940*> 3500-OPEN-FROM-HISTORY - CLRCRH in key order keeps each
002950*>                          terminal/style/swatch's verdicts
002960*>                          together, oldest first.  Only the
002970*>                          latest of each group counts: a
002980*>                          fail that a later pass has since
002990*>                          superseded is old news, not a
003000*>                          repair.
003010*> ---------------------------------------------------------
003020 3500-OPEN-FROM-HISTORY.
003030     OPEN INPUT CLRCRH-FILE.
003040     IF WS-CLRCRH-STATUS NOT = "00"
003050         GO TO 3500-EXIT
003060     END-IF.
003070     MOVE "N" TO WS-EOF-SW.
003080     MOVE SPACES TO WS-HOLD.
003090     PERFORM 3600-READ-HISTORY THRU 3600-EXIT.
003100     PERFORM 3700-CHECK-HISTORY THRU 3700-EXIT
003110         UNTIL WS-END-OF-INPUT.
003120     PERFORM 3800-FLUSH-HOLD THRU 3800-EXIT.
003130     CLOSE CLRCRH-FILE.
003140 3500-EXIT.
003150     EXIT.
003160*> ---------------------------------------------------------
003170*> 3600-READ-HISTORY - next CLRCRH record in key order.
003180*> ---------------------------------------------------------
003190 3600-READ-HISTORY.
003200     READ CLRCRH-FILE NEXT RECORD
003210         AT END
003220             MOVE "Y" TO WS-EOF-SW
003230     END-READ.
003240     IF WS-CLRCRH-STATUS NOT = "00" AND NOT WS-END-OF-INPUT
003250         MOVE "Y" TO WS-EOF-SW
003260     END-IF.
003270 3600-EXIT.
003280     EXIT.
003290*> ---------------------------------------------------------
003300*> 3700-CHECK-HISTORY - on a change of terminal/style/row
003310*>                      the held group is finished; then the
003320*>                      current verdict becomes the latest
003330*>                      held.
003340*> ---------------------------------------------------------
003350 3700-CHECK-HISTORY.
003360     IF CLRCRH-KEY(1:12) NOT = WS-HOLD-PREFIX
003370         PERFORM 3800-FLUSH-HOLD THRU 3800-EXIT
003380     END-IF.
003390     MOVE CLRCRH-KEY(1:12)  TO WS-HOLD-PREFIX.
003400     MOVE CLRCRH-TEST-DATE  TO WS-HOLD-DATE.
003410     MOVE CLRCRH-VERDICT    TO WS-HOLD-VERDICT.
003420     MOVE CLRCRH-SWT-VERSION TO WS-HOLD-VERSION.
003430     PERFORM 3600-READ-HISTORY THRU 3600-EXIT.
003440 3700-EXIT.
003450     EXIT.
003460*> ---------------------------------------------------------
003470*> 3800-FLUSH-HOLD - a group whose latest verdict failed is a
003480*>                   candidate.
003490*> ---------------------------------------------------------
003500 3800-FLUSH-HOLD.
003510     IF WS-HOLD-PREFIX = SPACES OR WS-HOLD-VERDICT NOT = "F"
003520         GO TO 3800-EXIT
003530     END-IF.
003540     MOVE WS-HOLD-PREFIX   TO WS-CAND-PREFIX.
003550     MOVE WS-HOLD-DATE     TO WS-CAND-DATE.
003560     MOVE "CRH"            TO WS-CAND-SOURCE.
003570     MOVE "SELF-TEST FAIL" TO WS-CAND-REASON.
003580     MOVE WS-HOLD-VERSION  TO WS-CAND-VERSION.
003590     PERFORM 5000-CONSIDER-ORDER THRU 5000-EXIT.
003600 3800-EXIT.
003610     EXIT.
003620*> ---------------------------------------------------------
003630*> 4000-CLOSE-FIXED - sweep the orders in key order; every
003640*>                    order marked fixed is closed once
003650*>                    CLRCRH shows a pass dated after the fix.
003660*> ---------------------------------------------------------
003670 4000-CLOSE-FIXED.
003680     OPEN INPUT CLRCRH-FILE.
003690     IF WS-CLRCRH-STATUS NOT = "00"
003700         GO TO 4000-EXIT
003710     END-IF.
003720     MOVE "N" TO WS-WKO-EOF-SW.
003730     MOVE LOW-VALUES TO CLRWKO-KEY.
003740     START CLRWKO-FILE KEY NOT < CLRWKO-KEY
003750         INVALID KEY
003760             MOVE "Y" TO WS-WKO-EOF-SW
003770     END-START.
003780     PERFORM 4100-READ-ORDER THRU 4100-EXIT.
003790     PERFORM 4200-CHECK-ORDER THRU 4200-EXIT
003800         UNTIL WS-END-OF-ORDERS.
003810     CLOSE CLRCRH-FILE.
003820 4000-EXIT.
003830     EXIT.
003840*> ---------------------------------------------------------
003850*> 4100-READ-ORDER - next CLRWKO record in key order.
003860*> ---------------------------------------------------------
003870 4100-READ-ORDER.
003880     IF WS-END-OF-ORDERS
003890         GO TO 4100-EXIT
003900     END-IF.
003910     READ CLRWKO-FILE NEXT RECORD
003920         AT END
003930             MOVE "Y" TO WS-WKO-EOF-SW
003940     END-READ.
003950     IF WS-CLRWKO-STATUS NOT = "00" AND NOT WS-END-OF-ORDERS
003960         MOVE "Y" TO WS-WKO-EOF-SW
003970     END-IF.
003980 4100-EXIT.
003990     EXIT.
004000*> ---------------------------------------------------------
004010*> 4200-CHECK-ORDER - a fixed order looks for its proof.  A
004020*>                    swatch order needs a pass on the same
004030*>                    terminal, style and swatch showing the
004040*>                    colour the order was raised for (4600).
004050*>                    A terminal-
004060*>                    level CLRERR order (style 0, row 000)
004070*>                    needs a clean test date: one on which
004080*>                    the terminal passed at least one swatch
004090*>                    and failed none - a single pass beside
004100*>                    other failing swatches proves nothing
004110*>                    about the terminal.  Either way the
004120*>                    proof must be dated after the fix - the
004130*>                    fix on its own proves nothing.
004140*> ---------------------------------------------------------
004150 4200-CHECK-ORDER.
004160     IF CLRWKO-STATUS NOT = "F"
004170         GO TO 4200-NEXT
004180     END-IF.
004190     ADD 1 TO WS-FIXED-COUNT.
004200     MOVE "N" TO WS-PASS-SW.
004210     MOVE "N" TO WS-CRH-EOF-SW.
004220     MOVE ZERO TO WS-DAY-COUNT.
004230     MOVE CLRWKO-TERM-ID   TO WS-FIX-TERM-ID.
004240     MOVE CLRWKO-KEY(1:12) TO WS-FIX-PREFIX.
004250     MOVE "N" TO WS-ORD-ATTR-SW.
004260     IF CLRWKO-STYLE NOT = ZERO
004270         PERFORM 4600-RESOLVE-ORDER THRU 4600-EXIT
004280     END-IF.
004290     MOVE CLRWKO-TERM-ID   TO CLRCRH-TERM-ID.
004300     IF CLRWKO-STYLE = ZERO
004310         MOVE ZERO            TO CLRCRH-STYLE
004320         MOVE ZERO            TO CLRCRH-SWATCH-ROW
004330         MOVE LOW-VALUES      TO CLRCRH-TEST-DATE
004340         START CLRCRH-FILE KEY NOT < CLRCRH-KEY
004350             INVALID KEY
004360                 MOVE "Y" TO WS-CRH-EOF-SW
004370         END-START
004380     ELSE
004390         MOVE CLRWKO-STYLE      TO CLRCRH-STYLE
004400         MOVE CLRWKO-SWATCH-ROW TO CLRCRH-SWATCH-ROW
004410         MOVE CLRWKO-FIX-DATE   TO CLRCRH-TEST-DATE
004420         START CLRCRH-FILE KEY > CLRCRH-KEY
004430             INVALID KEY
004440                 MOVE "Y" TO WS-CRH-EOF-SW
004450         END-START
004460     END-IF.
004470     PERFORM 4300-PROBE-PASS THRU 4300-EXIT
004480         UNTIL WS-END-OF-HISTORY OR WS-PASS-FOUND.
004490     IF CLRWKO-STYLE = ZERO
004500         PERFORM 4500-PICK-CLEAN-DATE THRU 4500-EXIT
004510             VARYING WS-DAY-IDX FROM 1 BY 1
004520             UNTIL WS-DAY-IDX > WS-DAY-COUNT
004530     END-IF.
004540     IF NOT WS-PASS-FOUND
004550         GO TO 4200-NEXT
004560     END-IF.
004570     MOVE "C"          TO CLRWKO-STATUS.
004580     MOVE WS-PASS-DATE TO CLRWKO-CLOSE-DATE.
004590     MOVE "CLRWKB  "   TO CLRWKO-UPD-OPER-ID.
004600     REWRITE CLRWKO-RECORD.
004610     IF WS-CLRWKO-STATUS NOT = "00"
004620         DISPLAY "CLRWKO rewrite failed, status "
004630             WS-CLRWKO-STATUS
004640         MOVE 8 TO RETURN-CODE
004650         GO TO 4200-NEXT
004660     END-IF.
004670     ADD 1 TO WS-CLOSED-COUNT.
004680     MOVE SPACES TO CLRWKB-RECORD.
004690     STRING "CLOSED  " CLRWKO-TERM-ID
004700            "  style " CLRWKO-STYLE
004710            "  row " CLRWKO-SWATCH-ROW
004720            "  fixed " CLRWKO-FIX-DATE
004730            "  passed " WS-PASS-DATE
004740         DELIMITED BY SIZE INTO CLRWKB-RECORD
004750     END-STRING.
004760     WRITE CLRWKB-RECORD.
004770 4200-NEXT.
004780     PERFORM 4100-READ-ORDER THRU 4100-EXIT.
004790 4200-EXIT.
004800     EXIT.
004810*> ---------------------------------------------------------
004820*> 4300-PROBE-PASS - one CLRCRH record past the start point;
004830*>                   leaving the order's terminal (or its
004840*>                   swatch, for a swatch order) ends the
004850*>                   search.  A swatch order stops on its
004860*>                   first later pass whose row, read in the
004870*>                   set that pass was given under, is the
004880*>                   order's colour; a terminal-level
004890*>                   order reads all the terminal's history
004900*>                   and tallies each later test date (4400).
004910*> ---------------------------------------------------------
004920 4300-PROBE-PASS.
004930     READ CLRCRH-FILE NEXT RECORD
004940         AT END
004950             MOVE "Y" TO WS-CRH-EOF-SW
004960     END-READ.
004970     IF WS-CLRCRH-STATUS NOT = "00" OR WS-END-OF-HISTORY
004980         MOVE "Y" TO WS-CRH-EOF-SW
004990         GO TO 4300-EXIT
005000     END-IF.
005010     IF CLRCRH-TERM-ID NOT = WS-FIX-TERM-ID
005020         MOVE "Y" TO WS-CRH-EOF-SW
005030         GO TO 4300-EXIT
005040     END-IF.
005050     IF WS-FIX-PREFIX(9:1) NOT = "0"
005060             AND CLRCRH-KEY(1:12) NOT = WS-FIX-PREFIX
005070         MOVE "Y" TO WS-CRH-EOF-SW
005080         GO TO 4300-EXIT
005090     END-IF.
005100     IF CLRCRH-TEST-DATE NOT > CLRWKO-FIX-DATE
005110         GO TO 4300-EXIT
005120     END-IF.
005130     IF WS-FIX-PREFIX(9:1) = "0"
005140         PERFORM 4400-TALLY-DATE THRU 4400-EXIT
005150         GO TO 4300-EXIT
005160     END-IF.
005170     IF CLRCRH-VERDICT NOT = "P" OR NOT WS-ORD-RESOLVED
005180         GO TO 4300-EXIT
005190     END-IF.
005200     MOVE "R"               TO CLRSWP-FUNCTION.
005210     MOVE SPACES            TO CLRSWP-VERSION.
005220     IF CLRCRH-SWT-VERSION IS NUMERIC
005230         MOVE CLRCRH-SWT-VERSION TO CLRSWP-VERSION
005240     END-IF.
005250     MOVE CLRCRH-TEST-DATE  TO CLRSWP-TEST-DATE.
005260     MOVE CLRCRH-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
005270     CALL "CLRSWR" USING CLRSWP-PARMS.
005280     IF NOT CLRSWP-OK OR CLRSWP-ATTR-VALUE NOT = WS-ORD-ATTR
005290         GO TO 4300-EXIT
005300     END-IF.
005310     MOVE "Y" TO WS-PASS-SW.
005320     MOVE CLRCRH-TEST-DATE TO WS-PASS-DATE.
005330 4300-EXIT.
005340     EXIT.
005350*> ---------------------------------------------------------
005360*> 4400-TALLY-DATE - mark the record's test date in the day
005370*>                   table as having seen a pass or a fail,
005380*>                   adding the date on first sight.  A date
005390*>                   that will not fit is left out, so the
005400*>                   order can only close later, never early.
005410*> ---------------------------------------------------------
005420 4400-TALLY-DATE.
005430     MOVE 1 TO WS-DAY-IDX.
005440     PERFORM 4410-FIND-DATE THRU 4410-EXIT
005450         UNTIL WS-DAY-IDX > WS-DAY-COUNT
005460         OR WS-DAY-DATE (WS-DAY-IDX) = CLRCRH-TEST-DATE.
005470     IF WS-DAY-IDX > WS-DAY-COUNT
005480         IF WS-DAY-COUNT NOT < 366
005490             ADD 1 TO WS-DAY-DROP-COUNT
005500             GO TO 4400-EXIT
005510         END-IF
005520         ADD 1 TO WS-DAY-COUNT
005530         MOVE WS-DAY-COUNT     TO WS-DAY-IDX
005540         MOVE CLRCRH-TEST-DATE TO WS-DAY-DATE (WS-DAY-IDX)
005550         MOVE "N"              TO WS-DAY-PASS-SW (WS-DAY-IDX)
005560         MOVE "N"              TO WS-DAY-FAIL-SW (WS-DAY-IDX)
005570     END-IF.
005580     IF CLRCRH-VERDICT = "P"
005590         MOVE "Y" TO WS-DAY-PASS-SW (WS-DAY-IDX)
005600     END-IF.
005610     IF CLRCRH-VERDICT = "F"
005620         MOVE "Y" TO WS-DAY-FAIL-SW (WS-DAY-IDX)
005630     END-IF.
005640 4400-EXIT.
005650     EXIT.
005660*> ---------------------------------------------------------
005670*> 4410-FIND-DATE - step along the day table.
005680*> ---------------------------------------------------------
005690 4410-FIND-DATE.
005700     ADD 1 TO WS-DAY-IDX.
005710 4410-EXIT.
005720     EXIT.
005730*> ---------------------------------------------------------
005740*> 4500-PICK-CLEAN-DATE - one day-table entry; a date with a
005750*>                        pass and no fail is proof, and the
005760*>                        earliest such date is the close
005770*>                        date.
005780*> ---------------------------------------------------------
005790 4500-PICK-CLEAN-DATE.
005800     IF WS-DAY-PASS-SW (WS-DAY-IDX) NOT = "Y"
005810             OR WS-DAY-FAIL-SW (WS-DAY-IDX) NOT = "N"
005820         GO TO 4500-EXIT
005830     END-IF.
005840     IF WS-PASS-FOUND
005850             AND WS-DAY-DATE (WS-DAY-IDX) NOT < WS-PASS-DATE
005860         GO TO 4500-EXIT
005870     END-IF.
005880     MOVE "Y" TO WS-PASS-SW.
005890     MOVE WS-DAY-DATE (WS-DAY-IDX) TO WS-PASS-DATE.
005900 4500-EXIT.
005910     EXIT.
005920*> ---------------------------------------------------------
005930*> 4600-RESOLVE-ORDER - the colour the swatch order in
005940*>                      CLRWKO-RECORD was raised for: its
005950*>                      row in the set live on its open date,
005960*>                      the date of the failing evidence.  Left
005970*>                      unresolved when that set has no such
005980*>                      row - the order then cannot be closed
005990*>                      on a pass, only by hand.
006000*> ---------------------------------------------------------
006010 4600-RESOLVE-ORDER.
006020     MOVE "N" TO WS-ORD-ATTR-SW.
006030     MOVE "R"               TO CLRSWP-FUNCTION.
006040     MOVE SPACES            TO CLRSWP-VERSION.
006050     MOVE CLRWKO-OPEN-DATE  TO CLRSWP-TEST-DATE.
006060     MOVE CLRWKO-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
006070     CALL "CLRSWR" USING CLRSWP-PARMS.
006080     IF CLRSWP-OK
006090         MOVE "Y" TO WS-ORD-ATTR-SW
006100         MOVE CLRSWP-ATTR-VALUE TO WS-ORD-ATTR
006110     END-IF.
006120 4600-EXIT.
006130     EXIT.
006140*> ---------------------------------------------------------
006150*> 5000-CONSIDER-ORDER - open an order for the candidate
006160*>                       unless one already covers it: any
006170*>                       order for the same terminal/style/
006180*>                       row still open or fixed, or any
006190*>                       order opened or closed on or after
006200*>                       the candidate's evidence date.  For
006210*>                       a swatch candidate an order counts
006220*>                       only if it was raised for the same
006230*>                       colour (5100).
006240*> ---------------------------------------------------------
006250 5000-CONSIDER-ORDER.
006260     MOVE "N" TO WS-COVERED-SW.
006270     MOVE "N" TO WS-CAND-ATTR-SW.
006280     IF WS-CAND-STYLE NOT = ZERO
006290         PERFORM 5200-RESOLVE-CANDIDATE THRU 5200-EXIT
006300     END-IF.
006310     MOVE "N" TO WS-WKO-EOF-SW.
006320     MOVE WS-CAND-PREFIX TO CLRWKO-KEY(1:12).
006330     MOVE LOW-VALUES     TO CLRWKO-OPEN-DATE.
006340     START CLRWKO-FILE KEY NOT < CLRWKO-KEY
006350         INVALID KEY
006360             MOVE "Y" TO WS-WKO-EOF-SW
006370     END-START.
006380     PERFORM 5100-PROBE-ORDER THRU 5100-EXIT
006390         UNTIL WS-END-OF-ORDERS OR WS-ALREADY-COVERED.
006400     IF WS-ALREADY-COVERED
006410         GO TO 5000-EXIT
006420     END-IF.
006430     MOVE SPACES             TO CLRWKO-RECORD.
006440     MOVE WS-CAND-PREFIX     TO CLRWKO-KEY(1:12).
006450     MOVE WS-CAND-DATE       TO CLRWKO-OPEN-DATE.
006460     MOVE WS-CAND-SOURCE     TO CLRWKO-SOURCE.
006470     MOVE WS-CAND-REASON     TO CLRWKO-REASON.
006480     MOVE "O"                TO CLRWKO-STATUS.
006490     MOVE "CLRWKB  "         TO CLRWKO-UPD-OPER-ID.
006500     WRITE CLRWKO-RECORD
006510         INVALID KEY
006520             DISPLAY "CLRWKO duplicate key " CLRWKO-KEY
006530     END-WRITE.
006540     IF WS-CLRWKO-STATUS NOT = "00"
006550         GO TO 5000-EXIT
006560     END-IF.
006570     ADD 1 TO WS-OPENED-COUNT.
006580     MOVE SPACES TO CLRWKB-RECORD.
006590     STRING "OPENED  " WS-CAND-TERM-ID
006600            "  style " WS-CAND-STYLE
006610            "  row " WS-CAND-SWATCH-ROW
006620            "  " WS-CAND-DATE
006630            "  " WS-CAND-SOURCE
006640            "  " WS-CAND-REASON
006650         DELIMITED BY SIZE INTO CLRWKB-RECORD
006660     END-STRING.
006670     WRITE CLRWKB-RECORD.
006680 5000-EXIT.
006690     EXIT.
006700*> ---------------------------------------------------------
006710*> 5100-PROBE-ORDER - one existing order for the candidate's
006720*>                    terminal/style/row.  An order whose row
006730*>                    resolves to another colour than the
006740*>                    candidate's is for a different swatch
006750*>                    and covers nothing; where either side
006760*>                    cannot be resolved the row decides.
006770*> ---------------------------------------------------------
006780 5100-PROBE-ORDER.
006790     READ CLRWKO-FILE NEXT RECORD
006800         AT END
006810             MOVE "Y" TO WS-WKO-EOF-SW
006820     END-READ.
006830     IF WS-CLRWKO-STATUS NOT = "00" OR WS-END-OF-ORDERS
006840         MOVE "Y" TO WS-WKO-EOF-SW
006850         GO TO 5100-EXIT
006860     END-IF.
006870     IF CLRWKO-KEY(1:12) NOT = WS-CAND-PREFIX
006880         MOVE "Y" TO WS-WKO-EOF-SW
006890         GO TO 5100-EXIT
006900     END-IF.
006910     IF WS-CAND-RESOLVED
006920         PERFORM 4600-RESOLVE-ORDER THRU 4600-EXIT
006930         IF WS-ORD-RESOLVED AND WS-ORD-ATTR NOT = WS-CAND-ATTR
006940             GO TO 5100-EXIT
006950         END-IF
006960     END-IF.
006970     IF CLRWKO-STATUS NOT = "C"
006980             OR CLRWKO-OPEN-DATE NOT < WS-CAND-DATE
006990             OR CLRWKO-CLOSE-DATE NOT < WS-CAND-DATE
007000         MOVE "Y" TO WS-COVERED-SW
007010     END-IF.
007020 5100-EXIT.
007030     EXIT.
007040*> ---------------------------------------------------------
007050*> 5200-RESOLVE-CANDIDATE - the colour the failing swatch
007060*>                          showed: its row in the set its
007070*>                          verdict was given under.
007080*> ---------------------------------------------------------
007090 5200-RESOLVE-CANDIDATE.
007100     MOVE "R"                TO CLRSWP-FUNCTION.
007110     MOVE SPACES             TO CLRSWP-VERSION.
007120     IF WS-CAND-VERSION IS NUMERIC
007130         MOVE WS-CAND-VERSION TO CLRSWP-VERSION
007140     END-IF.
007150     MOVE WS-CAND-DATE       TO CLRSWP-TEST-DATE.
007160     MOVE WS-CAND-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
007170     CALL "CLRSWR" USING CLRSWP-PARMS.
007180     IF CLRSWP-OK
007190         MOVE "Y" TO WS-CAND-ATTR-SW
007200         MOVE CLRSWP-ATTR-VALUE TO WS-CAND-ATTR
007210     END-IF.
007220 5200-EXIT.
007230     EXIT.
007240*> ---------------------------------------------------------
007250*> 9000-TERMINATE - totals, close up and leave a console
007260*>                  one-liner for the job log.
007270*> ---------------------------------------------------------
007280 9000-TERMINATE.
007290     CLOSE CLRWKO-FILE.
007300     IF WS-OPENED-COUNT = ZERO AND WS-CLOSED-COUNT = ZERO
007310         MOVE "(no orders opened or closed)" TO CLRWKB-RECORD
007320         WRITE CLRWKB-RECORD
007330     END-IF.
007340     MOVE SPACES TO CLRWKB-RECORD.
007350     WRITE CLRWKB-RECORD.
007360     MOVE WS-OPENED-COUNT TO WS-COUNT-ED.
007370     MOVE SPACES TO CLRWKB-RECORD.
007380     STRING "Orders opened:            " WS-COUNT-ED
007390         DELIMITED BY SIZE INTO CLRWKB-RECORD
007400     END-STRING.
007410     WRITE CLRWKB-RECORD.
007420     MOVE WS-FIXED-COUNT TO WS-COUNT-ED.
007430     MOVE SPACES TO CLRWKB-RECORD.
007440     STRING "Fixed orders checked:     " WS-COUNT-ED
007450         DELIMITED BY SIZE INTO CLRWKB-RECORD
007460     END-STRING.
007470     WRITE CLRWKB-RECORD.
007480     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
007490     MOVE SPACES TO CLRWKB-RECORD.
007500     STRING "Closed on passing retest: " WS-COUNT-ED
007510         DELIMITED BY SIZE INTO CLRWKB-RECORD
007520     END-STRING.
007530     WRITE CLRWKB-RECORD.
007540     IF WS-DAY-DROP-COUNT > ZERO
007550         MOVE WS-DAY-DROP-COUNT TO WS-COUNT-ED
007560         MOVE SPACES TO CLRWKB-RECORD
007570         STRING "Test dates not tallied:   " WS-COUNT-ED
007580                "  (over 366 after one fix)"
007590             DELIMITED BY SIZE INTO CLRWKB-RECORD
007600         END-STRING
007610         WRITE CLRWKB-RECORD
007620     END-IF.
007630     CLOSE CLRWKB-FILE.
007640     DISPLAY "CLRWKB complete: " WS-OPENED-COUNT
007650         " order(s) opened, " WS-CLOSED-COUNT
007660         " closed of " WS-FIXED-COUNT " fixed.".
007670 9000-EXIT.
007680     EXIT.
007690 END PROGRAM CLRWKB.
