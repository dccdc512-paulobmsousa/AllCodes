000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRWKA
000040*> Purpose:   Repair work-order ageing report.  Reads the
000050*>            keyed CLRWKO file and lists every order not yet
000060*>            closed - open, or fixed and still waiting on a
000070*>            passing retest - under the age band its days
000080*>            open falls in (0-7, 8-30, 31-90, over 90), with
000090*>            a count per band, so a repair that has quietly
000100*>            stalled shows up on paper.
000110*> Tectonics: cobc -x -I copybooks clrwka.cbl clrdts.cbl
000120*> License:   Public Domain
000130*> ************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.     CLRWKA.
000160 AUTHOR.         R F HARRISON.
000170 INSTALLATION.   TERMINAL SERVICES GROUP.
000180 DATE-WRITTEN.   20261015.
000190 DATE-COMPILED.  20261015.
000200*> ************************************************************
000210*> MODIFICATION HISTORY
000220*> DATE      INIT  DESCRIPTION
000230*> 20261015  RFH   Original - ageing of open and fixed repair
000240*>                 orders by days open.
000250*> 20261015  RFH   Days open are counted to the CLRDTE
000260*>                 business date (CLRDTS), not the clock.
000270*> ************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 REPOSITORY.
000310     FUNCTION ALL INTRINSIC.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CLRWKO-FILE ASSIGN TO "CLRWKO"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CLRWKO-KEY
000380         FILE STATUS IS WS-CLRWKO-STATUS.
000390     SELECT CLRWKA-FILE ASSIGN TO "CLRWKA"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CLRWKA-STATUS.
000420*> ************************************************************
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CLRWKO-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY "copybooks/CLRWKO.cpy".
000480 FD  CLRWKA-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  CLRWKA-RECORD               PIC X(80).
000510 WORKING-STORAGE SECTION.
000520*>  --- switches ---------------------------------------------
000530 77  WS-CLRWKO-STATUS      PIC X(02).
000540 77  WS-CLRWKA-STATUS      PIC X(02).
000550 77  WS-EOF-SW             PIC X(01)  VALUE "N".
000560     88  WS-END-OF-ORDERS             VALUE "Y".
000570*>  --- dates ------------------------------------------------
000580 77  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
000590 77  WS-TODAY-INT          PIC 9(07) VALUE ZERO.
000600 77  WS-OPEN-NUM           PIC 9(08) VALUE ZERO.
000610 77  WS-DAYS-OPEN          PIC 9(05) VALUE ZERO.
000620*>  --- counters and subscripts --------------------------------
000630 77  WS-READ-COUNT         PIC 9(05) VALUE ZERO.
000640 77  WS-AGE-COUNT          PIC 9(03) VALUE ZERO.
000650 77  WS-DROP-COUNT         PIC 9(05) VALUE ZERO.
000660 77  WS-IDX                PIC 9(03) VALUE ZERO.
000670 77  WS-BAND-IDX           PIC 9(01) VALUE ZERO.
000680 77  WS-COUNT-ED           PIC ZZZZ9.
000690 77  WS-DAYS-ED            PIC ZZZZ9.
000700*>  --- parameter area for the CLRDTS business-date service -
000710     COPY "copybooks/CLRDTP.cpy".
000720*>  --- age bands: upper bound in days and heading -----------
000730 01  WS-BAND-INIT.
000740     05  FILLER PIC 9(05) VALUE 7.
000750     05  FILLER PIC X(20) VALUE "0-7 days open       ".
000760     05  FILLER PIC 9(05) VALUE 30.
000770     05  FILLER PIC X(20) VALUE "8-30 days open      ".
000780     05  FILLER PIC 9(05) VALUE 90.
000790     05  FILLER PIC X(20) VALUE "31-90 days open     ".
000800     05  FILLER PIC 9(05) VALUE 99999.
000810     05  FILLER PIC X(20) VALUE "Over 90 days open   ".
000820 01  WS-BANDS REDEFINES WS-BAND-INIT.
000830     05  WS-BAND-ENTRY OCCURS 4 TIMES.
000840         10  WS-BAND-LIMIT      PIC 9(05).
000850         10  WS-BAND-TITLE      PIC X(20).
000860 01  WS-BAND-COUNTS.
000870     05  WS-BAND-COUNT          PIC 9(05) OCCURS 4 TIMES.
000880*>  --- the unclosed orders with their age -------------------
000890 01  WS-AGE-TABLE.
000900     05  WS-AGE-ENTRY OCCURS 500 TIMES.
000910         10  WS-AGE-KEY         PIC X(20).
000920         10  WS-AGE-STATUS      PIC X(01).
000930         10  WS-AGE-ASSIGNEE    PIC X(08).
000940         10  WS-AGE-REASON      PIC X(20).
000950         10  WS-AGE-DAYS        PIC 9(05).
000960         10  WS-AGE-BAND        PIC 9(01).
000970*> ************************************************************
000980 PROCEDURE DIVISION.
000990*> ---------------------------------------------------------
001000*> 0000-MAINLINE
001010*> ---------------------------------------------------------
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     PERFORM 2000-LOAD-ORDERS THRU 2000-EXIT.
001050     PERFORM 3000-PRINT-BAND THRU 3000-EXIT
001060         VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 4.
001070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001080     GOBACK.
001090*> ---------------------------------------------------------
001100*> 1000-INITIALIZE - fix today's date and open the report.
001110*> ---------------------------------------------------------
001120 1000-INITIALIZE.
001130     CALL "CLRDTS" USING CLRDTP-PARMS.
001140     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001150     MOVE INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT.
001160     MOVE ZERO TO WS-BAND-COUNTS.
001170     OPEN OUTPUT CLRWKA-FILE.
001180     MOVE SPACES TO CLRWKA-RECORD.
001190     STRING "Repair work-order ageing - printed "
001200            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
001210         DELIMITED BY SIZE INTO CLRWKA-RECORD
001220     END-STRING.
001230     WRITE CLRWKA-RECORD.
001240     MOVE ALL "-" TO CLRWKA-RECORD.
001250     WRITE CLRWKA-RECORD.
001260 1000-EXIT.
001270     EXIT.
001280*> ---------------------------------------------------------
001290*> 2000-LOAD-ORDERS - every order not yet closed into the
001300*>                    table with its days open and band.  A
001310*>                    missing order file means no order has
001320*>                    ever been opened.
001330*> ---------------------------------------------------------
001340 2000-LOAD-ORDERS.
001350     OPEN INPUT CLRWKO-FILE.
001360     IF WS-CLRWKO-STATUS NOT = "00"
001370         GO TO 2000-EXIT
001380     END-IF.
001390     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
001400     PERFORM 2200-STORE-ORDER THRU 2200-EXIT
001410         UNTIL WS-END-OF-ORDERS.
001420     CLOSE CLRWKO-FILE.
001430 2000-EXIT.
001440     EXIT.
001450*> ---------------------------------------------------------
001460*> 2100-READ-ORDER - next order in key order.
001470*> ---------------------------------------------------------
001480 2100-READ-ORDER.
001490     READ CLRWKO-FILE NEXT RECORD
001500         AT END
001510             MOVE "Y" TO WS-EOF-SW
001520     END-READ.
001530     IF WS-CLRWKO-STATUS NOT = "00" AND NOT WS-END-OF-ORDERS
001540         MOVE "Y" TO WS-EOF-SW
001550     END-IF.
001560 2100-EXIT.
001570     EXIT.
001580*> ---------------------------------------------------------
001590*> 2200-STORE-ORDER - age one unclosed order.  An unreadable
001600*>                    open date ages as zero rather than
001610*>                    falling off the report.
001620*> ---------------------------------------------------------
001630 2200-STORE-ORDER.
001640     ADD 1 TO WS-READ-COUNT.
001650     IF CLRWKO-STATUS = "C"
001660         GO TO 2200-NEXT
001670     END-IF.
001680     MOVE ZERO TO WS-DAYS-OPEN.
001690     IF CLRWKO-OPEN-DATE IS NUMERIC
001700         MOVE CLRWKO-OPEN-DATE TO WS-OPEN-NUM
001710         IF INTEGER-OF-DATE(WS-OPEN-NUM) < WS-TODAY-INT
001720             COMPUTE WS-DAYS-OPEN =
001730                 WS-TODAY-INT - INTEGER-OF-DATE(WS-OPEN-NUM)
001740         END-IF
001750     END-IF.
001760     MOVE 1 TO WS-BAND-IDX.
001770     PERFORM 2300-PICK-BAND THRU 2300-EXIT
001780         UNTIL WS-BAND-IDX = 4
001790            OR WS-DAYS-OPEN NOT > WS-BAND-LIMIT (WS-BAND-IDX).
001800     ADD 1 TO WS-BAND-COUNT (WS-BAND-IDX).
001810     IF WS-AGE-COUNT < 500
001820         ADD 1 TO WS-AGE-COUNT
001830         MOVE CLRWKO-KEY      TO WS-AGE-KEY (WS-AGE-COUNT)
001840         MOVE CLRWKO-STATUS   TO WS-AGE-STATUS (WS-AGE-COUNT)
001850         MOVE CLRWKO-ASSIGNEE TO WS-AGE-ASSIGNEE (WS-AGE-COUNT)
001860         MOVE CLRWKO-REASON   TO WS-AGE-REASON (WS-AGE-COUNT)
001870         MOVE WS-DAYS-OPEN    TO WS-AGE-DAYS (WS-AGE-COUNT)
001880         MOVE WS-BAND-IDX     TO WS-AGE-BAND (WS-AGE-COUNT)
001890     ELSE
001900         ADD 1 TO WS-DROP-COUNT
001910     END-IF.
001920 2200-NEXT.
001930     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
001940 2200-EXIT.
001950     EXIT.
001960*> ---------------------------------------------------------
001970*> 2300-PICK-BAND - step to the next band up.
001980*> ---------------------------------------------------------
001990 2300-PICK-BAND.
002000     ADD 1 TO WS-BAND-IDX.
002010 2300-EXIT.
002020     EXIT.
002030*> ---------------------------------------------------------
002040*> 3000-PRINT-BAND - heading and count for one band, then
002050*>                   every order in it.
002060*> ---------------------------------------------------------
002070 3000-PRINT-BAND.
002080     MOVE SPACES TO CLRWKA-RECORD.
002090     WRITE CLRWKA-RECORD.
002100     MOVE WS-BAND-COUNT (WS-BAND-IDX) TO WS-COUNT-ED.
002110     MOVE SPACES TO CLRWKA-RECORD.
002120     STRING WS-BAND-TITLE (WS-BAND-IDX) WS-COUNT-ED " order(s)"
002130         DELIMITED BY SIZE INTO CLRWKA-RECORD
002140     END-STRING.
002150     WRITE CLRWKA-RECORD.
002160     PERFORM 3100-PRINT-ORDER THRU 3100-EXIT
002170         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-AGE-COUNT.
002180 3000-EXIT.
002190     EXIT.
002200*> ---------------------------------------------------------
002210*> 3100-PRINT-ORDER - one detail line if the order is in the
002220*>                    band being printed.
002230*> ---------------------------------------------------------
002240 3100-PRINT-ORDER.
002250     IF WS-AGE-BAND (WS-IDX) NOT = WS-BAND-IDX
002260         GO TO 3100-EXIT
002270     END-IF.
002280     MOVE WS-AGE-DAYS (WS-IDX) TO WS-DAYS-ED.
002290     MOVE SPACES TO CLRWKA-RECORD.
002300     STRING "  " WS-AGE-KEY (WS-IDX)(1:8)
002310            "  style " WS-AGE-KEY (WS-IDX)(9:1)
002320            "  row " WS-AGE-KEY (WS-IDX)(10:3)
002330            "  opened " WS-AGE-KEY (WS-IDX)(13:8)
002340            WS-DAYS-ED "d  "
002350            WS-AGE-STATUS (WS-IDX) "  "
002360            WS-AGE-ASSIGNEE (WS-IDX) "  "
002370            WS-AGE-REASON (WS-IDX)
002380         DELIMITED BY SIZE INTO CLRWKA-RECORD
002390     END-STRING.
002400     WRITE CLRWKA-RECORD.
002410 3100-EXIT.
002420     EXIT.
002430*> ---------------------------------------------------------
002440*> 9000-TERMINATE - overflow warning, close the report and
002450*>                  leave a console one-liner for the job
002460*>                  log.  RC=8 when the table could not hold
002470*>                  every unclosed order.
002480*> ---------------------------------------------------------
002490 9000-TERMINATE.
002500     IF WS-DROP-COUNT NOT = ZERO
002510         MOVE SPACES TO CLRWKA-RECORD
002520         WRITE CLRWKA-RECORD
002530         MOVE WS-DROP-COUNT TO WS-COUNT-ED
002540         MOVE SPACES TO CLRWKA-RECORD
002550         STRING "WARNING - " WS-COUNT-ED
002560                " order(s) counted but not listed"
002570             DELIMITED BY SIZE INTO CLRWKA-RECORD
002580         END-STRING
002590         WRITE CLRWKA-RECORD
002600         MOVE 8 TO RETURN-CODE
002610     END-IF.
002620     CLOSE CLRWKA-FILE.
002630     DISPLAY "CLRWKA complete: " WS-READ-COUNT
002640         " order(s) read, " WS-AGE-COUNT " unclosed listed.".
002650 9000-EXIT.
002660     EXIT.
002670 END PROGRAM CLRWKA.
