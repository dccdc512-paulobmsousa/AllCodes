000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRFCS
000040*> Purpose:   Certification workload forecast and due-date
000050*>            levelling for the overnight CLRBAT pass.  Every
000060*>            CLRTRM terminal is projected forward night by
000070*>            night with the rule CLRBAT's 2500-CHECK-DUE
000080*>            applies - due once its last-certified date plus
000090*>            its frequency has arrived, or the due date of an
000100*>            approved CLRLVP move, due at once if never
000110*>            certified - on the assumption that each terminal
000120*>            certifies clean the night it comes due.  The
000130*>            per-terminal average time over recent CLRBRH
000140*>            run history turns the count due each night into
000150*>            a projected window length, and nights over the
000160*>            window limit are flagged, with subtotals for the
000170*>            next 30, 60 and 90 nights.  The projection is of
000180*>            a single-stream pass.  Three modes, picked by
000190*>            CLRFCS-MODE:
000200*>              FORECAST - the default: the forecast report.
000210*>              LEVEL    - the forecast plus levelling: on
000220*>                         each night over the limit, in
000230*>                         night order, terminals due that
000240*>                         night are proposed onto the nearest
000250*>                         earlier night with room.  A next
000260*>                         due date only ever moves earlier,
000270*>                         and never to before the night after
000280*>                         the terminal's last certificate, so
000290*>                         no terminal goes longer between
000300*>                         certifications than its frequency
000310*>                         allows.  The proposals replace the
000320*>                         pending records on the keyed
000330*>                         CLRLVP file; approved moves stay,
000340*>                         and a terminal already on one is
000350*>                         not moved again.  CLRTRM is not
000360*>                         touched.
000370*>              REVIEW   - the shift supervisor's approve/
000380*>                         reject screen over the pending
000390*>                         CLRLVP records.  An approved
000400*>                         proposal stays on CLRLVP, marked
000410*>                         approved, as the terminal's next-
000420*>                         due override, which 2500-CHECK-DUE
000430*>                         honours until the next clean pass
000440*>                         clears it, and is logged to CLRTML
000450*>                         as LVL under the supervisor.  The
000460*>                         CLRTRM last-certified date is
000470*>                         never touched.
000480*>            Ends RC=8 when any night is still over the limit.
000490*>            Parameters, all optional, three digits each:
000500*>              CLRFCS-NIGHTS       nights ahead, up to 366,
000510*>                                  090
000520*>              CLRFCS-WINDOW-MINS  window limit in minutes,
000530*>                                  240
000540*>              CLRFCS-HIST-DAYS    run history averaged, days
000550*>                                  back from the business
000560*>                                  date, 090
000570*> Tectonics: cobc -x -I copybooks clrfcs.cbl clrdts.cbl
000580*> License:   Public Domain
000590*> ************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.     CLRFCS.
000620 AUTHOR.         R F HARRISON.
000630 INSTALLATION.   TERMINAL SERVICES GROUP.
000640 DATE-WRITTEN.   20261015.
000650 DATE-COMPILED.  20261015.
000660*> ************************************************************
000670*> MODIFICATION HISTORY
000680*> DATE      INIT  DESCRIPTION
000690*> 20261015  RFH   Original - nightly workload forecast,
000700*>                 levelling proposals and supervisor review.
000710*> 20261015  RFH   An approved move is kept on the now keyed
000720*>                 CLRLVP as a next-due override instead of
000730*>                 backdating CLRTRM-LAST-CERT-DATE.
000740*> ************************************************************
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SPECIAL-NAMES.
000780     CRT STATUS IS WS-CRT-STATUS.
000790 REPOSITORY.
000800     FUNCTION ALL INTRINSIC.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT CLRTRM-FILE ASSIGN TO "CLRTRM"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CLRTRM-TERM-ID
000870         FILE STATUS IS WS-CLRTRM-STATUS.
000880     SELECT CLRBRH-FILE ASSIGN TO "CLRBRH"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CLRBRH-STATUS.
000910     SELECT CLRLVP-FILE ASSIGN TO "CLRLVP"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS CLRLVP-TERM-ID
000950         FILE STATUS IS WS-CLRLVP-STATUS.
000960     SELECT CLRTML-FILE ASSIGN TO "CLRTML"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-CLRTML-STATUS.
000990     SELECT CLRFCS-FILE ASSIGN TO "CLRFCS"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-CLRFCS-STATUS.
001020*> ************************************************************
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  CLRTRM-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY "copybooks/CLRTRM.cpy".
001080 FD  CLRBRH-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY "copybooks/CLRBRH.cpy".
001110 FD  CLRLVP-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY "copybooks/CLRLVP.cpy".
001140 FD  CLRTML-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY "copybooks/CLRTML.cpy".
001170 FD  CLRFCS-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  CLRFCS-RECORD               PIC X(80).
001200 WORKING-STORAGE SECTION.
001210*>  --- switches ---------------------------------------------
001220 77  WS-CLRTRM-STATUS      PIC X(02).
001230 77  WS-CLRBRH-STATUS      PIC X(02).
001240 77  WS-CLRLVP-STATUS      PIC X(02).
001250 77  WS-CLRTML-STATUS      PIC X(02).
001260 77  WS-CLRFCS-STATUS      PIC X(02).
001270 77  WS-TRM-EOF-SW         PIC X(01)  VALUE "N".
001280     88  WS-END-OF-INVENTORY          VALUE "Y".
001290 77  WS-BRH-EOF-SW         PIC X(01)  VALUE "N".
001300     88  WS-END-OF-HISTORY            VALUE "Y".
001310 77  WS-LVP-EOF-SW         PIC X(01)  VALUE "N".
001320     88  WS-END-OF-PROPOSALS          VALUE "Y".
001330 77  WS-LVP-OPEN-SW        PIC X(01)  VALUE "N".
001340     88  WS-LVP-OPEN                  VALUE "Y".
001350 77  WS-OVR-SW             PIC X(01)  VALUE "N".
001360     88  WS-OVERRIDE-FOUND            VALUE "Y".
001370*>  --- run parameters, from the environment -----------------
001380 77  WS-RUN-MODE           PIC X(08)  VALUE "FORECAST".
001390     88  WS-LEVEL-MODE                VALUE "LEVEL".
001400     88  WS-REVIEW-MODE               VALUE "REVIEW".
001410 77  WS-NIGHTS-IN          PIC X(03)  VALUE SPACES.
001420 77  WS-LIMIT-IN           PIC X(03)  VALUE SPACES.
001430 77  WS-HIST-IN            PIC X(03)  VALUE SPACES.
001440 77  WS-NIGHTS             PIC 9(03)  VALUE 90.
001450 77  WS-LIMIT-MINS         PIC 9(03)  VALUE 240.
001460 77  WS-HIST-DAYS          PIC 9(03)  VALUE 90.
001470 77  WS-OPER-ID            PIC X(08)  VALUE SPACES.
001480*>  --- tonight and the history cut-off, in business dates --
001490 77  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
001500 77  WS-TODAY-INT          PIC 9(07) VALUE ZERO.
001510 77  WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
001520 77  WS-WORK-INT           PIC 9(07) VALUE ZERO.
001530 77  WS-DATE-NUM           PIC 9(08) VALUE ZERO.
001540*>  --- run-history timing -----------------------------------
001550 77  WS-DAY-SPAN           PIC S9(05) VALUE ZERO.
001560 77  WS-START-SECS         PIC 9(05) VALUE ZERO.
001570 77  WS-END-SECS           PIC 9(05) VALUE ZERO.
001580 77  WS-DUR-SECS           PIC S9(09) VALUE ZERO.
001590 77  WS-ATTEMPT-COUNT      PIC 9(07) VALUE ZERO.
001600 77  WS-TOT-SECS           PIC 9(11) VALUE ZERO.
001610 77  WS-TOT-TERMS          PIC 9(09) VALUE ZERO.
001620 77  WS-AVG-SECS           PIC 9(05)V99 VALUE ZERO.
001630 77  WS-CAPACITY           PIC 9(07) VALUE ZERO.
001640 77  WS-MINS               PIC 9(07) VALUE ZERO.
001650 77  WS-LVL-MINS           PIC 9(07) VALUE ZERO.
001660*>  --- counters ---------------------------------------------
001670 77  WS-BRH-READ-COUNT     PIC 9(07) VALUE ZERO.
001680 77  WS-PASS-COUNT         PIC 9(07) VALUE ZERO.
001690 77  WS-TT-DROP-COUNT      PIC 9(05) VALUE ZERO.
001700 77  WS-PROP-COUNT         PIC 9(05) VALUE ZERO.
001710 77  WS-OVER-COUNT         PIC 9(05) VALUE ZERO.
001720 77  WS-LVL-OVER-COUNT     PIC 9(05) VALUE ZERO.
001730 77  WS-SUB-DUE            PIC 9(07) VALUE ZERO.
001740 77  WS-SUB-LVL-DUE        PIC 9(07) VALUE ZERO.
001750 77  WS-SUB-PEAK           PIC 9(05) VALUE ZERO.
001760 77  WS-SUB-PEAK-NIGHT     PIC 9(05) VALUE ZERO.
001770 77  WS-SUB-LVL-PEAK       PIC 9(05) VALUE ZERO.
001780 77  WS-SUB-LVL-PEAK-NIGHT PIC 9(05) VALUE ZERO.
001790 77  WS-APPR-COUNT         PIC 9(05) VALUE ZERO.
001800 77  WS-REJ-COUNT          PIC 9(05) VALUE ZERO.
001810 77  WS-DROP-COUNT         PIC 9(05) VALUE ZERO.
001820 77  WS-OVR-COUNT          PIC 9(05) VALUE ZERO.
001830 77  WS-COUNT-ED           PIC Z(06)9.
001840 77  WS-COUNT2-ED          PIC Z(06)9.
001850 77  WS-DUE-ED             PIC Z(05)9.
001860 77  WS-MINS-ED            PIC Z(05)9.
001870 77  WS-AVG-ED             PIC Z(04)9.99.
001880 77  WS-NIGHT-ED           PIC ZZ9.
001890 77  WS-PARM-ED            PIC ZZ9.
001900 77  WS-PARM2-ED           PIC ZZ9.
001910 77  WS-PARM3-ED           PIC ZZ9.
001920 77  WS-FREQ-ED            PIC ZZ9.
001930 77  WS-EARLY-ED           PIC ZZ9.
001940 77  WS-SEQ-ED             PIC ZZ9.
001950*>  --- subscripts and work fields ---------------------------
001960 77  WS-IDX                PIC 9(05) VALUE ZERO.
001970 77  WS-TT-COUNT           PIC 9(05) VALUE ZERO.
001980 77  WS-NIGHT              PIC 9(05) VALUE ZERO.
001990 77  WS-SHIFT-NIGHT        PIC 9(05) VALUE ZERO.
002000 77  WS-FROM-NIGHT         PIC 9(05) VALUE ZERO.
002010 77  WS-TGT                PIC S9(05) VALUE ZERO.
002020 77  WS-TARGET-NIGHT       PIC 9(05) VALUE ZERO.
002030 77  WS-EARLIEST           PIC S9(05) VALUE ZERO.
002040 77  WS-STEP               PIC 9(03) VALUE ZERO.
002050 77  WS-EARLY-DAYS         PIC 9(05) VALUE ZERO.
002060 77  WS-LOG-TYPE           PIC X(05) VALUE SPACES.
002070*>  --- parameter area for the CLRDTS business-date service -
002080     COPY "copybooks/CLRDTP.cpy".
002090*>  --- the inventory, one entry per terminal in key order:
002100*>  --- its frequency, the night it first comes due (1 is
002110*>  --- tonight), the earliest night it may be moved to
002120*>  --- (zero when it cannot move) and the night it is
002130*>  --- proposed onto (zero when not moved) ------------------
002140 01  WS-TRM-TABLE.
002150     05  WS-TT-ENTRY OCCURS 2000 TIMES.
002160         10  WS-TT-TERM-ID      PIC X(08).
002170         10  WS-TT-FREQ         PIC 9(03).
002180         10  WS-TT-LAST-DATE    PIC X(08).
002190         10  WS-TT-DUE-NIGHT    PIC 9(05).
002200         10  WS-TT-EARLIEST     PIC 9(05).
002210         10  WS-TT-NEW-NIGHT    PIC 9(05).
002220*>  --- terminals due per night ahead, as forecast and as
002230*>  --- levelled -----------------------------------------------
002240 01  WS-NIGHT-TABLE.
002250     05  WS-NT-ENTRY OCCURS 366 TIMES.
002260         10  WS-NT-DUE          PIC 9(05).
002270         10  WS-NT-LVL          PIC 9(05).
002280*>  --- operator input (REVIEW) ---------------------------------
002290 77  WS-ACTION             PIC X(01) VALUE SPACE.
002300 77  WS-IN-SEQ             PIC X(03) VALUE SPACES.
002310 77  WS-PICK-IDX           PIC 9(03) VALUE ZERO.
002320*>  --- PF-key loop --------------------------------------------
002330 77  WS-CRT-STATUS         PIC 9(04) VALUE ZERO.
002340     88  WS-PF3-PRESSED               VALUE 1003.
002350     88  WS-PF7-PRESSED               VALUE 1007.
002360     88  WS-PF8-PRESSED               VALUE 1008.
002370 77  WS-PT-COUNT           PIC 9(03) VALUE ZERO.
002380 77  WS-PT-IDX             PIC 9(03) VALUE ZERO.
002390 77  WS-PAGE-NO            PIC 9(03) VALUE 1.
002400 77  WS-PAGE-COUNT         PIC 9(03) VALUE 1.
002410 77  WS-PAGE-START         PIC 9(03) VALUE ZERO.
002420 77  WS-ROW-IDX            PIC 9(02) VALUE ZERO.
002430*>  --- the pending proposals, in file order ------------------
002440 01  WS-PEND-TABLE.
002450     05  WS-PT-ENTRY OCCURS 200 TIMES.
002460         10  WS-PT-TERM-ID      PIC X(08).
002470         10  WS-PT-FREQ         PIC 9(03).
002480         10  WS-PT-LAST-DATE    PIC X(08).
002490         10  WS-PT-CUR-DUE      PIC X(08).
002500         10  WS-PT-NEW-DUE      PIC X(08).
002510         10  WS-PT-PROP-DATE    PIC X(08).
002520*>  --- one review page of formatted lines ---------------------
002530 01  WS-PAGE-LINES.
002540     05  WS-PAGE-LINE           PIC X(60) OCCURS 12 TIMES.
002550 77  WS-PAGE-TITLE         PIC X(30) VALUE SPACES.
002560 77  WS-MSG-LINE           PIC X(60) VALUE SPACES.
002570*> ************************************************************
002580 SCREEN SECTION.
002590 01  PROPOSAL-SCREEN.
002600   05  LVP-HDR-GRP.
002610     10 LINE  1 COLUMN 1 VALUE "Pending Due-Date Levelling".
002620     10 LINE  2 COLUMN 1 VALUE "==========================".
002630     10 LINE  3 COLUMN 1 FROM WS-PAGE-TITLE.
002640     10 LINE  4 COLUMN 1
002650        VALUE "  #  terminal  freq  due now   proposed  earlier".
002660     10 LINE  5 COLUMN 1
002670        VALUE "---  --------  ----  --------  --------  -------".
002680     10 LINE  6 COLUMN 1 FROM WS-PAGE-LINE (1).
002690     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (2).
002700     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (3).
002710     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (4).
002720     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (5).
002730     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (6).
002740     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (7).
002750     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (8).
002760     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (9).
002770     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (10).
002780     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (11).
002790     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (12).
002800     10 LINE 19 COLUMN 1
002810        VALUE "A=approve  R=reject   PF7/PF8=page  PF3=end".
002820     10 LINE 20 COLUMN 1 FROM WS-MSG-LINE.
002830*> ************************************************************
002840 PROCEDURE DIVISION.
002850*> ---------------------------------------------------------
002860*> 0000-MAINLINE
002870*> ---------------------------------------------------------
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     IF WS-REVIEW-MODE
002910         PERFORM 6000-REVIEW-LOOP THRU 6000-EXIT
002920     ELSE
002930         PERFORM 2000-LOAD-INVENTORY THRU 2000-EXIT
002940         PERFORM 3000-AVERAGE-HISTORY THRU 3000-EXIT
002950         PERFORM 4000-PROJECT-NIGHTS THRU 4000-EXIT
002960         IF WS-LEVEL-MODE
002970             PERFORM 5000-LEVEL-PEAKS THRU 5000-EXIT
002980         END-IF
002990         PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
003000     END-IF.
003010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020     GOBACK.
003030*> ---------------------------------------------------------
003040*> 1000-INITIALIZE - mode, supervisor id (the same logon
003050*>                   variable SAMPLE and CLRTMN read), run
003060*>                   parameters, tonight's business date and
003070*>                   the history cut-off.  REVIEW loads the
003080*>                   pending proposals; the others need none.
003090*> ---------------------------------------------------------
003100 1000-INITIALIZE.
003110     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "CLRFCS-MODE".
003120     IF WS-RUN-MODE NOT = "LEVEL"
003130             AND WS-RUN-MODE NOT = "REVIEW"
003140         MOVE "FORECAST" TO WS-RUN-MODE
003150     END-IF.
003160     ACCEPT WS-OPER-ID FROM ENVIRONMENT "SAMPLE-OPER-ID".
003170     IF WS-OPER-ID = SPACES
003180         MOVE "UNKNOWN " TO WS-OPER-ID
003190     END-IF.
003200     ACCEPT WS-NIGHTS-IN FROM ENVIRONMENT "CLRFCS-NIGHTS".
003210     IF WS-NIGHTS-IN NOT = SPACES
003220             AND WS-NIGHTS-IN IS NUMERIC
003230             AND WS-NIGHTS-IN NOT = "000"
003240         MOVE WS-NIGHTS-IN TO WS-NIGHTS
003250     END-IF.
003260*>   a year ahead is as far as the night table reaches.
003270     IF WS-NIGHTS > 366
003280         MOVE 366 TO WS-NIGHTS
003290     END-IF.
003300     ACCEPT WS-LIMIT-IN FROM ENVIRONMENT "CLRFCS-WINDOW-MINS".
003310     IF WS-LIMIT-IN NOT = SPACES
003320             AND WS-LIMIT-IN IS NUMERIC
003330             AND WS-LIMIT-IN NOT = "000"
003340         MOVE WS-LIMIT-IN TO WS-LIMIT-MINS
003350     END-IF.
003360     ACCEPT WS-HIST-IN FROM ENVIRONMENT "CLRFCS-HIST-DAYS".
003370     IF WS-HIST-IN NOT = SPACES
003380             AND WS-HIST-IN IS NUMERIC
003390             AND WS-HIST-IN NOT = "000"
003400         MOVE WS-HIST-IN TO WS-HIST-DAYS
003410     END-IF.
003420*>   night 1 is tonight's pass, run under the business date
003430*>   CLRBAT will stamp - never the clock.
003440     CALL "CLRDTS" USING CLRDTP-PARMS.
003450     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
003460     MOVE INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT.
003470     COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-HIST-DAYS.
003480     MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-CUTOFF-DATE.
003490     IF WS-REVIEW-MODE
003500         PERFORM 1300-LOAD-PROPOSALS THRU 1300-EXIT
003510     END-IF.
003520 1000-EXIT.
003530     EXIT.
003540*> ---------------------------------------------------------
003550*> 1300-LOAD-PROPOSALS - the pending proposals into the
003560*>                       table, in key order.  CLRLVP stays
003570*>                       open I-O for the session - every
003580*>                       decision is one keyed rewrite or
003590*>                       delete.  A missing file just means
003600*>                       none pending.
003610*> ---------------------------------------------------------
003620 1300-LOAD-PROPOSALS.
003630     OPEN I-O CLRLVP-FILE.
003640     IF WS-CLRLVP-STATUS NOT = "00"
003650         MOVE "Y" TO WS-LVP-EOF-SW
003660         GO TO 1300-EXIT
003670     END-IF.
003680     MOVE "Y" TO WS-LVP-OPEN-SW.
003690     PERFORM 1310-READ-PROPOSAL THRU 1310-EXIT.
003700     PERFORM 1320-STORE-PROPOSAL THRU 1320-EXIT
003710         UNTIL WS-END-OF-PROPOSALS.
003720 1300-EXIT.
003730     EXIT.
003740*> ---------------------------------------------------------
003750*> 1310-READ-PROPOSAL - read the next proposal record.
003760*> ---------------------------------------------------------
003770 1310-READ-PROPOSAL.
003780     READ CLRLVP-FILE NEXT RECORD
003790         AT END
003800             MOVE "Y" TO WS-LVP-EOF-SW
003810     END-READ.
003820     IF WS-CLRLVP-STATUS NOT = "00" AND NOT WS-END-OF-PROPOSALS
003830         MOVE "Y" TO WS-LVP-EOF-SW
003840     END-IF.
003850 1310-EXIT.
003860     EXIT.
003870*> ---------------------------------------------------------
003880*> 1320-STORE-PROPOSAL - one pending proposal into the
003890*>                       table; approved ones are overrides
003900*>                       already decided and are passed by.
003910*>                       A pending record past the table is
003920*>                       counted and left on file for a
003930*>                       later session.
003940*> ---------------------------------------------------------
003950 1320-STORE-PROPOSAL.
003960     IF NOT CLRLVP-PENDING
003970         GO TO 1320-NEXT
003980     END-IF.
003990     IF WS-PT-COUNT < 200
004000         ADD 1 TO WS-PT-COUNT
004010         MOVE CLRLVP-TERM-ID    TO WS-PT-TERM-ID (WS-PT-COUNT)
004020         MOVE CLRLVP-CERT-FREQ  TO WS-PT-FREQ (WS-PT-COUNT)
004030         MOVE CLRLVP-LAST-CERT-DATE
004040             TO WS-PT-LAST-DATE (WS-PT-COUNT)
004050         MOVE CLRLVP-CUR-DUE-DATE TO WS-PT-CUR-DUE (WS-PT-COUNT)
004060         MOVE CLRLVP-NEW-DUE-DATE TO WS-PT-NEW-DUE (WS-PT-COUNT)
004070         MOVE CLRLVP-PROP-DATE  TO WS-PT-PROP-DATE (WS-PT-COUNT)
004080     ELSE
004090         ADD 1 TO WS-DROP-COUNT
004100     END-IF.
004110 1320-NEXT.
004120     PERFORM 1310-READ-PROPOSAL THRU 1310-EXIT.
004130 1320-EXIT.
004140     EXIT.
004150*> ---------------------------------------------------------
004160*> 2000-LOAD-INVENTORY - every terminal into the table with
004170*>                       the night it next comes due.  The
004180*>                       approved CLRLVP overrides are read
004190*>                       alongside; no file means none.
004200*> ---------------------------------------------------------
004210 2000-LOAD-INVENTORY.
004220     MOVE ZERO TO WS-TT-COUNT.
004230     OPEN INPUT CLRLVP-FILE.
004240     IF WS-CLRLVP-STATUS = "00"
004250         MOVE "Y" TO WS-LVP-OPEN-SW
004260     END-IF.
004270     OPEN INPUT CLRTRM-FILE.
004280     IF WS-CLRTRM-STATUS NOT = "00"
004290         DISPLAY "CLRFCS - CLRTRM open failed, status "
004300             WS-CLRTRM-STATUS
004310         GO TO 2000-EXIT
004320     END-IF.
004330     MOVE "N" TO WS-TRM-EOF-SW.
004340     MOVE LOW-VALUES TO CLRTRM-TERM-ID.
004350     START CLRTRM-FILE KEY NOT < CLRTRM-TERM-ID
004360         INVALID KEY
004370             MOVE "Y" TO WS-TRM-EOF-SW
004380     END-START.
004390     PERFORM 2100-READ-TERMINAL THRU 2100-EXIT.
004400     PERFORM 2200-STORE-TERMINAL THRU 2200-EXIT
004410         UNTIL WS-END-OF-INVENTORY.
004420     CLOSE CLRTRM-FILE.
004430     IF WS-LVP-OPEN
004440         CLOSE CLRLVP-FILE
004450         MOVE "N" TO WS-LVP-OPEN-SW
004460     END-IF.
004470 2000-EXIT.
004480     EXIT.
004490*> ---------------------------------------------------------
004500*> 2100-READ-TERMINAL - next inventory record in key order.
004510*> ---------------------------------------------------------
004520 2100-READ-TERMINAL.
004530     IF WS-END-OF-INVENTORY
004540         GO TO 2100-EXIT
004550     END-IF.
004560     READ CLRTRM-FILE NEXT RECORD
004570         AT END
004580             MOVE "Y" TO WS-TRM-EOF-SW
004590     END-READ.
004600     IF WS-CLRTRM-STATUS NOT = "00" AND NOT WS-END-OF-INVENTORY
004610         MOVE "Y" TO WS-TRM-EOF-SW
004620     END-IF.
004630 2100-EXIT.
004640     EXIT.
004650*> ---------------------------------------------------------
004660*> 2200-STORE-TERMINAL - one inventory record into the table;
004670*>                       one past the table is counted, not
004680*>                       forecast.
004690*> ---------------------------------------------------------
004700 2200-STORE-TERMINAL.
004710     IF WS-TT-COUNT < 2000
004720         PERFORM 2250-STORE-ENTRY THRU 2250-EXIT
004730     ELSE
004740         ADD 1 TO WS-TT-DROP-COUNT
004750     END-IF.
004760     PERFORM 2100-READ-TERMINAL THRU 2100-EXIT.
004770 2200-EXIT.
004780     EXIT.
004790*> ---------------------------------------------------------
004800*> 2250-STORE-ENTRY - the table entry itself, due by the
004810*>                    2500-CHECK-DUE rule: a frequency that is
004820*>                    not a number, or zero, counts as every
004830*>                    night; never certified, or overdue,
004840*>                    means due tonight.  Only a terminal due
004850*>                    after tomorrow with a last certificate
004860*>                    to measure from can be moved earlier,
004870*>                    and then no earlier than tomorrow night
004880*>                    or the night after that certificate.
004890*>                    An approved CLRLVP move (2260) sets the
004900*>                    due night instead, and a terminal on
004910*>                    one is not moved again.
004920*> ---------------------------------------------------------
004930 2250-STORE-ENTRY.
004940     ADD 1 TO WS-TT-COUNT.
004950     MOVE CLRTRM-TERM-ID TO WS-TT-TERM-ID (WS-TT-COUNT).
004960     MOVE CLRTRM-LAST-CERT-DATE TO WS-TT-LAST-DATE (WS-TT-COUNT).
004970     IF CLRTRM-CERT-FREQ-DAYS IS NUMERIC
004980         MOVE CLRTRM-CERT-FREQ-DAYS TO WS-TT-FREQ (WS-TT-COUNT)
004990     ELSE
005000         MOVE ZERO TO WS-TT-FREQ (WS-TT-COUNT)
005010     END-IF.
005020     IF WS-TT-FREQ (WS-TT-COUNT) = ZERO
005030         MOVE 1 TO WS-TT-FREQ (WS-TT-COUNT)
005040     END-IF.
005050     MOVE 1    TO WS-TT-DUE-NIGHT (WS-TT-COUNT).
005060     MOVE ZERO TO WS-TT-EARLIEST (WS-TT-COUNT).
005070     MOVE ZERO TO WS-TT-NEW-NIGHT (WS-TT-COUNT).
005080     IF CLRTRM-LAST-CERT-DATE NOT NUMERIC
005090         GO TO 2250-EXIT
005100     END-IF.
005110     MOVE CLRTRM-LAST-CERT-DATE TO WS-DATE-NUM.
005120     COMPUTE WS-WORK-INT = INTEGER-OF-DATE(WS-DATE-NUM)
005130         + WS-TT-FREQ (WS-TT-COUNT).
005140     PERFORM 2260-CHECK-OVERRIDE THRU 2260-EXIT.
005150     IF WS-WORK-INT NOT > WS-TODAY-INT
005160         GO TO 2250-EXIT
005170     END-IF.
005180     COMPUTE WS-TT-DUE-NIGHT (WS-TT-COUNT) =
005190         WS-WORK-INT - WS-TODAY-INT + 1.
005200     IF WS-OVERRIDE-FOUND
005210         GO TO 2250-EXIT
005220     END-IF.
005230     COMPUTE WS-EARLIEST = WS-TT-DUE-NIGHT (WS-TT-COUNT)
005240         - WS-TT-FREQ (WS-TT-COUNT) + 1.
005250     IF WS-EARLIEST < 2
005260         MOVE 2 TO WS-EARLIEST
005270     END-IF.
005280     IF WS-EARLIEST < WS-TT-DUE-NIGHT (WS-TT-COUNT)
005290         MOVE WS-EARLIEST TO WS-TT-EARLIEST (WS-TT-COUNT)
005300     END-IF.
005310 2250-EXIT.
005320     EXIT.
005330*> ---------------------------------------------------------
005340*> 2260-CHECK-OVERRIDE - an approved CLRLVP move for the
005350*>                       terminal, still standing against
005360*>                       its last certificate, puts the due
005370*>                       day in WS-WORK-INT on the approved
005380*>                       date.  One approved against an older
005390*>                       certificate has been overtaken by a
005400*>                       clean pass and is ignored.
005410*> ---------------------------------------------------------
005420 2260-CHECK-OVERRIDE.
005430     MOVE "N" TO WS-OVR-SW.
005440     IF NOT WS-LVP-OPEN
005450         GO TO 2260-EXIT
005460     END-IF.
005470     MOVE CLRTRM-TERM-ID TO CLRLVP-TERM-ID.
005480     READ CLRLVP-FILE
005490         INVALID KEY
005500             GO TO 2260-EXIT
005510     END-READ.
005520     IF NOT CLRLVP-APPROVED
005530             OR CLRLVP-LAST-CERT-DATE NOT = CLRTRM-LAST-CERT-DATE
005540             OR CLRLVP-NEW-DUE-DATE NOT NUMERIC
005550         GO TO 2260-EXIT
005560     END-IF.
005570     MOVE "Y" TO WS-OVR-SW.
005580     ADD 1 TO WS-OVR-COUNT.
005590     MOVE CLRLVP-NEW-DUE-DATE TO WS-DATE-NUM.
005600     MOVE INTEGER-OF-DATE(WS-DATE-NUM) TO WS-WORK-INT.
005610 2260-EXIT.
005620     EXIT.
005630*> ---------------------------------------------------------
005640*> 3000-AVERAGE-HISTORY - the average time one terminal adds
005650*>                        to the window, over the CLRBRH
005660*>                        passes since the cut-off: elapsed
005670*>                        seconds over terminals attempted
005680*>                        (processed plus failed).  A stream
005690*>                        leg's record counts like a whole
005700*>                        pass.  No usable history leaves the
005710*>                        average at zero - nights are still
005720*>                        counted, but no window is projected
005730*>                        and nothing can be levelled.
005740*> ---------------------------------------------------------
005750 3000-AVERAGE-HISTORY.
005760     OPEN INPUT CLRBRH-FILE.
005770     IF WS-CLRBRH-STATUS NOT = "00"
005780         GO TO 3000-EXIT
005790     END-IF.
005800     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005810     PERFORM 3200-TAKE-PASS THRU 3200-EXIT
005820         UNTIL WS-END-OF-HISTORY.
005830     CLOSE CLRBRH-FILE.
005840     IF WS-TOT-TERMS NOT = ZERO
005850         COMPUTE WS-AVG-SECS ROUNDED =
005860             WS-TOT-SECS / WS-TOT-TERMS
005870     END-IF.
005880     IF WS-AVG-SECS NOT = ZERO
005890         COMPUTE WS-CAPACITY =
005900             WS-LIMIT-MINS * 60 / WS-AVG-SECS
005910     END-IF.
005920 3000-EXIT.
005930     EXIT.
005940*> ---------------------------------------------------------
005950*> 3100-READ-HISTORY - read the next run-history record.
005960*> ---------------------------------------------------------
005970 3100-READ-HISTORY.
005980     READ CLRBRH-FILE
005990         AT END
006000             MOVE "Y" TO WS-BRH-EOF-SW
006010     END-READ.
006020 3100-EXIT.
006030     EXIT.
006040*> ---------------------------------------------------------
006050*> 3200-TAKE-PASS - one pass into the average.  Records
006060*>                  before the cut-off, with an undatable
006070*>                  timestamp, or that attempted nothing are
006080*>                  passed by.
006090*> ---------------------------------------------------------
006100 3200-TAKE-PASS.
006110     ADD 1 TO WS-BRH-READ-COUNT.
006120     IF CLRBRH-PASS-DATE NOT NUMERIC
006130             OR CLRBRH-START-DATE NOT NUMERIC
006140             OR CLRBRH-START-TIME NOT NUMERIC
006150             OR CLRBRH-END-DATE NOT NUMERIC
006160             OR CLRBRH-END-TIME NOT NUMERIC
006170         GO TO 3200-NEXT
006180     END-IF.
006190     IF CLRBRH-PASS-DATE < WS-CUTOFF-DATE
006200         GO TO 3200-NEXT
006210     END-IF.
006220     IF CLRBRH-PROC-COUNT NOT NUMERIC
006230             OR CLRBRH-FAIL-COUNT NOT NUMERIC
006240         GO TO 3200-NEXT
006250     END-IF.
006260     COMPUTE WS-ATTEMPT-COUNT =
006270         CLRBRH-PROC-COUNT + CLRBRH-FAIL-COUNT.
006280     IF WS-ATTEMPT-COUNT = ZERO
006290         GO TO 3200-NEXT
006300     END-IF.
006310     PERFORM 3300-COMPUTE-DURATION THRU 3300-EXIT.
006320     ADD 1 TO WS-PASS-COUNT.
006330     ADD WS-DUR-SECS TO WS-TOT-SECS.
006340     ADD WS-ATTEMPT-COUNT TO WS-TOT-TERMS.
006350 3200-NEXT.
006360     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
006370 3200-EXIT.
006380     EXIT.
006390*> ---------------------------------------------------------
006400*> 3300-COMPUTE-DURATION - end minus start in seconds, across
006410*>                         midnight, as CLRBTR works it; a
006420*>                         clock that went backwards counts
006430*>                         zero.
006440*> ---------------------------------------------------------
006450 3300-COMPUTE-DURATION.
006460     MOVE CLRBRH-START-DATE TO WS-DATE-NUM.
006470     COMPUTE WS-DAY-SPAN = 0 - INTEGER-OF-DATE(WS-DATE-NUM).
006480     MOVE CLRBRH-END-DATE TO WS-DATE-NUM.
006490     COMPUTE WS-DAY-SPAN =
006500         WS-DAY-SPAN + INTEGER-OF-DATE(WS-DATE-NUM).
006510     COMPUTE WS-START-SECS =
006520         NUMVAL(CLRBRH-START-TIME (1:2)) * 3600
006530         + NUMVAL(CLRBRH-START-TIME (3:2)) * 60
006540         + NUMVAL(CLRBRH-START-TIME (5:2)).
006550     COMPUTE WS-END-SECS =
006560         NUMVAL(CLRBRH-END-TIME (1:2)) * 3600
006570         + NUMVAL(CLRBRH-END-TIME (3:2)) * 60
006580         + NUMVAL(CLRBRH-END-TIME (5:2)).
006590     COMPUTE WS-DUR-SECS =
006600         WS-DAY-SPAN * 86400 + WS-END-SECS - WS-START-SECS.
006610     IF WS-DUR-SECS < ZERO
006620         MOVE ZERO TO WS-DUR-SECS
006630     END-IF.
006640 3300-EXIT.
006650     EXIT.
006660*> ---------------------------------------------------------
006670*> 4000-PROJECT-NIGHTS - every terminal's due nights inside
006680*>                       the forecast, counted per night.  A
006690*>                       terminal recurs every frequency
006700*>                       days from the night it comes due,
006710*>                       since CLRBAT stamps the night's
006720*>                       business date on a clean pass.  The
006730*>                       levelled counts start as a copy.
006740*> ---------------------------------------------------------
006750 4000-PROJECT-NIGHTS.
006760     INITIALIZE WS-NIGHT-TABLE.
006770     PERFORM 4100-PROJECT-TERMINAL THRU 4100-EXIT
006780         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TT-COUNT.
006790 4000-EXIT.
006800     EXIT.
006810*> ---------------------------------------------------------
006820*> 4100-PROJECT-TERMINAL - one terminal's due nights.
006830*> ---------------------------------------------------------
006840 4100-PROJECT-TERMINAL.
006850     MOVE WS-TT-FREQ (WS-IDX) TO WS-STEP.
006860     PERFORM 4110-ADD-DUE THRU 4110-EXIT
006870         VARYING WS-NIGHT FROM WS-TT-DUE-NIGHT (WS-IDX)
006880         BY WS-STEP UNTIL WS-NIGHT > WS-NIGHTS.
006890 4100-EXIT.
006900     EXIT.
006910*> ---------------------------------------------------------
006920*> 4110-ADD-DUE - one due night counted.
006930*> ---------------------------------------------------------
006940 4110-ADD-DUE.
006950     ADD 1 TO WS-NT-DUE (WS-NIGHT).
006960     ADD 1 TO WS-NT-LVL (WS-NIGHT).
006970 4110-EXIT.
006980     EXIT.
006990*> ---------------------------------------------------------
007000*> 5000-LEVEL-PEAKS - the nights over capacity, in night
007010*>                    order, each thinned until it fits or
007020*>                    nothing due on it can move.  Tonight
007030*>                    cannot be thinned.  Proposals stop at
007040*>                    200, what one review session holds.
007050*>                    CLRLVP is rewritten even when nothing
007060*>                    is proposed, so proposals from an older
007070*>                    picture of the inventory never linger.
007080*> ---------------------------------------------------------
007090 5000-LEVEL-PEAKS.
007100     IF WS-CAPACITY NOT = ZERO
007110         PERFORM 5100-LEVEL-NIGHT THRU 5100-EXIT
007120             VARYING WS-NIGHT FROM 2 BY 1
007130             UNTIL WS-NIGHT > WS-NIGHTS
007140     END-IF.
007150     PERFORM 5500-WRITE-PROPOSALS THRU 5500-EXIT.
007160 5000-EXIT.
007170     EXIT.
007180*> ---------------------------------------------------------
007190*> 5100-LEVEL-NIGHT - one night: its terminals tried in key
007200*>                    order until it is back within capacity.
007210*> ---------------------------------------------------------
007220 5100-LEVEL-NIGHT.
007230     IF WS-NT-LVL (WS-NIGHT) NOT > WS-CAPACITY
007240         GO TO 5100-EXIT
007250     END-IF.
007260     PERFORM 5200-TRY-TERMINAL THRU 5200-EXIT
007270         VARYING WS-IDX FROM 1 BY 1
007280         UNTIL WS-IDX > WS-TT-COUNT
007290            OR WS-NT-LVL (WS-NIGHT) NOT > WS-CAPACITY
007300            OR WS-PROP-COUNT = 200.
007310 5100-EXIT.
007320     EXIT.
007330*> ---------------------------------------------------------
007340*> 5200-TRY-TERMINAL - a terminal first due on this night,
007350*>                     movable and not yet moved, goes to the
007360*>                     nearest earlier night with room - the
007370*>                     smallest move that helps.
007380*> ---------------------------------------------------------
007390 5200-TRY-TERMINAL.
007400     IF WS-TT-DUE-NIGHT (WS-IDX) NOT = WS-NIGHT
007410             OR WS-TT-EARLIEST (WS-IDX) = ZERO
007420             OR WS-TT-NEW-NIGHT (WS-IDX) NOT = ZERO
007430         GO TO 5200-EXIT
007440     END-IF.
007450     MOVE ZERO TO WS-TARGET-NIGHT.
007460     COMPUTE WS-FROM-NIGHT = WS-NIGHT - 1.
007470     PERFORM 5300-PROBE-TARGET THRU 5300-EXIT
007480         VARYING WS-TGT FROM WS-FROM-NIGHT BY -1
007490         UNTIL WS-TGT < WS-TT-EARLIEST (WS-IDX)
007500            OR WS-TARGET-NIGHT NOT = ZERO.
007510     IF WS-TARGET-NIGHT = ZERO
007520         GO TO 5200-EXIT
007530     END-IF.
007540     PERFORM 5400-SHIFT-TERMINAL THRU 5400-EXIT.
007550 5200-EXIT.
007560     EXIT.
007570*> ---------------------------------------------------------
007580*> 5300-PROBE-TARGET - one candidate night; room for one
007590*>                     more leaves WS-TARGET-NIGHT on it.
007600*> ---------------------------------------------------------
007610 5300-PROBE-TARGET.
007620     IF WS-NT-LVL (WS-TGT) < WS-CAPACITY
007630         MOVE WS-TGT TO WS-TARGET-NIGHT
007640     END-IF.
007650 5300-EXIT.
007660     EXIT.
007670*> ---------------------------------------------------------
007680*> 5400-SHIFT-TERMINAL - the terminal's whole run of due
007690*>                       nights moves with its next one, so
007700*>                       the levelled counts drop the old
007710*>                       run and take the new.
007720*> ---------------------------------------------------------
007730 5400-SHIFT-TERMINAL.
007740     MOVE WS-TT-FREQ (WS-IDX) TO WS-STEP.
007750     PERFORM 5410-DROP-DUE THRU 5410-EXIT
007760         VARYING WS-SHIFT-NIGHT FROM WS-TT-DUE-NIGHT (WS-IDX)
007770         BY WS-STEP UNTIL WS-SHIFT-NIGHT > WS-NIGHTS.
007780     PERFORM 5420-TAKE-DUE THRU 5420-EXIT
007790         VARYING WS-SHIFT-NIGHT FROM WS-TARGET-NIGHT
007800         BY WS-STEP UNTIL WS-SHIFT-NIGHT > WS-NIGHTS.
007810     MOVE WS-TARGET-NIGHT TO WS-TT-NEW-NIGHT (WS-IDX).
007820     ADD 1 TO WS-PROP-COUNT.
007830 5400-EXIT.
007840     EXIT.
007850*> ---------------------------------------------------------
007860*> 5410-DROP-DUE - one old due night uncounted.
007870*> ---------------------------------------------------------
007880 5410-DROP-DUE.
007890     SUBTRACT 1 FROM WS-NT-LVL (WS-SHIFT-NIGHT).
007900 5410-EXIT.
007910     EXIT.
007920*> ---------------------------------------------------------
007930*> 5420-TAKE-DUE - one new due night counted.
007940*> ---------------------------------------------------------
007950 5420-TAKE-DUE.
007960     ADD 1 TO WS-NT-LVL (WS-SHIFT-NIGHT).
007970 5420-EXIT.
007980     EXIT.
007990*> ---------------------------------------------------------
008000*> 5500-WRITE-PROPOSALS - the moved terminals to CLRLVP as
008010*>                        pending records, in place of every
008020*>                        pending record already there.  The
008030*>                        approved overrides are kept.  The
008040*>                        file is created on first use the
008050*>                        way CLRTMN creates CLRTRM.
008060*> ---------------------------------------------------------
008070 5500-WRITE-PROPOSALS.
008080     OPEN I-O CLRLVP-FILE.
008090     IF WS-CLRLVP-STATUS = "35"
008100         OPEN OUTPUT CLRLVP-FILE
008110         CLOSE CLRLVP-FILE
008120         OPEN I-O CLRLVP-FILE
008130     END-IF.
008140     IF WS-CLRLVP-STATUS NOT = "00"
008150         DISPLAY "CLRLVP open failed, status " WS-CLRLVP-STATUS
008160         MOVE 8 TO RETURN-CODE
008170         GO TO 5500-EXIT
008180     END-IF.
008190     MOVE "N" TO WS-LVP-EOF-SW.
008200     MOVE LOW-VALUES TO CLRLVP-TERM-ID.
008210     START CLRLVP-FILE KEY NOT < CLRLVP-TERM-ID
008220         INVALID KEY
008230             MOVE "Y" TO WS-LVP-EOF-SW
008240     END-START.
008250     PERFORM 1310-READ-PROPOSAL THRU 1310-EXIT.
008260     PERFORM 5505-DROP-PENDING THRU 5505-EXIT
008270         UNTIL WS-END-OF-PROPOSALS.
008280     PERFORM 5510-WRITE-PROPOSAL THRU 5510-EXIT
008290         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TT-COUNT.
008300     CLOSE CLRLVP-FILE.
008310 5500-EXIT.
008320     EXIT.
008330*> ---------------------------------------------------------
008340*> 5505-DROP-PENDING - a pending record from an earlier run
008350*>                     is deleted; an approved one stays.
008360*> ---------------------------------------------------------
008370 5505-DROP-PENDING.
008380     IF CLRLVP-PENDING
008390         DELETE CLRLVP-FILE RECORD
008400         IF WS-CLRLVP-STATUS NOT = "00"
008410             DISPLAY "CLRLVP delete failed, status "
008420                 WS-CLRLVP-STATUS " - " CLRLVP-TERM-ID
008430             MOVE 8 TO RETURN-CODE
008440         END-IF
008450     END-IF.
008460     PERFORM 1310-READ-PROPOSAL THRU 1310-EXIT.
008470 5505-EXIT.
008480     EXIT.
008490*> ---------------------------------------------------------
008500*> 5510-WRITE-PROPOSAL - one moved terminal, pending, with
008510*>                       the frequency and last certificate
008520*>                       it was proposed against so the
008530*>                       review can tell if CLRTRM has moved
008540*>                       on.  An approved record overtaken by
008550*>                       a later certificate still holds the
008560*>                       key, and is replaced.
008570*> ---------------------------------------------------------
008580 5510-WRITE-PROPOSAL.
008590     IF WS-TT-NEW-NIGHT (WS-IDX) = ZERO
008600         GO TO 5510-EXIT
008610     END-IF.
008620     MOVE SPACES TO CLRLVP-RECORD.
008630     MOVE WS-TT-TERM-ID (WS-IDX)   TO CLRLVP-TERM-ID.
008640     SET CLRLVP-PENDING            TO TRUE.
008650     MOVE WS-TT-FREQ (WS-IDX)      TO CLRLVP-CERT-FREQ.
008660     MOVE WS-TT-LAST-DATE (WS-IDX) TO CLRLVP-LAST-CERT-DATE.
008670     COMPUTE WS-WORK-INT =
008680         WS-TODAY-INT + WS-TT-DUE-NIGHT (WS-IDX) - 1.
008690     MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
008700     MOVE WS-DATE-NUM TO CLRLVP-CUR-DUE-DATE.
008710     COMPUTE WS-WORK-INT =
008720         WS-TODAY-INT + WS-TT-NEW-NIGHT (WS-IDX) - 1.
008730     MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
008740     MOVE WS-DATE-NUM TO CLRLVP-NEW-DUE-DATE.
008750     MOVE WS-TODAY-DATE TO CLRLVP-PROP-DATE.
008760     WRITE CLRLVP-RECORD
008770         INVALID KEY
008780             REWRITE CLRLVP-RECORD
008790     END-WRITE.
008800     IF WS-CLRLVP-STATUS NOT = "00"
008810         DISPLAY "CLRLVP write failed, status " WS-CLRLVP-STATUS
008820         MOVE 8 TO RETURN-CODE
008830     END-IF.
008840 5510-EXIT.
008850     EXIT.
008860*> ---------------------------------------------------------
008870*> 6000-REVIEW-LOOP - redisplay and re-accept until PF3.
008880*> ---------------------------------------------------------
008890 6000-REVIEW-LOOP.
008900     PERFORM 6010-REVIEW-STEP THRU 6010-EXIT
008910         UNTIL WS-PF3-PRESSED.
008920 6000-EXIT.
008930     EXIT.
008940*> ---------------------------------------------------------
008950*> 6010-REVIEW-STEP - one display/accept cycle.  A and R
008960*>                    prompt for the proposal number;
008970*>                    PF7/PF8 page; anything else redisplays.
008980*> ---------------------------------------------------------
008990 6010-REVIEW-STEP.
009000     PERFORM 6900-DISPLAY-SCREEN THRU 6900-EXIT.
009010     MOVE SPACE TO WS-ACTION.
009020     MOVE ZERO TO WS-CRT-STATUS.
009030     ACCEPT WS-ACTION
009040         LINE 21 COLUMN 1
009050     END-ACCEPT.
009060     MOVE SPACES TO WS-MSG-LINE.
009070     EVALUATE TRUE
009080         WHEN WS-PF3-PRESSED
009090             CONTINUE
009100         WHEN WS-PF7-PRESSED
009110             PERFORM 6020-PREV-PAGE THRU 6020-EXIT
009120         WHEN WS-PF8-PRESSED
009130             PERFORM 6030-NEXT-PAGE THRU 6030-EXIT
009140         WHEN WS-ACTION = "A" OR "a"
009150             PERFORM 6100-APPROVE-PROPOSAL THRU 6100-EXIT
009160         WHEN WS-ACTION = "R" OR "r"
009170             PERFORM 6200-REJECT-PROPOSAL THRU 6200-EXIT
009180         WHEN OTHER
009190             CONTINUE
009200     END-EVALUATE.
009210 6010-EXIT.
009220     EXIT.
009230*> ---------------------------------------------------------
009240*> 6020-PREV-PAGE - PF7, stopping at the first page.
009250*> ---------------------------------------------------------
009260 6020-PREV-PAGE.
009270     IF WS-PAGE-NO > 1
009280         SUBTRACT 1 FROM WS-PAGE-NO
009290     END-IF.
009300 6020-EXIT.
009310     EXIT.
009320*> ---------------------------------------------------------
009330*> 6030-NEXT-PAGE - PF8, stopping at the last page.
009340*> ---------------------------------------------------------
009350 6030-NEXT-PAGE.
009360     IF WS-PAGE-NO < WS-PAGE-COUNT
009370         ADD 1 TO WS-PAGE-NO
009380     END-IF.
009390 6030-EXIT.
009400     EXIT.
009410*> ---------------------------------------------------------
009420*> 6100-APPROVE-PROPOSAL - mark one proposal approved on
009430*>                         CLRLVP, log it under the
009440*>                         supervisor, and take it off the
009450*>                         screen.
009460*> ---------------------------------------------------------
009470 6100-APPROVE-PROPOSAL.
009480     PERFORM 6400-ACCEPT-SEQ THRU 6400-EXIT.
009490     IF WS-PICK-IDX = ZERO
009500         GO TO 6100-EXIT
009510     END-IF.
009520     PERFORM 6500-APPLY-PROPOSAL THRU 6500-EXIT.
009530     IF WS-MSG-LINE NOT = SPACES
009540         GO TO 6100-EXIT
009550     END-IF.
009560     PERFORM 6600-WRITE-LOG THRU 6600-EXIT.
009570     PERFORM 6700-REMOVE-PROPOSAL THRU 6700-EXIT.
009580     ADD 1 TO WS-APPR-COUNT.
009590     MOVE "Approved - next due date moved (CLRLVP override)"
009600         TO WS-MSG-LINE.
009610 6100-EXIT.
009620     EXIT.
009630*> ---------------------------------------------------------
009640*> 6200-REJECT-PROPOSAL - delete the proposal from CLRLVP
009650*>                        and the screen; CLRTRM is not
009660*>                        touched.
009670*> ---------------------------------------------------------
009680 6200-REJECT-PROPOSAL.
009690     PERFORM 6400-ACCEPT-SEQ THRU 6400-EXIT.
009700     IF WS-PICK-IDX = ZERO
009710         GO TO 6200-EXIT
009720     END-IF.
009730     MOVE WS-PT-TERM-ID (WS-PICK-IDX) TO CLRLVP-TERM-ID.
009740     DELETE CLRLVP-FILE RECORD
009750         INVALID KEY
009760             CONTINUE
009770     END-DELETE.
009780     IF WS-CLRLVP-STATUS NOT = "00"
009790             AND WS-CLRLVP-STATUS NOT = "23"
009800         MOVE "CLRLVP delete failed - proposal left pending"
009810             TO WS-MSG-LINE
009820         GO TO 6200-EXIT
009830     END-IF.
009840     PERFORM 6700-REMOVE-PROPOSAL THRU 6700-EXIT.
009850     ADD 1 TO WS-REJ-COUNT.
009860     MOVE "Rejected" TO WS-MSG-LINE.
009870 6200-EXIT.
009880     EXIT.
009890*> ---------------------------------------------------------
009900*> 6400-ACCEPT-SEQ - prompt for the proposal number the
009910*>                   decision applies to; zero in WS-PICK-IDX
009920*>                   means cancelled or bad.
009930*> ---------------------------------------------------------
009940 6400-ACCEPT-SEQ.
009950     MOVE ZERO TO WS-PICK-IDX.
009960     MOVE SPACES TO WS-IN-SEQ.
009970     DISPLAY "Proposal #: " LINE 22 COLUMN 1 END-DISPLAY.
009980     ACCEPT WS-IN-SEQ
009990         LINE 22 COLUMN 13
010000     END-ACCEPT.
010010     IF WS-IN-SEQ = SPACES
010020         MOVE "Cancelled - no proposal number given"
010030             TO WS-MSG-LINE
010040         GO TO 6400-EXIT
010050     END-IF.
010060     IF WS-IN-SEQ NOT NUMERIC
010070         MOVE NUMVAL(WS-IN-SEQ) TO WS-PICK-IDX
010080     ELSE
010090         MOVE WS-IN-SEQ TO WS-PICK-IDX
010100     END-IF.
010110     IF WS-PICK-IDX = ZERO OR WS-PICK-IDX > WS-PT-COUNT
010120         MOVE "Rejected - no such proposal number"
010130             TO WS-MSG-LINE
010140         MOVE ZERO TO WS-PICK-IDX
010150     END-IF.
010160 6400-EXIT.
010170     EXIT.
010180*> ---------------------------------------------------------
010190*> 6500-APPLY-PROPOSAL - the terminal read by key to check
010200*>                       the proposal still stands, then its
010210*>                       CLRLVP record rewritten approved,
010220*>                       with the supervisor and the business
010230*>                       date.  That record is the next-due
010240*>                       override 2500-CHECK-DUE takes the
010250*>                       terminal on; the next clean pass
010260*>                       deletes it.  CLRTRM itself is only
010270*>                       read - its last-certified date stays
010280*>                       the true one.  A terminal certified,
010290*>                       re-frequenced or gone since the
010300*>                       proposal, or a proposed night
010310*>                       already past, is refused and left
010320*>                       for rejection.
010330*> ---------------------------------------------------------
010340 6500-APPLY-PROPOSAL.
010350     OPEN INPUT CLRTRM-FILE.
010360     IF WS-CLRTRM-STATUS NOT = "00"
010370         MOVE "CLRTRM open failed - proposal left pending"
010380             TO WS-MSG-LINE
010390         GO TO 6500-EXIT
010400     END-IF.
010410     MOVE WS-PT-TERM-ID (WS-PICK-IDX) TO CLRTRM-TERM-ID.
010420     READ CLRTRM-FILE
010430         INVALID KEY
010440             MOVE "Refused - terminal no longer in inventory"
010450                 TO WS-MSG-LINE
010460     END-READ.
010470     IF WS-MSG-LINE NOT = SPACES
010480         GO TO 6500-CLOSE
010490     END-IF.
010500     IF CLRTRM-LAST-CERT-DATE NOT = WS-PT-LAST-DATE (WS-PICK-IDX)
010510             OR CLRTRM-CERT-FREQ-DAYS NOT NUMERIC
010520             OR CLRTRM-CERT-FREQ-DAYS
010530                 NOT = WS-PT-FREQ (WS-PICK-IDX)
010540         MOVE "Refused - terminal changed since proposal"
010550             TO WS-MSG-LINE
010560         GO TO 6500-CLOSE
010570     END-IF.
010580     IF WS-PT-NEW-DUE (WS-PICK-IDX) < WS-TODAY-DATE
010590         MOVE "Refused - proposed night already past"
010600             TO WS-MSG-LINE
010610         GO TO 6500-CLOSE
010620     END-IF.
010630     MOVE CLRTRM-TERM-TYPE TO WS-LOG-TYPE.
010640     MOVE WS-PT-TERM-ID (WS-PICK-IDX) TO CLRLVP-TERM-ID.
010650     READ CLRLVP-FILE
010660         INVALID KEY
010670             MOVE "Refused - proposal no longer on CLRLVP"
010680                 TO WS-MSG-LINE
010690     END-READ.
010700     IF WS-MSG-LINE NOT = SPACES
010710         GO TO 6500-CLOSE
010720     END-IF.
010730     IF NOT CLRLVP-PENDING
010740         MOVE "Refused - proposal already decided"
010750             TO WS-MSG-LINE
010760         GO TO 6500-CLOSE
010770     END-IF.
010780     SET CLRLVP-APPROVED TO TRUE.
010790     MOVE WS-TODAY-DATE  TO CLRLVP-APPR-DATE.
010800     MOVE WS-OPER-ID     TO CLRLVP-APPR-OPER-ID.
010810     REWRITE CLRLVP-RECORD.
010820     IF WS-CLRLVP-STATUS NOT = "00"
010830         MOVE "CLRLVP rewrite failed - proposal left pending"
010840             TO WS-MSG-LINE
010850     END-IF.
010860 6500-CLOSE.
010870     CLOSE CLRTRM-FILE.
010880 6500-EXIT.
010890     EXIT.
010900*> ---------------------------------------------------------
010910*> 6600-WRITE-LOG - one CLRTML record per approved move,
010920*>                  action LVL, under the supervisor's id,
010930*>                  appended the way CLRTMN appends it.
010940*> ---------------------------------------------------------
010950 6600-WRITE-LOG.
010960     OPEN EXTEND CLRTML-FILE.
010970     IF WS-CLRTML-STATUS = "35"
010980         OPEN OUTPUT CLRTML-FILE
010990     END-IF.
011000     MOVE SPACES TO CLRTML-RECORD.
011010     MOVE CURRENT-DATE(1:8) TO CLRTML-LOG-DATE.
011020     MOVE CURRENT-DATE(9:6) TO CLRTML-LOG-TIME.
011030     MOVE WS-OPER-ID        TO CLRTML-OPER-ID.
011040     MOVE "LVL"             TO CLRTML-ACTION.
011050     MOVE WS-PT-TERM-ID (WS-PICK-IDX) TO CLRTML-TERM-ID.
011060     MOVE WS-LOG-TYPE       TO CLRTML-TERM-TYPE.
011070     WRITE CLRTML-RECORD.
011080     IF WS-CLRTML-STATUS NOT = "00"
011090         DISPLAY "CLRTML write failed, status " WS-CLRTML-STATUS
011100     END-IF.
011110     CLOSE CLRTML-FILE.
011120 6600-EXIT.
011130     EXIT.
011140*> ---------------------------------------------------------
011150*> 6700-REMOVE-PROPOSAL - close the gap in the table.  The
011160*>                        decision is already on CLRLVP, so
011170*>                        a broken session never loses more
011180*>                        than the decision in flight.
011190*> ---------------------------------------------------------
011200 6700-REMOVE-PROPOSAL.
011210     PERFORM 6710-SHIFT-UP THRU 6710-EXIT
011220         VARYING WS-PT-IDX FROM WS-PICK-IDX BY 1
011230         UNTIL WS-PT-IDX NOT < WS-PT-COUNT.
011240     SUBTRACT 1 FROM WS-PT-COUNT.
011250 6700-EXIT.
011260     EXIT.
011270*> ---------------------------------------------------------
011280*> 6710-SHIFT-UP - pull the entry below up one slot.
011290*> ---------------------------------------------------------
011300 6710-SHIFT-UP.
011310     MOVE WS-PT-ENTRY (WS-PT-IDX + 1) TO WS-PT-ENTRY (WS-PT-IDX).
011320 6710-EXIT.
011330     EXIT.
011340*> ---------------------------------------------------------
011350*> 6900-DISPLAY-SCREEN - format the current page of pending
011360*>                       proposals and paint it.
011370*> ---------------------------------------------------------
011380 6900-DISPLAY-SCREEN.
011390     COMPUTE WS-PAGE-COUNT = (WS-PT-COUNT + 11) / 12.
011400     IF WS-PAGE-COUNT = ZERO
011410         MOVE 1 TO WS-PAGE-COUNT
011420     END-IF.
011430     IF WS-PAGE-NO > WS-PAGE-COUNT
011440         MOVE WS-PAGE-COUNT TO WS-PAGE-NO
011450     END-IF.
011460     COMPUTE WS-PAGE-START = (WS-PAGE-NO - 1) * 12.
011470     MOVE SPACES TO WS-PAGE-TITLE.
011480     STRING "Page " WS-PAGE-NO " of " WS-PAGE-COUNT
011490         DELIMITED BY SIZE INTO WS-PAGE-TITLE
011500     END-STRING.
011510     PERFORM 6910-FORMAT-PAGE-LINE THRU 6910-EXIT
011520         VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 12.
011530     DISPLAY PROPOSAL-SCREEN.
011540 6900-EXIT.
011550     EXIT.
011560*> ---------------------------------------------------------
011570*> 6910-FORMAT-PAGE-LINE - one review line: the terminal,
011580*>                         its frequency, the due date now
011590*>                         and proposed, and how many days
011600*>                         earlier that is.
011610*> ---------------------------------------------------------
011620 6910-FORMAT-PAGE-LINE.
011630     MOVE SPACES TO WS-PAGE-LINE (WS-ROW-IDX).
011640     COMPUTE WS-PT-IDX = WS-PAGE-START + WS-ROW-IDX.
011650     IF WS-PT-IDX > WS-PT-COUNT
011660         GO TO 6910-EXIT
011670     END-IF.
011680     MOVE ZERO TO WS-EARLY-DAYS.
011690     IF WS-PT-CUR-DUE (WS-PT-IDX) IS NUMERIC
011700             AND WS-PT-NEW-DUE (WS-PT-IDX) IS NUMERIC
011710         MOVE WS-PT-CUR-DUE (WS-PT-IDX) TO WS-DATE-NUM
011720         MOVE INTEGER-OF-DATE(WS-DATE-NUM) TO WS-WORK-INT
011730         MOVE WS-PT-NEW-DUE (WS-PT-IDX) TO WS-DATE-NUM
011740         COMPUTE WS-EARLY-DAYS =
011750             WS-WORK-INT - INTEGER-OF-DATE(WS-DATE-NUM)
011760     END-IF.
011770     MOVE WS-PT-IDX TO WS-SEQ-ED.
011780     MOVE WS-PT-FREQ (WS-PT-IDX) TO WS-FREQ-ED.
011790     MOVE WS-EARLY-DAYS TO WS-EARLY-ED.
011800     STRING WS-SEQ-ED "  " WS-PT-TERM-ID (WS-PT-IDX)
011810            "   " WS-FREQ-ED "  " WS-PT-CUR-DUE (WS-PT-IDX)
011820            "  " WS-PT-NEW-DUE (WS-PT-IDX)
011830            "  " WS-EARLY-ED " day(s)"
011840         DELIMITED BY SIZE INTO WS-PAGE-LINE (WS-ROW-IDX)
011850     END-STRING.
011860 6910-EXIT.
011870     EXIT.
011880*> ---------------------------------------------------------
011890*> 7000-WRITE-REPORT - the forecast: parameters, the history
011900*>                     the window is projected from, one line
011910*>                     per night with 30/60/90-night
011920*>                     subtotals, then in LEVEL mode the
011930*>                     proposals, and the totals.
011940*> ---------------------------------------------------------
011950 7000-WRITE-REPORT.
011960     OPEN OUTPUT CLRFCS-FILE.
011970     MOVE SPACES TO CLRFCS-RECORD.
011980     STRING "Certification workload forecast - printed "
011990            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
012000         DELIMITED BY SIZE INTO CLRFCS-RECORD
012010     END-STRING.
012020     WRITE CLRFCS-RECORD.
012030     MOVE ALL "-" TO CLRFCS-RECORD.
012040     WRITE CLRFCS-RECORD.
012050     MOVE WS-NIGHTS TO WS-PARM-ED.
012060     MOVE WS-LIMIT-MINS TO WS-PARM2-ED.
012070     MOVE SPACES TO CLRFCS-RECORD.
012080     STRING "Business date " WS-TODAY-DATE ", next "
012090            WS-PARM-ED " night(s), window limit "
012100            WS-PARM2-ED " minute(s)."
012110         DELIMITED BY SIZE INTO CLRFCS-RECORD
012120     END-STRING.
012130     WRITE CLRFCS-RECORD.
012140     PERFORM 7050-WRITE-BASIS THRU 7050-EXIT.
012150     MOVE SPACES TO CLRFCS-RECORD.
012160     WRITE CLRFCS-RECORD.
012170     MOVE SPACES TO CLRFCS-RECORD.
012180     MOVE "ngt  date         due    mins" TO CLRFCS-RECORD.
012190     IF WS-LEVEL-MODE
012200         MOVE "levelled    mins" TO CLRFCS-RECORD (39:16)
012210     END-IF.
012220     WRITE CLRFCS-RECORD.
012230     PERFORM 7100-WRITE-NIGHT THRU 7100-EXIT
012240         VARYING WS-NIGHT FROM 1 BY 1 UNTIL WS-NIGHT > WS-NIGHTS.
012250     IF WS-LEVEL-MODE
012260         PERFORM 7300-WRITE-PROPOSALS THRU 7300-EXIT
012270     END-IF.
012280     PERFORM 7500-WRITE-TOTALS THRU 7500-EXIT.
012290     CLOSE CLRFCS-FILE.
012300 7000-EXIT.
012310     EXIT.
012320*> ---------------------------------------------------------
012330*> 7050-WRITE-BASIS - the run history behind the projection,
012340*>                    or why there is none.
012350*> ---------------------------------------------------------
012360 7050-WRITE-BASIS.
012370     MOVE WS-HIST-DAYS TO WS-PARM3-ED.
012380     MOVE SPACES TO CLRFCS-RECORD.
012390     IF WS-AVG-SECS = ZERO
012400         STRING "No CLRBAT run history in the last " WS-PARM3-ED
012410                " day(s) - window not projected."
012420             DELIMITED BY SIZE INTO CLRFCS-RECORD
012430         END-STRING
012440         WRITE CLRFCS-RECORD
012450         GO TO 7050-EXIT
012460     END-IF.
012470     MOVE WS-PASS-COUNT TO WS-COUNT-ED.
012480     MOVE WS-TOT-TERMS TO WS-COUNT2-ED.
012490     STRING "Run history, last " WS-PARM3-ED " day(s): "
012500            WS-COUNT-ED " pass(es), " WS-COUNT2-ED
012510            " terminal(s)."
012520         DELIMITED BY SIZE INTO CLRFCS-RECORD
012530     END-STRING.
012540     WRITE CLRFCS-RECORD.
012550     MOVE WS-AVG-SECS TO WS-AVG-ED.
012560     MOVE WS-CAPACITY TO WS-COUNT-ED.
012570     MOVE SPACES TO CLRFCS-RECORD.
012580     STRING "Average " WS-AVG-ED " second(s) a terminal; the"
012590            " limit holds " WS-COUNT-ED " a night."
012600         DELIMITED BY SIZE INTO CLRFCS-RECORD
012610     END-STRING.
012620     WRITE CLRFCS-RECORD.
012630 7050-EXIT.
012640     EXIT.
012650*> ---------------------------------------------------------
012660*> 7100-WRITE-NIGHT - one night: its date, terminals due and
012670*>                    projected minutes, flagged OVER past
012680*>                    the limit; levelled figures alongside
012690*>                    in LEVEL mode.  Running subtotals are
012700*>                    printed after nights 30, 60 and 90 and
012710*>                    after the last night.
012720*> ---------------------------------------------------------
012730 7100-WRITE-NIGHT.
012740     COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-NIGHT - 1.
012750     MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
012760     COMPUTE WS-MINS ROUNDED =
012770         WS-NT-DUE (WS-NIGHT) * WS-AVG-SECS / 60.
012780     COMPUTE WS-LVL-MINS ROUNDED =
012790         WS-NT-LVL (WS-NIGHT) * WS-AVG-SECS / 60.
012800     ADD WS-NT-DUE (WS-NIGHT) TO WS-SUB-DUE.
012810     ADD WS-NT-LVL (WS-NIGHT) TO WS-SUB-LVL-DUE.
012820     IF WS-NT-DUE (WS-NIGHT) > WS-SUB-PEAK
012830         MOVE WS-NT-DUE (WS-NIGHT) TO WS-SUB-PEAK
012840         MOVE WS-NIGHT TO WS-SUB-PEAK-NIGHT
012850     END-IF.
012860     IF WS-NT-LVL (WS-NIGHT) > WS-SUB-LVL-PEAK
012870         MOVE WS-NT-LVL (WS-NIGHT) TO WS-SUB-LVL-PEAK
012880         MOVE WS-NIGHT TO WS-SUB-LVL-PEAK-NIGHT
012890     END-IF.
012900     MOVE SPACES TO CLRFCS-RECORD.
012910     MOVE WS-NIGHT TO WS-NIGHT-ED.
012920     MOVE WS-NIGHT-ED TO CLRFCS-RECORD (1:3).
012930     MOVE WS-DATE-NUM TO CLRFCS-RECORD (6:8).
012940     MOVE WS-NT-DUE (WS-NIGHT) TO WS-DUE-ED.
012950     MOVE WS-DUE-ED TO CLRFCS-RECORD (16:6).
012960     MOVE WS-MINS TO WS-MINS-ED.
012970     MOVE WS-MINS-ED TO CLRFCS-RECORD (24:6).
012980     IF WS-MINS > WS-LIMIT-MINS
012990         ADD 1 TO WS-OVER-COUNT
013000         MOVE "OVER" TO CLRFCS-RECORD (32:4)
013010     END-IF.
013020     IF WS-LEVEL-MODE
013030         MOVE WS-NT-LVL (WS-NIGHT) TO WS-DUE-ED
013040         MOVE WS-DUE-ED TO CLRFCS-RECORD (41:6)
013050         MOVE WS-LVL-MINS TO WS-MINS-ED
013060         MOVE WS-MINS-ED TO CLRFCS-RECORD (49:6)
013070         IF WS-LVL-MINS > WS-LIMIT-MINS
013080             ADD 1 TO WS-LVL-OVER-COUNT
013090             MOVE "OVER" TO CLRFCS-RECORD (57:4)
013100         END-IF
013110     END-IF.
013120     WRITE CLRFCS-RECORD.
013130     IF WS-NIGHT = 30 OR WS-NIGHT = 60 OR WS-NIGHT = 90
013140             OR WS-NIGHT = WS-NIGHTS
013150         PERFORM 7200-WRITE-SUBTOTAL THRU 7200-EXIT
013160     END-IF.
013170 7100-EXIT.
013180     EXIT.
013190*> ---------------------------------------------------------
013200*> 7200-WRITE-SUBTOTAL - the nights so far: terminals due,
013210*>                       nights over the limit, and the
013220*>                       peak night.
013230*> ---------------------------------------------------------
013240 7200-WRITE-SUBTOTAL.
013250     MOVE WS-NIGHT TO WS-NIGHT-ED.
013260     MOVE WS-SUB-DUE TO WS-COUNT-ED.
013270     MOVE WS-OVER-COUNT TO WS-PARM-ED.
013280     MOVE WS-SUB-PEAK TO WS-DUE-ED.
013290     COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-SUB-PEAK-NIGHT - 1.
013300     MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
013310     MOVE SPACES TO CLRFCS-RECORD.
013320     STRING "  Next " WS-NIGHT-ED " night(s): " WS-COUNT-ED
013330            " due, " WS-PARM-ED " over limit, peak "
013340            WS-DUE-ED " on " WS-DATE-NUM
013350         DELIMITED BY SIZE INTO CLRFCS-RECORD
013360     END-STRING.
013370     WRITE CLRFCS-RECORD.
013380     IF WS-LEVEL-MODE
013390         MOVE WS-SUB-LVL-DUE TO WS-COUNT-ED
013400         MOVE WS-LVL-OVER-COUNT TO WS-PARM-ED
013410         MOVE WS-SUB-LVL-PEAK TO WS-DUE-ED
013420         COMPUTE WS-WORK-INT =
013430             WS-TODAY-INT + WS-SUB-LVL-PEAK-NIGHT - 1
013440         MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM
013450         MOVE SPACES TO CLRFCS-RECORD
013460         STRING "          levelled: " WS-COUNT-ED
013470                " due, " WS-PARM-ED " over limit, peak "
013480                WS-DUE-ED " on " WS-DATE-NUM
013490             DELIMITED BY SIZE INTO CLRFCS-RECORD
013500         END-STRING
013510         WRITE CLRFCS-RECORD
013520     END-IF.
013530 7200-EXIT.
013540     EXIT.
013550*> ---------------------------------------------------------
013560*> 7300-WRITE-PROPOSALS - the levelling proposals as filed
013570*>                        to CLRLVP for supervisor review.
013580*> ---------------------------------------------------------
013590 7300-WRITE-PROPOSALS.
013600     MOVE SPACES TO CLRFCS-RECORD.
013610     WRITE CLRFCS-RECORD.
013620     MOVE "Levelling proposals - pending supervisor approval"
013630         & " (CLRFCS REVIEW):" TO CLRFCS-RECORD.
013640     WRITE CLRFCS-RECORD.
013650     IF WS-AVG-SECS = ZERO
013660         MOVE "  (none - no window projected to level against)"
013670             TO CLRFCS-RECORD
013680         WRITE CLRFCS-RECORD
013690         GO TO 7300-EXIT
013700     END-IF.
013710     IF WS-PROP-COUNT = ZERO
013720         MOVE "  (none)" TO CLRFCS-RECORD
013730         WRITE CLRFCS-RECORD
013740         GO TO 7300-EXIT
013750     END-IF.
013760     MOVE "  terminal  freq  due now   proposed  earlier"
013770         TO CLRFCS-RECORD.
013780     WRITE CLRFCS-RECORD.
013790     PERFORM 7310-WRITE-PROPOSAL THRU 7310-EXIT
013800         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TT-COUNT.
013810     IF WS-PROP-COUNT = 200
013820         MOVE "  (stopped at 200 - review, then level again)"
013830             TO CLRFCS-RECORD
013840         WRITE CLRFCS-RECORD
013850     END-IF.
013860 7300-EXIT.
013870     EXIT.
013880*> ---------------------------------------------------------
013890*> 7310-WRITE-PROPOSAL - one moved terminal.
013900*> ---------------------------------------------------------
013910 7310-WRITE-PROPOSAL.
013920     IF WS-TT-NEW-NIGHT (WS-IDX) = ZERO
013930         GO TO 7310-EXIT
013940     END-IF.
013950     MOVE SPACES TO CLRFCS-RECORD.
013960     MOVE WS-TT-TERM-ID (WS-IDX) TO CLRFCS-RECORD (3:8).
013970     MOVE WS-TT-FREQ (WS-IDX) TO WS-FREQ-ED.
013980     MOVE WS-FREQ-ED TO CLRFCS-RECORD (14:3).
013990     COMPUTE WS-WORK-INT =
014000         WS-TODAY-INT + WS-TT-DUE-NIGHT (WS-IDX) - 1.
014010     MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
014020     MOVE WS-DATE-NUM TO CLRFCS-RECORD (19:8).
014030     COMPUTE WS-WORK-INT =
014040         WS-TODAY-INT + WS-TT-NEW-NIGHT (WS-IDX) - 1.
014050     MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-DATE-NUM.
014060     MOVE WS-DATE-NUM TO CLRFCS-RECORD (29:8).
014070     COMPUTE WS-EARLY-DAYS =
014080         WS-TT-DUE-NIGHT (WS-IDX) - WS-TT-NEW-NIGHT (WS-IDX).
014090     MOVE WS-EARLY-DAYS TO WS-EARLY-ED.
014100     MOVE WS-EARLY-ED TO CLRFCS-RECORD (40:3).
014110     MOVE "day(s)" TO CLRFCS-RECORD (44:6).
014120     WRITE CLRFCS-RECORD.
014130 7310-EXIT.
014140     EXIT.
014150*> ---------------------------------------------------------
014160*> 7500-WRITE-TOTALS - the inventory forecast, the nights
014170*>                     over the limit, and anything the
014180*>                     tables could not carry.
014190*> ---------------------------------------------------------
014200 7500-WRITE-TOTALS.
014210     MOVE SPACES TO CLRFCS-RECORD.
014220     WRITE CLRFCS-RECORD.
014230     MOVE WS-TT-COUNT TO WS-COUNT-ED.
014240     MOVE SPACES TO CLRFCS-RECORD.
014250     STRING "Terminals forecast:         " WS-COUNT-ED
014260         DELIMITED BY SIZE INTO CLRFCS-RECORD
014270     END-STRING.
014280     WRITE CLRFCS-RECORD.
014290     MOVE WS-OVER-COUNT TO WS-COUNT-ED.
014300     MOVE SPACES TO CLRFCS-RECORD.
014310     STRING "Nights over limit:          " WS-COUNT-ED
014320         DELIMITED BY SIZE INTO CLRFCS-RECORD
014330     END-STRING.
014340     WRITE CLRFCS-RECORD.
014350     MOVE WS-OVR-COUNT TO WS-COUNT-ED.
014360     MOVE SPACES TO CLRFCS-RECORD.
014370     STRING "Approved moves honoured:    " WS-COUNT-ED
014380         DELIMITED BY SIZE INTO CLRFCS-RECORD
014390     END-STRING.
014400     WRITE CLRFCS-RECORD.
014410     IF WS-LEVEL-MODE
014420         MOVE WS-LVL-OVER-COUNT TO WS-COUNT-ED
014430         MOVE SPACES TO CLRFCS-RECORD
014440         STRING "Nights over limit levelled: " WS-COUNT-ED
014450             DELIMITED BY SIZE INTO CLRFCS-RECORD
014460         END-STRING
014470         WRITE CLRFCS-RECORD
014480         MOVE WS-PROP-COUNT TO WS-COUNT-ED
014490         MOVE SPACES TO CLRFCS-RECORD
014500         STRING "Proposals filed to CLRLVP:  " WS-COUNT-ED
014510             DELIMITED BY SIZE INTO CLRFCS-RECORD
014520         END-STRING
014530         WRITE CLRFCS-RECORD
014540     END-IF.
014550     IF WS-TT-DROP-COUNT NOT = ZERO
014560         MOVE WS-TT-DROP-COUNT TO WS-COUNT-ED
014570         MOVE SPACES TO CLRFCS-RECORD
014580         STRING "Terminals past the table:   " WS-COUNT-ED
014590             DELIMITED BY SIZE INTO CLRFCS-RECORD
014600         END-STRING
014610         WRITE CLRFCS-RECORD
014620     END-IF.
014630 7500-EXIT.
014640     EXIT.
014650*> ---------------------------------------------------------
014660*> 9000-TERMINATE - console one-liner for the job log, per
014670*>                  mode; RC=8 while any night stays over
014680*>                  the limit (after levelling, in LEVEL
014690*>                  mode) or the inventory overflowed.
014700*> ---------------------------------------------------------
014710 9000-TERMINATE.
014720     IF WS-REVIEW-MODE
014730         DISPLAY "CLRFCS review complete: " WS-APPR-COUNT
014740             " approved, " WS-REJ-COUNT " rejected, "
014750             WS-PT-COUNT " still pending."
014760         IF WS-DROP-COUNT NOT = ZERO
014770             DISPLAY "WARNING - proposal table full, "
014780                 WS-DROP-COUNT " proposal(s) left pending on "
014790                 "CLRLVP for a later session"
014800             MOVE 8 TO RETURN-CODE
014810         END-IF
014820         IF WS-LVP-OPEN
014830             CLOSE CLRLVP-FILE
014840         END-IF
014850         GO TO 9000-EXIT
014860     END-IF.
014870     DISPLAY "CLRFCS complete: " WS-TT-COUNT
014880         " terminal(s), " WS-NIGHTS " night(s), "
014890         WS-OVER-COUNT " over limit, " WS-PROP-COUNT
014900         " proposal(s).".
014910     IF WS-LEVEL-MODE
014920         IF WS-LVL-OVER-COUNT > ZERO
014930             MOVE 8 TO RETURN-CODE
014940         END-IF
014950     ELSE
014960         IF WS-OVER-COUNT > ZERO
014970             MOVE 8 TO RETURN-CODE
014980         END-IF
014990     END-IF.
015000     IF WS-TT-DROP-COUNT > ZERO
015010         MOVE 8 TO RETURN-CODE
015020     END-IF.
015030 9000-EXIT.
015040     EXIT.
015050 END PROGRAM CLRFCS.
