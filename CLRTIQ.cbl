000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRTIQ
000040*> Purpose:   Help-desk terminal inquiry.  One read-only
000050*>            screen, keyed on the terminal-id, that answers
000060*>            "is that terminal certified and what failed"
000070*>            while the caller is still on the line:
000080*>              - the CLRTRM inventory line, with the same
000090*>                due/status rules the overnight listings
000100*>                use (an open exception outranks them);
000110*>              - any open CLRERR exception from the last
000120*>                pass;
000130*>              - the verdict grid by swatch row and display
000140*>                style - the current CLRCRT verdicts first,
000150*>                PF7/PF8 paging back and forward through the
000160*>                terminal's CLRCRH history by test date;
000170*>              - the standing CLRBAN banned pairings the
000180*>                grid's verdicts were judged on;
000190*>              - the last three SAMPLE runs from CLRAUD, with
000200*>                the operator's name from CLROPM.
000210*>            Every file is opened for input only, per
000220*>            inquiry, so the screen always shows what the
000230*>            overnight pass last wrote.  CLRBAT and SAMPLE
000240*>            remain the only writers.
000250*> Tectonics: cobc -x -I copybooks clrtiq.cbl clrsrv.cbl
000260*>            clrdts.cbl clrswr.cbl
000270*> License:   Public Domain
000280*> ************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CLRTIQ.
000310 AUTHOR.         R F HARRISON.
000320 INSTALLATION.   TERMINAL SERVICES GROUP.
000330 DATE-WRITTEN.   20261015.
000340 DATE-COMPILED.  20261015.
000350*> ************************************************************
000360*> MODIFICATION HISTORY
000370*> DATE      INIT  DESCRIPTION
000380*> 20261015  RFH   Original - help-desk inquiry over the
000390*>                 inventory, verdicts, exceptions, runs and
000400*>                 rulings for one terminal.
000410*> 20261015  RFH   Grid labels and the banned-pair mark now come
000420*>                 from the swatch set each verdict was given
000430*>                 under (CLRSWR), not the live CLRSWT.
000440*> 20261015  RFH   An approved CLRLVP next-due override sets the
000450*>                 due date and status, as it does in CLRARX.
000460*> ************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SPECIAL-NAMES.
000500     CRT STATUS IS WS-CRT-STATUS.
000510 REPOSITORY.
000520     FUNCTION ALL INTRINSIC.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CLRTRM-FILE ASSIGN TO "CLRTRM"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CLRTRM-TERM-ID
000590         FILE STATUS IS WS-CLRTRM-STATUS.
000600     SELECT CLRCRT-FILE ASSIGN TO "CLRCRT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CLRCRT-KEY
000640         FILE STATUS IS WS-CLRCRT-STATUS.
000650     SELECT CLRCRH-FILE ASSIGN TO "CLRCRH"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS CLRCRH-KEY
000690         FILE STATUS IS WS-CLRCRH-STATUS.
000700     SELECT CLROPM-FILE ASSIGN TO "CLROPM"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CLROPM-OPER-ID
000740         FILE STATUS IS WS-CLROPM-STATUS.
000750     SELECT CLRERR-FILE ASSIGN TO "CLRERR"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CLRERR-STATUS.
000780     SELECT CLRAUD-FILE ASSIGN TO "CLRAUD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CLRAUD-STATUS.
000810     SELECT CLRSWT-FILE ASSIGN TO "CLRSWT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-CLRSWT-STATUS.
000840     SELECT CLRBAN-FILE ASSIGN TO "CLRBAN"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CLRBAN-STATUS.
000870     SELECT CLRLVP-FILE ASSIGN TO "CLRLVP"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS CLRLVP-TERM-ID
000910         FILE STATUS IS WS-CLRLVP-STATUS.
000920*> ************************************************************
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  CLRTRM-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY "copybooks/CLRTRM.cpy".
000980 FD  CLRCRT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY "copybooks/CLRCRT.cpy".
001010 FD  CLRCRH-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY "copybooks/CLRCRH.cpy".
001040 FD  CLROPM-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY "copybooks/CLROPM.cpy".
001070 FD  CLRERR-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY "copybooks/CLRERR.cpy".
001100 FD  CLRAUD-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY "copybooks/CLRAUD.cpy".
001130 FD  CLRSWT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY "copybooks/CLRSWT.cpy".
001160 FD  CLRBAN-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY "copybooks/CLRBAN.cpy".
001190 FD  CLRLVP-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY "copybooks/CLRLVP.cpy".
001220 WORKING-STORAGE SECTION.
001230*>  --- switches ---------------------------------------------
001240 77  WS-CLRTRM-STATUS      PIC X(02).
001250 77  WS-CLRCRT-STATUS      PIC X(02).
001260 77  WS-CLRCRH-STATUS      PIC X(02).
001270 77  WS-CLROPM-STATUS      PIC X(02).
001280 77  WS-CLRERR-STATUS      PIC X(02).
001290 77  WS-CLRAUD-STATUS      PIC X(02).
001300 77  WS-CLRSWT-STATUS      PIC X(02).
001310 77  WS-CLRBAN-STATUS      PIC X(02).
001320 77  WS-CLRLVP-STATUS      PIC X(02).
001330 77  WS-CRT-EOF-SW         PIC X(01)  VALUE "N".
001340     88  WS-END-OF-RESULTS            VALUE "Y".
001350 77  WS-CRH-EOF-SW         PIC X(01)  VALUE "N".
001360     88  WS-END-OF-HISTORY            VALUE "Y".
001370 77  WS-ERR-EOF-SW         PIC X(01)  VALUE "N".
001380     88  WS-END-OF-EXCEPTIONS         VALUE "Y".
001390 77  WS-AUD-EOF-SW         PIC X(01)  VALUE "N".
001400     88  WS-END-OF-AUDIT              VALUE "Y".
001410 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
001420     88  WS-ENTRY-FOUND               VALUE "Y".
001430 77  WS-ON-INV-SW          PIC X(01)  VALUE "N".
001440     88  WS-ON-INVENTORY              VALUE "Y".
001450 77  WS-LOADED-SW          PIC X(01)  VALUE "N".
001460     88  WS-TERMINAL-LOADED           VALUE "Y".
001470 77  WS-OPM-OPEN-SW        PIC X(01)  VALUE "N".
001480     88  WS-REGISTER-OPEN             VALUE "Y".
001490*>  --- operator input -----------------------------------------
001500 77  WS-ACTION             PIC X(01) VALUE SPACE.
001510 77  WS-IN-TERM-ID         PIC X(08) VALUE SPACES.
001520 77  WS-TERM-ID            PIC X(08) VALUE SPACES.
001530*>  --- PF-key loop --------------------------------------------
001540 77  WS-CRT-STATUS         PIC 9(04) VALUE ZERO.
001550     88  WS-PF3-PRESSED               VALUE 1003.
001560     88  WS-PF7-PRESSED               VALUE 1007.
001570     88  WS-PF8-PRESSED               VALUE 1008.
001580     88  WS-PF10-PRESSED              VALUE 1010.
001590     88  WS-PF11-PRESSED              VALUE 1011.
001600*>  --- business date and due arithmetic, as CLRARX ---------
001610 77  WS-TODAY-INT          PIC 9(07) VALUE ZERO.
001620 77  WS-TODAY-NUM          PIC 9(08) VALUE ZERO.
001630 77  WS-FREQ-DAYS          PIC 9(03) VALUE ZERO.
001640 77  WS-LAST-CERT-NUM      PIC 9(08) VALUE ZERO.
001650 77  WS-OVR-DUE-NUM        PIC 9(08) VALUE ZERO.
001660 77  WS-DUE-INT            PIC 9(07) VALUE ZERO.
001670 77  WS-DUE-DATE           PIC 9(08) VALUE ZERO.
001680 77  WS-CERT-TEXT          PIC X(08) VALUE SPACES.
001690 77  WS-DUE-TEXT           PIC X(08) VALUE SPACES.
001700 77  WS-STATUS-TEXT        PIC X(15) VALUE SPACES.
001710*>  --- counters and subscripts --------------------------------
001720 77  WS-IDX                PIC 9(03) VALUE ZERO.
001730 77  WS-SWT-IDX            PIC 9(03) VALUE ZERO.
001740 77  WS-SWT-COUNT          PIC 9(03) VALUE 8.
001750 77  WS-ROW-COUNT          PIC 9(03) VALUE 8.
001760 77  WS-ROW                PIC 9(03) VALUE ZERO.
001770 77  WS-STYLE              PIC 9(01) VALUE ZERO.
001780 77  WS-LINE-IDX           PIC 9(02) VALUE ZERO.
001790 77  WS-COL                PIC 9(02) VALUE ZERO.
001800 77  WS-CMB-FG             PIC 9(02) VALUE ZERO.
001810 77  WS-CMB-BG             PIC 9(02) VALUE ZERO.
001820 77  WS-FG-VALUE           PIC 9(03) VALUE ZERO.
001830 77  WS-BG-VALUE           PIC 9(03) VALUE ZERO.
001840 77  WS-PAGE-NO            PIC 9(03) VALUE 1.
001850 77  WS-PAGE-COUNT         PIC 9(03) VALUE 1.
001860 77  WS-PAGE-START         PIC 9(03) VALUE ZERO.
001870 77  WS-ROW-ED             PIC ZZ9.
001880 77  WS-GR-MAX-ROW         PIC 9(03) VALUE ZERO.
001890 77  WS-GR-LAST-DATE       PIC X(08) VALUE SPACES.
001900 77  WS-GR-COUNT           PIC 9(05) VALUE ZERO.
001910 77  WS-BAN-COUNT          PIC 9(02) VALUE ZERO.
001920 77  WS-BAN-MORE           PIC 9(02) VALUE ZERO.
001930 77  WS-AU-COUNT           PIC 9(01) VALUE ZERO.
001940 77  WS-AU-IDX             PIC 9(01) VALUE ZERO.
001950 77  WS-HD-COUNT           PIC 9(03) VALUE ZERO.
001960 77  WS-HD-POS             PIC 9(03) VALUE ZERO.
001970 77  WS-HD-INS             PIC 9(03) VALUE ZERO.
001980 77  WS-HD-DROP-COUNT      PIC 9(05) VALUE ZERO.
001990*>  --- parameter area for the CLRDTS business-date service -
002000     COPY "copybooks/CLRDTP.cpy".
002010*>  --- readability rulings in force, loaded from CLRBAN the --
002020*>  --- same way CLRBPR loads them ------------------------------
002030 01  WS-CMB-MATRIX.
002040     05  WS-CMB-FG-ROW OCCURS 8 TIMES.
002050         10  WS-CMB-STATUS      PIC X(01) OCCURS 8 TIMES.
002060*>  --- banned pairings already named on the current page ------
002070 01  WS-SEEN-MATRIX.
002080     05  WS-SEEN-FG-ROW OCCURS 8 TIMES.
002090         10  WS-SEEN-FLAG       PIC X(01) OCCURS 8 TIMES.
002100*>  --- swatch rows from CLRSWT; the literals are the same -----
002110*>  --- compiled-in fallback SAMPLE uses -------------------------
002120 01  WS-SWT-DEFAULTS-INIT.
002130     05  FILLER PIC X(07) VALUE "Black  ".
002140     05  FILLER PIC X(07) VALUE "Blue   ".
002150     05  FILLER PIC X(07) VALUE "Green  ".
002160     05  FILLER PIC X(07) VALUE "Cyan   ".
002170     05  FILLER PIC X(07) VALUE "Red    ".
002180     05  FILLER PIC X(07) VALUE "Magenta".
002190     05  FILLER PIC X(07) VALUE "Brown  ".
002200     05  FILLER PIC X(07) VALUE "White  ".
002210 01  WS-SWT-DEFAULTS REDEFINES WS-SWT-DEFAULTS-INIT.
002220     05  WS-SWT-DEFAULT-LABEL   PIC X(07) OCCURS 8 TIMES.
002230 01  WS-SWT-TABLE.
002240     05  WS-SWT-ENTRY OCCURS 256 TIMES.
002250         10  WS-SWT-LABEL       PIC X(07).
002260         10  WS-SWA-ATTR        PIC 9(03).
002270*>  --- screen column of each display style's cell -------------
002280 01  WS-CELL-COLS-INIT.
002290     05  FILLER PIC 9(02) VALUE 18.
002300     05  FILLER PIC 9(02) VALUE 25.
002310     05  FILLER PIC 9(02) VALUE 33.
002320     05  FILLER PIC 9(02) VALUE 42.
002330     05  FILLER PIC 9(02) VALUE 49.
002340 01  WS-CELL-COLS REDEFINES WS-CELL-COLS-INIT.
002350     05  WS-CELL-COL            PIC 9(02) OCCURS 5 TIMES.
002360*>  --- the verdict grid on view, by swatch row and style ------
002370 01  WS-GRID-TABLE.
002380     05  WS-GR-ROW OCCURS 256 TIMES.
002390         10  WS-GR-LABEL        PIC X(07).
002400         10  WS-GR-CELL OCCURS 5 TIMES.
002410             15  WS-GR-VERDICT  PIC X(01).
002420             15  WS-GR-BG-ATTR  PIC X(03).
002430             15  WS-GR-ATTR     PIC X(03).
002440*>  --- the terminal's CLRCRH test dates, newest first ---------
002450 01  WS-HIST-DATES.
002460     05  WS-HD-DATE             PIC X(08) OCCURS 200 TIMES.
002470*>  --- the last three CLRAUD runs, oldest first ---------------
002480 01  WS-AUD-TABLE.
002490     05  WS-AU-ENTRY OCCURS 3 TIMES.
002500         10  WS-AU-OPER-ID      PIC X(08).
002510         10  WS-AU-RUN-DATE     PIC X(08).
002520         10  WS-AU-RUN-TIME     PIC X(06).
002530*>  --- parameter area for the CLRSRV colour service -----------
002540     COPY "copybooks/CLRSVC.cpy".
002550*>  --- parameter area for the CLRSWR swatch-set resolver -----
002560     COPY "copybooks/CLRSWP.cpy".
002570*>  --- the formatted screen -----------------------------------
002580 77  WS-INV-LINE           PIC X(79) VALUE SPACES.
002590 77  WS-EXC-LINE           PIC X(79) VALUE SPACES.
002600 77  WS-GRID-TITLE         PIC X(79) VALUE SPACES.
002610 77  WS-VIEW-TEXT          PIC X(48) VALUE SPACES.
002620 01  WS-GRID-LINES.
002630     05  WS-GRID-LINE           PIC X(60) OCCURS 8 TIMES.
002640 77  WS-BAN-LINE           PIC X(79) VALUE SPACES.
002650 01  WS-BAN-SLOTS.
002660     05  WS-BAN-SLOT            PIC X(18) OCCURS 3 TIMES.
002670 77  WS-BAN-MORE-TEXT      PIC X(09) VALUE SPACES.
002680 01  WS-RUN-LINES.
002690     05  WS-RUN-LINE            PIC X(79) OCCURS 3 TIMES.
002700 77  WS-OPER-NAME          PIC X(25) VALUE SPACES.
002710 77  WS-OPER-NOTE          PIC X(15) VALUE SPACES.
002720 77  WS-MSG-LINE           PIC X(60) VALUE SPACES.
002730 77  WS-FG-NAME            PIC X(10) VALUE SPACES.
002740 77  WS-BG-NAME            PIC X(10) VALUE SPACES.
002750*> ************************************************************
002760 SCREEN SECTION.
002770 01  INQUIRY-SCREEN.
002780   05  INQ-HDR-GRP.
002790     10 LINE  1 COLUMN 1 VALUE "Terminal Certification Inquiry".
002800     10 LINE  2 COLUMN 1 VALUE "==============================".
002810     10 LINE  3 COLUMN 1 FROM WS-INV-LINE.
002820     10 LINE  4 COLUMN 1 FROM WS-EXC-LINE.
002830     10 LINE  5 COLUMN 1 FROM WS-GRID-TITLE.
002840     10 LINE  6 COLUMN 1
002850        VALUE "row  label    default highlt  lowlt   reverse".
002860     10 LINE  6 COLUMN 47 VALUE "hi-int".
002870     10 LINE  7 COLUMN 1 FROM WS-GRID-LINE (1).
002880     10 LINE + 1 COLUMN 1 FROM WS-GRID-LINE (2).
002890     10 LINE + 1 COLUMN 1 FROM WS-GRID-LINE (3).
002900     10 LINE + 1 COLUMN 1 FROM WS-GRID-LINE (4).
002910     10 LINE + 1 COLUMN 1 FROM WS-GRID-LINE (5).
002920     10 LINE + 1 COLUMN 1 FROM WS-GRID-LINE (6).
002930     10 LINE + 1 COLUMN 1 FROM WS-GRID-LINE (7).
002940     10 LINE + 1 COLUMN 1 FROM WS-GRID-LINE (8).
002950     10 LINE 15 COLUMN 1 FROM WS-BAN-LINE.
002960     10 LINE 16 COLUMN 1 FROM WS-RUN-LINE (1).
002970     10 LINE + 1 COLUMN 1 FROM WS-RUN-LINE (2).
002980     10 LINE + 1 COLUMN 1 FROM WS-RUN-LINE (3).
002990     10 LINE 19 COLUMN 1
003000        VALUE "I=inquire  PF7/PF8=older/newer test".
003010     10 LINE 19 COLUMN 38 VALUE "PF10/PF11=rows  PF3=end".
003020     10 LINE 20 COLUMN 1 FROM WS-MSG-LINE.
003030*> ************************************************************
003040 PROCEDURE DIVISION.
003050*> ---------------------------------------------------------
003060*> 0000-MAINLINE
003070*> ---------------------------------------------------------
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     PERFORM 3000-INQUIRY-LOOP THRU 3000-EXIT.
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003120     GOBACK.
003130*> ---------------------------------------------------------
003140*> 1000-INITIALIZE - the business date the due status is
003150*>                   judged against, and the two tables
003160*>                   every inquiry needs: swatch rows and
003170*>                   standing rulings.
003180*> ---------------------------------------------------------
003190 1000-INITIALIZE.
003200     CALL "CLRDTS" USING CLRDTP-PARMS.
003210     MOVE CLRDTP-BUS-DATE TO WS-TODAY-NUM.
003220     COMPUTE WS-TODAY-INT = INTEGER-OF-DATE(WS-TODAY-NUM).
003230     PERFORM 1100-LOAD-SWATCHES THRU 1100-EXIT.
003240     PERFORM 1200-LOAD-RULINGS THRU 1200-EXIT.
003250     MOVE SPACES TO WS-GRID-TABLE.
003260     MOVE "Enter I to inquire on a terminal" TO WS-MSG-LINE.
003270 1000-EXIT.
003280     EXIT.
003290*> ---------------------------------------------------------
003300*> 1100-LOAD-SWATCHES - label and attribute value per swatch
003310*>                      row, so a verdict's row number reads
003320*>                      as the colour that was judged.  A
003330*>                      missing file leaves the compiled-in
003340*>                      eight, same as SAMPLE.
003350*> ---------------------------------------------------------
003360 1100-LOAD-SWATCHES.
003370     PERFORM 1110-SEED-DEFAULT-ROW THRU 1110-EXIT
003380         VARYING WS-SWT-IDX FROM 1 BY 1 UNTIL WS-SWT-IDX > 256.
003390     MOVE 8 TO WS-SWT-COUNT.
003400     OPEN INPUT CLRSWT-FILE.
003410     IF WS-CLRSWT-STATUS NOT = "00"
003420         GO TO 1100-EXIT
003430     END-IF.
003440     MOVE ZERO TO WS-SWT-IDX.
003450     PERFORM 1120-READ-SWATCH-ROW THRU 1120-EXIT
003460         UNTIL WS-CLRSWT-STATUS NOT = "00" OR WS-SWT-IDX = 256.
003470     CLOSE CLRSWT-FILE.
003480     IF WS-SWT-IDX > ZERO
003490         MOVE WS-SWT-IDX TO WS-SWT-COUNT
003500     END-IF.
003510 1100-EXIT.
003520     EXIT.
003530*> ---------------------------------------------------------
003540*> 1110-SEED-DEFAULT-ROW - the eight standard rows carry their
003550*>                         label and base colour; a row past
003560*>                         them has neither until CLRSWT
003570*>                         supplies it.
003580*> ---------------------------------------------------------
003590 1110-SEED-DEFAULT-ROW.
003600     IF WS-SWT-IDX > 8
003610         MOVE SPACES TO WS-SWT-LABEL (WS-SWT-IDX)
003620         MOVE 999 TO WS-SWA-ATTR (WS-SWT-IDX)
003630     ELSE
003640         MOVE WS-SWT-DEFAULT-LABEL (WS-SWT-IDX)
003650             TO WS-SWT-LABEL (WS-SWT-IDX)
003660         COMPUTE WS-SWA-ATTR (WS-SWT-IDX) = WS-SWT-IDX - 1
003670     END-IF.
003680 1110-EXIT.
003690     EXIT.
003700*> ---------------------------------------------------------
003710*> 1120-READ-SWATCH-ROW - one CLRSWT record's label and value.
003720*> ---------------------------------------------------------
003730 1120-READ-SWATCH-ROW.
003740     READ CLRSWT-FILE
003750         AT END
003760             MOVE "10" TO WS-CLRSWT-STATUS
003770     END-READ.
003780     IF WS-CLRSWT-STATUS = "00"
003790         ADD 1 TO WS-SWT-IDX
003800         MOVE CLRSWT-LABEL TO WS-SWT-LABEL (WS-SWT-IDX)
003810         IF CLRSWT-ATTR-VALUE IS NUMERIC
003820             MOVE CLRSWT-ATTR-VALUE TO WS-SWA-ATTR (WS-SWT-IDX)
003830         ELSE
003840             MOVE 999 TO WS-SWA-ATTR (WS-SWT-IDX)
003850         END-IF
003860     END-IF.
003870 1120-EXIT.
003880     EXIT.
003890*> ---------------------------------------------------------
003900*> 1200-LOAD-RULINGS - the standing CLRBAN rulings into the
003910*>                     8x8 matrix, same filter CLRBPR and
003920*>                     SAMPLE apply.  A missing file means
003930*>                     nothing ruled yet.
003940*> ---------------------------------------------------------
003950 1200-LOAD-RULINGS.
003960     MOVE SPACES TO WS-CMB-MATRIX.
003970     OPEN INPUT CLRBAN-FILE.
003980     IF WS-CLRBAN-STATUS NOT = "00"
003990         GO TO 1200-EXIT
004000     END-IF.
004010     PERFORM 1210-READ-RULING THRU 1210-EXIT
004020         UNTIL WS-CLRBAN-STATUS NOT = "00".
004030     CLOSE CLRBAN-FILE.
004040 1200-EXIT.
004050     EXIT.
004060*> ---------------------------------------------------------
004070*> 1210-READ-RULING - one ruling into the matrix.
004080*> ---------------------------------------------------------
004090 1210-READ-RULING.
004100     READ CLRBAN-FILE
004110         AT END
004120             MOVE "10" TO WS-CLRBAN-STATUS
004130     END-READ.
004140     IF WS-CLRBAN-STATUS = "00"
004150             AND CLRBAN-FG-VALUE IS NUMERIC
004160             AND CLRBAN-BG-VALUE IS NUMERIC
004170             AND CLRBAN-FG-VALUE < 8
004180             AND CLRBAN-BG-VALUE < 8
004190             AND (CLRBAN-PAIR-STATUS = "A"
004200                 OR CLRBAN-PAIR-STATUS = "B")
004210         COMPUTE WS-CMB-FG = CLRBAN-FG-VALUE + 1
004220         COMPUTE WS-CMB-BG = CLRBAN-BG-VALUE + 1
004230         MOVE CLRBAN-PAIR-STATUS
004240             TO WS-CMB-STATUS (WS-CMB-FG, WS-CMB-BG)
004250     END-IF.
004260 1210-EXIT.
004270     EXIT.
004280*> ---------------------------------------------------------
004290*> 2000-DISPLAY-SCREEN - format the grid page and the
004300*>                       rulings line under it, and paint.
004310*>                       The inventory, exception and run
004320*>                       lines are formatted once per
004330*>                       inquiry.
004340*> ---------------------------------------------------------
004350 2000-DISPLAY-SCREEN.
004360     MOVE WS-SWT-COUNT TO WS-ROW-COUNT.
004370     IF WS-GR-MAX-ROW > WS-ROW-COUNT
004380         MOVE WS-GR-MAX-ROW TO WS-ROW-COUNT
004390     END-IF.
004400     COMPUTE WS-PAGE-COUNT = (WS-ROW-COUNT + 7) / 8.
004410     IF WS-PAGE-COUNT = ZERO
004420         MOVE 1 TO WS-PAGE-COUNT
004430     END-IF.
004440     IF WS-PAGE-NO > WS-PAGE-COUNT
004450         MOVE WS-PAGE-COUNT TO WS-PAGE-NO
004460     END-IF.
004470     COMPUTE WS-PAGE-START = (WS-PAGE-NO - 1) * 8.
004480     MOVE SPACES TO WS-SEEN-MATRIX.
004490     MOVE SPACES TO WS-BAN-SLOTS.
004500     MOVE ZERO TO WS-BAN-COUNT.
004510     PERFORM 2100-FORMAT-GRID-LINE THRU 2100-EXIT
004520         VARYING WS-LINE-IDX FROM 1 BY 1 UNTIL WS-LINE-IDX > 8.
004530     PERFORM 2300-FORMAT-TITLES THRU 2300-EXIT.
004540     DISPLAY INQUIRY-SCREEN.
004550 2000-EXIT.
004560     EXIT.
004570*> ---------------------------------------------------------
004580*> 2100-FORMAT-GRID-LINE - one swatch row: number, label and
004590*>                         a cell per display style.
004600*> ---------------------------------------------------------
004610 2100-FORMAT-GRID-LINE.
004620     MOVE SPACES TO WS-GRID-LINE (WS-LINE-IDX).
004630     COMPUTE WS-ROW = WS-PAGE-START + WS-LINE-IDX.
004640     IF WS-ROW > WS-ROW-COUNT OR NOT WS-TERMINAL-LOADED
004650         GO TO 2100-EXIT
004660     END-IF.
004670     MOVE WS-ROW TO WS-ROW-ED.
004680     MOVE WS-ROW-ED TO WS-GRID-LINE (WS-LINE-IDX) (1:3).
004690     IF WS-GR-LABEL (WS-ROW) NOT = SPACES
004700         MOVE WS-GR-LABEL (WS-ROW)
004710             TO WS-GRID-LINE (WS-LINE-IDX) (6:7)
004720     ELSE
004730         MOVE WS-SWT-LABEL (WS-ROW)
004740             TO WS-GRID-LINE (WS-LINE-IDX) (6:7)
004750     END-IF.
004760     PERFORM 2110-FORMAT-CELL THRU 2110-EXIT
004770         VARYING WS-STYLE FROM 1 BY 1 UNTIL WS-STYLE > 5.
004780 2100-EXIT.
004790     EXIT.
004800*> ---------------------------------------------------------
004810*> 2110-FORMAT-CELL - the verdict (P/F, "." if never tested
004820*>                    in this view), flagged "*" when the
004830*>                    pairing it was judged on is banned in
004840*>                    CLRBAN.  The pairing is the one CLRBPR
004850*>                    derives: the colour the row showed in
004860*>                    the swatch set the verdict was given
004870*>                    under, on the recorded background (zero
004880*>                    before the background was recorded);
004890*>                    style 5 and extended colours are
004900*>                    outside the matrix, and a row its set
004910*>                    does not hold is never marked.
004920*> ---------------------------------------------------------
004930 2110-FORMAT-CELL.
004940     MOVE WS-CELL-COL (WS-STYLE) TO WS-COL.
004950     IF WS-GR-VERDICT (WS-ROW, WS-STYLE) = SPACE
004960         MOVE "." TO WS-GRID-LINE (WS-LINE-IDX) (WS-COL:1)
004970         GO TO 2110-EXIT
004980     END-IF.
004990     MOVE WS-GR-VERDICT (WS-ROW, WS-STYLE)
005000         TO WS-GRID-LINE (WS-LINE-IDX) (WS-COL:1).
005010     IF WS-STYLE = 5
005020         GO TO 2110-EXIT
005030     END-IF.
005040     IF WS-GR-ATTR (WS-ROW, WS-STYLE) IS NOT NUMERIC
005050         GO TO 2110-EXIT
005060     END-IF.
005070     MOVE WS-GR-ATTR (WS-ROW, WS-STYLE) TO WS-FG-VALUE.
005080     IF WS-FG-VALUE > 7
005090         GO TO 2110-EXIT
005100     END-IF.
005110     IF WS-GR-BG-ATTR (WS-ROW, WS-STYLE) IS NUMERIC
005120             AND WS-GR-BG-ATTR (WS-ROW, WS-STYLE) < "008"
005130         MOVE WS-GR-BG-ATTR (WS-ROW, WS-STYLE) TO WS-BG-VALUE
005140     ELSE
005150         MOVE ZERO TO WS-BG-VALUE
005160     END-IF.
005170     COMPUTE WS-CMB-FG = WS-FG-VALUE + 1.
005180     COMPUTE WS-CMB-BG = WS-BG-VALUE + 1.
005190     IF WS-CMB-STATUS (WS-CMB-FG, WS-CMB-BG) NOT = "B"
005200         GO TO 2110-EXIT
005210     END-IF.
005220     ADD 1 TO WS-COL.
005230     MOVE "*" TO WS-GRID-LINE (WS-LINE-IDX) (WS-COL:1).
005240     PERFORM 2200-NOTE-BANNED-PAIR THRU 2200-EXIT.
005250 2110-EXIT.
005260     EXIT.
005270*> ---------------------------------------------------------
005280*> 2200-NOTE-BANNED-PAIR - name each distinct banned pairing
005290*>                         on the page once, through CLRSRV
005300*>                         so the help desk reads "BROWN on
005310*>                         BLUE"; past three, only counted.
005320*> ---------------------------------------------------------
005330 2200-NOTE-BANNED-PAIR.
005340     IF WS-SEEN-FLAG (WS-CMB-FG, WS-CMB-BG) NOT = SPACE
005350         GO TO 2200-EXIT
005360     END-IF.
005370     MOVE "Y" TO WS-SEEN-FLAG (WS-CMB-FG, WS-CMB-BG).
005380     ADD 1 TO WS-BAN-COUNT.
005390     IF WS-BAN-COUNT > 3
005400         GO TO 2200-EXIT
005410     END-IF.
005420     MOVE "V" TO CLRSVC-FUNCTION.
005430     MOVE WS-FG-VALUE TO CLRSVC-COLOUR-VALUE.
005440     CALL "CLRSRV" USING CLRSVC-PARMS.
005450     IF CLRSVC-OK
005460         MOVE CLRSVC-RESULT-NAME TO WS-FG-NAME
005470     ELSE
005480         MOVE WS-FG-VALUE TO WS-FG-NAME
005490     END-IF.
005500     MOVE "V" TO CLRSVC-FUNCTION.
005510     MOVE WS-BG-VALUE TO CLRSVC-COLOUR-VALUE.
005520     CALL "CLRSRV" USING CLRSVC-PARMS.
005530     IF CLRSVC-OK
005540         MOVE CLRSVC-RESULT-NAME TO WS-BG-NAME
005550     ELSE
005560         MOVE WS-BG-VALUE TO WS-BG-NAME
005570     END-IF.
005580     STRING WS-FG-NAME DELIMITED BY SPACE
005590            " on "     DELIMITED BY SIZE
005600            WS-BG-NAME DELIMITED BY SPACE
005610         INTO WS-BAN-SLOT (WS-BAN-COUNT)
005620     END-STRING.
005630 2200-EXIT.
005640     EXIT.
005650*> ---------------------------------------------------------
005660*> 2300-FORMAT-TITLES - the grid title (which view, which
005670*>                      rows) and the banned-pairings line.
005680*> ---------------------------------------------------------
005690 2300-FORMAT-TITLES.
005700     MOVE SPACES TO WS-GRID-TITLE.
005710     MOVE SPACES TO WS-BAN-LINE.
005720     IF NOT WS-TERMINAL-LOADED
005730         GO TO 2300-EXIT
005740     END-IF.
005750     MOVE SPACES TO WS-VIEW-TEXT.
005760     IF WS-HD-POS = ZERO
005770         IF WS-GR-LAST-DATE = SPACES
005780             MOVE "Current verdicts (CLRCRT) - none on file"
005790                 TO WS-VIEW-TEXT
005800         ELSE
005810             STRING "Current verdicts (CLRCRT), last "
005820                    WS-GR-LAST-DATE
005830                 DELIMITED BY SIZE INTO WS-VIEW-TEXT
005840             END-STRING
005850         END-IF
005860     ELSE
005870         STRING "History tested " WS-HD-DATE (WS-HD-POS)
005880                " (" WS-HD-POS " of " WS-HD-COUNT " back)"
005890             DELIMITED BY SIZE INTO WS-VIEW-TEXT
005900         END-STRING
005910     END-IF.
005920     STRING WS-VIEW-TEXT "  rows page " WS-PAGE-NO
005930            " of " WS-PAGE-COUNT
005940         DELIMITED BY SIZE INTO WS-GRID-TITLE
005950     END-STRING.
005960     IF WS-BAN-COUNT = ZERO
005970         MOVE "No banned CLRBAN pairing on this page"
005980             TO WS-BAN-LINE
005990         GO TO 2300-EXIT
006000     END-IF.
006010     MOVE SPACES TO WS-BAN-MORE-TEXT.
006020     IF WS-BAN-COUNT > 3
006030         COMPUTE WS-BAN-MORE = WS-BAN-COUNT - 3
006040         STRING "+" WS-BAN-MORE " more"
006050             DELIMITED BY SIZE INTO WS-BAN-MORE-TEXT
006060         END-STRING
006070     END-IF.
006080     STRING "Banned (*): " WS-BAN-SLOT (1) WS-BAN-SLOT (2)
006090            WS-BAN-SLOT (3) WS-BAN-MORE-TEXT
006100         DELIMITED BY SIZE INTO WS-BAN-LINE
006110     END-STRING.
006120 2300-EXIT.
006130     EXIT.
006140*> ---------------------------------------------------------
006150*> 3000-INQUIRY-LOOP - redisplay and re-accept until PF3.
006160*> ---------------------------------------------------------
006170 3000-INQUIRY-LOOP.
006180     PERFORM 3010-INQUIRY-STEP THRU 3010-EXIT
006190         UNTIL WS-PF3-PRESSED.
006200 3000-EXIT.
006210     EXIT.
006220*> ---------------------------------------------------------
006230*> 3010-INQUIRY-STEP - one display/accept cycle.  I prompts
006240*>                     for the terminal; PF7/PF8 step through
006250*>                     its history; PF10/PF11 page the swatch
006260*>                     rows; anything else redisplays.
006270*> ---------------------------------------------------------
006280 3010-INQUIRY-STEP.
006290     PERFORM 2000-DISPLAY-SCREEN THRU 2000-EXIT.
006300     MOVE SPACE TO WS-ACTION.
006310     MOVE ZERO TO WS-CRT-STATUS.
006320     ACCEPT WS-ACTION
006330         LINE 21 COLUMN 1
006340     END-ACCEPT.
006350     MOVE SPACES TO WS-MSG-LINE.
006360     EVALUATE TRUE
006370         WHEN WS-PF3-PRESSED
006380             CONTINUE
006390         WHEN WS-PF7-PRESSED
006400             PERFORM 3200-OLDER-TEST THRU 3200-EXIT
006410         WHEN WS-PF8-PRESSED
006420             PERFORM 3300-NEWER-TEST THRU 3300-EXIT
006430         WHEN WS-PF10-PRESSED
006440             IF WS-PAGE-NO > 1
006450                 SUBTRACT 1 FROM WS-PAGE-NO
006460             END-IF
006470         WHEN WS-PF11-PRESSED
006480             IF WS-PAGE-NO < WS-PAGE-COUNT
006490                 ADD 1 TO WS-PAGE-NO
006500             END-IF
006510         WHEN WS-ACTION = "I" OR "i"
006520             PERFORM 3100-INQUIRE THRU 3100-EXIT
006530         WHEN OTHER
006540             CONTINUE
006550     END-EVALUATE.
006560 3010-EXIT.
006570     EXIT.
006580*> ---------------------------------------------------------
006590*> 3100-INQUIRE - take a terminal-id and load everything the
006600*>                screen shows for it, current view first.
006610*> ---------------------------------------------------------
006620 3100-INQUIRE.
006630     PERFORM 3400-ACCEPT-TERM-ID THRU 3400-EXIT.
006640     IF WS-IN-TERM-ID = SPACES
006650         MOVE "Cancelled - no terminal-id given" TO WS-MSG-LINE
006660         GO TO 3100-EXIT
006670     END-IF.
006680     MOVE WS-IN-TERM-ID TO WS-TERM-ID.
006690     MOVE "Y" TO WS-LOADED-SW.
006700     MOVE ZERO TO WS-HD-POS.
006710     MOVE 1 TO WS-PAGE-NO.
006720     PERFORM 4000-LOAD-TERMINAL THRU 4000-EXIT.
006730 3100-EXIT.
006740     EXIT.
006750*> ---------------------------------------------------------
006760*> 3200-OLDER-TEST - PF7, one test date further back on
006770*>                   CLRCRH, stopping at the oldest.
006780*> ---------------------------------------------------------
006790 3200-OLDER-TEST.
006800     IF NOT WS-TERMINAL-LOADED
006810         MOVE "Enter I to inquire on a terminal" TO WS-MSG-LINE
006820         GO TO 3200-EXIT
006830     END-IF.
006840     IF WS-HD-POS NOT < WS-HD-COUNT
006850         MOVE "No older test on CLRCRH" TO WS-MSG-LINE
006860         GO TO 3200-EXIT
006870     END-IF.
006880     ADD 1 TO WS-HD-POS.
006890     PERFORM 4600-LOAD-HISTORY-GRID THRU 4600-EXIT.
006900 3200-EXIT.
006910     EXIT.
006920*> ---------------------------------------------------------
006930*> 3300-NEWER-TEST - PF8, one test date forward, back to the
006940*>                   current CLRCRT verdicts at the top.
006950*> ---------------------------------------------------------
006960 3300-NEWER-TEST.
006970     IF NOT WS-TERMINAL-LOADED
006980         MOVE "Enter I to inquire on a terminal" TO WS-MSG-LINE
006990         GO TO 3300-EXIT
007000     END-IF.
007010     IF WS-HD-POS = ZERO
007020         MOVE "Already showing the current verdicts"
007030             TO WS-MSG-LINE
007040         GO TO 3300-EXIT
007050     END-IF.
007060     SUBTRACT 1 FROM WS-HD-POS.
007070     IF WS-HD-POS = ZERO
007080         PERFORM 4400-LOAD-CURRENT-GRID THRU 4400-EXIT
007090     ELSE
007100         PERFORM 4600-LOAD-HISTORY-GRID THRU 4600-EXIT
007110     END-IF.
007120 3300-EXIT.
007130     EXIT.
007140*> ---------------------------------------------------------
007150*> 3400-ACCEPT-TERM-ID - prompt for the terminal-id.
007160*> ---------------------------------------------------------
007170 3400-ACCEPT-TERM-ID.
007180     MOVE SPACES TO WS-IN-TERM-ID.
007190     DISPLAY "Terminal-id: " LINE 22 COLUMN 1 END-DISPLAY.
007200     ACCEPT WS-IN-TERM-ID
007210         LINE 22 COLUMN 14
007220     END-ACCEPT.
007230     MOVE UPPER-CASE(WS-IN-TERM-ID) TO WS-IN-TERM-ID.
007240 3400-EXIT.
007250     EXIT.
007260*> ---------------------------------------------------------
007270*> 4000-LOAD-TERMINAL - everything for one terminal.  A
007280*>                      terminal retired off the inventory
007290*>                      still shows whatever evidence is
007300*>                      left on file for it.
007310*> ---------------------------------------------------------
007320 4000-LOAD-TERMINAL.
007330     PERFORM 4100-READ-INVENTORY THRU 4100-EXIT.
007340     PERFORM 4200-FIND-EXCEPTION THRU 4200-EXIT.
007350     PERFORM 4150-FORMAT-INV-LINE THRU 4150-EXIT.
007360     PERFORM 4300-LOAD-RUNS THRU 4300-EXIT.
007370     PERFORM 4400-LOAD-CURRENT-GRID THRU 4400-EXIT.
007380     PERFORM 4500-LOAD-TEST-DATES THRU 4500-EXIT.
007390     IF WS-HD-DROP-COUNT NOT = ZERO
007400         MOVE "Only the newest 200 CLRCRH test dates can be paged"
007410             TO WS-MSG-LINE
007420     END-IF.
007430 4000-EXIT.
007440     EXIT.
007450*> ---------------------------------------------------------
007460*> 4100-READ-INVENTORY - keyed read of CLRTRM and the due
007470*>                       status, by the same arithmetic
007480*>                       CLRARX's 5300-JUDGE-STATUS uses,
007490*>                       approved CLRLVP move included.
007500*> ---------------------------------------------------------
007510 4100-READ-INVENTORY.
007520     MOVE "N" TO WS-ON-INV-SW.
007530     MOVE SPACES TO WS-STATUS-TEXT.
007540     OPEN INPUT CLRTRM-FILE.
007550     IF WS-CLRTRM-STATUS NOT = "00"
007560         GO TO 4100-EXIT
007570     END-IF.
007580     MOVE WS-TERM-ID TO CLRTRM-TERM-ID.
007590     READ CLRTRM-FILE
007600         INVALID KEY
007610             MOVE "23" TO WS-CLRTRM-STATUS
007620     END-READ.
007630     CLOSE CLRTRM-FILE.
007640     IF WS-CLRTRM-STATUS NOT = "00"
007650         GO TO 4100-EXIT
007660     END-IF.
007670     MOVE "Y" TO WS-ON-INV-SW.
007680     IF CLRTRM-LAST-CERT-DATE NOT NUMERIC
007690         MOVE "never   " TO WS-CERT-TEXT
007700         MOVE "tonight " TO WS-DUE-TEXT
007710         MOVE "NEVER CERTIFIED" TO WS-STATUS-TEXT
007720         GO TO 4100-EXIT
007730     END-IF.
007740     MOVE CLRTRM-LAST-CERT-DATE TO WS-CERT-TEXT.
007750     IF CLRTRM-CERT-FREQ-DAYS IS NUMERIC
007760         MOVE CLRTRM-CERT-FREQ-DAYS TO WS-FREQ-DAYS
007770     ELSE
007780         MOVE ZERO TO WS-FREQ-DAYS
007790     END-IF.
007800     IF WS-FREQ-DAYS = ZERO
007810         MOVE 1 TO WS-FREQ-DAYS
007820     END-IF.
007830     MOVE CLRTRM-LAST-CERT-DATE TO WS-LAST-CERT-NUM.
007840     COMPUTE WS-DUE-INT =
007850         INTEGER-OF-DATE(WS-LAST-CERT-NUM) + WS-FREQ-DAYS.
007860     PERFORM 4110-CHECK-OVERRIDE THRU 4110-EXIT.
007870     MOVE DATE-OF-INTEGER(WS-DUE-INT) TO WS-DUE-DATE.
007880     MOVE WS-DUE-DATE TO WS-DUE-TEXT.
007890     IF WS-DUE-INT > WS-TODAY-INT
007900         MOVE "CURRENT" TO WS-STATUS-TEXT
007910     ELSE
007920         MOVE "OVERDUE" TO WS-STATUS-TEXT
007930     END-IF.
007940 4100-EXIT.
007950     EXIT.
007960*> ---------------------------------------------------------
007970*> 4110-CHECK-OVERRIDE - an approved CLRLVP move for the
007980*>                       terminal, still standing against its
007990*>                       last certificate, replaces the due
008000*>                       day in WS-DUE-INT - the rule CLRARX's
008010*>                       5350-CHECK-OVERRIDE applies.  No
008020*>                       CLRLVP file means no overrides.
008030*> ---------------------------------------------------------
008040 4110-CHECK-OVERRIDE.
008050     OPEN INPUT CLRLVP-FILE.
008060     IF WS-CLRLVP-STATUS NOT = "00"
008070         GO TO 4110-EXIT
008080     END-IF.
008090     MOVE CLRTRM-TERM-ID TO CLRLVP-TERM-ID.
008100     READ CLRLVP-FILE
008110         INVALID KEY
008120             MOVE "23" TO WS-CLRLVP-STATUS
008130     END-READ.
008140     CLOSE CLRLVP-FILE.
008150     IF WS-CLRLVP-STATUS NOT = "00"
008160         GO TO 4110-EXIT
008170     END-IF.
008180     IF CLRLVP-APPROVED
008190             AND CLRLVP-LAST-CERT-DATE = CLRTRM-LAST-CERT-DATE
008200             AND CLRLVP-NEW-DUE-DATE IS NUMERIC
008210         MOVE CLRLVP-NEW-DUE-DATE TO WS-OVR-DUE-NUM
008220         MOVE INTEGER-OF-DATE(WS-OVR-DUE-NUM) TO WS-DUE-INT
008230     END-IF.
008240 4110-EXIT.
008250     EXIT.
008260*> ---------------------------------------------------------
008270*> 4150-FORMAT-INV-LINE - the inventory line, or why there
008280*>                        is none.
008290*> ---------------------------------------------------------
008300 4150-FORMAT-INV-LINE.
008310     MOVE SPACES TO WS-INV-LINE.
008320     IF NOT WS-ON-INVENTORY
008330         STRING WS-TERM-ID " is not on the CLRTRM inventory"
008340             DELIMITED BY SIZE INTO WS-INV-LINE
008350         END-STRING
008360         GO TO 4150-EXIT
008370     END-IF.
008380     STRING CLRTRM-TERM-ID " " CLRTRM-TERM-TYPE
008390            " freq " CLRTRM-CERT-FREQ-X
008400            " model " CLRTRM-MODEL-CODE
008410            " cert " WS-CERT-TEXT
008420            " due " WS-DUE-TEXT " " WS-STATUS-TEXT
008430         DELIMITED BY SIZE INTO WS-INV-LINE
008440     END-STRING.
008450 4150-EXIT.
008460     EXIT.
008470*> ---------------------------------------------------------
008480*> 4200-FIND-EXCEPTION - CLRERR holds only the failures
008490*>                       still open after the last pass; a
008500*>                       match outranks the date status, as
008510*>                       on the CLRARX extract.
008520*> ---------------------------------------------------------
008530 4200-FIND-EXCEPTION.
008540     MOVE "No open exception on the last pass" TO WS-EXC-LINE.
008550     MOVE "N" TO WS-ERR-EOF-SW.
008560     OPEN INPUT CLRERR-FILE.
008570     IF WS-CLRERR-STATUS NOT = "00"
008580         GO TO 4200-EXIT
008590     END-IF.
008600     PERFORM 4210-READ-EXCEPTION THRU 4210-EXIT
008610         UNTIL WS-END-OF-EXCEPTIONS.
008620     CLOSE CLRERR-FILE.
008630 4200-EXIT.
008640     EXIT.
008650*> ---------------------------------------------------------
008660*> 4210-READ-EXCEPTION - one CLRERR record.
008670*> ---------------------------------------------------------
008680 4210-READ-EXCEPTION.
008690     READ CLRERR-FILE
008700         AT END
008710             MOVE "Y" TO WS-ERR-EOF-SW
008720     END-READ.
008730     IF WS-END-OF-EXCEPTIONS
008740         GO TO 4210-EXIT
008750     END-IF.
008760     IF CLRERR-TERM-ID NOT = WS-TERM-ID
008770         GO TO 4210-EXIT
008780     END-IF.
008790     MOVE SPACES TO WS-EXC-LINE.
008800     STRING "Open exception: " CLRERR-REASON
008810            " - last pass " CLRERR-RUN-DATE " " CLRERR-RUN-TIME
008820         DELIMITED BY SIZE INTO WS-EXC-LINE
008830     END-STRING.
008840     IF WS-ON-INVENTORY
008850         MOVE "OPEN EXCEPTION" TO WS-STATUS-TEXT
008860     END-IF.
008870 4210-EXIT.
008880     EXIT.
008890*> ---------------------------------------------------------
008900*> 4300-LOAD-RUNS - the terminal's last three SAMPLE runs.
008910*>                  CLRAUD is appended in run order, so the
008920*>                  last three matches read are the latest.
008930*> ---------------------------------------------------------
008940 4300-LOAD-RUNS.
008950     MOVE SPACES TO WS-RUN-LINES.
008960     MOVE ZERO TO WS-AU-COUNT.
008970     MOVE "N" TO WS-AUD-EOF-SW.
008980     OPEN INPUT CLRAUD-FILE.
008990     IF WS-CLRAUD-STATUS = "00"
009000         PERFORM 4310-READ-RUN THRU 4310-EXIT
009010             UNTIL WS-END-OF-AUDIT
009020         CLOSE CLRAUD-FILE
009030     END-IF.
009040     IF WS-AU-COUNT = ZERO
009050         MOVE "No SAMPLE run on CLRAUD for this terminal"
009060             TO WS-RUN-LINE (1)
009070         GO TO 4300-EXIT
009080     END-IF.
009090     MOVE "N" TO WS-OPM-OPEN-SW.
009100     OPEN INPUT CLROPM-FILE.
009110     IF WS-CLROPM-STATUS = "00"
009120         MOVE "Y" TO WS-OPM-OPEN-SW
009130     END-IF.
009140     PERFORM 4320-FORMAT-RUN-LINE THRU 4320-EXIT
009150         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-AU-COUNT.
009160     IF WS-REGISTER-OPEN
009170         CLOSE CLROPM-FILE
009180     END-IF.
009190 4300-EXIT.
009200     EXIT.
009210*> ---------------------------------------------------------
009220*> 4310-READ-RUN - one CLRAUD record; a fourth match pushes
009230*>                 the oldest out.
009240*> ---------------------------------------------------------
009250 4310-READ-RUN.
009260     READ CLRAUD-FILE
009270         AT END
009280             MOVE "Y" TO WS-AUD-EOF-SW
009290     END-READ.
009300     IF WS-END-OF-AUDIT
009310         GO TO 4310-EXIT
009320     END-IF.
009330     IF CLRAUD-TERM-ID NOT = WS-TERM-ID
009340         GO TO 4310-EXIT
009350     END-IF.
009360     IF WS-AU-COUNT < 3
009370         ADD 1 TO WS-AU-COUNT
009380     ELSE
009390         MOVE WS-AU-ENTRY (2) TO WS-AU-ENTRY (1)
009400         MOVE WS-AU-ENTRY (3) TO WS-AU-ENTRY (2)
009410     END-IF.
009420     MOVE CLRAUD-OPER-ID  TO WS-AU-OPER-ID (WS-AU-COUNT).
009430     MOVE CLRAUD-RUN-DATE TO WS-AU-RUN-DATE (WS-AU-COUNT).
009440     MOVE CLRAUD-RUN-TIME TO WS-AU-RUN-TIME (WS-AU-COUNT).
009450 4310-EXIT.
009460     EXIT.
009470*> ---------------------------------------------------------
009480*> 4320-FORMAT-RUN-LINE - one run, newest on top, with the
009490*>                        operator's name off the CLROPM
009500*>                        register the way CLRTMN checks it.
009510*> ---------------------------------------------------------
009520 4320-FORMAT-RUN-LINE.
009530     COMPUTE WS-AU-IDX = WS-AU-COUNT - WS-IDX + 1.
009540     MOVE SPACES TO WS-OPER-NAME.
009550     MOVE SPACES TO WS-OPER-NOTE.
009560     IF NOT WS-REGISTER-OPEN
009570         MOVE "(no register)" TO WS-OPER-NOTE
009580     ELSE
009590         MOVE WS-AU-OPER-ID (WS-AU-IDX) TO CLROPM-OPER-ID
009600         READ CLROPM-FILE
009610             INVALID KEY
009620                 MOVE "(not on CLROPM)" TO WS-OPER-NOTE
009630             NOT INVALID KEY
009640                 MOVE CLROPM-OPER-NAME TO WS-OPER-NAME
009650                 IF CLROPM-ACTIVE-FLAG NOT = "A"
009660                     MOVE "(inactive)" TO WS-OPER-NOTE
009670                 END-IF
009680         END-READ
009690     END-IF.
009700     STRING "Run " WS-AU-RUN-DATE (WS-AU-IDX) " "
009710            WS-AU-RUN-TIME (WS-AU-IDX) "  "
009720            WS-AU-OPER-ID (WS-AU-IDX) "  "
009730            WS-OPER-NAME "  " WS-OPER-NOTE
009740         DELIMITED BY SIZE INTO WS-RUN-LINE (WS-IDX)
009750     END-STRING.
009760 4320-EXIT.
009770     EXIT.
009780*> ---------------------------------------------------------
009790*> 4400-LOAD-CURRENT-GRID - the terminal's CLRCRT verdicts,
009800*>                          one per row and style, read from
009810*>                          the first key for the terminal.
009820*> ---------------------------------------------------------
009830 4400-LOAD-CURRENT-GRID.
009840     MOVE SPACES TO WS-GRID-TABLE.
009850     MOVE SPACES TO WS-GR-LAST-DATE.
009860     MOVE ZERO TO WS-GR-MAX-ROW.
009870     OPEN INPUT CLRCRT-FILE.
009880     IF WS-CLRCRT-STATUS NOT = "00"
009890         GO TO 4400-EXIT
009900     END-IF.
009910     MOVE "N" TO WS-CRT-EOF-SW.
009920     MOVE LOW-VALUES TO CLRCRT-KEY.
009930     MOVE WS-TERM-ID TO CLRCRT-TERM-ID.
009940     START CLRCRT-FILE KEY NOT < CLRCRT-KEY
009950         INVALID KEY
009960             MOVE "Y" TO WS-CRT-EOF-SW
009970     END-START.
009980     PERFORM 4410-READ-VERDICT THRU 4410-EXIT.
009990     PERFORM 4420-STORE-VERDICT THRU 4420-EXIT
010000         UNTIL WS-END-OF-RESULTS.
010010     CLOSE CLRCRT-FILE.
010020 4400-EXIT.
010030     EXIT.
010040*> ---------------------------------------------------------
010050*> 4410-READ-VERDICT - next CLRCRT record; leaving the
010060*>                     terminal's keys ends the sweep.
010070*> ---------------------------------------------------------
010080 4410-READ-VERDICT.
010090     IF WS-END-OF-RESULTS
010100         GO TO 4410-EXIT
010110     END-IF.
010120     READ CLRCRT-FILE NEXT RECORD
010130         AT END
010140             MOVE "Y" TO WS-CRT-EOF-SW
010150     END-READ.
010160     IF WS-CLRCRT-STATUS NOT = "00"
010170             OR CLRCRT-TERM-ID NOT = WS-TERM-ID
010180         MOVE "Y" TO WS-CRT-EOF-SW
010190     END-IF.
010200 4410-EXIT.
010210     EXIT.
010220*> ---------------------------------------------------------
010230*> 4420-STORE-VERDICT - one verdict into the grid.
010240*> ---------------------------------------------------------
010250 4420-STORE-VERDICT.
010260     IF CLRCRT-STYLE < 1 OR CLRCRT-STYLE > 5
010270             OR CLRCRT-SWATCH-ROW < 1
010280             OR CLRCRT-SWATCH-ROW > 256
010290         GO TO 4420-NEXT
010300     END-IF.
010310     MOVE CLRCRT-VERDICT
010320         TO WS-GR-VERDICT (CLRCRT-SWATCH-ROW, CLRCRT-STYLE).
010330     MOVE CLRCRT-BG-ATTR
010340         TO WS-GR-BG-ATTR (CLRCRT-SWATCH-ROW, CLRCRT-STYLE).
010350     MOVE "R"               TO CLRSWP-FUNCTION.
010360     MOVE SPACES            TO CLRSWP-VERSION.
010370     IF CLRCRT-SWT-VERSION IS NUMERIC
010380         MOVE CLRCRT-SWT-VERSION TO CLRSWP-VERSION
010390     END-IF.
010400     MOVE CLRCRT-TEST-DATE  TO CLRSWP-TEST-DATE.
010410     MOVE CLRCRT-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
010420     MOVE CLRCRT-STYLE      TO WS-STYLE.
010430     PERFORM 4800-RESOLVE-CELL THRU 4800-EXIT.
010440     IF CLRCRT-SWATCH-ROW > WS-GR-MAX-ROW
010450         MOVE CLRCRT-SWATCH-ROW TO WS-GR-MAX-ROW
010460     END-IF.
010470     IF CLRCRT-TEST-DATE > WS-GR-LAST-DATE
010480         MOVE CLRCRT-TEST-DATE TO WS-GR-LAST-DATE
010490     END-IF.
010500 4420-NEXT.
010510     PERFORM 4410-READ-VERDICT THRU 4410-EXIT.
010520 4420-EXIT.
010530     EXIT.
010540*> ---------------------------------------------------------
010550*> 4500-LOAD-TEST-DATES - every distinct CLRCRH test date for
010560*>                        the terminal, newest first, for
010570*>                        PF7/PF8 to step through.  Past 200
010580*>                        the oldest drop off.
010590*> ---------------------------------------------------------
010600 4500-LOAD-TEST-DATES.
010610     MOVE ZERO TO WS-HD-COUNT.
010620     MOVE ZERO TO WS-HD-DROP-COUNT.
010630     OPEN INPUT CLRCRH-FILE.
010640     IF WS-CLRCRH-STATUS NOT = "00"
010650         GO TO 4500-EXIT
010660     END-IF.
010670     PERFORM 4700-START-HISTORY THRU 4700-EXIT.
010680     PERFORM 4710-READ-HISTORY THRU 4710-EXIT.
010690     PERFORM 4510-FILE-TEST-DATE THRU 4510-EXIT
010700         UNTIL WS-END-OF-HISTORY.
010710     CLOSE CLRCRH-FILE.
010720 4500-EXIT.
010730     EXIT.
010740*> ---------------------------------------------------------
010750*> 4510-FILE-TEST-DATE - one history record's date into the
010760*>                       table in descending order, once.
010770*> ---------------------------------------------------------
010780 4510-FILE-TEST-DATE.
010790     MOVE "N" TO WS-FOUND-SW.
010800     MOVE ZERO TO WS-HD-INS.
010810     PERFORM 4520-PROBE-TEST-DATE THRU 4520-EXIT
010820         VARYING WS-IDX FROM 1 BY 1
010830         UNTIL WS-ENTRY-FOUND OR WS-HD-INS NOT = ZERO
010840             OR WS-IDX > WS-HD-COUNT.
010850     IF WS-ENTRY-FOUND
010860         GO TO 4510-NEXT
010870     END-IF.
010880     IF WS-HD-INS = ZERO
010890         IF WS-HD-COUNT = 200
010900             ADD 1 TO WS-HD-DROP-COUNT
010910             GO TO 4510-NEXT
010920         END-IF
010930         COMPUTE WS-HD-INS = WS-HD-COUNT + 1
010940     ELSE
010950         IF WS-HD-COUNT = 200
010960             ADD 1 TO WS-HD-DROP-COUNT
010970             SUBTRACT 1 FROM WS-HD-COUNT
010980         END-IF
010990         PERFORM 4530-SHIFT-DOWN THRU 4530-EXIT
011000             VARYING WS-IDX FROM WS-HD-COUNT BY -1
011010             UNTIL WS-IDX < WS-HD-INS
011020     END-IF.
011030     ADD 1 TO WS-HD-COUNT.
011040     MOVE CLRCRH-TEST-DATE TO WS-HD-DATE (WS-HD-INS).
011050 4510-NEXT.
011060     PERFORM 4710-READ-HISTORY THRU 4710-EXIT.
011070 4510-EXIT.
011080     EXIT.
011090*> ---------------------------------------------------------
011100*> 4520-PROBE-TEST-DATE - already held, or the first older
011110*>                        date, which this one goes in front
011120*>                        of.
011130*> ---------------------------------------------------------
011140 4520-PROBE-TEST-DATE.
011150     IF WS-HD-DATE (WS-IDX) = CLRCRH-TEST-DATE
011160         MOVE "Y" TO WS-FOUND-SW
011170     END-IF.
011180     IF WS-HD-DATE (WS-IDX) < CLRCRH-TEST-DATE
011190         MOVE WS-IDX TO WS-HD-INS
011200     END-IF.
011210 4520-EXIT.
011220     EXIT.
011230*> ---------------------------------------------------------
011240*> 4530-SHIFT-DOWN - push one date down a slot.
011250*> ---------------------------------------------------------
011260 4530-SHIFT-DOWN.
011270     MOVE WS-HD-DATE (WS-IDX) TO WS-HD-DATE (WS-IDX + 1).
011280 4530-EXIT.
011290     EXIT.
011300*> ---------------------------------------------------------
011310*> 4600-LOAD-HISTORY-GRID - the CLRCRH verdicts of the test
011320*>                          date on view.
011330*> ---------------------------------------------------------
011340 4600-LOAD-HISTORY-GRID.
011350     MOVE SPACES TO WS-GRID-TABLE.
011360     MOVE ZERO TO WS-GR-MAX-ROW.
011370     MOVE ZERO TO WS-GR-COUNT.
011380     OPEN INPUT CLRCRH-FILE.
011390     IF WS-CLRCRH-STATUS NOT = "00"
011400         MOVE "CLRCRH not available" TO WS-MSG-LINE
011410         GO TO 4600-EXIT
011420     END-IF.
011430     PERFORM 4700-START-HISTORY THRU 4700-EXIT.
011440     PERFORM 4710-READ-HISTORY THRU 4710-EXIT.
011450     PERFORM 4610-STORE-HISTORY THRU 4610-EXIT
011460         UNTIL WS-END-OF-HISTORY.
011470     CLOSE CLRCRH-FILE.
011480 4600-EXIT.
011490     EXIT.
011500*> ---------------------------------------------------------
011510*> 4610-STORE-HISTORY - one history verdict into the grid
011520*>                      when it carries the date on view.
011530*> ---------------------------------------------------------
011540 4610-STORE-HISTORY.
011550     IF CLRCRH-TEST-DATE NOT = WS-HD-DATE (WS-HD-POS)
011560             OR CLRCRH-STYLE < 1 OR CLRCRH-STYLE > 5
011570             OR CLRCRH-SWATCH-ROW < 1
011580             OR CLRCRH-SWATCH-ROW > 256
011590         GO TO 4610-NEXT
011600     END-IF.
011610     ADD 1 TO WS-GR-COUNT.
011620     MOVE CLRCRH-VERDICT
011630         TO WS-GR-VERDICT (CLRCRH-SWATCH-ROW, CLRCRH-STYLE).
011640     MOVE CLRCRH-BG-ATTR
011650         TO WS-GR-BG-ATTR (CLRCRH-SWATCH-ROW, CLRCRH-STYLE).
011660     MOVE "R"               TO CLRSWP-FUNCTION.
011670     MOVE SPACES            TO CLRSWP-VERSION.
011680     IF CLRCRH-SWT-VERSION IS NUMERIC
011690         MOVE CLRCRH-SWT-VERSION TO CLRSWP-VERSION
011700     END-IF.
011710     MOVE CLRCRH-TEST-DATE  TO CLRSWP-TEST-DATE.
011720     MOVE CLRCRH-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
011730     MOVE CLRCRH-STYLE      TO WS-STYLE.
011740     PERFORM 4800-RESOLVE-CELL THRU 4800-EXIT.
011750     IF CLRCRH-SWATCH-ROW > WS-GR-MAX-ROW
011760         MOVE CLRCRH-SWATCH-ROW TO WS-GR-MAX-ROW
011770     END-IF.
011780 4610-NEXT.
011790     PERFORM 4710-READ-HISTORY THRU 4710-EXIT.
011800 4610-EXIT.
011810     EXIT.
011820*> ---------------------------------------------------------
011830*> 4700-START-HISTORY - position CLRCRH on the terminal's
011840*>                      first key.
011850*> ---------------------------------------------------------
011860 4700-START-HISTORY.
011870     MOVE "N" TO WS-CRH-EOF-SW.
011880     MOVE LOW-VALUES TO CLRCRH-KEY.
011890     MOVE WS-TERM-ID TO CLRCRH-TERM-ID.
011900     START CLRCRH-FILE KEY NOT < CLRCRH-KEY
011910         INVALID KEY
011920             MOVE "Y" TO WS-CRH-EOF-SW
011930     END-START.
011940 4700-EXIT.
011950     EXIT.
011960*> ---------------------------------------------------------
011970*> 4710-READ-HISTORY - next CLRCRH record; leaving the
011980*>                     terminal's keys ends the sweep.
011990*> ---------------------------------------------------------
012000 4710-READ-HISTORY.
012010     IF WS-END-OF-HISTORY
012020         GO TO 4710-EXIT
012030     END-IF.
012040     READ CLRCRH-FILE NEXT RECORD
012050         AT END
012060             MOVE "Y" TO WS-CRH-EOF-SW
012070     END-READ.
012080     IF WS-CLRCRH-STATUS NOT = "00"
012090             OR CLRCRH-TERM-ID NOT = WS-TERM-ID
012100         MOVE "Y" TO WS-CRH-EOF-SW
012110     END-IF.
012120 4710-EXIT.
012130     EXIT.
012140*> ---------------------------------------------------------
012150*> 4800-RESOLVE-CELL - the label and attribute value the
012160*>                     verdict's row had in the swatch set it
012170*>                     was given under (CLRSWP already set
012180*>                     by the caller, WS-STYLE the cell).
012190*>                     Verdicts on one row from different
012200*>                     sets that label it differently show
012210*>                     *mixed*; a row the set does not hold
012220*>                     keeps the live label and no attribute.
012230*> ---------------------------------------------------------
012240 4800-RESOLVE-CELL.
012250     CALL "CLRSWR" USING CLRSWP-PARMS.
012260     IF NOT CLRSWP-OK
012270         GO TO 4800-EXIT
012280     END-IF.
012290     MOVE CLRSWP-ATTR-VALUE
012300         TO WS-GR-ATTR (CLRSWP-SWATCH-ROW, WS-STYLE).
012310     IF WS-GR-LABEL (CLRSWP-SWATCH-ROW) = SPACES
012320         MOVE CLRSWP-LABEL TO WS-GR-LABEL (CLRSWP-SWATCH-ROW)
012330     ELSE
012340         IF WS-GR-LABEL (CLRSWP-SWATCH-ROW) NOT = CLRSWP-LABEL
012350             MOVE "*mixed*" TO WS-GR-LABEL (CLRSWP-SWATCH-ROW)
012360         END-IF
012370     END-IF.
012380 4800-EXIT.
012390     EXIT.
012400*> ---------------------------------------------------------
012410*> 9000-TERMINATE - console one-liner for the session log.
012420*> ---------------------------------------------------------
012430 9000-TERMINATE.
012440     DISPLAY "CLRTIQ inquiry session ended.".
012450 9000-EXIT.
012460     EXIT.
012470 END PROGRAM CLRTIQ.
