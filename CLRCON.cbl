000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRCON
000040*> Purpose:   Contrast analysis of every foreground/background
000050*>            pairing in the shop palette.  Each CLRPAL colour
000060*>            carries a reference RGB; from it this program
000070*>            works out the relative luminance of all sixteen
000080*>            colours and the contrast ratio of every pairing,
000090*>            and classes each readable, marginal or unreadable
000100*>            against the thresholds set for the run.  It then
000110*>            sets those classes against what people have said
000120*>            about the same pairings - the CLRBAN rulings and
000130*>            the CLRCRH self-test verdicts - and lists
000140*>            low-contrast pairings operators keep passing,
000150*>            high-contrast pairings that keep failing (a
000160*>            terminal fault, more likely than a bad colour
000170*>            choice, with the failing verdicts behind them),
000180*>            and low-contrast pairings nobody has ruled on.
000190*>            Ends RC=8 when either of the first two lists is
000200*>            not empty, so the job log shows it.
000210*>            Thresholds, all optional, three digits each:
000220*>              CLRCON-READABLE      ratio in tenths, 045 (4.5:1)
000230*>              CLRCON-MARGINAL      ratio in tenths, 030 (3.0:1)
000240*>              CLRCON-MIN-VERDICTS  verdicts before a pairing
000250*>                                   counts as passed/failed, 003
000260*> Tectonics: cobc -x -I copybooks clrcon.cbl clrswr.cbl
000270*> License:   Public Domain
000280*> ************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CLRCON.
000310 AUTHOR.         R F HARRISON.
000320 INSTALLATION.   TERMINAL SERVICES GROUP.
000330 DATE-WRITTEN.   20261015.
000340 DATE-COMPILED.  20261015.
000350*> ************************************************************
000360*> MODIFICATION HISTORY
000370*> DATE      INIT  DESCRIPTION
000380*> 20261015  RFH   Original - computed contrast classes against
000390*>                 the CLRBAN rulings and CLRCRH verdicts.
000400*> 20261015  RFH   A verdict's foreground is its swatch row's
000410*>                 colour in the set it was given under (CLRSWR),
000420*>                 not in today's CLRSWT.
000430*> ************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 REPOSITORY.
000470     FUNCTION ALL INTRINSIC.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CLRPAL-FILE ASSIGN TO "CLRPAL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CLRPAL-STATUS.
000530     SELECT CLRBAN-FILE ASSIGN TO "CLRBAN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CLRBAN-STATUS.
000560     SELECT CLRCRH-FILE ASSIGN TO "CLRCRH"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CLRCRH-KEY
000600         FILE STATUS IS WS-CLRCRH-STATUS.
000610     SELECT CLRCON-FILE ASSIGN TO "CLRCON"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CLRCON-STATUS.
000640*> ************************************************************
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CLRPAL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY "copybooks/CLRPAL.cpy".
000700 FD  CLRBAN-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY "copybooks/CLRBAN.cpy".
000730 FD  CLRCRH-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY "copybooks/CLRCRH.cpy".
000760 FD  CLRCON-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  CLRCON-RECORD               PIC X(80).
000790 WORKING-STORAGE SECTION.
000800*>  --- switches ---------------------------------------------
000810 77  WS-CLRPAL-STATUS      PIC X(02).
000820 77  WS-CLRBAN-STATUS      PIC X(02).
000830 77  WS-CLRCRH-STATUS      PIC X(02).
000840 77  WS-CLRCON-STATUS      PIC X(02).
000850 77  WS-CRH-EOF-SW         PIC X(01)  VALUE "N".
000860     88  WS-END-OF-HISTORY            VALUE "Y".
000870 77  WS-RGB-SW             PIC X(01)  VALUE "N".
000880     88  WS-RGB-VALID                 VALUE "Y".
000890 77  WS-PAIR-SW            PIC X(01)  VALUE "N".
000900     88  WS-PAIR-RESOLVED             VALUE "Y".
000910*>  --- run thresholds, from the environment -----------------
000920 77  WS-READABLE-IN        PIC X(03)  VALUE SPACES.
000930 77  WS-MARGINAL-IN        PIC X(03)  VALUE SPACES.
000940 77  WS-MIN-VERDICTS-IN    PIC X(03)  VALUE SPACES.
000950 77  WS-READABLE-TENTHS    PIC 9(03)  VALUE 45.
000960 77  WS-MARGINAL-TENTHS    PIC 9(03)  VALUE 30.
000970 77  WS-MIN-VERDICTS       PIC 9(03)  VALUE 3.
000980 77  WS-READABLE-RATIO     PIC 9(02)V9(02) VALUE ZERO.
000990 77  WS-MARGINAL-RATIO     PIC 9(02)V9(02) VALUE ZERO.
001000*>  --- counters ---------------------------------------------
001010 77  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
001020 77  WS-TALLY-COUNT        PIC 9(07) VALUE ZERO.
001030 77  WS-UNMAPPED-COUNT     PIC 9(07) VALUE ZERO.
001040 77  WS-OUTSIDE-COUNT      PIC 9(07) VALUE ZERO.
001050 77  WS-DEFAULT-RGB-COUNT  PIC 9(02) VALUE ZERO.
001060 77  WS-READABLE-COUNT     PIC 9(03) VALUE ZERO.
001070 77  WS-MARGINAL-COUNT     PIC 9(03) VALUE ZERO.
001080 77  WS-UNREADABLE-COUNT   PIC 9(03) VALUE ZERO.
001090 77  WS-PASSED-LOW-COUNT   PIC 9(03) VALUE ZERO.
001100 77  WS-FAILING-HIGH-COUNT PIC 9(03) VALUE ZERO.
001110 77  WS-UNRULED-COUNT      PIC 9(03) VALUE ZERO.
001120 77  WS-FAIL-LINE-COUNT    PIC 9(05) VALUE ZERO.
001130 77  WS-LIST-COUNT         PIC 9(03) VALUE ZERO.
001140 77  WS-COUNT-ED           PIC Z(06)9.
001150 77  WS-PASS-ED            PIC ZZZZ9.
001160 77  WS-FAIL-ED            PIC ZZZZ9.
001170 77  WS-RATIO-ED           PIC Z9.99.
001180 77  WS-THRESHOLD-ED       PIC Z9.9.
001190 77  WS-THRESHOLD2-ED      PIC Z9.9.
001200 77  WS-MIN-ED             PIC ZZ9.
001210*>  --- subscripts and work fields ---------------------------
001220 77  WS-FG                 PIC 9(02) VALUE ZERO.
001230 77  WS-BG                 PIC 9(02) VALUE ZERO.
001240 77  WS-IDX                PIC 9(03) VALUE ZERO.
001250 77  WS-SWAP               PIC 9(03) VALUE ZERO.
001260 77  WS-FG-VALUE           PIC 9(03) VALUE ZERO.
001270 77  WS-BG-VALUE           PIC 9(03) VALUE ZERO.
001280 77  WS-CELL-OFF           PIC 9(02) VALUE ZERO.
001290 77  WS-LIST-FLAG          PIC X(01) VALUE SPACE.
001300 77  WS-CLASS-NAME         PIC X(10) VALUE SPACES.
001310 77  WS-RULING-NAME        PIC X(08) VALUE SPACES.
001320 77  WS-SECTION-HEADING    PIC X(60) VALUE SPACES.
001330*>  --- reference RGB to relative luminance -------------------
001340 77  WS-HEX-DIGITS         PIC X(16)
001350                           VALUE "0123456789ABCDEF".
001360 77  WS-RGB-WORK           PIC X(06) VALUE SPACES.
001370 77  WS-HEX-PAIR           PIC X(02) VALUE SPACES.
001380 77  WS-HEX-CHAR           PIC X(01) VALUE SPACE.
001390 77  WS-NIBBLE             PIC 9(02) VALUE ZERO.
001400 77  WS-CHAN-VALUE         PIC 9(03) VALUE ZERO.
001410 77  WS-CHAN-FRAC          PIC 9V9(08) VALUE ZERO.
001420 77  WS-CHAN-LINEAR        PIC 9V9(08) VALUE ZERO.
001430 77  WS-LUM-RED            PIC 9V9(08) VALUE ZERO.
001440 77  WS-LUM-GREEN          PIC 9V9(08) VALUE ZERO.
001450 77  WS-LUM-BLUE           PIC 9V9(08) VALUE ZERO.
001460 77  WS-LUM-LIGHT          PIC 9V9(08) VALUE ZERO.
001470 77  WS-LUM-DARK           PIC 9V9(08) VALUE ZERO.
001480*>  --- display-style names, 1-5 in self-test order ------------
001490 01  WS-STYLE-NAMES-INIT.
001500     05  FILLER PIC X(09) VALUE "default  ".
001510     05  FILLER PIC X(09) VALUE "highlight".
001520     05  FILLER PIC X(09) VALUE "lowlight ".
001530     05  FILLER PIC X(09) VALUE "reverse  ".
001540     05  FILLER PIC X(09) VALUE "high-int ".
001550 01  WS-STYLE-NAMES REDEFINES WS-STYLE-NAMES-INIT.
001560     05  WS-STYLE-NAME          PIC X(09) OCCURS 5 TIMES.
001570*>  --- the sixteen palette colours and their reference RGB,  ---
001580*>  --- the same names and values SAMPLE writes to CLRPAL; an  ---
001590*>  --- entry CLRPAL does not supply keeps these.              ---
001600 01  WS-PAL-DEFAULTS-INIT.
001610     05  FILLER PIC X(10) VALUE "BLACK".
001620     05  FILLER PIC X(06) VALUE "000000".
001630     05  FILLER PIC X(10) VALUE "BLUE".
001640     05  FILLER PIC X(06) VALUE "0000AA".
001650     05  FILLER PIC X(10) VALUE "GREEN".
001660     05  FILLER PIC X(06) VALUE "00AA00".
001670     05  FILLER PIC X(10) VALUE "CYAN".
001680     05  FILLER PIC X(06) VALUE "00AAAA".
001690     05  FILLER PIC X(10) VALUE "RED".
001700     05  FILLER PIC X(06) VALUE "AA0000".
001710     05  FILLER PIC X(10) VALUE "MAGENTA".
001720     05  FILLER PIC X(06) VALUE "AA00AA".
001730     05  FILLER PIC X(10) VALUE "BROWN".
001740     05  FILLER PIC X(06) VALUE "AA5500".
001750     05  FILLER PIC X(10) VALUE "WHITE".
001760     05  FILLER PIC X(06) VALUE "AAAAAA".
001770     05  FILLER PIC X(10) VALUE "HI-BLACK".
001780     05  FILLER PIC X(06) VALUE "555555".
001790     05  FILLER PIC X(10) VALUE "HI-BLUE".
001800     05  FILLER PIC X(06) VALUE "5555FF".
001810     05  FILLER PIC X(10) VALUE "HI-GREEN".
001820     05  FILLER PIC X(06) VALUE "55FF55".
001830     05  FILLER PIC X(10) VALUE "HI-CYAN".
001840     05  FILLER PIC X(06) VALUE "55FFFF".
001850     05  FILLER PIC X(10) VALUE "HI-RED".
001860     05  FILLER PIC X(06) VALUE "FF5555".
001870     05  FILLER PIC X(10) VALUE "HI-MAGENTA".
001880     05  FILLER PIC X(06) VALUE "FF55FF".
001890     05  FILLER PIC X(10) VALUE "HI-BROWN".
001900     05  FILLER PIC X(06) VALUE "FFFF55".
001910     05  FILLER PIC X(10) VALUE "HI-WHITE".
001920     05  FILLER PIC X(06) VALUE "FFFFFF".
001930 01  WS-PAL-DEFAULTS REDEFINES WS-PAL-DEFAULTS-INIT.
001940     05  WS-DFT-ROW OCCURS 16 TIMES.
001950         10  WS-DFT-NAME        PIC X(10).
001960         10  WS-DFT-RGB         PIC X(06).
001970*>  --- the palette in use, subscripted by colour value + 1 ---
001980 01  WS-PAL-TABLE.
001990     05  WS-PAL-ROW OCCURS 16 TIMES.
002000         10  WS-PAL-NAME        PIC X(10).
002010         10  WS-PAL-RGB         PIC X(06).
002020         10  WS-PAL-LUM         PIC 9V9(08).
002030         10  WS-PAL-SUPPLIED    PIC X(01).
002040*>  --- every pairing, subscripted by foreground value + 1 and ---
002050*>  --- background value + 1.  Class R/M/U; ruling A/B from   ---
002060*>  --- CLRBAN, space for none; flag P (low contrast, passed), ---
002070*>  --- F (high contrast, failing), N (low contrast, unruled). ---
002080 01  WS-PAIR-TABLE.
002090     05  WS-PR-FG-ROW OCCURS 16 TIMES.
002100         10  WS-PR-CELL OCCURS 16 TIMES.
002110             15  WS-PR-RATIO    PIC 9(02)V9(02).
002120             15  WS-PR-CLASS    PIC X(01).
002130             15  WS-PR-RULING   PIC X(01).
002140             15  WS-PR-PASS     PIC 9(05).
002150             15  WS-PR-FAIL     PIC 9(05).
002160             15  WS-PR-FLAG     PIC X(01).
002170*>  --- parameter area for the CLRSWR swatch-set resolver -----
002180     COPY "copybooks/CLRSWP.cpy".
002190*> ************************************************************
002200 PROCEDURE DIVISION.
002210*> ---------------------------------------------------------
002220*> 0000-MAINLINE
002230*> ---------------------------------------------------------
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 2000-RATE-PAIRS THRU 2000-EXIT.
002270     PERFORM 3000-TALLY-VERDICTS THRU 3000-EXIT.
002280     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     GOBACK.
002310*> ---------------------------------------------------------
002320*> 1000-INITIALIZE - pick up the run thresholds, clear the
002330*>                   pairing table and load the palette
002340*>                   and the rulings.
002350*> ---------------------------------------------------------
002360 1000-INITIALIZE.
002370     ACCEPT WS-READABLE-IN FROM ENVIRONMENT "CLRCON-READABLE".
002380     IF WS-READABLE-IN NOT = SPACES
002390             AND WS-READABLE-IN IS NUMERIC
002400             AND WS-READABLE-IN NOT = "000"
002410         MOVE WS-READABLE-IN TO WS-READABLE-TENTHS
002420     END-IF.
002430     ACCEPT WS-MARGINAL-IN FROM ENVIRONMENT "CLRCON-MARGINAL".
002440     IF WS-MARGINAL-IN NOT = SPACES
002450             AND WS-MARGINAL-IN IS NUMERIC
002460             AND WS-MARGINAL-IN NOT = "000"
002470         MOVE WS-MARGINAL-IN TO WS-MARGINAL-TENTHS
002480     END-IF.
002490*>   a marginal band above the readable line makes no sense;
002500*>   it closes up to nothing rather than inverting.
002510     IF WS-MARGINAL-TENTHS > WS-READABLE-TENTHS
002520         MOVE WS-READABLE-TENTHS TO WS-MARGINAL-TENTHS
002530     END-IF.
002540     ACCEPT WS-MIN-VERDICTS-IN
002550         FROM ENVIRONMENT "CLRCON-MIN-VERDICTS".
002560     IF WS-MIN-VERDICTS-IN NOT = SPACES
002570             AND WS-MIN-VERDICTS-IN IS NUMERIC
002580             AND WS-MIN-VERDICTS-IN NOT = "000"
002590         MOVE WS-MIN-VERDICTS-IN TO WS-MIN-VERDICTS
002600     END-IF.
002610     COMPUTE WS-READABLE-RATIO = WS-READABLE-TENTHS / 10.
002620     COMPUTE WS-MARGINAL-RATIO = WS-MARGINAL-TENTHS / 10.
002630     PERFORM 1050-CLEAR-PAIR THRU 1050-EXIT
002640         VARYING WS-FG FROM 1 BY 1 UNTIL WS-FG > 16
002650         AFTER WS-BG FROM 1 BY 1 UNTIL WS-BG > 16.
002660     PERFORM 1100-LOAD-PALETTE THRU 1100-EXIT.
002670     PERFORM 1300-LOAD-RULINGS THRU 1300-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700*> ---------------------------------------------------------
002710*> 1050-CLEAR-PAIR - one pairing back to nothing known.
002720*> ---------------------------------------------------------
002730 1050-CLEAR-PAIR.
002740     MOVE ZERO  TO WS-PR-RATIO (WS-FG, WS-BG).
002750     MOVE SPACE TO WS-PR-CLASS (WS-FG, WS-BG).
002760     MOVE SPACE TO WS-PR-RULING (WS-FG, WS-BG).
002770     MOVE ZERO  TO WS-PR-PASS (WS-FG, WS-BG).
002780     MOVE ZERO  TO WS-PR-FAIL (WS-FG, WS-BG).
002790     MOVE SPACE TO WS-PR-FLAG (WS-FG, WS-BG).
002800 1050-EXIT.
002810     EXIT.
002820*> ---------------------------------------------------------
002830*> 1100-LOAD-PALETTE - seed the sixteen compiled-in colours,
002840*>                     let CLRPAL override any it carries a
002850*>                     good reference RGB for, then work out
002860*>                     each colour's relative luminance.  A
002870*>                     CLRPAL written before the RGB was added
002880*>                     has spaces there and changes nothing.
002890*> ---------------------------------------------------------
002900 1100-LOAD-PALETTE.
002910     PERFORM 1110-SEED-DEFAULT THRU 1110-EXIT
002920         VARYING WS-FG FROM 1 BY 1 UNTIL WS-FG > 16.
002930     MOVE 16 TO WS-DEFAULT-RGB-COUNT.
002940     OPEN INPUT CLRPAL-FILE.
002950     IF WS-CLRPAL-STATUS NOT = "00"
002960         GO TO 1100-LUMINANCE
002970     END-IF.
002980     PERFORM 1120-READ-PALETTE-ROW THRU 1120-EXIT
002990         UNTIL WS-CLRPAL-STATUS NOT = "00".
003000     CLOSE CLRPAL-FILE.
003010 1100-LUMINANCE.
003020     PERFORM 1150-COMPUTE-LUMINANCE THRU 1150-EXIT
003030         VARYING WS-FG FROM 1 BY 1 UNTIL WS-FG > 16.
003040 1100-EXIT.
003050     EXIT.
003060*> ---------------------------------------------------------
003070*> 1110-SEED-DEFAULT - one compiled-in colour into the table.
003080*> ---------------------------------------------------------
003090 1110-SEED-DEFAULT.
003100     MOVE WS-DFT-NAME (WS-FG) TO WS-PAL-NAME (WS-FG).
003110     MOVE WS-DFT-RGB (WS-FG)  TO WS-PAL-RGB (WS-FG).
003120     MOVE ZERO                TO WS-PAL-LUM (WS-FG).
003130     MOVE "N"                 TO WS-PAL-SUPPLIED (WS-FG).
003140 1110-EXIT.
003150     EXIT.
003160*> ---------------------------------------------------------
003170*> 1120-READ-PALETTE-ROW - one CLRPAL record; only the base
003180*>                         sixteen values have an entry here.
003190*>                         Each colour is counted off the
003200*>                         compiled-in RGB once, the first
003210*>                         time the file supplies it.
003220*> ---------------------------------------------------------
003230 1120-READ-PALETTE-ROW.
003240     READ CLRPAL-FILE
003250         AT END
003260             MOVE "10" TO WS-CLRPAL-STATUS
003270     END-READ.
003280     IF WS-CLRPAL-STATUS NOT = "00"
003290         GO TO 1120-EXIT
003300     END-IF.
003310     IF CLRPAL-COLOUR-VALUE IS NOT NUMERIC
003320             OR CLRPAL-COLOUR-VALUE > 15
003330         GO TO 1120-EXIT
003340     END-IF.
003350     MOVE CLRPAL-REF-RGB TO WS-RGB-WORK.
003360     PERFORM 1130-CHECK-RGB THRU 1130-EXIT.
003370     IF NOT WS-RGB-VALID
003380         GO TO 1120-EXIT
003390     END-IF.
003400     COMPUTE WS-IDX = CLRPAL-COLOUR-VALUE + 1.
003410     IF WS-PAL-SUPPLIED (WS-IDX) = "N"
003420         SUBTRACT 1 FROM WS-DEFAULT-RGB-COUNT
003430         MOVE "Y" TO WS-PAL-SUPPLIED (WS-IDX)
003440     END-IF.
003450     MOVE CLRPAL-COLOUR-NAME TO WS-PAL-NAME (WS-IDX).
003460     MOVE WS-RGB-WORK        TO WS-PAL-RGB (WS-IDX).
003470 1120-EXIT.
003480     EXIT.
003490*> ---------------------------------------------------------
003500*> 1130-CHECK-RGB - WS-RGB-WORK must be six hex digits; lower
003510*>                  case is folded up first.
003520*> ---------------------------------------------------------
003530 1130-CHECK-RGB.
003540     MOVE "Y" TO WS-RGB-SW.
003550     INSPECT WS-RGB-WORK CONVERTING "abcdef" TO "ABCDEF".
003560     PERFORM 1140-CHECK-HEX-DIGIT THRU 1140-EXIT
003570         VARYING WS-IDX FROM 1 BY 1
003580         UNTIL WS-IDX > 6 OR NOT WS-RGB-VALID.
003590 1130-EXIT.
003600     EXIT.
003610*> ---------------------------------------------------------
003620*> 1140-CHECK-HEX-DIGIT - one character of WS-RGB-WORK.
003630*> ---------------------------------------------------------
003640 1140-CHECK-HEX-DIGIT.
003650     MOVE WS-RGB-WORK (WS-IDX:1) TO WS-HEX-CHAR.
003660     PERFORM 1170-HEX-NIBBLE THRU 1170-EXIT.
003670     IF WS-NIBBLE > 15
003680         MOVE "N" TO WS-RGB-SW
003690     END-IF.
003700 1140-EXIT.
003710     EXIT.
003720*> ---------------------------------------------------------
003730*> 1150-COMPUTE-LUMINANCE - relative luminance of one colour
003740*>                          from its reference RGB, weighted
003750*>                          the usual way (the eye is far
003760*>                          more sensitive to green than to
003770*>                          blue).
003780*> ---------------------------------------------------------
003790 1150-COMPUTE-LUMINANCE.
003800     MOVE WS-PAL-RGB (WS-FG) (1:2) TO WS-HEX-PAIR.
003810     PERFORM 1160-CHANNEL-LINEAR THRU 1160-EXIT.
003820     MOVE WS-CHAN-LINEAR TO WS-LUM-RED.
003830     MOVE WS-PAL-RGB (WS-FG) (3:2) TO WS-HEX-PAIR.
003840     PERFORM 1160-CHANNEL-LINEAR THRU 1160-EXIT.
003850     MOVE WS-CHAN-LINEAR TO WS-LUM-GREEN.
003860     MOVE WS-PAL-RGB (WS-FG) (5:2) TO WS-HEX-PAIR.
003870     PERFORM 1160-CHANNEL-LINEAR THRU 1160-EXIT.
003880     MOVE WS-CHAN-LINEAR TO WS-LUM-BLUE.
003890     COMPUTE WS-PAL-LUM (WS-FG) ROUNDED =
003900         0.2126 * WS-LUM-RED
003910       + 0.7152 * WS-LUM-GREEN
003920       + 0.0722 * WS-LUM-BLUE.
003930 1150-EXIT.
003940     EXIT.
003950*> ---------------------------------------------------------
003960*> 1160-CHANNEL-LINEAR - one two-digit hex channel to its
003970*>                      linear light value, 0 to 1, taking
003980*>                      the display gamma back out.
003990*> ---------------------------------------------------------
004000 1160-CHANNEL-LINEAR.
004010     MOVE WS-HEX-PAIR (1:1) TO WS-HEX-CHAR.
004020     PERFORM 1170-HEX-NIBBLE THRU 1170-EXIT.
004030     COMPUTE WS-CHAN-VALUE = WS-NIBBLE * 16.
004040     MOVE WS-HEX-PAIR (2:1) TO WS-HEX-CHAR.
004050     PERFORM 1170-HEX-NIBBLE THRU 1170-EXIT.
004060     ADD WS-NIBBLE TO WS-CHAN-VALUE.
004070     COMPUTE WS-CHAN-FRAC ROUNDED = WS-CHAN-VALUE / 255.
004080     IF WS-CHAN-FRAC NOT > 0.03928
004090         COMPUTE WS-CHAN-LINEAR ROUNDED = WS-CHAN-FRAC / 12.92
004100     ELSE
004110         COMPUTE WS-CHAN-LINEAR ROUNDED =
004120             ((WS-CHAN-FRAC + 0.055) / 1.055) ** 2.4
004130     END-IF.
004140 1160-EXIT.
004150     EXIT.
004160*> ---------------------------------------------------------
004170*> 1170-HEX-NIBBLE - WS-HEX-CHAR's value, 0-15; 16 when it
004180*>                   is not a hex digit at all.
004190*> ---------------------------------------------------------
004200 1170-HEX-NIBBLE.
004210     MOVE ZERO TO WS-NIBBLE.
004220     INSPECT WS-HEX-DIGITS TALLYING WS-NIBBLE
004230         FOR CHARACTERS BEFORE INITIAL WS-HEX-CHAR.
004240 1170-EXIT.
004250     EXIT.
004260*> ---------------------------------------------------------
004270*> 1300-LOAD-RULINGS - the CLRBAN rulings onto their
004280*>                     pairings, read exactly as SAMPLE reads
004290*>                     them: base values 0-7, status A or B,
004300*>                     anything else a hand-edit and ignored.
004310*> ---------------------------------------------------------
004320 1300-LOAD-RULINGS.
004330     OPEN INPUT CLRBAN-FILE.
004340     IF WS-CLRBAN-STATUS NOT = "00"
004350         GO TO 1300-EXIT
004360     END-IF.
004370     PERFORM 1310-READ-RULING THRU 1310-EXIT
004380         UNTIL WS-CLRBAN-STATUS NOT = "00".
004390     CLOSE CLRBAN-FILE.
004400 1300-EXIT.
004410     EXIT.
004420*> ---------------------------------------------------------
004430*> 1310-READ-RULING - one CLRBAN record.
004440*> ---------------------------------------------------------
004450 1310-READ-RULING.
004460     READ CLRBAN-FILE
004470         AT END
004480             MOVE "10" TO WS-CLRBAN-STATUS
004490     END-READ.
004500     IF WS-CLRBAN-STATUS = "00"
004510             AND CLRBAN-FG-VALUE IS NUMERIC
004520             AND CLRBAN-BG-VALUE IS NUMERIC
004530             AND CLRBAN-FG-VALUE < 8
004540             AND CLRBAN-BG-VALUE < 8
004550             AND (CLRBAN-PAIR-STATUS = "A"
004560                 OR CLRBAN-PAIR-STATUS = "B")
004570         COMPUTE WS-FG = CLRBAN-FG-VALUE + 1
004580         COMPUTE WS-BG = CLRBAN-BG-VALUE + 1
004590         MOVE CLRBAN-PAIR-STATUS TO WS-PR-RULING (WS-FG, WS-BG)
004600     END-IF.
004610 1310-EXIT.
004620     EXIT.
004630*> ---------------------------------------------------------
004640*> 2000-RATE-PAIRS - contrast ratio and class of every
004650*>                   pairing of the sixteen colours.
004660*> ---------------------------------------------------------
004670 2000-RATE-PAIRS.
004680     PERFORM 2100-RATE-PAIR THRU 2100-EXIT
004690         VARYING WS-FG FROM 1 BY 1 UNTIL WS-FG > 16
004700         AFTER WS-BG FROM 1 BY 1 UNTIL WS-BG > 16.
004710 2000-EXIT.
004720     EXIT.
004730*> ---------------------------------------------------------
004740*> 2100-RATE-PAIR - the lighter colour's luminance plus a
004750*>                  flare allowance over the darker's: 1:1
004760*>                  for a colour on itself, 21:1 for white
004770*>                  on black.
004780*> ---------------------------------------------------------
004790 2100-RATE-PAIR.
004800     IF WS-PAL-LUM (WS-FG) > WS-PAL-LUM (WS-BG)
004810         MOVE WS-PAL-LUM (WS-FG) TO WS-LUM-LIGHT
004820         MOVE WS-PAL-LUM (WS-BG) TO WS-LUM-DARK
004830     ELSE
004840         MOVE WS-PAL-LUM (WS-BG) TO WS-LUM-LIGHT
004850         MOVE WS-PAL-LUM (WS-FG) TO WS-LUM-DARK
004860     END-IF.
004870     ADD 0.05 TO WS-LUM-LIGHT.
004880     ADD 0.05 TO WS-LUM-DARK.
004890     COMPUTE WS-PR-RATIO (WS-FG, WS-BG) ROUNDED =
004900         WS-LUM-LIGHT / WS-LUM-DARK.
004910     EVALUATE TRUE
004920         WHEN WS-PR-RATIO (WS-FG, WS-BG) NOT < WS-READABLE-RATIO
004930             MOVE "R" TO WS-PR-CLASS (WS-FG, WS-BG)
004940             ADD 1 TO WS-READABLE-COUNT
004950         WHEN WS-PR-RATIO (WS-FG, WS-BG) NOT < WS-MARGINAL-RATIO
004960             MOVE "M" TO WS-PR-CLASS (WS-FG, WS-BG)
004970             ADD 1 TO WS-MARGINAL-COUNT
004980         WHEN OTHER
004990             MOVE "U" TO WS-PR-CLASS (WS-FG, WS-BG)
005000             ADD 1 TO WS-UNREADABLE-COUNT
005010     END-EVALUATE.
005020 2100-EXIT.
005030     EXIT.
005040*> ---------------------------------------------------------
005050*> 3000-TALLY-VERDICTS - one pass over the CLRCRH history,
005060*>                       every verdict posted as a pass or
005070*>                       a fail against the pairing it was
005080*>                       actually painted in.  A missing
005090*>                       history file just leaves nothing
005100*>                       judged.
005110*> ---------------------------------------------------------
005120 3000-TALLY-VERDICTS.
005130     PERFORM 3050-OPEN-HISTORY THRU 3050-EXIT.
005140     PERFORM 3200-TALLY-VERDICT THRU 3200-EXIT
005150         UNTIL WS-END-OF-HISTORY.
005160     IF WS-CLRCRH-STATUS NOT = "35"
005170         CLOSE CLRCRH-FILE
005180     END-IF.
005190 3000-EXIT.
005200     EXIT.
005210*> ---------------------------------------------------------
005220*> 3050-OPEN-HISTORY - open the history and position on its
005230*>                     first record; both passes start here.
005240*> ---------------------------------------------------------
005250 3050-OPEN-HISTORY.
005260     MOVE "N" TO WS-CRH-EOF-SW.
005270     OPEN INPUT CLRCRH-FILE.
005280     IF WS-CLRCRH-STATUS NOT = "00"
005290         MOVE "35" TO WS-CLRCRH-STATUS
005300         MOVE "Y" TO WS-CRH-EOF-SW
005310         GO TO 3050-EXIT
005320     END-IF.
005330     MOVE LOW-VALUES TO CLRCRH-KEY.
005340     START CLRCRH-FILE KEY NOT < CLRCRH-KEY
005350         INVALID KEY
005360             MOVE "Y" TO WS-CRH-EOF-SW
005370     END-START.
005380     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005390 3050-EXIT.
005400     EXIT.
005410*> ---------------------------------------------------------
005420*> 3100-READ-HISTORY - next history record in key order,
005430*>                     resolved to its pairing.
005440*> ---------------------------------------------------------
005450 3100-READ-HISTORY.
005460     IF WS-END-OF-HISTORY
005470         GO TO 3100-EXIT
005480     END-IF.
005490     READ CLRCRH-FILE NEXT RECORD
005500         AT END
005510             MOVE "Y" TO WS-CRH-EOF-SW
005520     END-READ.
005530     IF WS-CLRCRH-STATUS NOT = "00"
005540             AND NOT WS-END-OF-HISTORY
005550         MOVE "Y" TO WS-CRH-EOF-SW
005560     END-IF.
005570     IF NOT WS-END-OF-HISTORY
005580         PERFORM 3300-RESOLVE-PAIR THRU 3300-EXIT
005590     END-IF.
005600 3100-EXIT.
005610     EXIT.
005620*> ---------------------------------------------------------
005630*> 3200-TALLY-VERDICT - one verdict onto its pairing.
005640*> ---------------------------------------------------------
005650 3200-TALLY-VERDICT.
005660     ADD 1 TO WS-READ-COUNT.
005670     IF NOT WS-PAIR-RESOLVED
005680         GO TO 3200-NEXT
005690     END-IF.
005700     EVALUATE CLRCRH-VERDICT
005710         WHEN "P"
005720             ADD 1 TO WS-PR-PASS (WS-FG, WS-BG)
005730             ADD 1 TO WS-TALLY-COUNT
005740         WHEN "F"
005750             ADD 1 TO WS-PR-FAIL (WS-FG, WS-BG)
005760             ADD 1 TO WS-TALLY-COUNT
005770     END-EVALUATE.
005780 3200-NEXT.
005790     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005800 3200-EXIT.
005810     EXIT.
005820*> ---------------------------------------------------------
005830*> 3300-RESOLVE-PAIR - the colours a verdict was judged in.
005840*>                     The swatch row gives the foreground,
005850*>                     the record the background.  Highlight
005860*>                     and high-intensity show a base colour
005870*>                     as its bright twin (value + 8);
005880*>                     reverse video swaps the two.  A row
005890*>                     the verdict's own swatch set does
005900*>                     not hold, or a colour outside the
005910*>                     sixteen (256-colour extended rows),
005920*>                     has no reference RGB and is counted,
005930*>                     not judged.
005940*> ---------------------------------------------------------
005950 3300-RESOLVE-PAIR.
005960     MOVE "N" TO WS-PAIR-SW.
005970     MOVE "R"               TO CLRSWP-FUNCTION.
005980     MOVE SPACES            TO CLRSWP-VERSION.
005990     IF CLRCRH-SWT-VERSION IS NUMERIC
006000         MOVE CLRCRH-SWT-VERSION TO CLRSWP-VERSION
006010     END-IF.
006020     MOVE CLRCRH-TEST-DATE  TO CLRSWP-TEST-DATE.
006030     MOVE ZERO              TO CLRSWP-SWATCH-ROW.
006040     IF CLRCRH-SWATCH-ROW IS NUMERIC
006050         MOVE CLRCRH-SWATCH-ROW TO CLRSWP-SWATCH-ROW
006060     END-IF.
006070     CALL "CLRSWR" USING CLRSWP-PARMS.
006080     IF NOT CLRSWP-OK
006090         ADD 1 TO WS-UNMAPPED-COUNT
006100         GO TO 3300-EXIT
006110     END-IF.
006120     MOVE CLRSWP-ATTR-VALUE TO WS-FG-VALUE.
006130     MOVE CLRCRH-BG-ATTR TO WS-BG-VALUE.
006140     IF (CLRCRH-STYLE = 2 OR CLRCRH-STYLE = 5)
006150             AND WS-FG-VALUE < 8
006160         ADD 8 TO WS-FG-VALUE
006170     END-IF.
006180     IF CLRCRH-STYLE = 4
006190         MOVE WS-FG-VALUE TO WS-SWAP
006200         MOVE WS-BG-VALUE TO WS-FG-VALUE
006210         MOVE WS-SWAP     TO WS-BG-VALUE
006220     END-IF.
006230     IF WS-FG-VALUE > 15 OR WS-BG-VALUE > 15
006240         ADD 1 TO WS-OUTSIDE-COUNT
006250         GO TO 3300-EXIT
006260     END-IF.
006270     COMPUTE WS-FG = WS-FG-VALUE + 1.
006280     COMPUTE WS-BG = WS-BG-VALUE + 1.
006290     MOVE "Y" TO WS-PAIR-SW.
006300 3300-EXIT.
006310     EXIT.
006320*> ---------------------------------------------------------
006330*> 4000-WRITE-REPORT - heading and thresholds, the class
006340*>                     matrix, then the three cross-check
006350*>                     lists and the totals.
006360*> ---------------------------------------------------------
006370 4000-WRITE-REPORT.
006380     OPEN OUTPUT CLRCON-FILE.
006390     MOVE SPACES TO CLRCON-RECORD.
006400     STRING "Contrast analysis - printed " CURRENT-DATE(1:8)
006410            " " CURRENT-DATE(9:6)
006420         DELIMITED BY SIZE INTO CLRCON-RECORD
006430     END-STRING.
006440     WRITE CLRCON-RECORD.
006450     MOVE ALL "-" TO CLRCON-RECORD.
006460     WRITE CLRCON-RECORD.
006470     MOVE WS-READABLE-RATIO TO WS-THRESHOLD-ED.
006480     MOVE WS-MARGINAL-RATIO TO WS-THRESHOLD2-ED.
006490     MOVE SPACES TO CLRCON-RECORD.
006500     STRING "Readable at " WS-THRESHOLD-ED ":1 and over, "
006510            "marginal from " WS-THRESHOLD2-ED ":1, "
006520            "unreadable below that."
006530         DELIMITED BY SIZE INTO CLRCON-RECORD
006540     END-STRING.
006550     WRITE CLRCON-RECORD.
006560     MOVE WS-MIN-VERDICTS TO WS-MIN-ED.
006570     MOVE SPACES TO CLRCON-RECORD.
006580     STRING "Passed/failed by operators: " WS-MIN-ED
006590            " or more verdicts, mostly one way."
006600         DELIMITED BY SIZE INTO CLRCON-RECORD
006610     END-STRING.
006620     WRITE CLRCON-RECORD.
006630     IF WS-DEFAULT-RGB-COUNT > ZERO
006640         MOVE WS-DEFAULT-RGB-COUNT TO WS-MIN-ED
006650         MOVE SPACES TO CLRCON-RECORD
006660         STRING WS-MIN-ED " colour(s) rated on the standard "
006670                "reference RGB - not supplied by CLRPAL."
006680             DELIMITED BY SIZE INTO CLRCON-RECORD
006690         END-STRING
006700         WRITE CLRCON-RECORD
006710     END-IF.
006720     PERFORM 4100-WRITE-MATRIX THRU 4100-EXIT.
006730     PERFORM 4200-FLAG-PAIR THRU 4200-EXIT
006740         VARYING WS-FG FROM 1 BY 1 UNTIL WS-FG > 16
006750         AFTER WS-BG FROM 1 BY 1 UNTIL WS-BG > 16.
006760     MOVE "Low contrast, yet passed - review these rulings"
006770         TO CLRCON-RECORD.
006780     MOVE "P" TO WS-LIST-FLAG.
006790     PERFORM 4300-LIST-SECTION THRU 4300-EXIT.
006800     MOVE "High contrast, yet failing - likely terminal faults"
006810         TO CLRCON-RECORD.
006820     MOVE "F" TO WS-LIST-FLAG.
006830     PERFORM 4300-LIST-SECTION THRU 4300-EXIT.
006840     IF WS-FAILING-HIGH-COUNT > ZERO
006850         PERFORM 4400-LIST-FAILURES THRU 4400-EXIT
006860     END-IF.
006870     MOVE "Low contrast, never ruled on or judged"
006880         TO CLRCON-RECORD.
006890     MOVE "N" TO WS-LIST-FLAG.
006900     PERFORM 4300-LIST-SECTION THRU 4300-EXIT.
006910     PERFORM 4500-WRITE-TOTALS THRU 4500-EXIT.
006920     CLOSE CLRCON-FILE.
006930 4000-EXIT.
006940     EXIT.
006950*> ---------------------------------------------------------
006960*> 4100-WRITE-MATRIX - the 16x16 class matrix, laid out the
006970*>                     way SAMPLE lays out its readability
006980*>                     matrix: one row per foreground, one
006990*>                     column per background value.
007000*> ---------------------------------------------------------
007010 4100-WRITE-MATRIX.
007020     MOVE SPACES TO CLRCON-RECORD.
007030     WRITE CLRCON-RECORD.
007040     MOVE "Contrast classes (R=readable M=marginal U=unreadable)"
007050         TO CLRCON-RECORD.
007060     WRITE CLRCON-RECORD.
007070     MOVE "fg \ bg    0  1  2  3  4  5  6  7  8  9 10 11 12 13"
007080       & " 14 15"
007090         TO CLRCON-RECORD.
007100     WRITE CLRCON-RECORD.
007110     PERFORM 4110-WRITE-MATRIX-ROW THRU 4110-EXIT
007120         VARYING WS-FG FROM 1 BY 1 UNTIL WS-FG > 16.
007130 4100-EXIT.
007140     EXIT.
007150*> ---------------------------------------------------------
007160*> 4110-WRITE-MATRIX-ROW - one foreground across the sixteen.
007170*> ---------------------------------------------------------
007180 4110-WRITE-MATRIX-ROW.
007190     MOVE SPACES TO CLRCON-RECORD.
007200     MOVE WS-PAL-NAME (WS-FG) TO CLRCON-RECORD (1:10).
007210     PERFORM 4120-MATRIX-CELL THRU 4120-EXIT
007220         VARYING WS-BG FROM 1 BY 1 UNTIL WS-BG > 16.
007230     WRITE CLRCON-RECORD.
007240 4110-EXIT.
007250     EXIT.
007260*> ---------------------------------------------------------
007270*> 4120-MATRIX-CELL - one class letter into its column.
007280*> ---------------------------------------------------------
007290 4120-MATRIX-CELL.
007300     COMPUTE WS-CELL-OFF = 9 + WS-BG * 3.
007310     MOVE WS-PR-CLASS (WS-FG, WS-BG)
007320         TO CLRCON-RECORD (WS-CELL-OFF:1).
007330 4120-EXIT.
007340     EXIT.
007350*> ---------------------------------------------------------
007360*> 4200-FLAG-PAIR - decide which list, if any, a pairing
007370*>                  belongs on.  Low contrast is anything
007380*>                  short of readable.  An A ruling counts as
007390*>                  passed and a B ruling as failed, the same
007400*>                  as a run of verdicts mostly that way.  A
007410*>                  colour on itself needs no ruling.
007420*> ---------------------------------------------------------
007430 4200-FLAG-PAIR.
007440     IF WS-PR-CLASS (WS-FG, WS-BG) = "R"
007450         IF WS-PR-RULING (WS-FG, WS-BG) = "B"
007460            OR (WS-PR-FAIL (WS-FG, WS-BG) NOT < WS-MIN-VERDICTS
007470                AND WS-PR-FAIL (WS-FG, WS-BG)
007480                    > WS-PR-PASS (WS-FG, WS-BG))
007490             MOVE "F" TO WS-PR-FLAG (WS-FG, WS-BG)
007500             ADD 1 TO WS-FAILING-HIGH-COUNT
007510         END-IF
007520         GO TO 4200-EXIT
007530     END-IF.
007540     IF WS-PR-RULING (WS-FG, WS-BG) = "A"
007550        OR (WS-PR-PASS (WS-FG, WS-BG) NOT < WS-MIN-VERDICTS
007560            AND WS-PR-PASS (WS-FG, WS-BG)
007570                > WS-PR-FAIL (WS-FG, WS-BG))
007580         MOVE "P" TO WS-PR-FLAG (WS-FG, WS-BG)
007590         ADD 1 TO WS-PASSED-LOW-COUNT
007600         GO TO 4200-EXIT
007610     END-IF.
007620     IF WS-PR-RULING (WS-FG, WS-BG) = SPACE
007630             AND WS-PR-PASS (WS-FG, WS-BG) = ZERO
007640             AND WS-PR-FAIL (WS-FG, WS-BG) = ZERO
007650             AND WS-FG NOT = WS-BG
007660         MOVE "N" TO WS-PR-FLAG (WS-FG, WS-BG)
007670         ADD 1 TO WS-UNRULED-COUNT
007680     END-IF.
007690 4200-EXIT.
007700     EXIT.
007710*> ---------------------------------------------------------
007720*> 4300-LIST-SECTION - one cross-check list: the heading the
007730*>                     caller left in CLRCON-RECORD, then
007740*>                     every pairing flagged WS-LIST-FLAG.
007750*> ---------------------------------------------------------
007760 4300-LIST-SECTION.
007770     MOVE CLRCON-RECORD TO WS-SECTION-HEADING.
007780     MOVE SPACES TO CLRCON-RECORD.
007790     WRITE CLRCON-RECORD.
007800     MOVE WS-SECTION-HEADING TO CLRCON-RECORD.
007810     WRITE CLRCON-RECORD.
007820     MOVE "  fg         bg          ratio  class       ruling"
007830       & "     pass   fail"
007840         TO CLRCON-RECORD.
007850     WRITE CLRCON-RECORD.
007860     MOVE ZERO TO WS-LIST-COUNT.
007870     PERFORM 4310-LIST-PAIR THRU 4310-EXIT
007880         VARYING WS-FG FROM 1 BY 1 UNTIL WS-FG > 16
007890         AFTER WS-BG FROM 1 BY 1 UNTIL WS-BG > 16.
007900     IF WS-LIST-COUNT = ZERO
007910         MOVE "  (none)" TO CLRCON-RECORD
007920         WRITE CLRCON-RECORD
007930     END-IF.
007940 4300-EXIT.
007950     EXIT.
007960*> ---------------------------------------------------------
007970*> 4310-LIST-PAIR - one detail line for a flagged pairing.
007980*> ---------------------------------------------------------
007990 4310-LIST-PAIR.
008000     IF WS-PR-FLAG (WS-FG, WS-BG) NOT = WS-LIST-FLAG
008010         GO TO 4310-EXIT
008020     END-IF.
008030     ADD 1 TO WS-LIST-COUNT.
008040     EVALUATE WS-PR-CLASS (WS-FG, WS-BG)
008050         WHEN "R"
008060             MOVE "readable"   TO WS-CLASS-NAME
008070         WHEN "M"
008080             MOVE "marginal"   TO WS-CLASS-NAME
008090         WHEN OTHER
008100             MOVE "unreadable" TO WS-CLASS-NAME
008110     END-EVALUATE.
008120     EVALUATE TRUE
008130         WHEN WS-PR-RULING (WS-FG, WS-BG) = "A"
008140             MOVE "approved" TO WS-RULING-NAME
008150         WHEN WS-PR-RULING (WS-FG, WS-BG) = "B"
008160             MOVE "banned"   TO WS-RULING-NAME
008170         WHEN WS-FG > 8 OR WS-BG > 8
008180             MOVE "-"        TO WS-RULING-NAME
008190         WHEN OTHER
008200             MOVE "none"     TO WS-RULING-NAME
008210     END-EVALUATE.
008220     MOVE WS-PR-RATIO (WS-FG, WS-BG) TO WS-RATIO-ED.
008230     MOVE WS-PR-PASS (WS-FG, WS-BG)  TO WS-PASS-ED.
008240     MOVE WS-PR-FAIL (WS-FG, WS-BG)  TO WS-FAIL-ED.
008250     MOVE SPACES TO CLRCON-RECORD.
008260     STRING "  " WS-PAL-NAME (WS-FG) " "
008270            WS-PAL-NAME (WS-BG) "  "
008280            WS-RATIO-ED "  "
008290            WS-CLASS-NAME "  "
008300            WS-RULING-NAME "  "
008310            WS-PASS-ED "  "
008320            WS-FAIL-ED
008330         DELIMITED BY SIZE INTO CLRCON-RECORD
008340     END-STRING.
008350     WRITE CLRCON-RECORD.
008360 4310-EXIT.
008370     EXIT.
008380*> ---------------------------------------------------------
008390*> 4400-LIST-FAILURES - a second pass over CLRCRH for the
008400*>                      failing verdicts behind the high-
008410*>                      contrast list, in terminal order, so
008420*>                      a faulty terminal shows up as the
008430*>                      same id over and over.
008440*> ---------------------------------------------------------
008450 4400-LIST-FAILURES.
008460     MOVE SPACES TO CLRCON-RECORD.
008470     WRITE CLRCON-RECORD.
008480     MOVE "  Failing verdicts behind the pairings above"
008490         TO CLRCON-RECORD.
008500     WRITE CLRCON-RECORD.
008510     MOVE "  terminal  fg         bg         style      tested"
008520       & "    by"
008530         TO CLRCON-RECORD.
008540     WRITE CLRCON-RECORD.
008550     PERFORM 3050-OPEN-HISTORY THRU 3050-EXIT.
008560     PERFORM 4410-CHECK-FAILURE THRU 4410-EXIT
008570         UNTIL WS-END-OF-HISTORY.
008580     IF WS-CLRCRH-STATUS NOT = "35"
008590         CLOSE CLRCRH-FILE
008600     END-IF.
008610 4400-EXIT.
008620     EXIT.
008630*> ---------------------------------------------------------
008640*> 4410-CHECK-FAILURE - one history record; a fail on a
008650*>                      flagged pairing prints.
008660*> ---------------------------------------------------------
008670 4410-CHECK-FAILURE.
008680     IF NOT WS-PAIR-RESOLVED
008690             OR CLRCRH-VERDICT NOT = "F"
008700         GO TO 4410-NEXT
008710     END-IF.
008720     IF WS-PR-FLAG (WS-FG, WS-BG) NOT = "F"
008730         GO TO 4410-NEXT
008740     END-IF.
008750     ADD 1 TO WS-FAIL-LINE-COUNT.
008760     MOVE SPACES TO CLRCON-RECORD.
008770     STRING "  " CLRCRH-TERM-ID "  "
008780            WS-PAL-NAME (WS-FG) " "
008790            WS-PAL-NAME (WS-BG) " "
008800            WS-STYLE-NAME (CLRCRH-STYLE) "  "
008810            CLRCRH-TEST-DATE "  "
008820            CLRCRH-OPER-ID
008830         DELIMITED BY SIZE INTO CLRCON-RECORD
008840     END-STRING.
008850     WRITE CLRCON-RECORD.
008860 4410-NEXT.
008870     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
008880 4410-EXIT.
008890     EXIT.
008900*> ---------------------------------------------------------
008910*> 4500-WRITE-TOTALS - class counts, list counts and what
008920*>                     became of the verdicts read.
008930*> ---------------------------------------------------------
008940 4500-WRITE-TOTALS.
008950     MOVE SPACES TO CLRCON-RECORD.
008960     WRITE CLRCON-RECORD.
008970     MOVE WS-READABLE-COUNT TO WS-COUNT-ED.
008980     MOVE SPACES TO CLRCON-RECORD.
008990     STRING "Readable pairings:            " WS-COUNT-ED
009000         DELIMITED BY SIZE INTO CLRCON-RECORD
009010     END-STRING.
009020     WRITE CLRCON-RECORD.
009030     MOVE WS-MARGINAL-COUNT TO WS-COUNT-ED.
009040     MOVE SPACES TO CLRCON-RECORD.
009050     STRING "Marginal pairings:            " WS-COUNT-ED
009060         DELIMITED BY SIZE INTO CLRCON-RECORD
009070     END-STRING.
009080     WRITE CLRCON-RECORD.
009090     MOVE WS-UNREADABLE-COUNT TO WS-COUNT-ED.
009100     MOVE SPACES TO CLRCON-RECORD.
009110     STRING "Unreadable pairings:          " WS-COUNT-ED
009120         DELIMITED BY SIZE INTO CLRCON-RECORD
009130     END-STRING.
009140     WRITE CLRCON-RECORD.
009150     MOVE WS-PASSED-LOW-COUNT TO WS-COUNT-ED.
009160     MOVE SPACES TO CLRCON-RECORD.
009170     STRING "Low contrast, yet passed:     " WS-COUNT-ED
009180         DELIMITED BY SIZE INTO CLRCON-RECORD
009190     END-STRING.
009200     WRITE CLRCON-RECORD.
009210     MOVE WS-FAILING-HIGH-COUNT TO WS-COUNT-ED.
009220     MOVE SPACES TO CLRCON-RECORD.
009230     STRING "High contrast, yet failing:   " WS-COUNT-ED
009240         DELIMITED BY SIZE INTO CLRCON-RECORD
009250     END-STRING.
009260     WRITE CLRCON-RECORD.
009270     MOVE WS-UNRULED-COUNT TO WS-COUNT-ED.
009280     MOVE SPACES TO CLRCON-RECORD.
009290     STRING "Low contrast, never ruled on: " WS-COUNT-ED
009300         DELIMITED BY SIZE INTO CLRCON-RECORD
009310     END-STRING.
009320     WRITE CLRCON-RECORD.
009330     MOVE WS-READ-COUNT TO WS-COUNT-ED.
009340     MOVE SPACES TO CLRCON-RECORD.
009350     STRING "Verdicts read:                " WS-COUNT-ED
009360         DELIMITED BY SIZE INTO CLRCON-RECORD
009370     END-STRING.
009380     WRITE CLRCON-RECORD.
009390     MOVE WS-TALLY-COUNT TO WS-COUNT-ED.
009400     MOVE SPACES TO CLRCON-RECORD.
009410     STRING "  judged against a pairing:   " WS-COUNT-ED
009420         DELIMITED BY SIZE INTO CLRCON-RECORD
009430     END-STRING.
009440     WRITE CLRCON-RECORD.
009450     MOVE WS-OUTSIDE-COUNT TO WS-COUNT-ED.
009460     MOVE SPACES TO CLRCON-RECORD.
009470     STRING "  extended colour, not rated: " WS-COUNT-ED
009480         DELIMITED BY SIZE INTO CLRCON-RECORD
009490     END-STRING.
009500     WRITE CLRCON-RECORD.
009510     MOVE WS-UNMAPPED-COUNT TO WS-COUNT-ED.
009520     MOVE SPACES TO CLRCON-RECORD.
009530     STRING "  swatch row not in its set:  " WS-COUNT-ED
009540         DELIMITED BY SIZE INTO CLRCON-RECORD
009550     END-STRING.
009560     WRITE CLRCON-RECORD.
009570 4500-EXIT.
009580     EXIT.
009590*> ---------------------------------------------------------
009600*> 9000-TERMINATE - console one-liner for the job log; RC=8
009610*>                  when the ratings and the people disagree.
009620*> ---------------------------------------------------------
009630 9000-TERMINATE.
009640     DISPLAY "CLRCON complete: " WS-READ-COUNT
009650         " verdict(s) read, " WS-PASSED-LOW-COUNT
009660         " low-contrast passed, " WS-FAILING-HIGH-COUNT
009670         " high-contrast failing, " WS-UNRULED-COUNT
009680         " unruled.".
009690     IF WS-PASSED-LOW-COUNT > ZERO
009700             OR WS-FAILING-HIGH-COUNT > ZERO
009710         MOVE 8 TO RETURN-CODE
009720     END-IF.
009730 9000-EXIT.
009740     EXIT.
009750 END PROGRAM CLRCON.
