000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRSWR
000040*> Purpose:   Callable swatch-set resolver - the one place
000050*>            that turns a verdict's swatch row number back
000060*>            into the label, colour and attribute value the
000070*>            operator was actually shown.  A row number on
000080*>            its own means nothing once CLRAPL has promoted
000090*>            a new CLRSWT: row 5 may be another colour
000100*>            entirely.  Every promoted set is kept on the
000110*>            CLRSWV archive under a version number with the
000120*>            date it went live, and each verdict carries the
000130*>            version it was given under; callers pass the
000140*>            CLRSWP parameter area (copybook CLRSWP) with
000150*>            the verdict's version, test date and row.  A
000160*>            verdict with no version (filed before the
000170*>            archive existed, and not yet converted by
000180*>            CLRSVN) resolves to the version live on its
000190*>            test date - the base eight, version 00, when
000200*>            that date is before every archived set; with
000210*>            no archive at all the live CLRSWT is used,
000220*>            exactly as the reports always did.  CLRSWV and
000230*>            CLRSWT are read once, on the first call, and
000240*>            held for the life of the job step.
000250*> Tectonics: cobc -c -I copybooks clrswr.cbl
000260*> License:   Public Domain
000270*> ************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     CLRSWR.
000300 AUTHOR.         R F HARRISON.
000310 INSTALLATION.   TERMINAL SERVICES GROUP.
000320 DATE-WRITTEN.   20261015.
000330 DATE-COMPILED.  20261015.
000340*> ************************************************************
000350*> MODIFICATION HISTORY
000360*> DATE      INIT  DESCRIPTION
000370*> 20261015  RFH   Original - verdict swatch rows resolved
000380*>                 through the CLRSWV version archive.
000390*> 20261015  RFH   A test date before every archived set is
000400*>                 version 00, the base eight, for D and R -
000410*>                 every seeded set starts at 00000000, so
000420*>                 nothing else can have been live then.
000430*> ************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 REPOSITORY.
000470     FUNCTION ALL INTRINSIC.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CLRSWT-FILE ASSIGN TO "CLRSWT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CLRSWT-STATUS.
000530     SELECT CLRSWV-FILE ASSIGN TO "CLRSWV"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CLRSWV-STATUS.
000560*> ************************************************************
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CLRSWT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY "copybooks/CLRSWT.cpy".
000620 FD  CLRSWV-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY "copybooks/CLRSWV.cpy".
000650 WORKING-STORAGE SECTION.
000660*>  --- switches ---------------------------------------------
000670 77  WS-CLRSWT-STATUS      PIC X(02).
000680 77  WS-CLRSWV-STATUS      PIC X(02).
000690 77  WS-LOADED-SW          PIC X(01)  VALUE "N".
000700     88  WS-SETS-LOADED               VALUE "Y".
000710 77  WS-SET-KIND           PIC X(01)  VALUE SPACE.
000720     88  WS-SET-ARCHIVED              VALUE "A".
000730     88  WS-SET-DEFAULT               VALUE "D".
000740     88  WS-SET-LIVE                  VALUE "L".
000750 77  WS-BEFORE-SW          PIC X(01)  VALUE "N".
000760     88  WS-BEFORE-ARCHIVE            VALUE "Y".
000770*>  --- work fields ------------------------------------------
000780 77  WS-VER                PIC 9(02) VALUE ZERO.
000790 77  WS-PICK-VER           PIC 9(02) VALUE ZERO.
000800 77  WS-VER-IDX            PIC 9(03) VALUE ZERO.
000810 77  WS-IDX                PIC 9(03) VALUE ZERO.
000820 77  WS-ENT-IDX            PIC 9(05) VALUE ZERO.
000830 77  WS-ENT-COUNT          PIC 9(05) VALUE ZERO.
000840 77  WS-BAD-COUNT          PIC 9(05) VALUE ZERO.
000850*>  --- the live CLRSWT as SAMPLE would load it today --------
000860 77  WS-LIVE-VERSION       PIC X(02) VALUE "00".
000870 77  WS-LIVE-COUNT         PIC 9(03) VALUE 8.
000880 01  WS-LIVE-TABLE.
000890     05  WS-LIVE-ROW OCCURS 256 TIMES.
000900         10  WS-LIVE-LABEL      PIC X(07).
000910         10  WS-LIVE-COLOUR     PIC X(07).
000920         10  WS-LIVE-ATTR       PIC 9(03).
000930*>  --- swatch defaults : SAMPLE's compiled-in base eight,  ---
000940*>  --- in force when no CLRSWT is present - version 00.    ---
000950 01  WS-SWT-DEFAULTS-INIT.
000960     05  FILLER PIC X(07) VALUE "Black  ".
000970     05  FILLER PIC X(07) VALUE "BLACK  ".
000980     05  FILLER PIC 9(03) VALUE 0.
000990     05  FILLER PIC X(07) VALUE "Blue   ".
001000     05  FILLER PIC X(07) VALUE "BLUE   ".
001010     05  FILLER PIC 9(03) VALUE 1.
001020     05  FILLER PIC X(07) VALUE "Green  ".
001030     05  FILLER PIC X(07) VALUE "GREEN  ".
001040     05  FILLER PIC 9(03) VALUE 2.
001050     05  FILLER PIC X(07) VALUE "Cyan   ".
001060     05  FILLER PIC X(07) VALUE "CYAN   ".
001070     05  FILLER PIC 9(03) VALUE 3.
001080     05  FILLER PIC X(07) VALUE "Red    ".
001090     05  FILLER PIC X(07) VALUE "RED    ".
001100     05  FILLER PIC 9(03) VALUE 4.
001110     05  FILLER PIC X(07) VALUE "Magenta".
001120     05  FILLER PIC X(07) VALUE "MAGENTA".
001130     05  FILLER PIC 9(03) VALUE 5.
001140     05  FILLER PIC X(07) VALUE "Brown  ".
001150     05  FILLER PIC X(07) VALUE "BROWN  ".
001160     05  FILLER PIC 9(03) VALUE 6.
001170     05  FILLER PIC X(07) VALUE "White  ".
001180     05  FILLER PIC X(07) VALUE "WHITE  ".
001190     05  FILLER PIC 9(03) VALUE 7.
001200 01  WS-SWT-DEFAULTS REDEFINES WS-SWT-DEFAULTS-INIT.
001210     05  WS-DFT-ROW OCCURS 8 TIMES.
001220         10  WS-DFT-LABEL       PIC X(07).
001230         10  WS-DFT-COLOUR      PIC X(07).
001240         10  WS-DFT-ATTR        PIC 9(03).
001250*>  --- the CLRSWV archive: a directory subscripted by the  ---
001260*>  --- version number, pointing into the row table where   ---
001270*>  --- that version's rows sit in row order.  99 versions  ---
001280*>  --- of at most 256 rows always fit.                     ---
001290 01  WS-DIR-TABLE.
001300     05  WS-DIR-ENTRY OCCURS 99 TIMES.
001310         10  WS-DIR-EFF-DATE    PIC X(08).
001320         10  WS-DIR-FIRST       PIC 9(05).
001330         10  WS-DIR-COUNT       PIC 9(03).
001340 01  WS-ENT-TABLE.
001350     05  WS-ENT-ROW OCCURS 25344 TIMES.
001360         10  WS-ENT-LABEL       PIC X(07).
001370         10  WS-ENT-COLOUR      PIC X(07).
001380         10  WS-ENT-ATTR        PIC 9(03).
001390 LINKAGE SECTION.
001400     COPY "copybooks/CLRSWP.cpy".
001410*> ************************************************************
001420 PROCEDURE DIVISION USING CLRSWP-PARMS.
001430*> ---------------------------------------------------------
001440*> 0000-MAINLINE - dispatch on the function code.
001450*> ---------------------------------------------------------
001460 0000-MAINLINE.
001470     IF NOT WS-SETS-LOADED
001480         PERFORM 1000-LOAD-SETS THRU 1000-EXIT
001490     END-IF.
001500     MOVE "00"   TO CLRSWP-STATUS.
001510     MOVE SPACES TO CLRSWP-EFF-DATE.
001520     MOVE SPACES TO CLRSWP-LABEL.
001530     MOVE SPACES TO CLRSWP-COLOUR-NAME.
001540     MOVE ZERO   TO CLRSWP-ATTR-VALUE.
001550     MOVE ZERO   TO CLRSWP-ROW-COUNT.
001560     EVALUATE TRUE
001570         WHEN CLRSWP-RESOLVE-ROW
001580             PERFORM 2000-RESOLVE-ROW THRU 2000-EXIT
001590         WHEN CLRSWP-VERSION-ON-DATE
001600             PERFORM 3000-VERSION-ON-DATE THRU 3000-EXIT
001610         WHEN CLRSWP-LIVE-VERSION
001620             MOVE WS-LIVE-VERSION TO CLRSWP-VERSION
001630             MOVE WS-LIVE-COUNT   TO CLRSWP-ROW-COUNT
001640         WHEN OTHER
001650             MOVE "08" TO CLRSWP-STATUS
001660     END-EVALUATE.
001670     GOBACK.
001680*> ---------------------------------------------------------
001690*> 1000-LOAD-SETS - first call only.  The live CLRSWT goes
001700*>                  over the compiled-in defaults the way
001710*>                  SAMPLE loads it, then the archive is
001720*>                  indexed by version.  WORKING-STORAGE
001730*>                  persists between CALLs, so both files
001740*>                  are read once per job step.
001750*> ---------------------------------------------------------
001760 1000-LOAD-SETS.
001770     MOVE "Y" TO WS-LOADED-SW.
001780     PERFORM 1100-LOAD-LIVE THRU 1100-EXIT.
001790     PERFORM 1200-LOAD-ARCHIVE THRU 1200-EXIT.
001800 1000-EXIT.
001810     EXIT.
001820*> ---------------------------------------------------------
001830*> 1100-LOAD-LIVE - the live swatch set.  A missing or empty
001840*>                  CLRSWT leaves the base eight - version
001850*>                  00; a loaded file carries the version
001860*>                  CLRAPL stamped on its rows, or none.
001870*> ---------------------------------------------------------
001880 1100-LOAD-LIVE.
001890     PERFORM 1120-SEED-DEFAULT-ROW THRU 1120-EXIT
001900         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8.
001910     MOVE 8 TO WS-LIVE-COUNT.
001920     MOVE "00" TO WS-LIVE-VERSION.
001930     OPEN INPUT CLRSWT-FILE.
001940     IF WS-CLRSWT-STATUS NOT = "00"
001950         GO TO 1100-EXIT
001960     END-IF.
001970     MOVE ZERO TO WS-IDX.
001980     PERFORM 1110-READ-LIVE-ROW THRU 1110-EXIT
001990         UNTIL WS-CLRSWT-STATUS NOT = "00" OR WS-IDX = 256.
002000     CLOSE CLRSWT-FILE.
002010     IF WS-IDX > ZERO
002020         MOVE WS-IDX TO WS-LIVE-COUNT
002030     END-IF.
002040 1100-EXIT.
002050     EXIT.
002060*> ---------------------------------------------------------
002070*> 1110-READ-LIVE-ROW - one CLRSWT record into the live
002080*>                      table; the first row's stamp is
002090*>                      the set's version.
002100*> ---------------------------------------------------------
002110 1110-READ-LIVE-ROW.
002120     READ CLRSWT-FILE
002130         AT END
002140             MOVE "10" TO WS-CLRSWT-STATUS
002150     END-READ.
002160     IF WS-CLRSWT-STATUS = "00"
002170         ADD 1 TO WS-IDX
002180         MOVE CLRSWT-LABEL       TO WS-LIVE-LABEL (WS-IDX)
002190         MOVE CLRSWT-COLOUR-NAME TO WS-LIVE-COLOUR (WS-IDX)
002200         MOVE CLRSWT-ATTR-VALUE  TO WS-LIVE-ATTR (WS-IDX)
002210         IF WS-IDX = 1
002220             MOVE SPACES TO WS-LIVE-VERSION
002230             IF CLRSWT-SET-VERSION IS NUMERIC
002240                 MOVE CLRSWT-SET-VERSION TO WS-LIVE-VERSION
002250             END-IF
002260         END-IF
002270     END-IF.
002280 1110-EXIT.
002290     EXIT.
002300*> ---------------------------------------------------------
002310*> 1120-SEED-DEFAULT-ROW - one compiled-in default row into
002320*>                         the live table.
002330*> ---------------------------------------------------------
002340 1120-SEED-DEFAULT-ROW.
002350     MOVE WS-DFT-LABEL (WS-IDX)  TO WS-LIVE-LABEL (WS-IDX).
002360     MOVE WS-DFT-COLOUR (WS-IDX) TO WS-LIVE-COLOUR (WS-IDX).
002370     MOVE WS-DFT-ATTR (WS-IDX)   TO WS-LIVE-ATTR (WS-IDX).
002380 1120-EXIT.
002390     EXIT.
002400*> ---------------------------------------------------------
002410*> 1200-LOAD-ARCHIVE - every archived version into the
002420*>                     directory and row table.  A missing
002430*>                     archive means no set has been
002440*>                     versioned yet: every verdict then
002450*>                     resolves against the live CLRSWT.
002460*> ---------------------------------------------------------
002470 1200-LOAD-ARCHIVE.
002480     PERFORM 1220-CLEAR-VERSION THRU 1220-EXIT
002490         VARYING WS-VER-IDX FROM 1 BY 1 UNTIL WS-VER-IDX > 99.
002500     MOVE ZERO TO WS-ENT-COUNT.
002510     MOVE ZERO TO WS-BAD-COUNT.
002520     OPEN INPUT CLRSWV-FILE.
002530     IF WS-CLRSWV-STATUS NOT = "00"
002540         GO TO 1200-EXIT
002550     END-IF.
002560     PERFORM 1210-READ-ARCHIVE-ROW THRU 1210-EXIT
002570         UNTIL WS-CLRSWV-STATUS NOT = "00".
002580     CLOSE CLRSWV-FILE.
002590     IF WS-BAD-COUNT NOT = ZERO
002600         DISPLAY "CLRSWR: " WS-BAD-COUNT " CLRSWV record(s) "
002610             "out of version/row order ignored"
002620     END-IF.
002630 1200-EXIT.
002640     EXIT.
002650*> ---------------------------------------------------------
002660*> 1210-READ-ARCHIVE-ROW - one CLRSWV record.  A version's
002670*>                         rows are appended together in
002680*>                         row order, so the next row of a
002690*>                         version always lands straight
002700*>                         after the last one; anything
002710*>                         else is a damaged archive and is
002720*>                         counted, not trusted.
002730*> ---------------------------------------------------------
002740 1210-READ-ARCHIVE-ROW.
002750     READ CLRSWV-FILE
002760         AT END
002770             MOVE "10" TO WS-CLRSWV-STATUS
002780     END-READ.
002790     IF WS-CLRSWV-STATUS NOT = "00"
002800         GO TO 1210-EXIT
002810     END-IF.
002820     IF CLRSWV-VERSION IS NOT NUMERIC
002830             OR CLRSWV-VERSION = ZERO
002840             OR CLRSWV-SWATCH-ROW IS NOT NUMERIC
002850         ADD 1 TO WS-BAD-COUNT
002860         GO TO 1210-EXIT
002870     END-IF.
002880     MOVE CLRSWV-VERSION TO WS-VER.
002890     IF WS-DIR-COUNT (WS-VER) = ZERO
002900         COMPUTE WS-DIR-FIRST (WS-VER) = WS-ENT-COUNT + 1
002910         MOVE CLRSWV-EFF-DATE TO WS-DIR-EFF-DATE (WS-VER)
002920     END-IF.
002930     IF CLRSWV-SWATCH-ROW NOT = WS-DIR-COUNT (WS-VER) + 1
002940             OR WS-DIR-FIRST (WS-VER) + WS-DIR-COUNT (WS-VER)
002950                NOT = WS-ENT-COUNT + 1
002960         ADD 1 TO WS-BAD-COUNT
002970         GO TO 1210-EXIT
002980     END-IF.
002990     ADD 1 TO WS-ENT-COUNT.
003000     ADD 1 TO WS-DIR-COUNT (WS-VER).
003010     MOVE CLRSWV-LABEL       TO WS-ENT-LABEL (WS-ENT-COUNT).
003020     MOVE CLRSWV-COLOUR-NAME TO WS-ENT-COLOUR (WS-ENT-COUNT).
003030     MOVE CLRSWV-ATTR-VALUE  TO WS-ENT-ATTR (WS-ENT-COUNT).
003040 1210-EXIT.
003050     EXIT.
003060*> ---------------------------------------------------------
003070*> 1220-CLEAR-VERSION - one directory entry to "not
003080*>                      archived".
003090*> ---------------------------------------------------------
003100 1220-CLEAR-VERSION.
003110     MOVE SPACES TO WS-DIR-EFF-DATE (WS-VER-IDX).
003120     MOVE ZERO   TO WS-DIR-FIRST (WS-VER-IDX).
003130     MOVE ZERO   TO WS-DIR-COUNT (WS-VER-IDX).
003140 1220-EXIT.
003150     EXIT.
003160*> ---------------------------------------------------------
003170*> 2000-RESOLVE-ROW - pick the set the verdict was given
003180*>                    under, then look its row up there.
003190*> ---------------------------------------------------------
003200 2000-RESOLVE-ROW.
003210     PERFORM 2100-PICK-SET THRU 2100-EXIT.
003220     IF CLRSWP-SWATCH-ROW IS NOT NUMERIC
003230             OR CLRSWP-SWATCH-ROW = ZERO
003240             OR CLRSWP-SWATCH-ROW > CLRSWP-ROW-COUNT
003250         MOVE "04" TO CLRSWP-STATUS
003260         GO TO 2000-EXIT
003270     END-IF.
003280     MOVE CLRSWP-SWATCH-ROW TO WS-IDX.
003290     EVALUATE TRUE
003300         WHEN WS-SET-ARCHIVED
003310             COMPUTE WS-ENT-IDX =
003320                 WS-DIR-FIRST (WS-PICK-VER) + WS-IDX - 1
003330             MOVE WS-ENT-LABEL (WS-ENT-IDX)  TO CLRSWP-LABEL
003340             MOVE WS-ENT-COLOUR (WS-ENT-IDX)
003350                 TO CLRSWP-COLOUR-NAME
003360             MOVE WS-ENT-ATTR (WS-ENT-IDX)
003370                 TO CLRSWP-ATTR-VALUE
003380         WHEN WS-SET-DEFAULT
003390             MOVE WS-DFT-LABEL (WS-IDX)  TO CLRSWP-LABEL
003400             MOVE WS-DFT-COLOUR (WS-IDX) TO CLRSWP-COLOUR-NAME
003410             MOVE WS-DFT-ATTR (WS-IDX)   TO CLRSWP-ATTR-VALUE
003420         WHEN OTHER
003430             MOVE WS-LIVE-LABEL (WS-IDX)  TO CLRSWP-LABEL
003440             MOVE WS-LIVE-COLOUR (WS-IDX) TO CLRSWP-COLOUR-NAME
003450             MOVE WS-LIVE-ATTR (WS-IDX)   TO CLRSWP-ATTR-VALUE
003460     END-EVALUATE.
003470 2000-EXIT.
003480     EXIT.
003490*> ---------------------------------------------------------
003500*> 2100-PICK-SET - the verdict's own version when it is
003510*>                 archived (00 is the base eight); the
003520*>                 live set when the verdict names the live
003530*>                 version; otherwise the version live on
003540*>                 the test date, or the base eight when
003550*>                 that date is before every archived set;
003560*>                 failing all of those, the live CLRSWT.
003570*> ---------------------------------------------------------
003580 2100-PICK-SET.
003590     IF CLRSWP-VERSION = "00"
003600         MOVE "D"  TO WS-SET-KIND
003610         MOVE 8    TO CLRSWP-ROW-COUNT
003620         GO TO 2100-EXIT
003630     END-IF.
003640     IF CLRSWP-VERSION IS NUMERIC
003650         MOVE CLRSWP-VERSION TO WS-PICK-VER
003660         IF WS-DIR-COUNT (WS-PICK-VER) NOT = ZERO
003670             MOVE "A" TO WS-SET-KIND
003680             MOVE WS-DIR-EFF-DATE (WS-PICK-VER)
003690                 TO CLRSWP-EFF-DATE
003700             MOVE WS-DIR-COUNT (WS-PICK-VER)
003710                 TO CLRSWP-ROW-COUNT
003720             GO TO 2100-EXIT
003730         END-IF
003740         IF CLRSWP-VERSION = WS-LIVE-VERSION
003750             GO TO 2100-LIVE
003760         END-IF
003770     END-IF.
003780     PERFORM 3100-FIND-VERSION-ON-DATE THRU 3100-EXIT.
003790     IF WS-BEFORE-ARCHIVE
003800         MOVE "D"  TO WS-SET-KIND
003810         MOVE "00" TO CLRSWP-VERSION
003820         MOVE 8    TO CLRSWP-ROW-COUNT
003830         GO TO 2100-EXIT
003840     END-IF.
003850     IF WS-PICK-VER NOT = ZERO
003860         MOVE "A" TO WS-SET-KIND
003870         MOVE WS-PICK-VER TO CLRSWP-VERSION
003880         MOVE WS-DIR-EFF-DATE (WS-PICK-VER) TO CLRSWP-EFF-DATE
003890         MOVE WS-DIR-COUNT (WS-PICK-VER) TO CLRSWP-ROW-COUNT
003900         GO TO 2100-EXIT
003910     END-IF.
003920 2100-LIVE.
003930     MOVE "L" TO WS-SET-KIND.
003940     MOVE WS-LIVE-VERSION TO CLRSWP-VERSION.
003950     MOVE WS-LIVE-COUNT   TO CLRSWP-ROW-COUNT.
003960 2100-EXIT.
003970     EXIT.
003980*> ---------------------------------------------------------
003990*> 3000-VERSION-ON-DATE - which archived version was live on
004000*>                        CLRSWP-TEST-DATE.  A date before
004010*>                        every archived set can only have
004020*>                        been under the base eight: 00.
004030*> ---------------------------------------------------------
004040 3000-VERSION-ON-DATE.
004050     PERFORM 3100-FIND-VERSION-ON-DATE THRU 3100-EXIT.
004060     IF WS-BEFORE-ARCHIVE
004070         MOVE "00" TO CLRSWP-VERSION
004080         MOVE 8    TO CLRSWP-ROW-COUNT
004090         GO TO 3000-EXIT
004100     END-IF.
004110     IF WS-PICK-VER = ZERO
004120         MOVE SPACES TO CLRSWP-VERSION
004130         MOVE "04" TO CLRSWP-STATUS
004140         GO TO 3000-EXIT
004150     END-IF.
004160     MOVE WS-PICK-VER TO CLRSWP-VERSION.
004170     MOVE WS-DIR-EFF-DATE (WS-PICK-VER) TO CLRSWP-EFF-DATE.
004180     MOVE WS-DIR-COUNT (WS-PICK-VER) TO CLRSWP-ROW-COUNT.
004190 3000-EXIT.
004200     EXIT.
004210*> ---------------------------------------------------------
004220*> 3100-FIND-VERSION-ON-DATE - the highest version whose
004230*>                             effective date is on or
004240*>                             before the test date; two
004250*>                             promotions on one day leave
004260*>                             the later in force.  Zero
004270*>                             when none qualifies; if the
004280*>                             archive holds sets but the
004290*>                             date is before all of them,
004300*>                             WS-BEFORE-ARCHIVE is set too.
004310*> ---------------------------------------------------------
004320 3100-FIND-VERSION-ON-DATE.
004330     MOVE ZERO TO WS-PICK-VER.
004340     MOVE "N"  TO WS-BEFORE-SW.
004350     IF CLRSWP-TEST-DATE IS NOT NUMERIC
004360         GO TO 3100-EXIT
004370     END-IF.
004380     PERFORM 3110-PROBE-VERSION THRU 3110-EXIT
004390         VARYING WS-VER-IDX FROM 1 BY 1 UNTIL WS-VER-IDX > 99.
004400     IF WS-PICK-VER = ZERO AND WS-ENT-COUNT NOT = ZERO
004410         MOVE "Y" TO WS-BEFORE-SW
004420     END-IF.
004430 3100-EXIT.
004440     EXIT.
004450*> ---------------------------------------------------------
004460*> 3110-PROBE-VERSION - one directory entry.
004470*> ---------------------------------------------------------
004480 3110-PROBE-VERSION.
004490     IF WS-DIR-COUNT (WS-VER-IDX) NOT = ZERO
004500             AND WS-DIR-EFF-DATE (WS-VER-IDX)
004510                 NOT > CLRSWP-TEST-DATE
004520         MOVE WS-VER-IDX TO WS-PICK-VER
004530     END-IF.
004540 3110-EXIT.
004550     EXIT.
004560 END PROGRAM CLRSWR.
