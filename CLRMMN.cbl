000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRMMN
000040*> Purpose:   Terminal model catalogue maintenance.  Add/
000050*>            change/delete/browse screen over the keyed
000060*>            CLRMDL master - one entry per hardware model,
000070*>            carrying the vendor, the model name, how many
000080*>            colours the model can show (000 monochrome, 008,
000090*>            016 or 256) and a Y/N flag for each of the five
000100*>            SAMPLE display styles it can render.  CLRTMN
000110*>            links every inventory terminal to one of these
000120*>            entries, and CLRMDR groups the self-test
000130*>            failures by them.  A model still linked to an
000140*>            inventory terminal cannot be deleted, and cannot
000150*>            be changed to monochrome while a COLOR terminal
000160*>            is linked to it.
000170*> Tectonics: cobc -x -I copybooks clrmmn.cbl
000180*> License:   Public Domain
000190*> ************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.     CLRMMN.
000220 AUTHOR.         R F HARRISON.
000230 INSTALLATION.   TERMINAL SERVICES GROUP.
000240 DATE-WRITTEN.   20261015.
000250 DATE-COMPILED.  20261015.
000260*> ************************************************************
000270*> MODIFICATION HISTORY
000280*> DATE      INIT  DESCRIPTION
000290*> 20261015  RFH   Original - add/change/delete/browse screen
000300*>                 over the CLRMDL terminal model catalogue.
000310*> ************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     CRT STATUS IS WS-CRT-STATUS.
000360 REPOSITORY.
000370     FUNCTION ALL INTRINSIC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CLRMDL-FILE ASSIGN TO "CLRMDL"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CLRMDL-MODEL-CODE
000440         FILE STATUS IS WS-CLRMDL-STATUS.
000450     SELECT CLRTRM-FILE ASSIGN TO "CLRTRM"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CLRTRM-TERM-ID
000490         FILE STATUS IS WS-CLRTRM-STATUS.
000500*> ************************************************************
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CLRMDL-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY "copybooks/CLRMDL.cpy".
000560 FD  CLRTRM-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY "copybooks/CLRTRM.cpy".
000590 WORKING-STORAGE SECTION.
000600*>  --- switches ---------------------------------------------
000610 77  WS-CLRMDL-STATUS      PIC X(02).
000620 77  WS-CLRTRM-STATUS      PIC X(02).
000630 77  WS-EOF-SW             PIC X(01)  VALUE "N".
000640     88  WS-END-OF-CATALOGUE          VALUE "Y".
000650 77  WS-TRM-EOF-SW         PIC X(01)  VALUE "N".
000660     88  WS-END-OF-INVENTORY          VALUE "Y".
000670 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000680     88  WS-ENTRY-FOUND               VALUE "Y".
000690 77  WS-VALID-SW           PIC X(01)  VALUE "Y".
000700     88  WS-INPUT-VALID               VALUE "Y".
000710*>  --- operator input -----------------------------------------
000720 77  WS-ACTION             PIC X(01) VALUE SPACE.
000730 77  WS-IN-MODEL-CODE      PIC X(04) VALUE SPACES.
000740 77  WS-IN-VENDOR          PIC X(20) VALUE SPACES.
000750 77  WS-IN-MODEL-NAME      PIC X(20) VALUE SPACES.
000760 77  WS-IN-COLOURS         PIC X(03) VALUE SPACES.
000770 77  WS-IN-STYLES          PIC X(05) VALUE SPACES.
000780*>  --- PF-key loop --------------------------------------------
000790 77  WS-CRT-STATUS         PIC 9(04) VALUE ZERO.
000800     88  WS-PF3-PRESSED               VALUE 1003.
000810     88  WS-PF7-PRESSED               VALUE 1007.
000820     88  WS-PF8-PRESSED               VALUE 1008.
000830*>  --- counters and subscripts --------------------------------
000840 77  WS-MDL-COUNT          PIC 9(03) VALUE ZERO.
000850 77  WS-DROP-COUNT         PIC 9(05) VALUE ZERO.
000860 77  WS-IDX                PIC 9(03) VALUE ZERO.
000870 77  WS-STYLE-IDX          PIC 9(01) VALUE ZERO.
000880 77  WS-LINKED-COUNT       PIC 9(05) VALUE ZERO.
000890 77  WS-LINKED-COLOR       PIC 9(05) VALUE ZERO.
000900 77  WS-LINKED-ED          PIC ZZZZ9.
000910 77  WS-PAGE-NO            PIC 9(03) VALUE 1.
000920 77  WS-PAGE-COUNT         PIC 9(03) VALUE 1.
000930 77  WS-PAGE-START         PIC 9(03) VALUE ZERO.
000940 77  WS-ROW-IDX            PIC 9(02) VALUE ZERO.
000950 77  WS-SEQ-ED             PIC ZZ9.
000960*>  --- the catalogue, held in key order for the browse --------
000970 01  WS-MDL-TABLE.
000980     05  WS-MDL-ENTRY OCCURS 200 TIMES.
000990         10  WS-MDL-MODEL-CODE  PIC X(04).
001000         10  WS-MDL-VENDOR      PIC X(20).
001010         10  WS-MDL-MODEL-NAME  PIC X(20).
001020         10  WS-MDL-COLOURS     PIC X(03).
001030         10  WS-MDL-STYLES      PIC X(05).
001040*>  --- one browse page of formatted lines ---------------------
001050 01  WS-PAGE-LINES.
001060     05  WS-PAGE-LINE           PIC X(64) OCCURS 12 TIMES.
001070 77  WS-PAGE-TITLE         PIC X(30) VALUE SPACES.
001080 77  WS-MSG-LINE           PIC X(60) VALUE SPACES.
001090*> ************************************************************
001100 SCREEN SECTION.
001110 01  CATALOGUE-SCREEN.
001120   05  MDL-HDR-GRP.
001130     10 LINE  1 COLUMN 1 VALUE "Terminal Model Catalogue".
001140     10 LINE  2 COLUMN 1 VALUE "========================".
001150     10 LINE  3 COLUMN 1 FROM WS-PAGE-TITLE.
001160     10 LINE  4 COLUMN 1
001170        VALUE "  #  code  vendor               "
001180            & "model name            col  DHLRI".
001190     10 LINE  5 COLUMN 1
001200        VALUE "---  ----  -------------------- "
001210            & "--------------------  ---  -----".
001220     10 LINE  6 COLUMN 1 FROM WS-PAGE-LINE (1).
001230     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (2).
001240     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (3).
001250     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (4).
001260     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (5).
001270     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (6).
001280     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (7).
001290     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (8).
001300     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (9).
001310     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (10).
001320     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (11).
001330     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (12).
001340     10 LINE 18 COLUMN 1
001350        VALUE "styles: D=default H=highlight L=lowlight "
001360            & "R=reverse I=high-int".
001370     10 LINE 19 COLUMN 1
001380        VALUE "A=add  C=change  D=delete   PF7/PF8=page  PF3=end".
001390     10 LINE 20 COLUMN 1 FROM WS-MSG-LINE.
001400*> ************************************************************
001410 PROCEDURE DIVISION.
001420*> ---------------------------------------------------------
001430*> 0000-MAINLINE
001440*> ---------------------------------------------------------
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 3000-INTERACT-LOOP THRU 3000-EXIT.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490     GOBACK.
001500*> ---------------------------------------------------------
001510*> 1000-INITIALIZE - create the catalogue on first ever use,
001520*>                   the same way CLROMN creates CLROPM, then
001530*>                   load it for the browse.  The file stays
001540*>                   open I-O for the whole session.
001550*> ---------------------------------------------------------
001560 1000-INITIALIZE.
001570     OPEN I-O CLRMDL-FILE.
001580     IF WS-CLRMDL-STATUS = "35"
001590         OPEN OUTPUT CLRMDL-FILE
001600         CLOSE CLRMDL-FILE
001610         OPEN I-O CLRMDL-FILE
001620     END-IF.
001630     IF WS-CLRMDL-STATUS NOT = "00"
001640         DISPLAY "CLRMDL open failed, status " WS-CLRMDL-STATUS
001650         MOVE 8 TO RETURN-CODE
001660         MOVE 1003 TO WS-CRT-STATUS
001670         GO TO 1000-EXIT
001680     END-IF.
001690     PERFORM 2000-LOAD-CATALOGUE THRU 2000-EXIT.
001700 1000-EXIT.
001710     EXIT.
001720*> ---------------------------------------------------------
001730*> 2000-LOAD-CATALOGUE - the catalogue into the browse table,
001740*>                       in key order, via a READ NEXT sweep
001750*>                       from the front.
001760*> ---------------------------------------------------------
001770 2000-LOAD-CATALOGUE.
001780     MOVE ZERO TO WS-MDL-COUNT.
001790     MOVE ZERO TO WS-DROP-COUNT.
001800     MOVE "N" TO WS-EOF-SW.
001810     MOVE LOW-VALUES TO CLRMDL-MODEL-CODE.
001820     START CLRMDL-FILE KEY NOT < CLRMDL-MODEL-CODE
001830         INVALID KEY
001840             MOVE "Y" TO WS-EOF-SW
001850     END-START.
001860     PERFORM 2100-READ-MODEL THRU 2100-EXIT.
001870     PERFORM 2200-STORE-MODEL THRU 2200-EXIT
001880         UNTIL WS-END-OF-CATALOGUE.
001890 2000-EXIT.
001900     EXIT.
001910*> ---------------------------------------------------------
001920*> 2100-READ-MODEL - next catalogue record in key order.
001930*> ---------------------------------------------------------
001940 2100-READ-MODEL.
001950     IF WS-END-OF-CATALOGUE
001960         GO TO 2100-EXIT
001970     END-IF.
001980     READ CLRMDL-FILE NEXT RECORD
001990         AT END
002000             MOVE "Y" TO WS-EOF-SW
002010     END-READ.
002020     IF WS-CLRMDL-STATUS NOT = "00" AND NOT WS-END-OF-CATALOGUE
002030         MOVE "Y" TO WS-EOF-SW
002040     END-IF.
002050 2100-EXIT.
002060     EXIT.
002070*> ---------------------------------------------------------
002080*> 2200-STORE-MODEL - one catalogue record into the table.
002090*> ---------------------------------------------------------
002100 2200-STORE-MODEL.
002110     IF WS-MDL-COUNT < 200
002120         ADD 1 TO WS-MDL-COUNT
002130         MOVE CLRMDL-MODEL-CODE
002140             TO WS-MDL-MODEL-CODE (WS-MDL-COUNT)
002150         MOVE CLRMDL-VENDOR
002160             TO WS-MDL-VENDOR (WS-MDL-COUNT)
002170         MOVE CLRMDL-MODEL-NAME
002180             TO WS-MDL-MODEL-NAME (WS-MDL-COUNT)
002190         MOVE CLRMDL-COLOURS-X
002200             TO WS-MDL-COLOURS (WS-MDL-COUNT)
002210         MOVE CLRMDL-STYLE-FLAGS
002220             TO WS-MDL-STYLES (WS-MDL-COUNT)
002230     ELSE
002240         ADD 1 TO WS-DROP-COUNT
002250     END-IF.
002260     PERFORM 2100-READ-MODEL THRU 2100-EXIT.
002270 2200-EXIT.
002280     EXIT.
002290*> ---------------------------------------------------------
002300*> 3000-INTERACT-LOOP - redisplay and re-accept until PF3.
002310*> ---------------------------------------------------------
002320 3000-INTERACT-LOOP.
002330     PERFORM 3010-INTERACT-STEP THRU 3010-EXIT
002340         UNTIL WS-PF3-PRESSED.
002350 3000-EXIT.
002360     EXIT.
002370*> ---------------------------------------------------------
002380*> 3010-INTERACT-STEP - one display/accept cycle.
002390*> ---------------------------------------------------------
002400 3010-INTERACT-STEP.
002410     PERFORM 4000-DISPLAY-SCREEN THRU 4000-EXIT.
002420     MOVE SPACE TO WS-ACTION.
002430     MOVE ZERO TO WS-CRT-STATUS.
002440     ACCEPT WS-ACTION
002450         LINE 21 COLUMN 1
002460     END-ACCEPT.
002470     MOVE SPACES TO WS-MSG-LINE.
002480     EVALUATE TRUE
002490         WHEN WS-PF3-PRESSED
002500             CONTINUE
002510         WHEN WS-PF7-PRESSED
002520             PERFORM 3020-PREV-PAGE THRU 3020-EXIT
002530         WHEN WS-PF8-PRESSED
002540             PERFORM 3030-NEXT-PAGE THRU 3030-EXIT
002550         WHEN WS-ACTION = "A" OR "a"
002560             PERFORM 3100-ADD-MODEL THRU 3100-EXIT
002570         WHEN WS-ACTION = "C" OR "c"
002580             PERFORM 3200-CHANGE-MODEL THRU 3200-EXIT
002590         WHEN WS-ACTION = "D" OR "d"
002600             PERFORM 3300-DELETE-MODEL THRU 3300-EXIT
002610         WHEN OTHER
002620             CONTINUE
002630     END-EVALUATE.
002640 3010-EXIT.
002650     EXIT.
002660*> ---------------------------------------------------------
002670*> 3020-PREV-PAGE - PF7, stopping at the first page.
002680*> ---------------------------------------------------------
002690 3020-PREV-PAGE.
002700     IF WS-PAGE-NO > 1
002710         SUBTRACT 1 FROM WS-PAGE-NO
002720     END-IF.
002730 3020-EXIT.
002740     EXIT.
002750*> ---------------------------------------------------------
002760*> 3030-NEXT-PAGE - PF8, stopping at the last page.
002770*> ---------------------------------------------------------
002780 3030-NEXT-PAGE.
002790     IF WS-PAGE-NO < WS-PAGE-COUNT
002800         ADD 1 TO WS-PAGE-NO
002810     END-IF.
002820 3030-EXIT.
002830     EXIT.
002840*> ---------------------------------------------------------
002850*> 3100-ADD-MODEL - a new model code.  Vendor, model name and
002860*>                  colour capability are required; blank
002870*>                  style flags mean the model renders all
002880*>                  five styles.
002890*> ---------------------------------------------------------
002900 3100-ADD-MODEL.
002910     PERFORM 3400-ACCEPT-MODEL-CODE THRU 3400-EXIT.
002920     IF WS-IN-MODEL-CODE = SPACES
002930         MOVE "Add cancelled - no model code given"
002940             TO WS-MSG-LINE
002950         GO TO 3100-EXIT
002960     END-IF.
002970     MOVE WS-IN-MODEL-CODE TO CLRMDL-MODEL-CODE.
002980     MOVE "N" TO WS-FOUND-SW.
002990     READ CLRMDL-FILE
003000         INVALID KEY
003010             CONTINUE
003020         NOT INVALID KEY
003030             MOVE "Y" TO WS-FOUND-SW
003040     END-READ.
003050     IF WS-ENTRY-FOUND
003060         MOVE "Rejected - model code already in catalogue"
003070             TO WS-MSG-LINE
003080         GO TO 3100-EXIT
003090     END-IF.
003100     PERFORM 3500-ACCEPT-VENDOR THRU 3500-EXIT.
003110     IF WS-IN-VENDOR = SPACES
003120         MOVE "Rejected - a vendor is required"
003130             TO WS-MSG-LINE
003140         GO TO 3100-EXIT
003150     END-IF.
003160     PERFORM 3600-ACCEPT-MODEL-NAME THRU 3600-EXIT.
003170     IF WS-IN-MODEL-NAME = SPACES
003180         MOVE "Rejected - a model name is required"
003190             TO WS-MSG-LINE
003200         GO TO 3100-EXIT
003210     END-IF.
003220     PERFORM 3700-ACCEPT-CAPABILITY THRU 3700-EXIT.
003230     IF WS-IN-COLOURS = SPACES
003240         MOVE "Rejected - colours must be 000, 008, 016 or 256"
003250             TO WS-MSG-LINE
003260         GO TO 3100-EXIT
003270     END-IF.
003280     PERFORM 3800-CHECK-CAPABILITY THRU 3800-EXIT.
003290     IF NOT WS-INPUT-VALID
003300         GO TO 3100-EXIT
003310     END-IF.
003320     IF WS-IN-STYLES = SPACES
003330         MOVE "YYYYY" TO WS-IN-STYLES
003340     END-IF.
003350     MOVE SPACES            TO CLRMDL-RECORD.
003360     MOVE WS-IN-MODEL-CODE  TO CLRMDL-MODEL-CODE.
003370     MOVE WS-IN-VENDOR      TO CLRMDL-VENDOR.
003380     MOVE WS-IN-MODEL-NAME  TO CLRMDL-MODEL-NAME.
003390     MOVE WS-IN-COLOURS     TO CLRMDL-COLOURS-X.
003400     MOVE WS-IN-STYLES      TO CLRMDL-STYLE-FLAGS.
003410     MOVE CURRENT-DATE(1:8) TO CLRMDL-UPD-DATE.
003420     MOVE CURRENT-DATE(9:6) TO CLRMDL-UPD-TIME.
003430     WRITE CLRMDL-RECORD
003440         INVALID KEY
003450             REWRITE CLRMDL-RECORD
003460     END-WRITE.
003470     IF WS-CLRMDL-STATUS NOT = "00"
003480         MOVE "CLRMDL write failed" TO WS-MSG-LINE
003490         GO TO 3100-EXIT
003500     END-IF.
003510     PERFORM 2000-LOAD-CATALOGUE THRU 2000-EXIT.
003520     MOVE "Added" TO WS-MSG-LINE.
003530 3100-EXIT.
003540     EXIT.
003550*> ---------------------------------------------------------
003560*> 3200-CHANGE-MODEL - vendor, model name, colours and style
003570*>                     flags; a blank answer keeps the
003580*>                     current value.  Going to monochrome is
003590*>                     refused while a COLOR terminal is
003600*>                     still linked to the model.
003610*> ---------------------------------------------------------
003620 3200-CHANGE-MODEL.
003630     PERFORM 3400-ACCEPT-MODEL-CODE THRU 3400-EXIT.
003640     MOVE WS-IN-MODEL-CODE TO CLRMDL-MODEL-CODE.
003650     MOVE "N" TO WS-FOUND-SW.
003660     READ CLRMDL-FILE
003670         INVALID KEY
003680             CONTINUE
003690         NOT INVALID KEY
003700             MOVE "Y" TO WS-FOUND-SW
003710     END-READ.
003720     IF NOT WS-ENTRY-FOUND
003730         MOVE "Rejected - model code not in catalogue"
003740             TO WS-MSG-LINE
003750         GO TO 3200-EXIT
003760     END-IF.
003770     PERFORM 3500-ACCEPT-VENDOR THRU 3500-EXIT.
003780     PERFORM 3600-ACCEPT-MODEL-NAME THRU 3600-EXIT.
003790     PERFORM 3700-ACCEPT-CAPABILITY THRU 3700-EXIT.
003800     PERFORM 3800-CHECK-CAPABILITY THRU 3800-EXIT.
003810     IF NOT WS-INPUT-VALID
003820         GO TO 3200-EXIT
003830     END-IF.
003840     IF WS-IN-COLOURS = "000"
003850         PERFORM 3900-COUNT-LINKED THRU 3900-EXIT
003860         IF WS-LINKED-COLOR NOT = ZERO
003870             MOVE WS-LINKED-COLOR TO WS-LINKED-ED
003880             MOVE SPACES TO WS-MSG-LINE
003890             STRING "Rejected - " WS-LINKED-ED
003900                    " COLOR terminal(s) linked to this model"
003910                 DELIMITED BY SIZE INTO WS-MSG-LINE
003920             END-STRING
003930             GO TO 3200-EXIT
003940         END-IF
003950     END-IF.
003960     IF WS-IN-VENDOR NOT = SPACES
003970         MOVE WS-IN-VENDOR TO CLRMDL-VENDOR
003980     END-IF.
003990     IF WS-IN-MODEL-NAME NOT = SPACES
004000         MOVE WS-IN-MODEL-NAME TO CLRMDL-MODEL-NAME
004010     END-IF.
004020     IF WS-IN-COLOURS NOT = SPACES
004030         MOVE WS-IN-COLOURS TO CLRMDL-COLOURS-X
004040     END-IF.
004050     IF WS-IN-STYLES NOT = SPACES
004060         MOVE WS-IN-STYLES TO CLRMDL-STYLE-FLAGS
004070     END-IF.
004080     MOVE CURRENT-DATE(1:8) TO CLRMDL-UPD-DATE.
004090     MOVE CURRENT-DATE(9:6) TO CLRMDL-UPD-TIME.
004100     REWRITE CLRMDL-RECORD.
004110     IF WS-CLRMDL-STATUS NOT = "00"
004120         MOVE "CLRMDL rewrite failed" TO WS-MSG-LINE
004130         GO TO 3200-EXIT
004140     END-IF.
004150     PERFORM 2000-LOAD-CATALOGUE THRU 2000-EXIT.
004160     MOVE "Changed" TO WS-MSG-LINE.
004170 3200-EXIT.
004180     EXIT.
004190*> ---------------------------------------------------------
004200*> 3300-DELETE-MODEL - only a model no inventory terminal
004210*>                     points at; relink or retire the
004220*>                     terminals on CLRTMN first, so no
004230*>                     CLRTRM-MODEL-CODE is left dangling.
004240*> ---------------------------------------------------------
004250 3300-DELETE-MODEL.
004260     PERFORM 3400-ACCEPT-MODEL-CODE THRU 3400-EXIT.
004270     MOVE WS-IN-MODEL-CODE TO CLRMDL-MODEL-CODE.
004280     MOVE "N" TO WS-FOUND-SW.
004290     READ CLRMDL-FILE
004300         INVALID KEY
004310             CONTINUE
004320         NOT INVALID KEY
004330             MOVE "Y" TO WS-FOUND-SW
004340     END-READ.
004350     IF NOT WS-ENTRY-FOUND
004360         MOVE "Rejected - model code not in catalogue"
004370             TO WS-MSG-LINE
004380         GO TO 3300-EXIT
004390     END-IF.
004400     PERFORM 3900-COUNT-LINKED THRU 3900-EXIT.
004410     IF WS-LINKED-COUNT NOT = ZERO
004420         MOVE WS-LINKED-COUNT TO WS-LINKED-ED
004430         MOVE SPACES TO WS-MSG-LINE
004440         STRING "Rejected - " WS-LINKED-ED
004450                " terminal(s) still linked to this model"
004460             DELIMITED BY SIZE INTO WS-MSG-LINE
004470         END-STRING
004480         GO TO 3300-EXIT
004490     END-IF.
004500     DELETE CLRMDL-FILE RECORD.
004510     IF WS-CLRMDL-STATUS NOT = "00"
004520         MOVE "CLRMDL delete failed" TO WS-MSG-LINE
004530         GO TO 3300-EXIT
004540     END-IF.
004550     PERFORM 2000-LOAD-CATALOGUE THRU 2000-EXIT.
004560     MOVE "Deleted" TO WS-MSG-LINE.
004570 3300-EXIT.
004580     EXIT.
004590*> ---------------------------------------------------------
004600*> 3400-ACCEPT-MODEL-CODE - prompt for the model code the
004610*>                          action applies to, forced upper
004620*>                          case.
004630*> ---------------------------------------------------------
004640 3400-ACCEPT-MODEL-CODE.
004650     MOVE SPACES TO WS-IN-MODEL-CODE.
004660     DISPLAY "Model code: " LINE 22 COLUMN 1 END-DISPLAY.
004670     ACCEPT WS-IN-MODEL-CODE
004680         LINE 22 COLUMN 13
004690     END-ACCEPT.
004700     MOVE UPPER-CASE(WS-IN-MODEL-CODE) TO WS-IN-MODEL-CODE.
004710 3400-EXIT.
004720     EXIT.
004730*> ---------------------------------------------------------
004740*> 3500-ACCEPT-VENDOR - prompt for the vendor; blank on a
004750*>                      change keeps the current one.
004760*> ---------------------------------------------------------
004770 3500-ACCEPT-VENDOR.
004780     MOVE SPACES TO WS-IN-VENDOR.
004790     DISPLAY "Vendor: " LINE 23 COLUMN 1 END-DISPLAY.
004800     ACCEPT WS-IN-VENDOR
004810         LINE 23 COLUMN 9
004820     END-ACCEPT.
004830 3500-EXIT.
004840     EXIT.
004850*> ---------------------------------------------------------
004860*> 3600-ACCEPT-MODEL-NAME - prompt for the model name; blank
004870*>                          on a change keeps the current one.
004880*> ---------------------------------------------------------
004890 3600-ACCEPT-MODEL-NAME.
004900     MOVE SPACES TO WS-IN-MODEL-NAME.
004910     DISPLAY "Model name: " LINE 24 COLUMN 1 END-DISPLAY.
004920     ACCEPT WS-IN-MODEL-NAME
004930         LINE 24 COLUMN 13
004940     END-ACCEPT.
004950 3600-EXIT.
004960     EXIT.
004970*> ---------------------------------------------------------
004980*> 3700-ACCEPT-CAPABILITY - prompt for the colour count and
004990*>                          the five style flags, in self-
005000*>                          test order, on the one line.
005010*> ---------------------------------------------------------
005020 3700-ACCEPT-CAPABILITY.
005030     MOVE SPACES TO WS-IN-COLOURS.
005040     MOVE SPACES TO WS-IN-STYLES.
005050     DISPLAY "Colours (000/008/016/256): "
005060         LINE 25 COLUMN 1 END-DISPLAY.
005070     ACCEPT WS-IN-COLOURS
005080         LINE 25 COLUMN 28
005090     END-ACCEPT.
005100     DISPLAY "Styles DHLRI (Y/N): "
005110         LINE 25 COLUMN 34 END-DISPLAY.
005120     ACCEPT WS-IN-STYLES
005130         LINE 25 COLUMN 54
005140     END-ACCEPT.
005150     MOVE UPPER-CASE(WS-IN-STYLES) TO WS-IN-STYLES.
005160 3700-EXIT.
005170     EXIT.
005180*> ---------------------------------------------------------
005190*> 3800-CHECK-CAPABILITY - colours 000, 008, 016 or 256 and
005200*>                         every style flag Y or N; blanks
005210*>                         pass here and are dealt with by
005220*>                         the caller.
005230*> ---------------------------------------------------------
005240 3800-CHECK-CAPABILITY.
005250     MOVE "Y" TO WS-VALID-SW.
005260     IF WS-IN-COLOURS NOT = SPACES
005270             AND WS-IN-COLOURS NOT = "000"
005280             AND WS-IN-COLOURS NOT = "008"
005290             AND WS-IN-COLOURS NOT = "016"
005300             AND WS-IN-COLOURS NOT = "256"
005310         MOVE "N" TO WS-VALID-SW
005320         MOVE "Rejected - colours must be 000, 008, 016 or 256"
005330             TO WS-MSG-LINE
005340         GO TO 3800-EXIT
005350     END-IF.
005360     IF WS-IN-STYLES = SPACES
005370         GO TO 3800-EXIT
005380     END-IF.
005390     PERFORM 3810-CHECK-STYLE-FLAG THRU 3810-EXIT
005400         VARYING WS-STYLE-IDX FROM 1 BY 1
005410         UNTIL WS-STYLE-IDX > 5.
005420     IF NOT WS-INPUT-VALID
005430         MOVE "Rejected - style flags must be five Y/N"
005440             TO WS-MSG-LINE
005450     END-IF.
005460 3800-EXIT.
005470     EXIT.
005480*> ---------------------------------------------------------
005490*> 3810-CHECK-STYLE-FLAG - one position of the style flags.
005500*> ---------------------------------------------------------
005510 3810-CHECK-STYLE-FLAG.
005520     IF WS-IN-STYLES (WS-STYLE-IDX:1) NOT = "Y"
005530             AND WS-IN-STYLES (WS-STYLE-IDX:1) NOT = "N"
005540         MOVE "N" TO WS-VALID-SW
005550     END-IF.
005560 3810-EXIT.
005570     EXIT.
005580*> ---------------------------------------------------------
005590*> 3900-COUNT-LINKED - sweep the inventory for terminals
005600*>                     linked to the model in CLRMDL-MODEL-
005610*>                     CODE, counting all of them and the
005620*>                     COLOR ones.  An inventory that will not
005630*>                     open counts as nothing linked.
005640*> ---------------------------------------------------------
005650 3900-COUNT-LINKED.
005660     MOVE ZERO TO WS-LINKED-COUNT.
005670     MOVE ZERO TO WS-LINKED-COLOR.
005680     OPEN INPUT CLRTRM-FILE.
005690     IF WS-CLRTRM-STATUS NOT = "00"
005700         GO TO 3900-EXIT
005710     END-IF.
005720     MOVE "N" TO WS-TRM-EOF-SW.
005730     MOVE LOW-VALUES TO CLRTRM-TERM-ID.
005740     START CLRTRM-FILE KEY NOT < CLRTRM-TERM-ID
005750         INVALID KEY
005760             MOVE "Y" TO WS-TRM-EOF-SW
005770     END-START.
005780     PERFORM 3910-READ-TERMINAL THRU 3910-EXIT.
005790     PERFORM 3920-TALLY-TERMINAL THRU 3920-EXIT
005800         UNTIL WS-END-OF-INVENTORY.
005810     CLOSE CLRTRM-FILE.
005820 3900-EXIT.
005830     EXIT.
005840*> ---------------------------------------------------------
005850*> 3910-READ-TERMINAL - next inventory record in key order.
005860*> ---------------------------------------------------------
005870 3910-READ-TERMINAL.
005880     IF WS-END-OF-INVENTORY
005890         GO TO 3910-EXIT
005900     END-IF.
005910     READ CLRTRM-FILE NEXT RECORD
005920         AT END
005930             MOVE "Y" TO WS-TRM-EOF-SW
005940     END-READ.
005950     IF WS-CLRTRM-STATUS NOT = "00" AND NOT WS-END-OF-INVENTORY
005960         MOVE "Y" TO WS-TRM-EOF-SW
005970     END-IF.
005980 3910-EXIT.
005990     EXIT.
006000*> ---------------------------------------------------------
006010*> 3920-TALLY-TERMINAL - one inventory record against the
006020*>                       model.
006030*> ---------------------------------------------------------
006040 3920-TALLY-TERMINAL.
006050     IF CLRTRM-MODEL-CODE = CLRMDL-MODEL-CODE
006060         ADD 1 TO WS-LINKED-COUNT
006070         IF CLRTRM-TERM-TYPE = "COLOR"
006080             ADD 1 TO WS-LINKED-COLOR
006090         END-IF
006100     END-IF.
006110     PERFORM 3910-READ-TERMINAL THRU 3910-EXIT.
006120 3920-EXIT.
006130     EXIT.
006140*> ---------------------------------------------------------
006150*> 4000-DISPLAY-SCREEN - format the current page of the
006160*>                       catalogue and paint it.
006170*> ---------------------------------------------------------
006180 4000-DISPLAY-SCREEN.
006190     COMPUTE WS-PAGE-COUNT = (WS-MDL-COUNT + 11) / 12.
006200     IF WS-PAGE-COUNT = ZERO
006210         MOVE 1 TO WS-PAGE-COUNT
006220     END-IF.
006230     IF WS-PAGE-NO > WS-PAGE-COUNT
006240         MOVE WS-PAGE-COUNT TO WS-PAGE-NO
006250     END-IF.
006260     COMPUTE WS-PAGE-START = (WS-PAGE-NO - 1) * 12.
006270     MOVE SPACES TO WS-PAGE-TITLE.
006280     STRING "Page " WS-PAGE-NO " of " WS-PAGE-COUNT
006290         DELIMITED BY SIZE INTO WS-PAGE-TITLE
006300     END-STRING.
006310     PERFORM 4100-FORMAT-PAGE-LINE THRU 4100-EXIT
006320         VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 12.
006330     DISPLAY CATALOGUE-SCREEN.
006340 4000-EXIT.
006350     EXIT.
006360*> ---------------------------------------------------------
006370*> 4100-FORMAT-PAGE-LINE - one browse line; rows past the end
006380*>                         of the catalogue come out blank.
006390*> ---------------------------------------------------------
006400 4100-FORMAT-PAGE-LINE.
006410     MOVE SPACES TO WS-PAGE-LINE (WS-ROW-IDX).
006420     COMPUTE WS-IDX = WS-PAGE-START + WS-ROW-IDX.
006430     IF WS-IDX > WS-MDL-COUNT
006440         GO TO 4100-EXIT
006450     END-IF.
006460     MOVE WS-IDX TO WS-SEQ-ED.
006470     STRING WS-SEQ-ED "  "
006480            WS-MDL-MODEL-CODE (WS-IDX) "  "
006490            WS-MDL-VENDOR (WS-IDX) " "
006500            WS-MDL-MODEL-NAME (WS-IDX) "  "
006510            WS-MDL-COLOURS (WS-IDX) "  "
006520            WS-MDL-STYLES (WS-IDX)
006530         DELIMITED BY SIZE INTO WS-PAGE-LINE (WS-ROW-IDX)
006540     END-STRING.
006550 4100-EXIT.
006560     EXIT.
006570*> ---------------------------------------------------------
006580*> 9000-TERMINATE - close the catalogue and leave a one-liner
006590*>                  in the job log.
006600*> ---------------------------------------------------------
006610 9000-TERMINATE.
006620     CLOSE CLRMDL-FILE.
006630     DISPLAY "CLRMMN complete: " WS-MDL-COUNT
006640         " model(s) in catalogue at end of session.".
006650     IF WS-DROP-COUNT NOT = ZERO
006660         DISPLAY "WARNING - browse table full, " WS-DROP-COUNT
006670             " model(s) not shown"
006680     END-IF.
006690 9000-EXIT.
006700     EXIT.
006710 END PROGRAM CLRMMN.
