000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRMDR
000040*> Purpose:   Self-test failures clustered by terminal model.
000050*>            Every CLRTRM terminal is linked to a CLRMDL
000060*>            model; this report sweeps the CLRCRH history
000070*>            over a window back from the business date and,
000080*>            for each model, swatch row and display style,
000090*>            counts how many of the model's terminals failed
000100*>            that swatch at least once.  Where the failing
000110*>            terminals are more than a set share of the
000120*>            model's terminals the cluster is flagged as a
000130*>            model defect - one to raise with the vendor,
000140*>            not a repair to chase terminal by terminal.  A
000150*>            style the model is catalogued as not rendering
000160*>            is listed but never flagged.  Terminals with no
000170*>            model, or a model not in the catalogue, are
000180*>            listed so they can be linked on CLRTMN.
000190*>            Ends RC=8 when any model defect is flagged.
000200*>            Parameters, all optional, three digits each:
000210*>              CLRMDR-WINDOW-DAYS  days back from the
000220*>                                  business date, 090
000230*>              CLRMDR-FAIL-PCT     share of the model's
000240*>                                  terminals, percent, 025
000250*>              CLRMDR-MIN-TERMS    failing terminals before
000260*>                                  a cluster is flagged, 002
000270*> Tectonics: cobc -x -I copybooks clrmdr.cbl clrswr.cbl
000280*> License:   Public Domain
000290*> ************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     CLRMDR.
000320 AUTHOR.         R F HARRISON.
000330 INSTALLATION.   TERMINAL SERVICES GROUP.
000340 DATE-WRITTEN.   20261015.
000350 DATE-COMPILED.  20261015.
000360*> ************************************************************
000370*> MODIFICATION HISTORY
000380*> DATE      INIT  DESCRIPTION
000390*> 20261015  RFH   Original - CLRCRH failures grouped by model,
000400*>                 swatch row and display style.
000410*> 20261015  RFH   Clusters also split on the colour a failing
000420*>                 row showed in the swatch set its verdict was
000430*>                 given under (CLRSWR), and are labelled from it.
000440*> ************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 REPOSITORY.
000480     FUNCTION ALL INTRINSIC.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CLRMDL-FILE ASSIGN TO "CLRMDL"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CLRMDL-MODEL-CODE
000550         FILE STATUS IS WS-CLRMDL-STATUS.
000560     SELECT CLRTRM-FILE ASSIGN TO "CLRTRM"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CLRTRM-TERM-ID
000600         FILE STATUS IS WS-CLRTRM-STATUS.
000610     SELECT CLRCRH-FILE ASSIGN TO "CLRCRH"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CLRCRH-KEY
000650         FILE STATUS IS WS-CLRCRH-STATUS.
000660     SELECT CLRMDR-FILE ASSIGN TO "CLRMDR"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CLRMDR-STATUS.
000690*> ************************************************************
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CLRMDL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "copybooks/CLRMDL.cpy".
000750 FD  CLRTRM-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY "copybooks/CLRTRM.cpy".
000780 FD  CLRCRH-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "copybooks/CLRCRH.cpy".
000810 FD  CLRMDR-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  CLRMDR-RECORD               PIC X(80).
000840 WORKING-STORAGE SECTION.
000850*>  --- switches ---------------------------------------------
000860 77  WS-CLRMDL-STATUS      PIC X(02).
000870 77  WS-CLRTRM-STATUS      PIC X(02).
000880 77  WS-CLRCRH-STATUS      PIC X(02).
000890 77  WS-CLRMDR-STATUS      PIC X(02).
000900 77  WS-MDL-EOF-SW         PIC X(01)  VALUE "N".
000910     88  WS-END-OF-CATALOGUE          VALUE "Y".
000920 77  WS-TRM-EOF-SW         PIC X(01)  VALUE "N".
000930     88  WS-END-OF-INVENTORY          VALUE "Y".
000940 77  WS-CRH-EOF-SW         PIC X(01)  VALUE "N".
000950     88  WS-END-OF-HISTORY            VALUE "Y".
000960 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000970     88  WS-ENTRY-FOUND               VALUE "Y".
000980 77  WS-MATCH-SW           PIC X(01)  VALUE "N".
000990     88  WS-MATCH-DONE                VALUE "Y".
001000 77  WS-ON-INV-SW          PIC X(01)  VALUE "N".
001010     88  WS-ON-INVENTORY              VALUE "Y".
001020*>  --- run parameters, from the environment -----------------
001030 77  WS-WINDOW-IN          PIC X(03)  VALUE SPACES.
001040 77  WS-FAIL-PCT-IN        PIC X(03)  VALUE SPACES.
001050 77  WS-MIN-TERMS-IN       PIC X(03)  VALUE SPACES.
001060 77  WS-WINDOW-DAYS        PIC 9(03)  VALUE 90.
001070 77  WS-FAIL-PCT           PIC 9(03)  VALUE 25.
001080 77  WS-MIN-TERMS          PIC 9(03)  VALUE 2.
001090*>  --- the window, in business dates -----------------------
001100 77  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
001110 77  WS-FROM-DATE          PIC 9(08) VALUE ZERO.
001120 77  WS-WORK-INT           PIC 9(07) VALUE ZERO.
001130*>  --- counters ---------------------------------------------
001140 77  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
001150 77  WS-WINDOW-COUNT       PIC 9(07) VALUE ZERO.
001160 77  WS-FAIL-COUNT         PIC 9(07) VALUE ZERO.
001170 77  WS-FAIL-GROUP-COUNT   PIC 9(07) VALUE ZERO.
001180 77  WS-UNLINKED-COUNT     PIC 9(05) VALUE ZERO.
001190 77  WS-UNKNOWN-COUNT      PIC 9(05) VALUE ZERO.
001200 77  WS-UNLINKED-GROUPS    PIC 9(07) VALUE ZERO.
001210 77  WS-NOT-INV-GROUPS     PIC 9(07) VALUE ZERO.
001220 77  WS-DEFECT-COUNT       PIC 9(05) VALUE ZERO.
001230 77  WS-MDL-DROP-COUNT     PIC 9(05) VALUE ZERO.
001240 77  WS-TT-DROP-COUNT      PIC 9(05) VALUE ZERO.
001250 77  WS-CL-DROP-COUNT      PIC 9(05) VALUE ZERO.
001260 77  WS-LIST-COUNT         PIC 9(05) VALUE ZERO.
001270 77  WS-COUNT-ED           PIC Z(06)9.
001280 77  WS-TERMS-ED           PIC ZZZZ9.
001290 77  WS-TERMS2-ED          PIC ZZZZ9.
001300 77  WS-VERDICTS-ED        PIC ZZZZ9.
001310 77  WS-PCT-ED             PIC ZZ9.
001320 77  WS-PARM-ED            PIC ZZ9.
001330 77  WS-PARM2-ED           PIC ZZ9.
001340 77  WS-PARM3-ED           PIC ZZ9.
001350 77  WS-ROW-ED             PIC 9(03).
001360*>  --- subscripts and work fields ---------------------------
001370 77  WS-IDX                PIC 9(05) VALUE ZERO.
001380 77  WS-MDL-IDX            PIC 9(03) VALUE ZERO.
001390 77  WS-CUR-MDL-IDX        PIC 9(03) VALUE ZERO.
001400 77  WS-TT-PTR             PIC 9(05) VALUE ZERO.
001410 77  WS-CL-IDX             PIC 9(05) VALUE ZERO.
001420 77  WS-INS-IDX            PIC 9(05) VALUE ZERO.
001430 77  WS-SHIFT-IDX          PIC 9(05) VALUE ZERO.
001440 77  WS-PCT                PIC 9(03) VALUE ZERO.
001450 77  WS-SHARE-WORK         PIC 9(09) VALUE ZERO.
001460 77  WS-LIMIT-WORK         PIC 9(09) VALUE ZERO.
001470 77  WS-GRP-FAILS          PIC 9(05) VALUE ZERO.
001480 77  WS-GRP-KEY            PIC X(12) VALUE SPACES.
001490 77  WS-NOTE               PIC X(32) VALUE SPACES.
001500 77  WS-GRP-ATTR           PIC 9(03) VALUE ZERO.
001510 77  WS-GRP-LABEL          PIC X(07) VALUE SPACES.
001520 77  WS-CUR-ATTR           PIC 9(03) VALUE ZERO.
001530 77  WS-CUR-LABEL          PIC X(07) VALUE SPACES.
001540*>  --- parameter area for the CLRDTS business-date service -
001550     COPY "copybooks/CLRDTP.cpy".
001560*>  --- display-style names, 1-5 in self-test order ------------
001570 01  WS-STYLE-NAMES-INIT.
001580     05  FILLER PIC X(09) VALUE "default  ".
001590     05  FILLER PIC X(09) VALUE "highlight".
001600     05  FILLER PIC X(09) VALUE "lowlight ".
001610     05  FILLER PIC X(09) VALUE "reverse  ".
001620     05  FILLER PIC X(09) VALUE "high-int ".
001630 01  WS-STYLE-NAMES REDEFINES WS-STYLE-NAMES-INIT.
001640     05  WS-STYLE-NAME          PIC X(09) OCCURS 5 TIMES.
001650*>  --- parameter area for the CLRSWR swatch-set resolver -----
001660     COPY "copybooks/CLRSWP.cpy".
001670*>  --- the model catalogue, in key order ----------------------
001680 01  WS-MDL-TABLE.
001690     05  WS-MDL-ENTRY OCCURS 200 TIMES.
001700         10  WS-MDL-MODEL-CODE  PIC X(04).
001710         10  WS-MDL-VENDOR      PIC X(20).
001720         10  WS-MDL-MODEL-NAME  PIC X(20).
001730         10  WS-MDL-COLOURS     PIC X(03).
001740         10  WS-MDL-STYLES      PIC X(05).
001750         10  WS-MDL-TERMS       PIC 9(05).
001760         10  WS-MDL-CLUSTERS    PIC 9(05).
001770         10  WS-MDL-DEFECTS     PIC 9(05).
001780 77  WS-MDL-COUNT          PIC 9(03) VALUE ZERO.
001790*>  --- the inventory, in key order, each terminal with the ---
001800*>  --- catalogue entry of its model (zero - none found)    ---
001810 01  WS-TT-TABLE.
001820     05  WS-TT-ENTRY OCCURS 2000 TIMES.
001830         10  WS-TT-TERM-ID      PIC X(08).
001840         10  WS-TT-MODEL-CODE   PIC X(04).
001850         10  WS-TT-MDL-IDX      PIC 9(03).
001860 77  WS-TT-COUNT           PIC 9(05) VALUE ZERO.
001870*>  --- failure clusters, kept in model/row/style/colour order
001880 01  WS-NEW-KEY.
001890     05  WS-NEW-MDL-IDX         PIC 9(03).
001900     05  WS-NEW-ROW             PIC 9(03).
001910     05  WS-NEW-STYLE           PIC 9(01).
001920     05  WS-NEW-ATTR            PIC 9(03).
001930 01  WS-CL-TABLE.
001940     05  WS-CL-ENTRY OCCURS 3000 TIMES.
001950         10  WS-CL-KEY.
001960             15  WS-CL-MDL-IDX  PIC 9(03).
001970             15  WS-CL-ROW      PIC 9(03).
001980             15  WS-CL-STYLE    PIC 9(01).
001990             15  WS-CL-ATTR     PIC 9(03).
002000         10  WS-CL-LABEL        PIC X(07).
002010         10  WS-CL-TERMS        PIC 9(05).
002020         10  WS-CL-VERDICTS     PIC 9(05).
002030 77  WS-CL-COUNT           PIC 9(05) VALUE ZERO.
002040*> ************************************************************
002050 PROCEDURE DIVISION.
002060*> ---------------------------------------------------------
002070*> 0000-MAINLINE
002080*> ---------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     PERFORM 2000-LOAD-INVENTORY THRU 2000-EXIT.
002120     PERFORM 3000-CLUSTER-FAILURES THRU 3000-EXIT.
002130     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150     GOBACK.
002160*> ---------------------------------------------------------
002170*> 1000-INITIALIZE - run parameters, the window back from the
002180*>                   business date and the model catalogue.
002190*> ---------------------------------------------------------
002200 1000-INITIALIZE.
002210     ACCEPT WS-WINDOW-IN FROM ENVIRONMENT "CLRMDR-WINDOW-DAYS".
002220     IF WS-WINDOW-IN NOT = SPACES
002230             AND WS-WINDOW-IN IS NUMERIC
002240             AND WS-WINDOW-IN NOT = "000"
002250         MOVE WS-WINDOW-IN TO WS-WINDOW-DAYS
002260     END-IF.
002270     ACCEPT WS-FAIL-PCT-IN FROM ENVIRONMENT "CLRMDR-FAIL-PCT".
002280     IF WS-FAIL-PCT-IN NOT = SPACES
002290             AND WS-FAIL-PCT-IN IS NUMERIC
002300             AND WS-FAIL-PCT-IN NOT = "000"
002310         MOVE WS-FAIL-PCT-IN TO WS-FAIL-PCT
002320     END-IF.
002330*>   more than the whole model can never fail; the share
002340*>   closes up to 99 so a model failing everywhere flags.
002350     IF WS-FAIL-PCT > 99
002360         MOVE 99 TO WS-FAIL-PCT
002370     END-IF.
002380     ACCEPT WS-MIN-TERMS-IN FROM ENVIRONMENT "CLRMDR-MIN-TERMS".
002390     IF WS-MIN-TERMS-IN NOT = SPACES
002400             AND WS-MIN-TERMS-IN IS NUMERIC
002410             AND WS-MIN-TERMS-IN NOT = "000"
002420         MOVE WS-MIN-TERMS-IN TO WS-MIN-TERMS
002430     END-IF.
002440     CALL "CLRDTS" USING CLRDTP-PARMS.
002450     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
002460     COMPUTE WS-WORK-INT =
002470         INTEGER-OF-DATE(WS-TODAY-DATE) - WS-WINDOW-DAYS + 1.
002480     MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-FROM-DATE.
002490     PERFORM 1100-LOAD-CATALOGUE THRU 1100-EXIT.
002500 1000-EXIT.
002510     EXIT.
002520*> ---------------------------------------------------------
002530*> 1100-LOAD-CATALOGUE - every CLRMDL model into the table
002540*>                       in key order.  No catalogue just
002550*>                       means every terminal is unlinked.
002560*> ---------------------------------------------------------
002570 1100-LOAD-CATALOGUE.
002580     MOVE ZERO TO WS-MDL-COUNT.
002590     OPEN INPUT CLRMDL-FILE.
002600     IF WS-CLRMDL-STATUS NOT = "00"
002610         GO TO 1100-EXIT
002620     END-IF.
002630     MOVE "N" TO WS-MDL-EOF-SW.
002640     MOVE LOW-VALUES TO CLRMDL-MODEL-CODE.
002650     START CLRMDL-FILE KEY NOT < CLRMDL-MODEL-CODE
002660         INVALID KEY
002670             MOVE "Y" TO WS-MDL-EOF-SW
002680     END-START.
002690     PERFORM 1110-READ-MODEL THRU 1110-EXIT.
002700     PERFORM 1120-STORE-MODEL THRU 1120-EXIT
002710         UNTIL WS-END-OF-CATALOGUE.
002720     CLOSE CLRMDL-FILE.
002730 1100-EXIT.
002740     EXIT.
002750*> ---------------------------------------------------------
002760*> 1110-READ-MODEL - next catalogue record in key order.
002770*> ---------------------------------------------------------
002780 1110-READ-MODEL.
002790     IF WS-END-OF-CATALOGUE
002800         GO TO 1110-EXIT
002810     END-IF.
002820     READ CLRMDL-FILE NEXT RECORD
002830         AT END
002840             MOVE "Y" TO WS-MDL-EOF-SW
002850     END-READ.
002860     IF WS-CLRMDL-STATUS NOT = "00" AND NOT WS-END-OF-CATALOGUE
002870         MOVE "Y" TO WS-MDL-EOF-SW
002880     END-IF.
002890 1110-EXIT.
002900     EXIT.
002910*> ---------------------------------------------------------
002920*> 1120-STORE-MODEL - one catalogue record into the table.
002930*> ---------------------------------------------------------
002940 1120-STORE-MODEL.
002950     IF WS-MDL-COUNT < 200
002960         ADD 1 TO WS-MDL-COUNT
002970         MOVE CLRMDL-MODEL-CODE
002980             TO WS-MDL-MODEL-CODE (WS-MDL-COUNT)
002990         MOVE CLRMDL-VENDOR
003000             TO WS-MDL-VENDOR (WS-MDL-COUNT)
003010         MOVE CLRMDL-MODEL-NAME
003020             TO WS-MDL-MODEL-NAME (WS-MDL-COUNT)
003030         MOVE CLRMDL-COLOURS-X
003040             TO WS-MDL-COLOURS (WS-MDL-COUNT)
003050         MOVE CLRMDL-STYLE-FLAGS
003060             TO WS-MDL-STYLES (WS-MDL-COUNT)
003070         MOVE ZERO TO WS-MDL-TERMS (WS-MDL-COUNT)
003080         MOVE ZERO TO WS-MDL-CLUSTERS (WS-MDL-COUNT)
003090         MOVE ZERO TO WS-MDL-DEFECTS (WS-MDL-COUNT)
003100     ELSE
003110         ADD 1 TO WS-MDL-DROP-COUNT
003120     END-IF.
003130     PERFORM 1110-READ-MODEL THRU 1110-EXIT.
003140 1120-EXIT.
003150     EXIT.
003160*> ---------------------------------------------------------
003170*> 2000-LOAD-INVENTORY - the inventory into the terminal
003180*>                       table in key order, each terminal
003190*>                       resolved to its catalogue entry and
003200*>                       counted against its model.
003210*> ---------------------------------------------------------
003220 2000-LOAD-INVENTORY.
003230     MOVE ZERO TO WS-TT-COUNT.
003240     OPEN INPUT CLRTRM-FILE.
003250     IF WS-CLRTRM-STATUS NOT = "00"
003260         DISPLAY "CLRMDR - CLRTRM open failed, status "
003270             WS-CLRTRM-STATUS
003280         GO TO 2000-EXIT
003290     END-IF.
003300     MOVE "N" TO WS-TRM-EOF-SW.
003310     MOVE LOW-VALUES TO CLRTRM-TERM-ID.
003320     START CLRTRM-FILE KEY NOT < CLRTRM-TERM-ID
003330         INVALID KEY
003340             MOVE "Y" TO WS-TRM-EOF-SW
003350     END-START.
003360     PERFORM 2100-READ-TERMINAL THRU 2100-EXIT.
003370     PERFORM 2200-STORE-TERMINAL THRU 2200-EXIT
003380         UNTIL WS-END-OF-INVENTORY.
003390     CLOSE CLRTRM-FILE.
003400 2000-EXIT.
003410     EXIT.
003420*> ---------------------------------------------------------
003430*> 2100-READ-TERMINAL - next inventory record in key order.
003440*> ---------------------------------------------------------
003450 2100-READ-TERMINAL.
003460     IF WS-END-OF-INVENTORY
003470         GO TO 2100-EXIT
003480     END-IF.
003490     READ CLRTRM-FILE NEXT RECORD
003500         AT END
003510             MOVE "Y" TO WS-TRM-EOF-SW
003520     END-READ.
003530     IF WS-CLRTRM-STATUS NOT = "00" AND NOT WS-END-OF-INVENTORY
003540         MOVE "Y" TO WS-TRM-EOF-SW
003550     END-IF.
003560 2100-EXIT.
003570     EXIT.
003580*> ---------------------------------------------------------
003590*> 2200-STORE-TERMINAL - one inventory record into the table
003600*>                       with its model.  A blank model code
003610*>                       is unlinked; a code the catalogue
003620*>                       does not hold is unknown.
003630*> ---------------------------------------------------------
003640 2200-STORE-TERMINAL.
003650     IF WS-TT-COUNT < 2000
003660         PERFORM 2250-STORE-ENTRY THRU 2250-EXIT
003670     ELSE
003680         ADD 1 TO WS-TT-DROP-COUNT
003690     END-IF.
003700     PERFORM 2100-READ-TERMINAL THRU 2100-EXIT.
003710 2200-EXIT.
003720     EXIT.
003730*> ---------------------------------------------------------
003740*> 2250-STORE-ENTRY - the table entry itself.
003750*> ---------------------------------------------------------
003760 2250-STORE-ENTRY.
003770     ADD 1 TO WS-TT-COUNT.
003780     MOVE CLRTRM-TERM-ID    TO WS-TT-TERM-ID (WS-TT-COUNT).
003790     MOVE CLRTRM-MODEL-CODE TO WS-TT-MODEL-CODE (WS-TT-COUNT).
003800     MOVE ZERO              TO WS-TT-MDL-IDX (WS-TT-COUNT).
003810     IF CLRTRM-MODEL-CODE = SPACES
003820         ADD 1 TO WS-UNLINKED-COUNT
003830         GO TO 2250-EXIT
003840     END-IF.
003850     MOVE "N" TO WS-FOUND-SW.
003860     PERFORM 2300-PROBE-MODEL THRU 2300-EXIT
003870         VARYING WS-MDL-IDX FROM 1 BY 1
003880         UNTIL WS-ENTRY-FOUND OR WS-MDL-IDX > WS-MDL-COUNT.
003890     IF WS-ENTRY-FOUND
003900         MOVE WS-MDL-IDX TO WS-TT-MDL-IDX (WS-TT-COUNT)
003910         ADD 1 TO WS-MDL-TERMS (WS-MDL-IDX)
003920     ELSE
003930         ADD 1 TO WS-UNKNOWN-COUNT
003940     END-IF.
003950 2250-EXIT.
003960     EXIT.
003970*> ---------------------------------------------------------
003980*> 2300-PROBE-MODEL - one catalogue entry against the
003990*>                    terminal's model code; a match leaves
004000*>                    WS-MDL-IDX on it.
004010*> ---------------------------------------------------------
004020 2300-PROBE-MODEL.
004030     IF WS-MDL-MODEL-CODE (WS-MDL-IDX) = CLRTRM-MODEL-CODE
004040         MOVE "Y" TO WS-FOUND-SW
004050         SUBTRACT 1 FROM WS-MDL-IDX
004060     END-IF.
004070 2300-EXIT.
004080     EXIT.
004090*> ---------------------------------------------------------
004100*> 3000-CLUSTER-FAILURES - sweep the history in key order
004110*>                         (terminal, style, swatch row, test
004120*>                         date), so every terminal/style/row
004130*>                         arrives as one run of records.  A
004140*>                         run with any F inside the window is
004150*>                         one failing terminal for its
004160*>                         model's cluster.
004170*> ---------------------------------------------------------
004180 3000-CLUSTER-FAILURES.
004190     MOVE "N" TO WS-CRH-EOF-SW.
004200     MOVE SPACES TO WS-GRP-KEY.
004210     MOVE ZERO TO WS-GRP-FAILS.
004220     MOVE 1 TO WS-TT-PTR.
004230     OPEN INPUT CLRCRH-FILE.
004240     IF WS-CLRCRH-STATUS NOT = "00"
004250         GO TO 3000-EXIT
004260     END-IF.
004270     MOVE LOW-VALUES TO CLRCRH-KEY.
004280     START CLRCRH-FILE KEY NOT < CLRCRH-KEY
004290         INVALID KEY
004300             MOVE "Y" TO WS-CRH-EOF-SW
004310     END-START.
004320     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
004330     PERFORM 3200-TALLY-VERDICT THRU 3200-EXIT
004340         UNTIL WS-END-OF-HISTORY.
004350     PERFORM 3400-CLOSE-GROUP THRU 3400-EXIT.
004360     CLOSE CLRCRH-FILE.
004370 3000-EXIT.
004380     EXIT.
004390*> ---------------------------------------------------------
004400*> 3100-READ-HISTORY - next history record in key order.
004410*> ---------------------------------------------------------
004420 3100-READ-HISTORY.
004430     IF WS-END-OF-HISTORY
004440         GO TO 3100-EXIT
004450     END-IF.
004460     READ CLRCRH-FILE NEXT RECORD
004470         AT END
004480             MOVE "Y" TO WS-CRH-EOF-SW
004490     END-READ.
004500     IF WS-CLRCRH-STATUS NOT = "00"
004510             AND NOT WS-END-OF-HISTORY
004520         MOVE "Y" TO WS-CRH-EOF-SW
004530     END-IF.
004540 3100-EXIT.
004550     EXIT.
004560*> ---------------------------------------------------------
004570*> 3200-TALLY-VERDICT - one history record.  A new terminal/
004580*>                      style/row closes the last run; a new
004590*>                      terminal is matched to the inventory.
004600*> ---------------------------------------------------------
004610 3200-TALLY-VERDICT.
004620     ADD 1 TO WS-READ-COUNT.
004630     IF CLRCRH-KEY (1:12) NOT = WS-GRP-KEY
004640         PERFORM 3400-CLOSE-GROUP THRU 3400-EXIT
004650         IF CLRCRH-TERM-ID NOT = WS-GRP-KEY (1:8)
004660             PERFORM 3300-MATCH-TERMINAL THRU 3300-EXIT
004670         END-IF
004680         MOVE CLRCRH-KEY (1:12) TO WS-GRP-KEY
004690         MOVE ZERO TO WS-GRP-FAILS
004700     END-IF.
004710     IF CLRCRH-TEST-DATE NOT < WS-FROM-DATE
004720             AND CLRCRH-TEST-DATE NOT > WS-TODAY-DATE
004730         ADD 1 TO WS-WINDOW-COUNT
004740         IF CLRCRH-VERDICT = "F"
004750             PERFORM 3250-RESOLVE-COLOUR THRU 3250-EXIT
004760             ADD 1 TO WS-FAIL-COUNT
004770             ADD 1 TO WS-GRP-FAILS
004780         END-IF
004790     END-IF.
004800     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
004810 3200-EXIT.
004820     EXIT.
004830*> ---------------------------------------------------------
004840*> 3250-RESOLVE-COLOUR - the colour a failing verdict's row
004850*>                       showed, from the swatch set it was
004860*>                       given under.  When a run's failures
004870*>                       change colour (the row was re-
004880*>                       coloured by a new set) the failures
004890*>                       so far close as their own group, so
004900*>                       each colour clusters on its own.  A
004910*>                       row the set does not hold is 999.
004920*> ---------------------------------------------------------
004930 3250-RESOLVE-COLOUR.
004940     MOVE "R"               TO CLRSWP-FUNCTION.
004950     MOVE SPACES            TO CLRSWP-VERSION.
004960     IF CLRCRH-SWT-VERSION IS NUMERIC
004970         MOVE CLRCRH-SWT-VERSION TO CLRSWP-VERSION
004980     END-IF.
004990     MOVE CLRCRH-TEST-DATE  TO CLRSWP-TEST-DATE.
005000     MOVE CLRCRH-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
005010     CALL "CLRSWR" USING CLRSWP-PARMS.
005020     IF CLRSWP-OK
005030         MOVE CLRSWP-ATTR-VALUE TO WS-CUR-ATTR
005040         MOVE CLRSWP-LABEL      TO WS-CUR-LABEL
005050     ELSE
005060         MOVE 999    TO WS-CUR-ATTR
005070         MOVE SPACES TO WS-CUR-LABEL
005080     END-IF.
005090     IF WS-GRP-FAILS > ZERO AND WS-CUR-ATTR NOT = WS-GRP-ATTR
005100         PERFORM 3400-CLOSE-GROUP THRU 3400-EXIT
005110         MOVE ZERO TO WS-GRP-FAILS
005120     END-IF.
005130     MOVE WS-CUR-ATTR  TO WS-GRP-ATTR.
005140     MOVE WS-CUR-LABEL TO WS-GRP-LABEL.
005150 3250-EXIT.
005160     EXIT.
005170*> ---------------------------------------------------------
005180*> 3300-MATCH-TERMINAL - walk the inventory table forward to
005190*>                       the history's terminal; both are in
005200*>                       terminal-id order, so the pointer
005210*>                       never goes back.
005220*> ---------------------------------------------------------
005230 3300-MATCH-TERMINAL.
005240     MOVE "N" TO WS-ON-INV-SW.
005250     MOVE ZERO TO WS-CUR-MDL-IDX.
005260     MOVE "N" TO WS-MATCH-SW.
005270     PERFORM 3310-STEP-TERMINAL THRU 3310-EXIT
005280         UNTIL WS-MATCH-DONE.
005290 3300-EXIT.
005300     EXIT.
005310*> ---------------------------------------------------------
005320*> 3310-STEP-TERMINAL - one inventory entry against the
005330*>                      history's terminal-id.
005340*> ---------------------------------------------------------
005350 3310-STEP-TERMINAL.
005360     IF WS-TT-PTR > WS-TT-COUNT
005370         MOVE "Y" TO WS-MATCH-SW
005380         GO TO 3310-EXIT
005390     END-IF.
005400     IF WS-TT-TERM-ID (WS-TT-PTR) < CLRCRH-TERM-ID
005410         ADD 1 TO WS-TT-PTR
005420         GO TO 3310-EXIT
005430     END-IF.
005440     IF WS-TT-TERM-ID (WS-TT-PTR) = CLRCRH-TERM-ID
005450         MOVE "Y" TO WS-ON-INV-SW
005460         MOVE WS-TT-MDL-IDX (WS-TT-PTR) TO WS-CUR-MDL-IDX
005470     END-IF.
005480     MOVE "Y" TO WS-MATCH-SW.
005490 3310-EXIT.
005500     EXIT.
005510*> ---------------------------------------------------------
005520*> 3400-CLOSE-GROUP - a finished terminal/style/row run.  If
005530*>                    it failed in the window it counts once
005540*>                    towards its model's cluster, or towards
005550*>                    the unlinked / not-on-inventory totals.
005560*> ---------------------------------------------------------
005570 3400-CLOSE-GROUP.
005580     IF WS-GRP-KEY = SPACES OR WS-GRP-FAILS = ZERO
005590         GO TO 3400-EXIT
005600     END-IF.
005610     ADD 1 TO WS-FAIL-GROUP-COUNT.
005620     IF NOT WS-ON-INVENTORY
005630         ADD 1 TO WS-NOT-INV-GROUPS
005640         GO TO 3400-EXIT
005650     END-IF.
005660     IF WS-CUR-MDL-IDX = ZERO
005670         ADD 1 TO WS-UNLINKED-GROUPS
005680         GO TO 3400-EXIT
005690     END-IF.
005700     MOVE WS-CUR-MDL-IDX TO WS-NEW-MDL-IDX.
005710     MOVE WS-GRP-KEY (10:3) TO WS-NEW-ROW.
005720     MOVE WS-GRP-KEY (9:1) TO WS-NEW-STYLE.
005730     MOVE WS-GRP-ATTR TO WS-NEW-ATTR.
005740     IF WS-NEW-STYLE < 1 OR WS-NEW-STYLE > 5
005750         GO TO 3400-EXIT
005760     END-IF.
005770     PERFORM 5000-FIND-CLUSTER THRU 5000-EXIT.
005780     IF WS-ENTRY-FOUND
005790         ADD 1 TO WS-CL-TERMS (WS-CL-IDX)
005800         ADD WS-GRP-FAILS TO WS-CL-VERDICTS (WS-CL-IDX)
005810     END-IF.
005820 3400-EXIT.
005830     EXIT.
005840*> ---------------------------------------------------------
005850*> 4000-WRITE-REPORT - parameters, the model summary, every
005860*>                     cluster with its share of the model,
005870*>                     the terminals still to link, totals.
005880*> ---------------------------------------------------------
005890 4000-WRITE-REPORT.
005900     PERFORM 4050-FLAG-CLUSTER THRU 4050-EXIT
005910         VARYING WS-CL-IDX FROM 1 BY 1
005920         UNTIL WS-CL-IDX > WS-CL-COUNT.
005930     OPEN OUTPUT CLRMDR-FILE.
005940     MOVE SPACES TO CLRMDR-RECORD.
005950     STRING "Failures by terminal model - printed "
005960            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
005970         DELIMITED BY SIZE INTO CLRMDR-RECORD
005980     END-STRING.
005990     WRITE CLRMDR-RECORD.
006000     MOVE ALL "-" TO CLRMDR-RECORD.
006010     WRITE CLRMDR-RECORD.
006020     MOVE WS-WINDOW-DAYS TO WS-PARM-ED.
006030     MOVE SPACES TO CLRMDR-RECORD.
006040     STRING "Window: " WS-FROM-DATE " to " WS-TODAY-DATE
006050            " (" WS-PARM-ED " days)"
006060         DELIMITED BY SIZE INTO CLRMDR-RECORD
006070     END-STRING.
006080     WRITE CLRMDR-RECORD.
006090     MOVE WS-FAIL-PCT TO WS-PARM2-ED.
006100     MOVE WS-MIN-TERMS TO WS-PARM3-ED.
006110     MOVE SPACES TO CLRMDR-RECORD.
006120     STRING "Model defect: failing on over "
006130            WS-PARM2-ED "% of the model's terminals and on "
006140            WS-PARM3-ED " or more."
006150         DELIMITED BY SIZE INTO CLRMDR-RECORD
006160     END-STRING.
006170     WRITE CLRMDR-RECORD.
006180     PERFORM 4100-WRITE-MODELS THRU 4100-EXIT.
006190     PERFORM 4200-WRITE-CLUSTERS THRU 4200-EXIT.
006200     PERFORM 4300-WRITE-UNLINKED THRU 4300-EXIT.
006210     PERFORM 4500-WRITE-TOTALS THRU 4500-EXIT.
006220     CLOSE CLRMDR-FILE.
006230 4000-EXIT.
006240     EXIT.
006250*> ---------------------------------------------------------
006260*> 4050-FLAG-CLUSTER - count the cluster against its model
006270*>                     and decide whether it is a defect:
006280*>                     failing terminals over the share of
006290*>                     the model's terminals, at least the
006300*>                     minimum, on a style the model renders.
006310*> ---------------------------------------------------------
006320 4050-FLAG-CLUSTER.
006330     MOVE WS-CL-MDL-IDX (WS-CL-IDX) TO WS-MDL-IDX.
006340     ADD 1 TO WS-MDL-CLUSTERS (WS-MDL-IDX).
006350     IF WS-CL-TERMS (WS-CL-IDX) < WS-MIN-TERMS
006360         GO TO 4050-EXIT
006370     END-IF.
006380     IF WS-MDL-STYLES (WS-MDL-IDX) (WS-CL-STYLE (WS-CL-IDX):1)
006390             = "N"
006400         GO TO 4050-EXIT
006410     END-IF.
006420     COMPUTE WS-SHARE-WORK = WS-CL-TERMS (WS-CL-IDX) * 100.
006430     COMPUTE WS-LIMIT-WORK =
006440         WS-MDL-TERMS (WS-MDL-IDX) * WS-FAIL-PCT.
006450     IF WS-SHARE-WORK > WS-LIMIT-WORK
006460         ADD 1 TO WS-MDL-DEFECTS (WS-MDL-IDX)
006470         ADD 1 TO WS-DEFECT-COUNT
006480     END-IF.
006490 4050-EXIT.
006500     EXIT.
006510*> ---------------------------------------------------------
006520*> 4100-WRITE-MODELS - one line per catalogued model.
006530*> ---------------------------------------------------------
006540 4100-WRITE-MODELS.
006550     MOVE SPACES TO CLRMDR-RECORD.
006560     WRITE CLRMDR-RECORD.
006570     MOVE "Terminal models" TO CLRMDR-RECORD.
006580     WRITE CLRMDR-RECORD.
006590     MOVE SPACES TO CLRMDR-RECORD.
006600     STRING "  code  vendor               model name          "
006610            "  col  DHLRI  terms  clus  dfct"
006620         DELIMITED BY SIZE INTO CLRMDR-RECORD
006630     END-STRING.
006640     WRITE CLRMDR-RECORD.
006650     IF WS-MDL-COUNT = ZERO
006660         MOVE "  (none - CLRMDL catalogue empty or not present)"
006670             TO CLRMDR-RECORD
006680         WRITE CLRMDR-RECORD
006690         GO TO 4100-EXIT
006700     END-IF.
006710     PERFORM 4110-WRITE-MODEL-LINE THRU 4110-EXIT
006720         VARYING WS-MDL-IDX FROM 1 BY 1
006730         UNTIL WS-MDL-IDX > WS-MDL-COUNT.
006740 4100-EXIT.
006750     EXIT.
006760*> ---------------------------------------------------------
006770*> 4110-WRITE-MODEL-LINE - one catalogued model.
006780*> ---------------------------------------------------------
006790 4110-WRITE-MODEL-LINE.
006800     MOVE WS-MDL-TERMS (WS-MDL-IDX) TO WS-TERMS-ED.
006810     MOVE WS-MDL-CLUSTERS (WS-MDL-IDX) TO WS-VERDICTS-ED.
006820     MOVE WS-MDL-DEFECTS (WS-MDL-IDX) TO WS-TERMS2-ED.
006830     MOVE SPACES TO CLRMDR-RECORD.
006840     STRING "  " WS-MDL-MODEL-CODE (WS-MDL-IDX)
006850            "  " WS-MDL-VENDOR (WS-MDL-IDX)
006860            " " WS-MDL-MODEL-NAME (WS-MDL-IDX)
006870            "  " WS-MDL-COLOURS (WS-MDL-IDX)
006880            "  " WS-MDL-STYLES (WS-MDL-IDX)
006890            "  " WS-TERMS-ED
006900            WS-VERDICTS-ED WS-TERMS2-ED
006910         DELIMITED BY SIZE INTO CLRMDR-RECORD
006920     END-STRING.
006930     WRITE CLRMDR-RECORD.
006940 4110-EXIT.
006950     EXIT.
006960*> ---------------------------------------------------------
006970*> 4200-WRITE-CLUSTERS - every model/row/style with at least
006980*>                       one failing terminal in the window.
006990*> ---------------------------------------------------------
007000 4200-WRITE-CLUSTERS.
007010     MOVE SPACES TO CLRMDR-RECORD.
007020     WRITE CLRMDR-RECORD.
007030     MOVE "Failures by model, swatch row and display style"
007040         TO CLRMDR-RECORD.
007050     WRITE CLRMDR-RECORD.
007060     MOVE SPACES TO CLRMDR-RECORD.
007070     STRING "  code  row swatch   style      failing of model"
007080            "  share  verdicts"
007090         DELIMITED BY SIZE INTO CLRMDR-RECORD
007100     END-STRING.
007110     WRITE CLRMDR-RECORD.
007120     IF WS-CL-COUNT = ZERO
007130         MOVE "  (none)" TO CLRMDR-RECORD
007140         WRITE CLRMDR-RECORD
007150         GO TO 4200-EXIT
007160     END-IF.
007170     PERFORM 4210-WRITE-CLUSTER-LINE THRU 4210-EXIT
007180         VARYING WS-CL-IDX FROM 1 BY 1
007190         UNTIL WS-CL-IDX > WS-CL-COUNT.
007200 4200-EXIT.
007210     EXIT.
007220*> ---------------------------------------------------------
007230*> 4210-WRITE-CLUSTER-LINE - one cluster, with the verdict
007240*>                           on it underneath when it is a
007250*>                           model defect or a style the
007260*>                           model does not render.
007270*> ---------------------------------------------------------
007280 4210-WRITE-CLUSTER-LINE.
007290     MOVE WS-CL-MDL-IDX (WS-CL-IDX) TO WS-MDL-IDX.
007300     MOVE WS-CL-ROW (WS-CL-IDX) TO WS-ROW-ED.
007310     MOVE WS-CL-TERMS (WS-CL-IDX) TO WS-TERMS-ED.
007320     MOVE WS-MDL-TERMS (WS-MDL-IDX) TO WS-TERMS2-ED.
007330     MOVE WS-CL-VERDICTS (WS-CL-IDX) TO WS-VERDICTS-ED.
007340     COMPUTE WS-PCT =
007350         (WS-CL-TERMS (WS-CL-IDX) * 100)
007360             / WS-MDL-TERMS (WS-MDL-IDX).
007370     MOVE WS-PCT TO WS-PCT-ED.
007380     MOVE SPACES TO WS-NOTE.
007390     MOVE WS-CL-LABEL (WS-CL-IDX) TO WS-NOTE.
007400     MOVE SPACES TO CLRMDR-RECORD.
007410     STRING "  " WS-MDL-MODEL-CODE (WS-MDL-IDX)
007420            "  " WS-ROW-ED " " WS-NOTE (1:7)
007430            "  " WS-STYLE-NAME (WS-CL-STYLE (WS-CL-IDX))
007440            "  " WS-TERMS-ED " of" WS-TERMS2-ED
007450            "   " WS-PCT-ED "%    " WS-VERDICTS-ED
007460         DELIMITED BY SIZE INTO CLRMDR-RECORD
007470     END-STRING.
007480     WRITE CLRMDR-RECORD.
007490     MOVE SPACES TO WS-NOTE.
007500     IF WS-MDL-STYLES (WS-MDL-IDX) (WS-CL-STYLE (WS-CL-IDX):1)
007510             = "N"
007520         MOVE "style not rendered by this model" TO WS-NOTE
007530     ELSE
007540         COMPUTE WS-SHARE-WORK = WS-CL-TERMS (WS-CL-IDX) * 100
007550         COMPUTE WS-LIMIT-WORK =
007560             WS-MDL-TERMS (WS-MDL-IDX) * WS-FAIL-PCT
007570         IF WS-SHARE-WORK > WS-LIMIT-WORK
007580                 AND WS-CL-TERMS (WS-CL-IDX) NOT < WS-MIN-TERMS
007590             MOVE "MODEL DEFECT - raise with vendor" TO WS-NOTE
007600         END-IF
007610     END-IF.
007620     IF WS-NOTE NOT = SPACES
007630         MOVE SPACES TO CLRMDR-RECORD
007640         STRING "        *** " WS-NOTE
007650             DELIMITED BY SIZE INTO CLRMDR-RECORD
007660         END-STRING
007670         WRITE CLRMDR-RECORD
007680     END-IF.
007690 4210-EXIT.
007700     EXIT.
007710*> ---------------------------------------------------------
007720*> 4300-WRITE-UNLINKED - terminals with no model, or with a
007730*>                       model code the catalogue does not
007740*>                       hold; link them on CLRTMN.
007750*> ---------------------------------------------------------
007760 4300-WRITE-UNLINKED.
007770     MOVE SPACES TO CLRMDR-RECORD.
007780     WRITE CLRMDR-RECORD.
007790     MOVE "Terminals not linked to a catalogued model"
007800         TO CLRMDR-RECORD.
007810     WRITE CLRMDR-RECORD.
007820     MOVE ZERO TO WS-LIST-COUNT.
007830     PERFORM 4310-WRITE-UNLINKED-LINE THRU 4310-EXIT
007840         VARYING WS-IDX FROM 1 BY 1
007850         UNTIL WS-IDX > WS-TT-COUNT.
007860     IF WS-LIST-COUNT = ZERO
007870         MOVE "  (none)" TO CLRMDR-RECORD
007880         WRITE CLRMDR-RECORD
007890     END-IF.
007900 4300-EXIT.
007910     EXIT.
007920*> ---------------------------------------------------------
007930*> 4310-WRITE-UNLINKED-LINE - one inventory terminal, if it
007940*>                            has no catalogued model.
007950*> ---------------------------------------------------------
007960 4310-WRITE-UNLINKED-LINE.
007970     IF WS-TT-MDL-IDX (WS-IDX) NOT = ZERO
007980         GO TO 4310-EXIT
007990     END-IF.
008000     ADD 1 TO WS-LIST-COUNT.
008010     MOVE SPACES TO CLRMDR-RECORD.
008020     IF WS-TT-MODEL-CODE (WS-IDX) = SPACES
008030         STRING "  " WS-TT-TERM-ID (WS-IDX)
008040                "  no model code"
008050             DELIMITED BY SIZE INTO CLRMDR-RECORD
008060         END-STRING
008070     ELSE
008080         STRING "  " WS-TT-TERM-ID (WS-IDX)
008090                "  model " WS-TT-MODEL-CODE (WS-IDX)
008100                " not in CLRMDL catalogue"
008110             DELIMITED BY SIZE INTO CLRMDR-RECORD
008120         END-STRING
008130     END-IF.
008140     WRITE CLRMDR-RECORD.
008150 4310-EXIT.
008160     EXIT.
008170*> ---------------------------------------------------------
008180*> 4500-WRITE-TOTALS - run totals at the foot of the report.
008190*> ---------------------------------------------------------
008200 4500-WRITE-TOTALS.
008210     MOVE SPACES TO CLRMDR-RECORD.
008220     WRITE CLRMDR-RECORD.
008230     MOVE WS-READ-COUNT TO WS-COUNT-ED.
008240     MOVE SPACES TO CLRMDR-RECORD.
008250     STRING "Verdicts read:                 " WS-COUNT-ED
008260         DELIMITED BY SIZE INTO CLRMDR-RECORD
008270     END-STRING.
008280     WRITE CLRMDR-RECORD.
008290     MOVE WS-WINDOW-COUNT TO WS-COUNT-ED.
008300     MOVE SPACES TO CLRMDR-RECORD.
008310     STRING "  inside the window:           " WS-COUNT-ED
008320         DELIMITED BY SIZE INTO CLRMDR-RECORD
008330     END-STRING.
008340     WRITE CLRMDR-RECORD.
008350     MOVE WS-FAIL-COUNT TO WS-COUNT-ED.
008360     MOVE SPACES TO CLRMDR-RECORD.
008370     STRING "  failed:                      " WS-COUNT-ED
008380         DELIMITED BY SIZE INTO CLRMDR-RECORD
008390     END-STRING.
008400     WRITE CLRMDR-RECORD.
008410     MOVE WS-FAIL-GROUP-COUNT TO WS-COUNT-ED.
008420     MOVE SPACES TO CLRMDR-RECORD.
008430     STRING "Failing terminal/style/rows:   " WS-COUNT-ED
008440         DELIMITED BY SIZE INTO CLRMDR-RECORD
008450     END-STRING.
008460     WRITE CLRMDR-RECORD.
008470     MOVE WS-UNLINKED-GROUPS TO WS-COUNT-ED.
008480     MOVE SPACES TO CLRMDR-RECORD.
008490     STRING "  on terminals with no model:  " WS-COUNT-ED
008500         DELIMITED BY SIZE INTO CLRMDR-RECORD
008510     END-STRING.
008520     WRITE CLRMDR-RECORD.
008530     MOVE WS-NOT-INV-GROUPS TO WS-COUNT-ED.
008540     MOVE SPACES TO CLRMDR-RECORD.
008550     STRING "  on terminals not in CLRTRM:  " WS-COUNT-ED
008560         DELIMITED BY SIZE INTO CLRMDR-RECORD
008570     END-STRING.
008580     WRITE CLRMDR-RECORD.
008590     MOVE WS-CL-COUNT TO WS-COUNT-ED.
008600     MOVE SPACES TO CLRMDR-RECORD.
008610     STRING "Model clusters:                " WS-COUNT-ED
008620         DELIMITED BY SIZE INTO CLRMDR-RECORD
008630     END-STRING.
008640     WRITE CLRMDR-RECORD.
008650     MOVE WS-DEFECT-COUNT TO WS-COUNT-ED.
008660     MOVE SPACES TO CLRMDR-RECORD.
008670     STRING "  flagged as model defects:    " WS-COUNT-ED
008680         DELIMITED BY SIZE INTO CLRMDR-RECORD
008690     END-STRING.
008700     WRITE CLRMDR-RECORD.
008710     MOVE WS-UNLINKED-COUNT TO WS-COUNT-ED.
008720     MOVE SPACES TO CLRMDR-RECORD.
008730     STRING "Terminals with no model code:  " WS-COUNT-ED
008740         DELIMITED BY SIZE INTO CLRMDR-RECORD
008750     END-STRING.
008760     WRITE CLRMDR-RECORD.
008770     MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED.
008780     MOVE SPACES TO CLRMDR-RECORD.
008790     STRING "Terminals on unknown models:   " WS-COUNT-ED
008800         DELIMITED BY SIZE INTO CLRMDR-RECORD
008810     END-STRING.
008820     WRITE CLRMDR-RECORD.
008830     IF WS-MDL-DROP-COUNT > ZERO
008840             OR WS-TT-DROP-COUNT > ZERO
008850             OR WS-CL-DROP-COUNT > ZERO
008860         MOVE SPACES TO CLRMDR-RECORD
008870         STRING "WARNING - tables full: " WS-MDL-DROP-COUNT
008880                " model(s), " WS-TT-DROP-COUNT
008890                " terminal(s), " WS-CL-DROP-COUNT
008900                " cluster(s) not counted"
008910             DELIMITED BY SIZE INTO CLRMDR-RECORD
008920         END-STRING
008930         WRITE CLRMDR-RECORD
008940     END-IF.
008950 4500-EXIT.
008960     EXIT.
008970*> ---------------------------------------------------------
008980*> 5000-FIND-CLUSTER - the cluster for WS-NEW-KEY, added in
008990*>                     key order if it is not there yet, so
009000*>                     the report comes out by model, row
009010*>                     and style (then colour).  WS-CL-IDX is
009020*>                     left on it.
009030*> ---------------------------------------------------------
009040 5000-FIND-CLUSTER.
009050     MOVE "N" TO WS-FOUND-SW.
009060     MOVE ZERO TO WS-INS-IDX.
009070     PERFORM 5100-PROBE-CLUSTER THRU 5100-EXIT
009080         VARYING WS-CL-IDX FROM 1 BY 1
009090         UNTIL WS-ENTRY-FOUND OR WS-INS-IDX NOT = ZERO
009100             OR WS-CL-IDX > WS-CL-COUNT.
009110     IF WS-ENTRY-FOUND
009120         GO TO 5000-EXIT
009130     END-IF.
009140     IF WS-CL-COUNT = 3000
009150         ADD 1 TO WS-CL-DROP-COUNT
009160         GO TO 5000-EXIT
009170     END-IF.
009180     IF WS-INS-IDX = ZERO
009190         COMPUTE WS-INS-IDX = WS-CL-COUNT + 1
009200     END-IF.
009210     PERFORM 5200-SHIFT-CLUSTER THRU 5200-EXIT
009220         VARYING WS-SHIFT-IDX FROM WS-CL-COUNT BY -1
009230         UNTIL WS-SHIFT-IDX < WS-INS-IDX.
009240     ADD 1 TO WS-CL-COUNT.
009250     MOVE WS-INS-IDX TO WS-CL-IDX.
009260     MOVE WS-NEW-KEY TO WS-CL-KEY (WS-CL-IDX).
009270     MOVE ZERO TO WS-CL-TERMS (WS-CL-IDX).
009280     MOVE ZERO TO WS-CL-VERDICTS (WS-CL-IDX).
009290     MOVE WS-GRP-LABEL TO WS-CL-LABEL (WS-CL-IDX).
009300     MOVE "Y" TO WS-FOUND-SW.
009310 5000-EXIT.
009320     EXIT.
009330*> ---------------------------------------------------------
009340*> 5100-PROBE-CLUSTER - one probe: a match leaves WS-CL-IDX
009350*>                      on it; the first key past the new
009360*>                      one marks where it goes.
009370*> ---------------------------------------------------------
009380 5100-PROBE-CLUSTER.
009390     IF WS-CL-KEY (WS-CL-IDX) = WS-NEW-KEY
009400         MOVE "Y" TO WS-FOUND-SW
009410         SUBTRACT 1 FROM WS-CL-IDX
009420     ELSE
009430         IF WS-CL-KEY (WS-CL-IDX) > WS-NEW-KEY
009440             MOVE WS-CL-IDX TO WS-INS-IDX
009450         END-IF
009460     END-IF.
009470 5100-EXIT.
009480     EXIT.
009490*> ---------------------------------------------------------
009500*> 5200-SHIFT-CLUSTER - one entry moved up a slot to open the
009510*>                      insertion point.
009520*> ---------------------------------------------------------
009530 5200-SHIFT-CLUSTER.
009540     MOVE WS-CL-ENTRY (WS-SHIFT-IDX)
009550         TO WS-CL-ENTRY (WS-SHIFT-IDX + 1).
009560 5200-EXIT.
009570     EXIT.
009580*> ---------------------------------------------------------
009590*> 9000-TERMINATE - console one-liner; RC=8 when any model
009600*>                  defect is flagged.
009610*> ---------------------------------------------------------
009620 9000-TERMINATE.
009630     DISPLAY "CLRMDR complete: " WS-READ-COUNT
009640         " verdict(s) read, " WS-CL-COUNT
009650         " model cluster(s), " WS-DEFECT-COUNT
009660         " model defect(s).".
009670     IF WS-DEFECT-COUNT > ZERO
009680         MOVE 8 TO RETURN-CODE
009690     END-IF.
009700 9000-EXIT.
009710     EXIT.
009720 END PROGRAM CLRMDR.
