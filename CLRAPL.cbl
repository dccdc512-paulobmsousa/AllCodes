000250*>                      CLRBPR approved into live CLRBAN
000260*>                      after the set was staged must never
000270*>                      vanish silently.
000271*>            Every CLRSWT set promoted is kept on the CLRSWV
000272*>            archive as the next swatch-set version, with the
000273*>            business date it went live, and its rows are
000274*>            stamped with that version - the first promotion
000275*>            also archives the outgoing set as version 01.
000280*> Tectonics: cobc -x -I copybooks clrapl.cbl clrdts.cbl
000290*> License:   Public Domain
000300*> ************************************************************
000310 IDENTIFICATION DIVISION.
000390*> DATE      INIT  DESCRIPTION
000400*> 20260902  RFH   Original - staged control-change listing
000410*>                 and nightly effective-dated apply.
000411*> 20261015  RFH   "Due today" is the CLRDTE business date
000412*>                 (CLRDTS), not the clock, so an apply step
000413*>                 running past midnight never picks up the
000414*>                 next day's effective-dated changes early.
000415*> 20261015  RFH   Each SWT set promoted is archived to CLRSWV
000416*>                 as the next swatch-set version and stamped on
000417*>                 the live rows, so a verdict resolves to the
000418*>                 set it was given under (CLRSWR).
000419*> 20261015  RFH   A CLRSWT write failure during the replace
000420*>                 leaves the set unarchived, so CLRSWV never
000421*>                 records a partly written set as live.
000422*> ************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 REPOSITORY.
000640     SELECT CLRAPL-FILE ASSIGN TO "CLRAPL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CLRAPL-STATUS.
000662     SELECT CLRSWV-FILE ASSIGN TO "CLRSWV"
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-CLRSWV-STATUS.
000670*> ************************************************************
000680 DATA DIVISION.
000690 FILE SECTION.
000850 FD  CLRAPL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  CLRAPL-RECORD               PIC X(80).
000872 FD  CLRSWV-FILE
000874     LABEL RECORDS ARE STANDARD.
000876     COPY "copybooks/CLRSWV.cpy".
000880 WORKING-STORAGE SECTION.
000890*>  --- switches ---------------------------------------------
000900 77  WS-CLRSTG-STATUS      PIC X(02).
000930 77  WS-CLRBAN-STATUS      PIC X(02).
000940 77  WS-CLRBANB-STATUS     PIC X(02).
000950 77  WS-CLRAPL-STATUS      PIC X(02).
000951 77  WS-CLRSWV-STATUS      PIC X(02).
000952 77  WS-VERSION-SW         PIC X(01)  VALUE "Y".
000953     88  WS-VERSION-OK                VALUE "Y".
000954 77  WS-SEED-SW            PIC X(01)  VALUE "N".
000955     88  WS-SEED-ARCHIVE              VALUE "Y".
000956 77  WS-REPLACE-SW         PIC X(01)  VALUE "Y".
000957     88  WS-REPLACE-OK                VALUE "Y".
000960 77  WS-EOF-SW             PIC X(01)  VALUE "N".
000970     88  WS-END-OF-FILE               VALUE "Y".
000980 77  WS-BACKOUT-SW         PIC X(01)  VALUE "N".
001190 77  WS-OLD-COUNT          PIC 9(03) VALUE ZERO.
001200 77  WS-OLD-DROP-COUNT     PIC 9(05) VALUE ZERO.
001210 77  WS-COUNT-ED           PIC ZZZZ9.
001211*>  --- swatch-set versioning ----------------------------------
001212 77  WS-SWV-MAX-VERSION    PIC 9(02) VALUE ZERO.
001213 77  WS-NEW-VERSION        PIC 9(02) VALUE ZERO.
001214 77  WS-SWV-ROW            PIC 9(03) VALUE ZERO.
001215 77  WS-CMP-LEN            PIC 9(02) VALUE 20.
001216 77  WS-ROW-ED             PIC ZZ9.
001217*>  --- parameter area for the CLRDTS business-date service -
001218     COPY "copybooks/CLRDTP.cpy".
001220*>  --- the staging file, held in file order -------------------
001230 01  WS-STG-TABLE.
001240     05  WS-STG-ENTRY OCCURS 400 TIMES.
001330*>  --- the incoming set can be checked against it -------------
001340 01  WS-OLD-TABLE.
001350     05  WS-OLD-IMAGE           PIC X(20) OCCURS 400 TIMES.
001351*>  --- one swatch image taken apart for the CLRSWV archive ----
001352 01  WS-SWT-IMAGE.
001353     05  WS-SWI-LABEL           PIC X(07).
001354     05  WS-SWI-COLOUR-NAME     PIC X(07).
001355     05  WS-SWI-ATTR-VALUE      PIC 9(03).
001356     05  FILLER                 PIC X(03).
001360*> ************************************************************
001370 PROCEDURE DIVISION.
001380*> ---------------------------------------------------------
001590     IF WS-RUN-MODE NOT = "APPLY"
001600         MOVE "LIST " TO WS-RUN-MODE
001610     END-IF.
001615     CALL "CLRDTS" USING CLRDTP-PARMS.
001620     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001630     OPEN OUTPUT CLRAPL-FILE.
001640     MOVE SPACES TO CLRAPL-RECORD.
001650     STRING "Control-change staging (" WS-RUN-MODE
002490     IF WS-PICK-DATE = SPACES
002500         GO TO 4000-EXIT
002510     END-IF.
002511     IF WS-TGT = "SWT"
002512         PERFORM 4600-NEXT-SET-VERSION THRU 4600-EXIT
002513         IF NOT WS-VERSION-OK
002514             MOVE 8 TO RETURN-CODE
002515             GO TO 4000-EXIT
002516         END-IF
002517     END-IF.
002520     PERFORM 4200-BACK-OUT-LIVE THRU 4200-EXIT.
002530     IF NOT WS-BACKOUT-OK
002540         DISPLAY "Back-out copy failed for " WS-TGT
002570         GO TO 4000-EXIT
002580     END-IF.
002590     PERFORM 4300-REPLACE-LIVE THRU 4300-EXIT.
002592     IF WS-TGT = "SWT"
002593             AND WS-REPLACE-OK
002594         PERFORM 4700-ARCHIVE-SET THRU 4700-EXIT
002596     END-IF.
002600     PERFORM 4500-CHECK-CARRY-FORWARD THRU 4500-EXIT.
002610     PERFORM 4400-MARK-APPLIED THRU 4400-EXIT
002620         VARYING WS-IDX FROM 1 BY 1
004020*>                     whole live file, in staged order.
004030*> ---------------------------------------------------------
004040 4300-REPLACE-LIVE.
004045     MOVE "Y" TO WS-REPLACE-SW.
004050     IF WS-TGT = "SWT"
004060         OPEN OUTPUT CLRSWT-FILE
004070     ELSE
004150     ELSE
004160         CLOSE CLRBAN-FILE
004170     END-IF.
004172     IF WS-TGT = "SWT" AND NOT WS-REPLACE-OK
004174         DISPLAY "CLRSWT only partly written - swatch-set "
004176             "version " WS-NEW-VERSION " not archived"
004178     END-IF.
004180 4300-EXIT.
004190     EXIT.
004200*> ---------------------------------------------------------
004290     END-IF.
004300     IF WS-TGT = "SWT"
004310         MOVE WS-STG-IMAGE (WS-IDX) TO CLRSWT-RECORD
004315         MOVE WS-NEW-VERSION TO CLRSWT-SET-VERSION
004320         WRITE CLRSWT-RECORD
004330         IF WS-CLRSWT-STATUS NOT = "00"
004340             DISPLAY "CLRSWT write failed, status "
004350                 WS-CLRSWT-STATUS
004360             MOVE 8 TO RETURN-CODE
004365             MOVE "N" TO WS-REPLACE-SW
004370         END-IF
004380     ELSE
004390         MOVE WS-STG-IMAGE (WS-IDX) TO CLRBAN-RECORD
004420             DISPLAY "CLRBAN write failed, status "
004430                 WS-CLRBAN-STATUS
004440             MOVE 8 TO RETURN-CODE
004445             MOVE "N" TO WS-REPLACE-SW
004450         END-IF
004460     END-IF.
004470 4310-EXIT.
004600*>                            a silent loss.
004610*> ---------------------------------------------------------
004620 4500-CHECK-CARRY-FORWARD.
004621     IF WS-TGT = "SWT"
004622         MOVE 17 TO WS-CMP-LEN
004623     ELSE
004624         MOVE 20 TO WS-CMP-LEN
004625     END-IF.
004630     PERFORM 4510-CHECK-ONE-OLD THRU 4510-EXIT
004640         VARYING WS-CHK-IDX FROM 1 BY 1
004650         UNTIL WS-CHK-IDX > WS-OLD-COUNT.
004980     EXIT.
004990*> ---------------------------------------------------------
005000*> 4520-PROBE-NEW-SET - one probe of the picked staged set.
005002*>                      A swatch row is matched on label,
005004*>                      colour and value - its set version
005006*>                      is bound to differ.
005010*> ---------------------------------------------------------
005020 4520-PROBE-NEW-SET.
005030     IF WS-STG-TARGET (WS-IDX) = WS-TGT
005040             AND WS-STG-EFF-DATE (WS-IDX) = WS-PICK-DATE
005050             AND WS-STG-IMAGE (WS-IDX) (1:WS-CMP-LEN) =
005060                 WS-OLD-IMAGE (WS-CHK-IDX) (1:WS-CMP-LEN)
005070         MOVE "Y" TO WS-FOUND-SW
005080     END-IF.
005090 4520-EXIT.
005100     EXIT.
005110*> ---------------------------------------------------------
005111*> 4400-MARK-APPLIED - the picked set is applied; any older
005112*>                     arrived set for the same target is
005113*>                     superseded - it never went live and
005114*>                     never will.  Future-dated records are
005115*>                     left pending.
005116*> ---------------------------------------------------------
005117 4400-MARK-APPLIED.
005118     IF WS-STG-TARGET (WS-IDX) NOT = WS-TGT
005119         GO TO 4400-EXIT
005120     END-IF.
005121     IF WS-STG-EFF-DATE (WS-IDX) = WS-PICK-DATE
005122         MOVE "A" TO WS-STG-STATE (WS-IDX)
005123         ADD 1 TO WS-APPLIED-COUNT
005124     ELSE
005125         IF WS-STG-EFF-DATE (WS-IDX) < WS-PICK-DATE
005126             MOVE "S" TO WS-STG-STATE (WS-IDX)
005127             ADD 1 TO WS-SUPER-COUNT
005128         END-IF
005129     END-IF.
005130 4400-EXIT.
005131     EXIT.
005132*> ---------------------------------------------------------
005133*> 4600-NEXT-SET-VERSION - the version the incoming swatch
005134*>                         set goes live under: one past the
005135*>                         highest on the CLRSWV archive.  An
005136*>                         empty archive first takes the
005137*>                         outgoing live set as version 01
005138*>                         (4700), so the incoming set is 02;
005139*>                         with no live set either it is 01,
005140*>                         and CLRSWR takes any test date
005141*>                         before it as the base eight, 00.
005142*>                         The version is two digits - once
005143*>                         99 is on the archive the apply is
005144*>                         refused and the live file left as
005145*>                         it is.
005146*> ---------------------------------------------------------
005147 4600-NEXT-SET-VERSION.
005148     MOVE "Y" TO WS-VERSION-SW.
005149     MOVE "N" TO WS-SEED-SW.
005150     MOVE ZERO TO WS-SWV-MAX-VERSION.
005151     OPEN INPUT CLRSWV-FILE.
005152     IF WS-CLRSWV-STATUS NOT = "00"
005153             AND WS-CLRSWV-STATUS NOT = "35"
005154         DISPLAY "CLRSWV open failed, status " WS-CLRSWV-STATUS
005155             " - SWT apply refused"
005156         MOVE "N" TO WS-VERSION-SW
005157         GO TO 4600-EXIT
005158     END-IF.
005159     IF WS-CLRSWV-STATUS = "00"
005160         MOVE "N" TO WS-EOF-SW
005161         PERFORM 4610-READ-ARCHIVE THRU 4610-EXIT
005162             UNTIL WS-END-OF-FILE
005163         CLOSE CLRSWV-FILE
005164     END-IF.
005165     IF WS-SWV-MAX-VERSION = 99
005166         DISPLAY "CLRSWV already holds swatch-set version 99 - "
005167             "SWT apply refused"
005168         MOVE "N" TO WS-VERSION-SW
005169         GO TO 4600-EXIT
005170     END-IF.
005171     IF WS-SWV-MAX-VERSION = ZERO
005172         OPEN INPUT CLRSWT-FILE
005173         IF WS-CLRSWT-STATUS = "00"
005174             READ CLRSWT-FILE
005175                 AT END
005176                     MOVE "10" TO WS-CLRSWT-STATUS
005177             END-READ
005178             IF WS-CLRSWT-STATUS = "00"
005179                 MOVE "Y" TO WS-SEED-SW
005180                 MOVE 1 TO WS-SWV-MAX-VERSION
005181             END-IF
005182             CLOSE CLRSWT-FILE
005183         END-IF
005184     END-IF.
005185     COMPUTE WS-NEW-VERSION = WS-SWV-MAX-VERSION + 1.
005186 4600-EXIT.
005187     EXIT.
005188*> ---------------------------------------------------------
005189*> 4610-READ-ARCHIVE - one CLRSWV record; keep the highest
005190*>                     version seen.
005191*> ---------------------------------------------------------
005192 4610-READ-ARCHIVE.
005193     READ CLRSWV-FILE
005194         AT END
005195             MOVE "Y" TO WS-EOF-SW
005196     END-READ.
005197     IF NOT WS-END-OF-FILE
005198             AND CLRSWV-VERSION IS NUMERIC
005199             AND CLRSWV-VERSION > WS-SWV-MAX-VERSION
005200         MOVE CLRSWV-VERSION TO WS-SWV-MAX-VERSION
005201     END-IF.
005202 4610-EXIT.
005203     EXIT.
005204*> ---------------------------------------------------------
005205*> 4700-ARCHIVE-SET - the set just made live is appended to
005206*>                    CLRSWV under its new version, effective
005207*>                    from tonight's business date - the date
005208*>                    it actually went live, which a late
005209*>                    apply makes later than the staged date.
005210*>                    On a first promotion the outgoing set
005211*>                    (captured by 4200) goes on first as
005212*>                    version 01, effective from the start of
005213*>                    time, so every verdict already on file
005214*>                    has a version to resolve to.
005215*> ---------------------------------------------------------
005216 4700-ARCHIVE-SET.
005217     OPEN EXTEND CLRSWV-FILE.
005218     IF WS-CLRSWV-STATUS = "35"
005219         OPEN OUTPUT CLRSWV-FILE
005220     END-IF.
005221     IF WS-CLRSWV-STATUS NOT = "00"
005222         DISPLAY "CLRSWV open failed, status " WS-CLRSWV-STATUS
005223             " - swatch-set version not archived"
005224         MOVE 8 TO RETURN-CODE
005225         GO TO 4700-EXIT
005226     END-IF.
005227     IF WS-SEED-ARCHIVE
005228         MOVE ZERO TO WS-SWV-ROW
005229         PERFORM 4710-ARCHIVE-OLD-ROW THRU 4710-EXIT
005230             VARYING WS-CHK-IDX FROM 1 BY 1
005231             UNTIL WS-CHK-IDX > WS-OLD-COUNT
005232         MOVE WS-SWV-ROW TO WS-ROW-ED
005233         MOVE SPACES TO CLRAPL-RECORD
005234         STRING "SWT outgoing live set archived as swatch-set "
005235                "version 01 (" WS-ROW-ED " rows)"
005236             DELIMITED BY SIZE INTO CLRAPL-RECORD
005237         END-STRING
005238         WRITE CLRAPL-RECORD
005239     END-IF.
005240     MOVE ZERO TO WS-SWV-ROW.
005241     PERFORM 4720-ARCHIVE-NEW-ROW THRU 4720-EXIT
005242         VARYING WS-IDX FROM 1 BY 1
005243         UNTIL WS-IDX > WS-STG-COUNT.
005244     CLOSE CLRSWV-FILE.
005245     MOVE WS-SWV-ROW TO WS-ROW-ED.
005246     MOVE SPACES TO CLRAPL-RECORD.
005247     STRING "SWT set now live is swatch-set version "
005248            WS-NEW-VERSION ", effective " WS-TODAY-DATE
005249            " (" WS-ROW-ED " rows)"
005250         DELIMITED BY SIZE INTO CLRAPL-RECORD
005251     END-STRING.
005252     WRITE CLRAPL-RECORD.
005253 4700-EXIT.
005254     EXIT.
005255*> ---------------------------------------------------------
005256*> 4710-ARCHIVE-OLD-ROW - one outgoing live row as version
005257*>                        01.  SAMPLE never loads past row
005258*>                        256, so neither does the archive.
005259*> ---------------------------------------------------------
005260 4710-ARCHIVE-OLD-ROW.
005261     IF WS-SWV-ROW = 256
005262         GO TO 4710-EXIT
005263     END-IF.
005264     MOVE WS-OLD-IMAGE (WS-CHK-IDX) TO WS-SWT-IMAGE.
005265     ADD 1 TO WS-SWV-ROW.
005266     MOVE SPACES             TO CLRSWV-RECORD.
005267     MOVE 1                  TO CLRSWV-VERSION.
005268     MOVE "00000000"         TO CLRSWV-EFF-DATE.
005269     PERFORM 4730-WRITE-ARCHIVE-ROW THRU 4730-EXIT.
005270 4710-EXIT.
005271     EXIT.
005272*> ---------------------------------------------------------
005273*> 4720-ARCHIVE-NEW-ROW - one row of the set just made live,
005274*>                        if it belongs to the picked set.
005275*> ---------------------------------------------------------
005276 4720-ARCHIVE-NEW-ROW.
005277     IF WS-STG-TARGET (WS-IDX) NOT = WS-TGT
005278             OR WS-STG-EFF-DATE (WS-IDX) NOT = WS-PICK-DATE
005279             OR WS-SWV-ROW = 256
005280         GO TO 4720-EXIT
005281     END-IF.
005282     MOVE WS-STG-IMAGE (WS-IDX) TO WS-SWT-IMAGE.
005283     ADD 1 TO WS-SWV-ROW.
005284     MOVE SPACES             TO CLRSWV-RECORD.
005285     MOVE WS-NEW-VERSION     TO CLRSWV-VERSION.
005286     MOVE WS-TODAY-DATE      TO CLRSWV-EFF-DATE.
005287     PERFORM 4730-WRITE-ARCHIVE-ROW THRU 4730-EXIT.
005288 4720-EXIT.
005289     EXIT.
005290*> ---------------------------------------------------------
005291*> 4730-WRITE-ARCHIVE-ROW - the row's swatch fields behind
005292*>                          the version and date already set.
005293*> ---------------------------------------------------------
005294 4730-WRITE-ARCHIVE-ROW.
005295     MOVE WS-SWV-ROW         TO CLRSWV-SWATCH-ROW.
005296     MOVE WS-SWI-LABEL       TO CLRSWV-LABEL.
005297     MOVE WS-SWI-COLOUR-NAME TO CLRSWV-COLOUR-NAME.
005298     MOVE WS-SWI-ATTR-VALUE  TO CLRSWV-ATTR-VALUE.
005299     WRITE CLRSWV-RECORD.
005300     IF WS-CLRSWV-STATUS NOT = "00"
005301         DISPLAY "CLRSWV write failed, status " WS-CLRSWV-STATUS
005302         MOVE 8 TO RETURN-CODE
005303     END-IF.
005304 4730-EXIT.
005305     EXIT.
005330*> ---------------------------------------------------------
005340*> 6000-SAVE-STAGING - rewrite CLRSTG with only the records
005350*>                     still pending, so the staging file
