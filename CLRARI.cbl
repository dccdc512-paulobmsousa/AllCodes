000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRARI
000040*> Purpose:   Asset-register inbound interface.  Applies the
000050*>            nightly CLRARF feed of add/change/retire
000060*>            transactions from the corporate asset register
000070*>            to the keyed CLRTRM inventory, so a terminal
000080*>            added, moved or retired there no longer waits
000090*>            weeks for someone to rekey it into CLRTMN.
000100*>            Every transaction passes the same checks CLRTMN
000110*>            makes on the screen - terminal-id present, type
000120*>            COLOR or MONO, frequency 001-999 days (blank
000130*>            defaults to 001 on an add and keeps the current
000140*>            one on a change), no duplicate add, no change or
000150*>            retire of a terminal not on file, no change of
000160*>            a terminal whose CLRMDL model is monochrome to
000170*>            COLOR, a model code required on an add and on
000180*>            the CLRMDL catalogue wherever one is sent
000190*>            (blank keeps the current one on a change) - and
000200*>            a retire is the same keyed delete.
000210*>            Every accepted transaction is logged to CLRTML
000220*>            under the feed's own operator-id (CLRARI-OPER-
000230*>            ID, default ASSETREG); every rejected one goes
000240*>            to the CLRARI reject listing with its reason,
000250*>            and the run ends RC=8 so the listing gets
000260*>            read.
000270*> Tectonics: cobc -x -I copybooks clrari.cbl
000280*> License:   Public Domain
000290*> ************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     CLRARI.
000320 AUTHOR.         R F HARRISON.
000330 INSTALLATION.   TERMINAL SERVICES GROUP.
000340 DATE-WRITTEN.   20261015.
000350 DATE-COMPILED.  20261015.
000360*> ************************************************************
000370*> MODIFICATION HISTORY
000380*> DATE      INIT  DESCRIPTION
000390*> 20261015  RFH   Original - asset-register feed applied to
000400*>                 CLRTRM with change log and reject listing.
000410*> 20261015  RFH   A change to COLOR is refused when the
000420*>                 terminal's CLRMDL model is monochrome, as
000430*>                 CLRTMN refuses it.
000440*> 20261015  RFH   CLRARF carries the model code: required on
000450*>                 an add, replaces the current one on a change
000460*>                 when sent, checked against CLRMDL as CLRTMN's
000470*>                 3900-CHECK-MODEL checks it.
000480*> ************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 REPOSITORY.
000520     FUNCTION ALL INTRINSIC.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CLRARF-FILE ASSIGN TO "CLRARF"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CLRARF-STATUS.
000580     SELECT CLRTRM-FILE ASSIGN TO "CLRTRM"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CLRTRM-TERM-ID
000620         FILE STATUS IS WS-CLRTRM-STATUS.
000630     SELECT CLRTML-FILE ASSIGN TO "CLRTML"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CLRTML-STATUS.
000660     SELECT CLROPM-FILE ASSIGN TO "CLROPM"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CLROPM-OPER-ID
000700         FILE STATUS IS WS-CLROPM-STATUS.
000710     SELECT CLRMDL-FILE ASSIGN TO "CLRMDL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CLRMDL-MODEL-CODE
000750         FILE STATUS IS WS-CLRMDL-STATUS.
000760     SELECT CLRARI-FILE ASSIGN TO "CLRARI"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CLRARI-STATUS.
000790*> ************************************************************
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CLRARF-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY "copybooks/CLRARF.cpy".
000850 FD  CLRTRM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY "copybooks/CLRTRM.cpy".
000880 FD  CLRTML-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY "copybooks/CLRTML.cpy".
000910 FD  CLROPM-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY "copybooks/CLROPM.cpy".
000940 FD  CLRMDL-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY "copybooks/CLRMDL.cpy".
000970 FD  CLRARI-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  CLRARI-RECORD               PIC X(80).
001000 WORKING-STORAGE SECTION.
001010*>  --- switches ---------------------------------------------
001020 77  WS-CLRARF-STATUS      PIC X(02).
001030 77  WS-CLRTRM-STATUS      PIC X(02).
001040 77  WS-CLRTML-STATUS      PIC X(02).
001050 77  WS-CLROPM-STATUS      PIC X(02).
001060 77  WS-CLRMDL-STATUS      PIC X(02).
001070 77  WS-CLRARI-STATUS      PIC X(02).
001080 77  WS-ARF-EOF-SW         PIC X(01)  VALUE "N".
001090     88  WS-END-OF-FEED               VALUE "Y".
001100 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
001110     88  WS-ENTRY-FOUND               VALUE "Y".
001120 77  WS-MDL-OPEN-SW        PIC X(01)  VALUE "N".
001130     88  WS-MDL-OPEN                  VALUE "Y".
001140*>  --- run identification -------------------------------------
001150 77  WS-OPER-ID            PIC X(08) VALUE SPACES.
001160*>  --- the transaction being applied --------------------------
001170 77  WS-IN-TERM-ID         PIC X(08) VALUE SPACES.
001180 77  WS-IN-TERM-TYPE       PIC X(05) VALUE SPACES.
001190 77  WS-IN-CERT-FREQ       PIC X(03) VALUE SPACES.
001200 77  WS-IN-MODEL-CODE      PIC X(04) VALUE SPACES.
001210 77  WS-LOG-ACTION         PIC X(03) VALUE SPACES.
001220 77  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
001230*>  --- counters -----------------------------------------------
001240 77  WS-READ-COUNT         PIC 9(05) VALUE ZERO.
001250 77  WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
001260 77  WS-CHANGE-COUNT       PIC 9(05) VALUE ZERO.
001270 77  WS-RETIRE-COUNT       PIC 9(05) VALUE ZERO.
001280 77  WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
001290 77  WS-COUNT-ED           PIC ZZZZ9.
001300*> ************************************************************
001310 PROCEDURE DIVISION.
001320*> ---------------------------------------------------------
001330*> 0000-MAINLINE
001340*> ---------------------------------------------------------
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     IF RETURN-CODE = ZERO
001380         PERFORM 2000-APPLY-FEED THRU 2000-EXIT
001390     END-IF.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     GOBACK.
001420*> ---------------------------------------------------------
001430*> 1000-INITIALIZE - the feed's operator-id, checked against
001440*>                   the register; the CLRMDL model catalogue
001450*>                   for the whole run; the reject listing; the
001460*>                   keyed inventory I-O for the whole run,
001470*>                   created on first ever use the way CLRTMN
001480*>                   creates it.
001490*> ---------------------------------------------------------
001500 1000-INITIALIZE.
001510     ACCEPT WS-OPER-ID FROM ENVIRONMENT "CLRARI-OPER-ID".
001520     IF WS-OPER-ID = SPACES
001530         MOVE "ASSETREG" TO WS-OPER-ID
001540     END-IF.
001550     PERFORM 1300-CHECK-OPERATOR THRU 1300-EXIT.
001560     OPEN INPUT CLRMDL-FILE.
001570     IF WS-CLRMDL-STATUS = "00"
001580         MOVE "Y" TO WS-MDL-OPEN-SW
001590     ELSE
001600         DISPLAY "CLRARI: WARNING - CLRMDL model catalogue not "
001610             "available, status " WS-CLRMDL-STATUS
001620     END-IF.
001630     OPEN OUTPUT CLRARI-FILE.
001640     MOVE SPACES TO CLRARI-RECORD.
001650     STRING "Asset-register feed rejects - printed "
001660            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
001670         DELIMITED BY SIZE INTO CLRARI-RECORD
001680     END-STRING.
001690     WRITE CLRARI-RECORD.
001700     MOVE ALL "-" TO CLRARI-RECORD.
001710     WRITE CLRARI-RECORD.
001720     MOVE "  rec#  c terminal type  freq model  reason"
001730         TO CLRARI-RECORD.
001740     WRITE CLRARI-RECORD.
001750     MOVE "-----  - -------- ----- ---  ----  ------------------"
001760         & "----------------------"
001770         TO CLRARI-RECORD.
001780     WRITE CLRARI-RECORD.
001790     OPEN I-O CLRTRM-FILE.
001800     IF WS-CLRTRM-STATUS = "35"
001810         OPEN OUTPUT CLRTRM-FILE
001820         CLOSE CLRTRM-FILE
001830         OPEN I-O CLRTRM-FILE
001840     END-IF.
001850     IF WS-CLRTRM-STATUS NOT = "00"
001860         DISPLAY "CLRTRM open failed, status " WS-CLRTRM-STATUS
001870         MOVE "(CLRTRM could not be opened - feed not applied)"
001880             TO CLRARI-RECORD
001890         WRITE CLRARI-RECORD
001900         MOVE 8 TO RETURN-CODE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     OPEN EXTEND CLRTML-FILE.
001940     IF WS-CLRTML-STATUS = "35"
001950         OPEN OUTPUT CLRTML-FILE
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990*> ---------------------------------------------------------
002000*> 1300-CHECK-OPERATOR - the feed's operator-id against the
002010*>                       CLROPM register, the same check
002020*>                       CLRTMN makes.  A missing register
002030*>                       says nothing; an unknown or inactive
002040*>                       id is warned on the console and the
002050*>                       run carries on.
002060*> ---------------------------------------------------------
002070 1300-CHECK-OPERATOR.
002080     OPEN INPUT CLROPM-FILE.
002090     IF WS-CLROPM-STATUS NOT = "00"
002100         GO TO 1300-EXIT
002110     END-IF.
002120     MOVE WS-OPER-ID TO CLROPM-OPER-ID.
002130     READ CLROPM-FILE
002140         INVALID KEY
002150             DISPLAY "CLRARI: WARNING - feed operator "
002160                 WS-OPER-ID " not on CLROPM register"
002170         NOT INVALID KEY
002180             IF CLROPM-ACTIVE-FLAG NOT = "A"
002190                 DISPLAY "CLRARI: WARNING - feed operator "
002200                     WS-OPER-ID " inactive on register"
002210             END-IF
002220     END-READ.
002230     CLOSE CLROPM-FILE.
002240 1300-EXIT.
002250     EXIT.
002260*> ---------------------------------------------------------
002270*> 2000-APPLY-FEED - every feed transaction in arrival
002280*>                   order.  A missing feed means the asset
002290*>                   register sent nothing tonight.
002300*> ---------------------------------------------------------
002310 2000-APPLY-FEED.
002320     OPEN INPUT CLRARF-FILE.
002330     IF WS-CLRARF-STATUS NOT = "00"
002340         MOVE "(no asset-register feed on file)" TO CLRARI-RECORD
002350         WRITE CLRARI-RECORD
002360         GO TO 2000-EXIT
002370     END-IF.
002380     PERFORM 2100-READ-FEED THRU 2100-EXIT.
002390     PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
002400         UNTIL WS-END-OF-FEED.
002410     CLOSE CLRARF-FILE.
002420 2000-EXIT.
002430     EXIT.
002440*> ---------------------------------------------------------
002450*> 2100-READ-FEED - read the next feed transaction.
002460*> ---------------------------------------------------------
002470 2100-READ-FEED.
002480     READ CLRARF-FILE
002490         AT END
002500             MOVE "Y" TO WS-ARF-EOF-SW
002510     END-READ.
002520     IF NOT WS-END-OF-FEED
002530         ADD 1 TO WS-READ-COUNT
002540     END-IF.
002550 2100-EXIT.
002560     EXIT.
002570*> ---------------------------------------------------------
002580*> 2200-APPLY-TRANSACTION - one transaction: applied and
002590*>                          logged, or listed with the
002600*>                          reason it was refused.
002610*> ---------------------------------------------------------
002620 2200-APPLY-TRANSACTION.
002630     MOVE SPACES TO WS-REJECT-REASON.
002640     MOVE UPPER-CASE(CLRARF-TERM-ID)   TO WS-IN-TERM-ID.
002650     MOVE UPPER-CASE(CLRARF-TERM-TYPE) TO WS-IN-TERM-TYPE.
002660     MOVE CLRARF-CERT-FREQ             TO WS-IN-CERT-FREQ.
002670     MOVE UPPER-CASE(CLRARF-MODEL-CODE) TO WS-IN-MODEL-CODE.
002680     IF WS-IN-TERM-ID = SPACES
002690         MOVE "no terminal-id given" TO WS-REJECT-REASON
002700         GO TO 2200-NEXT
002710     END-IF.
002720     EVALUATE TRUE
002730         WHEN CLRARF-ADD
002740             PERFORM 3100-ADD-TERMINAL THRU 3100-EXIT
002750         WHEN CLRARF-CHANGE
002760             PERFORM 3200-CHANGE-TERMINAL THRU 3200-EXIT
002770         WHEN CLRARF-RETIRE
002780             PERFORM 3300-RETIRE-TERMINAL THRU 3300-EXIT
002790         WHEN OTHER
002800             MOVE "transaction code must be A, C or R"
002810                 TO WS-REJECT-REASON
002820     END-EVALUATE.
002830 2200-NEXT.
002840     IF WS-REJECT-REASON NOT = SPACES
002850         PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
002860     ELSE
002870         PERFORM 5000-WRITE-LOG THRU 5000-EXIT
002880     END-IF.
002890     PERFORM 2100-READ-FEED THRU 2100-EXIT.
002900 2200-EXIT.
002910     EXIT.
002920*> ---------------------------------------------------------
002930*> 3100-ADD-TERMINAL - a new terminal, written keyed; the
002940*>                     file's own key rejects a duplicate.
002950*>                     Same checks, same order as CLRTMN:
002960*>                     type, frequency, then the model code,
002970*>                     required and on the CLRMDL catalogue.
002980*> ---------------------------------------------------------
002990 3100-ADD-TERMINAL.
003000     IF WS-IN-TERM-TYPE NOT = "COLOR" AND
003010             WS-IN-TERM-TYPE NOT = "MONO "
003020         MOVE "type must be COLOR or MONO" TO WS-REJECT-REASON
003030         GO TO 3100-EXIT
003040     END-IF.
003050     IF WS-IN-CERT-FREQ = SPACES
003060         MOVE "001" TO WS-IN-CERT-FREQ
003070     END-IF.
003080     IF WS-IN-CERT-FREQ NOT NUMERIC
003090             OR WS-IN-CERT-FREQ = "000"
003100         MOVE "frequency must be 001-999 days"
003110             TO WS-REJECT-REASON
003120         GO TO 3100-EXIT
003130     END-IF.
003140     PERFORM 3250-CHECK-MODEL THRU 3250-EXIT.
003150     IF WS-REJECT-REASON NOT = SPACES
003160         GO TO 3100-EXIT
003170     END-IF.
003180     MOVE SPACES          TO CLRTRM-RECORD.
003190     MOVE WS-IN-TERM-ID   TO CLRTRM-TERM-ID.
003200     MOVE WS-IN-TERM-TYPE TO CLRTRM-TERM-TYPE.
003210     MOVE WS-IN-CERT-FREQ TO CLRTRM-CERT-FREQ-X.
003220     MOVE SPACES          TO CLRTRM-LAST-CERT-DATE.
003230     MOVE WS-IN-MODEL-CODE TO CLRTRM-MODEL-CODE.
003240     WRITE CLRTRM-RECORD
003250         INVALID KEY
003260             MOVE "terminal-id already in inventory"
003270                 TO WS-REJECT-REASON
003280     END-WRITE.
003290     IF WS-REJECT-REASON NOT = SPACES
003300         GO TO 3100-EXIT
003310     END-IF.
003320     IF WS-CLRTRM-STATUS NOT = "00"
003330         MOVE "CLRTRM write failed" TO WS-REJECT-REASON
003340         GO TO 3100-EXIT
003350     END-IF.
003360     MOVE "ADD" TO WS-LOG-ACTION.
003370     ADD 1 TO WS-ADD-COUNT.
003380 3100-EXIT.
003390     EXIT.
003400*> ---------------------------------------------------------
003410*> 3200-CHANGE-TERMINAL - the terminal's type, and its
003420*>                        frequency and model code when they
003430*>                        are sent, read and rewritten keyed
003440*>                        so the last-certified date rides
003450*>                        through.  Everything is validated
003460*>                        before the record is touched.  A
003470*>                        blank model code keeps the one on
003480*>                        file; either way the model is put
003490*>                        through 3250-CHECK-MODEL, as CLRTMN
003500*>                        puts a change through 3900.
003510*> ---------------------------------------------------------
003520 3200-CHANGE-TERMINAL.
003530     MOVE WS-IN-TERM-ID TO CLRTRM-TERM-ID.
003540     MOVE "N" TO WS-FOUND-SW.
003550     READ CLRTRM-FILE
003560         INVALID KEY
003570             CONTINUE
003580         NOT INVALID KEY
003590             MOVE "Y" TO WS-FOUND-SW
003600     END-READ.
003610     IF NOT WS-ENTRY-FOUND
003620         MOVE "terminal-id not in inventory" TO WS-REJECT-REASON
003630         GO TO 3200-EXIT
003640     END-IF.
003650     IF WS-IN-TERM-TYPE NOT = "COLOR" AND
003660             WS-IN-TERM-TYPE NOT = "MONO "
003670         MOVE "type must be COLOR or MONO" TO WS-REJECT-REASON
003680         GO TO 3200-EXIT
003690     END-IF.
003700     IF WS-IN-CERT-FREQ NOT = SPACES
003710         IF WS-IN-CERT-FREQ NOT NUMERIC
003720                 OR WS-IN-CERT-FREQ = "000"
003730             MOVE "frequency must be 001-999 days"
003740                 TO WS-REJECT-REASON
003750             GO TO 3200-EXIT
003760         END-IF
003770         MOVE WS-IN-CERT-FREQ TO CLRTRM-CERT-FREQ-X
003780     END-IF.
003790     IF WS-IN-MODEL-CODE = SPACES
003800         MOVE CLRTRM-MODEL-CODE TO WS-IN-MODEL-CODE
003810     END-IF.
003820     PERFORM 3250-CHECK-MODEL THRU 3250-EXIT.
003830     IF WS-REJECT-REASON NOT = SPACES
003840         GO TO 3200-EXIT
003850     END-IF.
003860     MOVE WS-IN-TERM-TYPE TO CLRTRM-TERM-TYPE.
003870     MOVE WS-IN-MODEL-CODE TO CLRTRM-MODEL-CODE.
003880     REWRITE CLRTRM-RECORD.
003890     IF WS-CLRTRM-STATUS NOT = "00"
003900         MOVE "CLRTRM rewrite failed" TO WS-REJECT-REASON
003910         GO TO 3200-EXIT
003920     END-IF.
003930     MOVE "CHG" TO WS-LOG-ACTION.
003940     ADD 1 TO WS-CHANGE-COUNT.
003950 3200-EXIT.
003960     EXIT.
003970*> ---------------------------------------------------------
003980*> 3250-CHECK-MODEL - CLRTMN's 3900-CHECK-MODEL rule: the
003990*>                    model code must be on the CLRMDL
004000*>                    catalogue, and a COLOR terminal cannot
004010*>                    sit on a model with no colours.  A
004020*>                    model is required on an add; a terminal
004030*>                    not yet linked may stay unlinked
004040*>                    through a change.  With the catalogue
004050*>                    missing the transaction is refused.
004060*> ---------------------------------------------------------
004070 3250-CHECK-MODEL.
004080     IF WS-IN-MODEL-CODE = SPACES
004090         IF CLRARF-ADD
004100             MOVE "a model code is required" TO WS-REJECT-REASON
004110         END-IF
004120         GO TO 3250-EXIT
004130     END-IF.
004140     IF NOT WS-MDL-OPEN
004150         MOVE "CLRMDL model catalogue not available"
004160             TO WS-REJECT-REASON
004170         GO TO 3250-EXIT
004180     END-IF.
004190     MOVE WS-IN-MODEL-CODE TO CLRMDL-MODEL-CODE.
004200     READ CLRMDL-FILE
004210         INVALID KEY
004220             MOVE "model code not in CLRMDL catalogue"
004230                 TO WS-REJECT-REASON
004240         NOT INVALID KEY
004250             IF WS-IN-TERM-TYPE = "COLOR"
004260                     AND CLRMDL-COLOURS-X = "000"
004270                 MOVE "COLOR terminal on a mono model"
004280                     TO WS-REJECT-REASON
004290             END-IF
004300     END-READ.
004310 3250-EXIT.
004320     EXIT.
004330*> ---------------------------------------------------------
004340*> 3300-RETIRE-TERMINAL - one keyed delete, logged as the
004350*>                        same DEL CLRTMN logs.  The type
004360*>                        logged is the one on file.
004370*> ---------------------------------------------------------
004380 3300-RETIRE-TERMINAL.
004390     MOVE WS-IN-TERM-ID TO CLRTRM-TERM-ID.
004400     MOVE "N" TO WS-FOUND-SW.
004410     READ CLRTRM-FILE
004420         INVALID KEY
004430             CONTINUE
004440         NOT INVALID KEY
004450             MOVE "Y" TO WS-FOUND-SW
004460     END-READ.
004470     IF NOT WS-ENTRY-FOUND
004480         MOVE "terminal-id not in inventory" TO WS-REJECT-REASON
004490         GO TO 3300-EXIT
004500     END-IF.
004510     MOVE CLRTRM-TERM-TYPE TO WS-IN-TERM-TYPE.
004520     DELETE CLRTRM-FILE RECORD.
004530     IF WS-CLRTRM-STATUS NOT = "00"
004540         MOVE "CLRTRM delete failed" TO WS-REJECT-REASON
004550         GO TO 3300-EXIT
004560     END-IF.
004570     MOVE "DEL" TO WS-LOG-ACTION.
004580     ADD 1 TO WS-RETIRE-COUNT.
004590 3300-EXIT.
004600     EXIT.
004610*> ---------------------------------------------------------
004620*> 4000-WRITE-REJECT - one line on the reject listing: the
004630*>                     feed record number, the transaction
004640*>                     as sent and why it was refused.
004650*> ---------------------------------------------------------
004660 4000-WRITE-REJECT.
004670     ADD 1 TO WS-REJECT-COUNT.
004680     MOVE WS-READ-COUNT TO WS-COUNT-ED.
004690     MOVE SPACES TO CLRARI-RECORD.
004700     STRING WS-COUNT-ED "  "
004710            CLRARF-TRAN-CODE " "
004720            CLRARF-TERM-ID " "
004730            CLRARF-TERM-TYPE " "
004740            CLRARF-CERT-FREQ "  "
004750            CLRARF-MODEL-CODE "  "
004760            WS-REJECT-REASON
004770         DELIMITED BY SIZE INTO CLRARI-RECORD
004780     END-STRING.
004790     WRITE CLRARI-RECORD.
004800 4000-EXIT.
004810     EXIT.
004820*> ---------------------------------------------------------
004830*> 5000-WRITE-LOG - one CLRTML record per applied
004840*>                  transaction, in the layout CLRTMN
004850*>                  writes, under the feed's operator-id.
004860*> ---------------------------------------------------------
004870 5000-WRITE-LOG.
004880     MOVE SPACES TO CLRTML-RECORD.
004890     MOVE CURRENT-DATE(1:8) TO CLRTML-LOG-DATE.
004900     MOVE CURRENT-DATE(9:6) TO CLRTML-LOG-TIME.
004910     MOVE WS-OPER-ID        TO CLRTML-OPER-ID.
004920     MOVE WS-LOG-ACTION     TO CLRTML-ACTION.
004930     MOVE WS-IN-TERM-ID     TO CLRTML-TERM-ID.
004940     MOVE WS-IN-TERM-TYPE   TO CLRTML-TERM-TYPE.
004950     WRITE CLRTML-RECORD.
004960     IF WS-CLRTML-STATUS NOT = "00"
004970         DISPLAY "CLRTML write failed, status " WS-CLRTML-STATUS
004980     END-IF.
004990 5000-EXIT.
005000     EXIT.
005010*> ---------------------------------------------------------
005020*> 9000-TERMINATE - totals on the listing, close up and
005030*>                  leave a console one-liner for the job
005040*>                  log.  Any reject ends the run RC=8.
005050*> ---------------------------------------------------------
005060 9000-TERMINATE.
005070     IF WS-REJECT-COUNT = ZERO AND RETURN-CODE = ZERO
005080         MOVE "(no rejects)" TO CLRARI-RECORD
005090         WRITE CLRARI-RECORD
005100     END-IF.
005110     MOVE SPACES TO CLRARI-RECORD.
005120     WRITE CLRARI-RECORD.
005130     MOVE WS-READ-COUNT TO WS-COUNT-ED.
005140     MOVE SPACES TO CLRARI-RECORD.
005150     STRING "Transactions read:    " WS-COUNT-ED
005160         DELIMITED BY SIZE INTO CLRARI-RECORD
005170     END-STRING.
005180     WRITE CLRARI-RECORD.
005190     MOVE WS-ADD-COUNT TO WS-COUNT-ED.
005200     MOVE SPACES TO CLRARI-RECORD.
005210     STRING "Terminals added:      " WS-COUNT-ED
005220         DELIMITED BY SIZE INTO CLRARI-RECORD
005230     END-STRING.
005240     WRITE CLRARI-RECORD.
005250     MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
005260     MOVE SPACES TO CLRARI-RECORD.
005270     STRING "Terminals changed:    " WS-COUNT-ED
005280         DELIMITED BY SIZE INTO CLRARI-RECORD
005290     END-STRING.
005300     WRITE CLRARI-RECORD.
005310     MOVE WS-RETIRE-COUNT TO WS-COUNT-ED.
005320     MOVE SPACES TO CLRARI-RECORD.
005330     STRING "Terminals retired:    " WS-COUNT-ED
005340         DELIMITED BY SIZE INTO CLRARI-RECORD
005350     END-STRING.
005360     WRITE CLRARI-RECORD.
005370     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
005380     MOVE SPACES TO CLRARI-RECORD.
005390     STRING "Transactions rejected:" WS-COUNT-ED
005400         DELIMITED BY SIZE INTO CLRARI-RECORD
005410     END-STRING.
005420     WRITE CLRARI-RECORD.
005430     CLOSE CLRARI-FILE.
005440     IF WS-MDL-OPEN
005450         CLOSE CLRMDL-FILE
005460     END-IF.
005470     IF RETURN-CODE = ZERO
005480         CLOSE CLRTRM-FILE
005490         CLOSE CLRTML-FILE
005500     END-IF.
005510     IF WS-REJECT-COUNT NOT = ZERO
005520         MOVE 8 TO RETURN-CODE
005530     END-IF.
005540     DISPLAY "CLRARI complete: " WS-READ-COUNT " read, "
005550         WS-ADD-COUNT " added, " WS-CHANGE-COUNT " changed, "
005560         WS-RETIRE-COUNT " retired, " WS-REJECT-COUNT
005570         " rejected".
005580 9000-EXIT.
005590     EXIT.
005600 END PROGRAM CLRARI.
