000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRSVN
000040*> Purpose:   One-time conversion of the verdict history to
000050*>            swatch-set versions.  Verdicts written before
000060*>            sets were versioned carry no version, and a
000070*>            report resolving their swatch row through
000080*>            today's CLRSWT would name the wrong colour
000090*>            once a new set has been promoted.  CLRSVN:
000100*>              - seeds the CLRSWV archive, when it is still
000110*>                empty, with the live CLRSWT as version 01
000120*>                effective from the start of time, and
000130*>                stamps 01 on the live rows (what CLRAPL's
000140*>                first promotion would have done) - or, with
000150*>                no live CLRSWT either, takes every verdict
000160*>                as given under the compiled-in base eight,
000170*>                version 00, as SAMPLE and CLRSWR use them;
000180*>              - stamps every unversioned CLRCRT, CLRCRH and
000190*>                CLRRCK verdict with the version that was
000200*>                live on its test date, through CLRSWR;
000210*>              - posts each CLRCRH rewrite to the CLRCTL
000220*>                control-total ledger through CLRCTS (old
000230*>                record off, new record on), so CLRCTV
000240*>                still balances.
000250*>            A verdict that already carries a version is
000260*>            left alone, so a rerun only picks up what an
000270*>            earlier run could not do.  Counts per file go
000280*>            to CLRSVN; the job ends RC=8 when any verdict
000290*>            could not be given a version or a file failed.
000300*> Tectonics: cobc -x -I copybooks clrsvn.cbl clrswr.cbl
000310*>            clrcts.cbl
000320*> License:   Public Domain
000330*> ************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     CLRSVN.
000360 AUTHOR.         R F HARRISON.
000370 INSTALLATION.   TERMINAL SERVICES GROUP.
000380 DATE-WRITTEN.   20261015.
000390 DATE-COMPILED.  20261015.
000400*> ************************************************************
000410*> MODIFICATION HISTORY
000420*> DATE      INIT  DESCRIPTION
000430*> 20261015  RFH   Original - version-archive seed and verdict
000440*>                 history stamped with the swatch set live on
000450*>                 each test date.
000460*> 20261015  RFH   No live CLRSWT and no archive: verdicts
000470*>                 stamped 00, the compiled-in base eight.
000480*> 20261015  RFH   An archive CLRAPL started before this ran
000490*>                 no longer leaves older verdicts unassigned:
000500*>                 CLRSWR gives 00 for a date before every
000510*>                 archived set.
000520*> ************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 REPOSITORY.
000560     FUNCTION ALL INTRINSIC.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CLRSWT-FILE ASSIGN TO "CLRSWT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CLRSWT-STATUS.
000620     SELECT CLRSWV-FILE ASSIGN TO "CLRSWV"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CLRSWV-STATUS.
000650     SELECT CLRCRT-FILE ASSIGN TO "CLRCRT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS CLRCRT-KEY
000690         FILE STATUS IS WS-CLRCRT-STATUS.
000700     SELECT CLRCRH-FILE ASSIGN TO "CLRCRH"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CLRCRH-KEY
000740         FILE STATUS IS WS-CLRCRH-STATUS.
000750     SELECT CLRRCK-FILE ASSIGN TO "CLRRCK"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CLRRCK-KEY
000790         FILE STATUS IS WS-CLRRCK-STATUS.
000800     SELECT CLRSVN-FILE ASSIGN TO "CLRSVN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CLRSVN-STATUS.
000830*> ************************************************************
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CLRSWT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY "copybooks/CLRSWT.cpy".
000890 FD  CLRSWV-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY "copybooks/CLRSWV.cpy".
000920 FD  CLRCRT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY "copybooks/CLRCRT.cpy".
000950 FD  CLRCRH-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY "copybooks/CLRCRH.cpy".
000980 FD  CLRRCK-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY "copybooks/CLRRCK.cpy".
001010 FD  CLRSVN-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  CLRSVN-RECORD               PIC X(80).
001040 WORKING-STORAGE SECTION.
001050*>  --- switches ---------------------------------------------
001060 77  WS-CLRSWT-STATUS      PIC X(02).
001070 77  WS-CLRSWV-STATUS      PIC X(02).
001080 77  WS-CLRCRT-STATUS      PIC X(02).
001090 77  WS-CLRCRH-STATUS      PIC X(02).
001100 77  WS-CLRRCK-STATUS      PIC X(02).
001110 77  WS-CLRSVN-STATUS      PIC X(02).
001120 77  WS-EOF-SW             PIC X(01)  VALUE "N".
001130     88  WS-END-OF-FILE               VALUE "Y".
001140 77  WS-ARCHIVE-SW         PIC X(01)  VALUE "N".
001150     88  WS-ARCHIVE-PRESENT           VALUE "Y".
001160 77  WS-BASE-SET-SW        PIC X(01)  VALUE "N".
001170     88  WS-BASE-SET-ONLY             VALUE "Y".
001180*>  --- subscripts and counters -----------------------------
001190 77  WS-IDX                PIC 9(03) VALUE ZERO.
001200 77  WS-LIVE-COUNT         PIC 9(03) VALUE ZERO.
001210 77  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
001220 77  WS-STAMPED-COUNT      PIC 9(07) VALUE ZERO.
001230 77  WS-DONE-COUNT         PIC 9(07) VALUE ZERO.
001240 77  WS-UNASSIGNED-COUNT   PIC 9(07) VALUE ZERO.
001250 77  WS-TOTAL-UNASSIGNED   PIC 9(07) VALUE ZERO.
001260 77  WS-COUNT-ED           PIC Z,ZZZ,ZZ9.
001270 77  WS-ROW-ED             PIC ZZ9.
001280 77  WS-FILE-NAME          PIC X(06) VALUE SPACES.
001290*>  --- the live CLRSWT rows, held while the file is stamped --
001300 01  WS-LIVE-TABLE.
001310     05  WS-LIVE-IMAGE          PIC X(20) OCCURS 256 TIMES.
001320*>  --- a CLRCRH record as it stood before its stamp, for   ---
001330*>  --- the ledger's "-" posting                            ---
001340 77  WS-CRH-OLD-RECORD     PIC X(34) VALUE SPACES.
001350*>  --- parameter area for the CLRSWR swatch-set resolver -----
001360     COPY "copybooks/CLRSWP.cpy".
001370*>  --- parameter area for the CLRCTS control-total service -
001380     COPY "copybooks/CLRCTP.cpy".
001390*> ************************************************************
001400 PROCEDURE DIVISION.
001410*> ---------------------------------------------------------
001420*> 0000-MAINLINE
001430*> ---------------------------------------------------------
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-SEED-ARCHIVE THRU 2000-EXIT.
001470     PERFORM 3000-CONVERT-CURRENT THRU 3000-EXIT.
001480     PERFORM 4000-CONVERT-HISTORY THRU 4000-EXIT.
001490     PERFORM 5000-CONVERT-RECHECKS THRU 5000-EXIT.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001510     GOBACK.
001520*> ---------------------------------------------------------
001530*> 1000-INITIALIZE - the report, and the program name the
001540*>                   ledger postings go under.
001550*> ---------------------------------------------------------
001560 1000-INITIALIZE.
001570     OPEN OUTPUT CLRSVN-FILE.
001580     MOVE SPACES TO CLRSVN-RECORD.
001590     STRING "Swatch-set version conversion - printed "
001600            CURRENT-DATE(1:8) " " CURRENT-DATE(9:6)
001610         DELIMITED BY SIZE INTO CLRSVN-RECORD
001620     END-STRING.
001630     WRITE CLRSVN-RECORD.
001640     MOVE ALL "-" TO CLRSVN-RECORD.
001650     WRITE CLRSVN-RECORD.
001660     MOVE "CLRSVN" TO CLRCTP-PROGRAM.
001670 1000-EXIT.
001680     EXIT.
001690*> ---------------------------------------------------------
001700*> 2000-SEED-ARCHIVE - an archive that already holds a set
001710*>                     is left exactly as it is; a verdict
001720*>                     dated before its first set was given
001730*>                     under the base eight - CLRSWR gives
001740*>                     it 00.  An empty
001750*>                     or missing one takes the live CLRSWT
001760*>                     as version 01, effective 00000000, so
001770*>                     every verdict on file has a set to
001780*>                     resolve to; the live rows are then
001790*>                     rewritten carrying 01, as CLRAPL
001800*>                     stamps them.  With no live CLRSWT
001810*>                     either, SAMPLE has only ever had its
001820*>                     compiled-in base eight, so every
001830*>                     verdict is stamped 00 (2900) and the
001840*>                     archive stays empty for CLRAPL's
001850*>                     first promotion.  This must finish before
001860*>                     the first CALL to CLRSWR, which reads
001870*>                     both files once, on that call.
001880*> ---------------------------------------------------------
001890 2000-SEED-ARCHIVE.
001900     MOVE "N" TO WS-ARCHIVE-SW.
001910     OPEN INPUT CLRSWV-FILE.
001920     IF WS-CLRSWV-STATUS NOT = "00"
001930             AND WS-CLRSWV-STATUS NOT = "35"
001940         DISPLAY "CLRSWV open failed, status " WS-CLRSWV-STATUS
001950             " - archive not seeded"
001960         MOVE 8 TO RETURN-CODE
001970         GO TO 2000-EXIT
001980     END-IF.
001990     IF WS-CLRSWV-STATUS = "00"
002000         READ CLRSWV-FILE
002010             AT END
002020                 MOVE "10" TO WS-CLRSWV-STATUS
002030         END-READ
002040         IF WS-CLRSWV-STATUS = "00"
002050             MOVE "Y" TO WS-ARCHIVE-SW
002060         END-IF
002070         CLOSE CLRSWV-FILE
002080     END-IF.
002090     IF WS-ARCHIVE-PRESENT
002100         MOVE SPACES TO CLRSVN-RECORD
002110         STRING "CLRSWV already holds swatch-set versions - "
002120                "archive left as it is"
002130             DELIMITED BY SIZE INTO CLRSVN-RECORD
002140         END-STRING
002150         WRITE CLRSVN-RECORD
002160         GO TO 2000-EXIT
002170     END-IF.
002180     PERFORM 2100-LOAD-LIVE THRU 2100-EXIT.
002190     IF WS-LIVE-COUNT = ZERO
002200         MOVE "Y" TO WS-BASE-SET-SW
002210         MOVE SPACES TO CLRSVN-RECORD
002220         STRING "No live CLRSWT - verdicts stamped with the "
002230                "compiled-in base eight, version 00"
002240             DELIMITED BY SIZE INTO CLRSVN-RECORD
002250         END-STRING
002260         WRITE CLRSVN-RECORD
002270         GO TO 2000-EXIT
002280     END-IF.
002290     OPEN OUTPUT CLRSWV-FILE.
002300     IF WS-CLRSWV-STATUS NOT = "00"
002310         DISPLAY "CLRSWV open failed, status " WS-CLRSWV-STATUS
002320             " - archive not seeded"
002330         MOVE 8 TO RETURN-CODE
002340         GO TO 2000-EXIT
002350     END-IF.
002360     PERFORM 2200-ARCHIVE-ROW THRU 2200-EXIT
002370         VARYING WS-IDX FROM 1 BY 1
002380         UNTIL WS-IDX > WS-LIVE-COUNT.
002390     CLOSE CLRSWV-FILE.
002400     OPEN OUTPUT CLRSWT-FILE.
002410     IF WS-CLRSWT-STATUS NOT = "00"
002420         DISPLAY "CLRSWT open failed, status " WS-CLRSWT-STATUS
002430             " - live rows not stamped"
002440         MOVE 8 TO RETURN-CODE
002450         GO TO 2000-EXIT
002460     END-IF.
002470     PERFORM 2300-STAMP-LIVE-ROW THRU 2300-EXIT
002480         VARYING WS-IDX FROM 1 BY 1
002490         UNTIL WS-IDX > WS-LIVE-COUNT.
002500     CLOSE CLRSWT-FILE.
002510     MOVE WS-LIVE-COUNT TO WS-ROW-ED.
002520     MOVE SPACES TO CLRSVN-RECORD.
002530     STRING "Live CLRSWT archived as swatch-set version 01, "
002540            "effective 00000000 (" WS-ROW-ED " rows)"
002550         DELIMITED BY SIZE INTO CLRSVN-RECORD
002560     END-STRING.
002570     WRITE CLRSVN-RECORD.
002580 2000-EXIT.
002590     EXIT.
002600*> ---------------------------------------------------------
002610*> 2100-LOAD-LIVE - the live rows into the table.  SAMPLE
002620*>                  never loads past row 256, so neither
002630*>                  does the archive, and the live file is
002640*>                  written back to the same length.
002650*> ---------------------------------------------------------
002660 2100-LOAD-LIVE.
002670     MOVE ZERO TO WS-LIVE-COUNT.
002680     OPEN INPUT CLRSWT-FILE.
002690     IF WS-CLRSWT-STATUS NOT = "00"
002700         GO TO 2100-EXIT
002710     END-IF.
002720     MOVE "N" TO WS-EOF-SW.
002730     PERFORM 2110-READ-LIVE-ROW THRU 2110-EXIT
002740         UNTIL WS-END-OF-FILE OR WS-LIVE-COUNT = 256.
002750     CLOSE CLRSWT-FILE.
002760 2100-EXIT.
002770     EXIT.
002780*> ---------------------------------------------------------
002790*> 2110-READ-LIVE-ROW - one CLRSWT record into the table.
002800*> ---------------------------------------------------------
002810 2110-READ-LIVE-ROW.
002820     READ CLRSWT-FILE
002830         AT END
002840             MOVE "Y" TO WS-EOF-SW
002850     END-READ.
002860     IF NOT WS-END-OF-FILE
002870         ADD 1 TO WS-LIVE-COUNT
002880         MOVE CLRSWT-RECORD TO WS-LIVE-IMAGE (WS-LIVE-COUNT)
002890     END-IF.
002900 2110-EXIT.
002910     EXIT.
002920*> ---------------------------------------------------------
002930*> 2200-ARCHIVE-ROW - one live row as version 01.
002940*> ---------------------------------------------------------
002950 2200-ARCHIVE-ROW.
002960     MOVE WS-LIVE-IMAGE (WS-IDX) TO CLRSWT-RECORD.
002970     MOVE SPACES             TO CLRSWV-RECORD.
002980     MOVE 1                  TO CLRSWV-VERSION.
002990     MOVE "00000000"         TO CLRSWV-EFF-DATE.
003000     MOVE WS-IDX             TO CLRSWV-SWATCH-ROW.
003010     MOVE CLRSWT-LABEL       TO CLRSWV-LABEL.
003020     MOVE CLRSWT-COLOUR-NAME TO CLRSWV-COLOUR-NAME.
003030     MOVE CLRSWT-ATTR-VALUE  TO CLRSWV-ATTR-VALUE.
003040     WRITE CLRSWV-RECORD.
003050     IF WS-CLRSWV-STATUS NOT = "00"
003060         DISPLAY "CLRSWV write failed, status " WS-CLRSWV-STATUS
003070         MOVE 8 TO RETURN-CODE
003080     END-IF.
003090 2200-EXIT.
003100     EXIT.
003110*> ---------------------------------------------------------
003120*> 2300-STAMP-LIVE-ROW - one live row back, carrying 01.
003130*> ---------------------------------------------------------
003140 2300-STAMP-LIVE-ROW.
003150     MOVE WS-LIVE-IMAGE (WS-IDX) TO CLRSWT-RECORD.
003160     MOVE 1 TO CLRSWT-SET-VERSION.
003170     WRITE CLRSWT-RECORD.
003180     IF WS-CLRSWT-STATUS NOT = "00"
003190         DISPLAY "CLRSWT write failed, status " WS-CLRSWT-STATUS
003200         MOVE 8 TO RETURN-CODE
003210     END-IF.
003220 2300-EXIT.
003230     EXIT.
003240*> ---------------------------------------------------------
003250*> 2900-VERSION-ON-DATE - the version live on the test date
003260*>                        already in CLRSWP-TEST-DATE, from
003270*>                        CLRSWR (00, the base eight, for a
003280*>                        date before every archived set) -
003290*>                        or 00 on every date when there has
003300*>                        never been a swatch file.
003310*>                        CLRSWP-STATUS tells the caller
003320*>                        whether there was one.
003330*> ---------------------------------------------------------
003340 2900-VERSION-ON-DATE.
003350     IF WS-BASE-SET-ONLY
003360         MOVE "00" TO CLRSWP-VERSION
003370         MOVE "00" TO CLRSWP-STATUS
003380         GO TO 2900-EXIT
003390     END-IF.
003400     MOVE "D" TO CLRSWP-FUNCTION.
003410     MOVE SPACES TO CLRSWP-VERSION.
003420     CALL "CLRSWR" USING CLRSWP-PARMS.
003430     IF CLRSWP-OK AND CLRSWP-VERSION IS NOT NUMERIC
003440         MOVE "04" TO CLRSWP-STATUS
003450     END-IF.
003460 2900-EXIT.
003470     EXIT.
003480*> ---------------------------------------------------------
003490*> 3000-CONVERT-CURRENT - every unversioned CLRCRT verdict.
003500*>                        CLRCRT is not on the ledger.
003510*> ---------------------------------------------------------
003520 3000-CONVERT-CURRENT.
003530     PERFORM 8000-RESET-COUNTS THRU 8000-EXIT.
003540     MOVE "CLRCRT" TO WS-FILE-NAME.
003550     OPEN I-O CLRCRT-FILE.
003560     IF WS-CLRCRT-STATUS NOT = "00"
003570         PERFORM 8100-OPEN-FAILED THRU 8100-EXIT
003580         GO TO 3000-EXIT
003590     END-IF.
003600     MOVE "N" TO WS-EOF-SW.
003610     PERFORM 3100-READ-CURRENT THRU 3100-EXIT.
003620     PERFORM 3200-STAMP-CURRENT THRU 3200-EXIT
003630         UNTIL WS-END-OF-FILE.
003640     CLOSE CLRCRT-FILE.
003650     PERFORM 8200-WRITE-COUNTS THRU 8200-EXIT.
003660 3000-EXIT.
003670     EXIT.
003680*> ---------------------------------------------------------
003690*> 3100-READ-CURRENT - next CLRCRT record.
003700*> ---------------------------------------------------------
003710 3100-READ-CURRENT.
003720     READ CLRCRT-FILE NEXT RECORD
003730         AT END
003740             MOVE "Y" TO WS-EOF-SW
003750     END-READ.
003760     IF WS-CLRCRT-STATUS NOT = "00"
003770         MOVE "Y" TO WS-EOF-SW
003780     END-IF.
003790 3100-EXIT.
003800     EXIT.
003810*> ---------------------------------------------------------
003820*> 3200-STAMP-CURRENT - one CLRCRT verdict.
003830*> ---------------------------------------------------------
003840 3200-STAMP-CURRENT.
003850     ADD 1 TO WS-READ-COUNT.
003860     IF CLRCRT-SWT-VERSION IS NUMERIC
003870         ADD 1 TO WS-DONE-COUNT
003880         GO TO 3200-NEXT
003890     END-IF.
003900     MOVE CLRCRT-TEST-DATE TO CLRSWP-TEST-DATE.
003910     PERFORM 2900-VERSION-ON-DATE THRU 2900-EXIT.
003920     IF NOT CLRSWP-OK
003930         ADD 1 TO WS-UNASSIGNED-COUNT
003940         GO TO 3200-NEXT
003950     END-IF.
003960     MOVE CLRSWP-VERSION TO CLRCRT-SWT-VERSION.
003970     REWRITE CLRCRT-RECORD.
003980     IF WS-CLRCRT-STATUS NOT = "00"
003990         DISPLAY "CLRCRT rewrite failed, status "
004000             WS-CLRCRT-STATUS " - " CLRCRT-KEY
004010         MOVE 8 TO RETURN-CODE
004020         ADD 1 TO WS-UNASSIGNED-COUNT
004030         GO TO 3200-NEXT
004040     END-IF.
004050     ADD 1 TO WS-STAMPED-COUNT.
004060 3200-NEXT.
004070     PERFORM 3100-READ-CURRENT THRU 3100-EXIT.
004080 3200-EXIT.
004090     EXIT.
004100*> ---------------------------------------------------------
004110*> 4000-CONVERT-HISTORY - every unversioned CLRCRH verdict.
004120*>                        Each rewrite is posted to CLRCTS
004130*>                        and the postings flushed to the
004140*>                        ledger once the file is closed.
004150*> ---------------------------------------------------------
004160 4000-CONVERT-HISTORY.
004170     PERFORM 8000-RESET-COUNTS THRU 8000-EXIT.
004180     MOVE "CLRCRH" TO WS-FILE-NAME.
004190     OPEN I-O CLRCRH-FILE.
004200     IF WS-CLRCRH-STATUS NOT = "00"
004210         PERFORM 8100-OPEN-FAILED THRU 8100-EXIT
004220         GO TO 4000-EXIT
004230     END-IF.
004240     MOVE "N" TO WS-EOF-SW.
004250     PERFORM 4100-READ-HISTORY THRU 4100-EXIT.
004260     PERFORM 4200-STAMP-HISTORY THRU 4200-EXIT
004270         UNTIL WS-END-OF-FILE.
004280     CLOSE CLRCRH-FILE.
004290     MOVE "F" TO CLRCTP-FUNCTION.
004300     CALL "CLRCTS" USING CLRCTP-PARMS.
004310     IF NOT CLRCTP-OK
004320         DISPLAY "CLRCTL ledger flush failed, status "
004330             CLRCTP-STATUS
004340         MOVE 8 TO RETURN-CODE
004350     END-IF.
004360     PERFORM 8200-WRITE-COUNTS THRU 8200-EXIT.
004370 4000-EXIT.
004380     EXIT.
004390*> ---------------------------------------------------------
004400*> 4100-READ-HISTORY - next CLRCRH record.
004410*> ---------------------------------------------------------
004420 4100-READ-HISTORY.
004430     READ CLRCRH-FILE NEXT RECORD
004440         AT END
004450             MOVE "Y" TO WS-EOF-SW
004460     END-READ.
004470     IF WS-CLRCRH-STATUS NOT = "00"
004480         MOVE "Y" TO WS-EOF-SW
004490     END-IF.
004500 4100-EXIT.
004510     EXIT.
004520*> ---------------------------------------------------------
004530*> 4200-STAMP-HISTORY - one CLRCRH verdict; the record as it
004540*>                      was comes off the ledger and the
004550*>                      stamped record goes on, under the
004560*>                      verdict's own test date.
004570*> ---------------------------------------------------------
004580 4200-STAMP-HISTORY.
004590     ADD 1 TO WS-READ-COUNT.
004600     IF CLRCRH-SWT-VERSION IS NUMERIC
004610         ADD 1 TO WS-DONE-COUNT
004620         GO TO 4200-NEXT
004630     END-IF.
004640     MOVE CLRCRH-TEST-DATE TO CLRSWP-TEST-DATE.
004650     PERFORM 2900-VERSION-ON-DATE THRU 2900-EXIT.
004660     IF NOT CLRSWP-OK
004670         ADD 1 TO WS-UNASSIGNED-COUNT
004680         GO TO 4200-NEXT
004690     END-IF.
004700     MOVE CLRCRH-RECORD TO WS-CRH-OLD-RECORD.
004710     MOVE CLRSWP-VERSION TO CLRCRH-SWT-VERSION.
004720     REWRITE CLRCRH-RECORD.
004730     IF WS-CLRCRH-STATUS NOT = "00"
004740         DISPLAY "CLRCRH rewrite failed, status "
004750             WS-CLRCRH-STATUS " - " CLRCRH-KEY
004760         MOVE 8 TO RETURN-CODE
004770         ADD 1 TO WS-UNASSIGNED-COUNT
004780         GO TO 4200-NEXT
004790     END-IF.
004800     ADD 1 TO WS-STAMPED-COUNT.
004810     MOVE "P"               TO CLRCTP-FUNCTION.
004820     MOVE "CLRCRH"          TO CLRCTP-FILE-ID.
004830     MOVE CLRCRH-TEST-DATE  TO CLRCTP-DATA-DATE.
004840     MOVE 34                TO CLRCTP-LENGTH.
004850     MOVE "-"               TO CLRCTP-DIRECTION.
004860     MOVE WS-CRH-OLD-RECORD TO CLRCTP-DATA.
004870     CALL "CLRCTS" USING CLRCTP-PARMS.
004880     MOVE "P"               TO CLRCTP-FUNCTION.
004890     MOVE "+"               TO CLRCTP-DIRECTION.
004900     MOVE CLRCRH-RECORD     TO CLRCTP-DATA.
004910     CALL "CLRCTS" USING CLRCTP-PARMS.
004920 4200-NEXT.
004930     PERFORM 4100-READ-HISTORY THRU 4100-EXIT.
004940 4200-EXIT.
004950     EXIT.
004960*> ---------------------------------------------------------
004970*> 5000-CONVERT-RECHECKS - every unversioned CLRRCK item, by
004980*>                         the test date of the verdict it
004990*>                         re-checks.  CLRRCK is not on the
005000*>                         ledger.
005010*> ---------------------------------------------------------
005020 5000-CONVERT-RECHECKS.
005030     PERFORM 8000-RESET-COUNTS THRU 8000-EXIT.
005040     MOVE "CLRRCK" TO WS-FILE-NAME.
005050     OPEN I-O CLRRCK-FILE.
005060     IF WS-CLRRCK-STATUS NOT = "00"
005070         PERFORM 8100-OPEN-FAILED THRU 8100-EXIT
005080         GO TO 5000-EXIT
005090     END-IF.
005100     MOVE "N" TO WS-EOF-SW.
005110     PERFORM 5100-READ-RECHECK THRU 5100-EXIT.
005120     PERFORM 5200-STAMP-RECHECK THRU 5200-EXIT
005130         UNTIL WS-END-OF-FILE.
005140     CLOSE CLRRCK-FILE.
005150     PERFORM 8200-WRITE-COUNTS THRU 8200-EXIT.
005160 5000-EXIT.
005170     EXIT.
005180*> ---------------------------------------------------------
005190*> 5100-READ-RECHECK - next CLRRCK record.
005200*> ---------------------------------------------------------
005210 5100-READ-RECHECK.
005220     READ CLRRCK-FILE NEXT RECORD
005230         AT END
005240             MOVE "Y" TO WS-EOF-SW
005250     END-READ.
005260     IF WS-CLRRCK-STATUS NOT = "00"
005270         MOVE "Y" TO WS-EOF-SW
005280     END-IF.
005290 5100-EXIT.
005300     EXIT.
005310*> ---------------------------------------------------------
005320*> 5200-STAMP-RECHECK - one CLRRCK item.
005330*> ---------------------------------------------------------
005340 5200-STAMP-RECHECK.
005350     ADD 1 TO WS-READ-COUNT.
005360     IF CLRRCK-SWT-VERSION IS NUMERIC
005370         ADD 1 TO WS-DONE-COUNT
005380         GO TO 5200-NEXT
005390     END-IF.
005400     MOVE CLRRCK-TEST-DATE TO CLRSWP-TEST-DATE.
005410     PERFORM 2900-VERSION-ON-DATE THRU 2900-EXIT.
005420     IF NOT CLRSWP-OK
005430         ADD 1 TO WS-UNASSIGNED-COUNT
005440         GO TO 5200-NEXT
005450     END-IF.
005460     MOVE CLRSWP-VERSION TO CLRRCK-SWT-VERSION.
005470     REWRITE CLRRCK-RECORD.
005480     IF WS-CLRRCK-STATUS NOT = "00"
005490         DISPLAY "CLRRCK rewrite failed, status "
005500             WS-CLRRCK-STATUS " - " CLRRCK-KEY
005510         MOVE 8 TO RETURN-CODE
005520         ADD 1 TO WS-UNASSIGNED-COUNT
005530         GO TO 5200-NEXT
005540     END-IF.
005550     ADD 1 TO WS-STAMPED-COUNT.
005560 5200-NEXT.
005570     PERFORM 5100-READ-RECHECK THRU 5100-EXIT.
005580 5200-EXIT.
005590     EXIT.
005600*> ---------------------------------------------------------
005610*> 8000-RESET-COUNTS - zero the per-file counters.
005620*> ---------------------------------------------------------
005630 8000-RESET-COUNTS.
005640     MOVE ZERO TO WS-READ-COUNT.
005650     MOVE ZERO TO WS-STAMPED-COUNT.
005660     MOVE ZERO TO WS-DONE-COUNT.
005670     MOVE ZERO TO WS-UNASSIGNED-COUNT.
005680 8000-EXIT.
005690     EXIT.
005700*> ---------------------------------------------------------
005710*> 8100-OPEN-FAILED - a verdict file that could not be
005720*>                    opened.  CLRRCK only exists once
005730*>                    re-check sampling has run, so its
005740*>                    absence is noted and nothing more;
005750*>                    anything else fails the job.
005760*> ---------------------------------------------------------
005770 8100-OPEN-FAILED.
005780     MOVE SPACES TO CLRSVN-RECORD.
005790     WRITE CLRSVN-RECORD.
005800     MOVE SPACES TO CLRSVN-RECORD.
005810     IF WS-FILE-NAME = "CLRRCK"
005820         AND WS-CLRRCK-STATUS = "35"
005830         STRING "CLRRCK not present - nothing to convert"
005840             DELIMITED BY SIZE INTO CLRSVN-RECORD
005850         END-STRING
005860     ELSE
005870         STRING WS-FILE-NAME " could not be opened - "
005880                "not converted"
005890             DELIMITED BY SIZE INTO CLRSVN-RECORD
005900         END-STRING
005910         DISPLAY WS-FILE-NAME " open failed - not converted"
005920         MOVE 8 TO RETURN-CODE
005930     END-IF.
005940     WRITE CLRSVN-RECORD.
005950 8100-EXIT.
005960     EXIT.
005970*> ---------------------------------------------------------
005980*> 8200-WRITE-COUNTS - the counts for the file just swept.
005990*> ---------------------------------------------------------
006000 8200-WRITE-COUNTS.
006010     MOVE SPACES TO CLRSVN-RECORD.
006020     WRITE CLRSVN-RECORD.
006030     MOVE WS-READ-COUNT TO WS-COUNT-ED.
006040     MOVE SPACES TO CLRSVN-RECORD.
006050     STRING WS-FILE-NAME " verdicts read:         " WS-COUNT-ED
006060         DELIMITED BY SIZE INTO CLRSVN-RECORD
006070     END-STRING.
006080     WRITE CLRSVN-RECORD.
006090     MOVE WS-DONE-COUNT TO WS-COUNT-ED.
006100     MOVE SPACES TO CLRSVN-RECORD.
006110     STRING "  already carrying a version: " WS-COUNT-ED
006120         DELIMITED BY SIZE INTO CLRSVN-RECORD
006130     END-STRING.
006140     WRITE CLRSVN-RECORD.
006150     MOVE WS-STAMPED-COUNT TO WS-COUNT-ED.
006160     MOVE SPACES TO CLRSVN-RECORD.
006170     STRING "  stamped with their set:     " WS-COUNT-ED
006180         DELIMITED BY SIZE INTO CLRSVN-RECORD
006190     END-STRING.
006200     WRITE CLRSVN-RECORD.
006210     MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-ED.
006220     MOVE SPACES TO CLRSVN-RECORD.
006230     STRING "  left without a version:     " WS-COUNT-ED
006240         DELIMITED BY SIZE INTO CLRSVN-RECORD
006250     END-STRING.
006260     WRITE CLRSVN-RECORD.
006270     ADD WS-UNASSIGNED-COUNT TO WS-TOTAL-UNASSIGNED.
006280 8200-EXIT.
006290     EXIT.
006300*> ---------------------------------------------------------
006310*> 9000-TERMINATE - close the report; any verdict left
006320*>                  without a version ends the job RC=8 so
006330*>                  someone is made to look at it.
006340*> ---------------------------------------------------------
006350 9000-TERMINATE.
006360     CLOSE CLRSVN-FILE.
006370     DISPLAY "CLRSVN complete: " WS-TOTAL-UNASSIGNED
006380         " verdict(s) left without a swatch-set version.".
006390     IF WS-TOTAL-UNASSIGNED NOT = ZERO
006400         MOVE 8 TO RETURN-CODE
006410     END-IF.
006420 9000-EXIT.
006430     EXIT.
006440 END PROGRAM CLRSVN.
