000250*>                CLRTRM inventory, one keyed rewrite per
000260*>                terminal, so a crash mid-merge never
000270*>                leaves the inventory half anything.
000271*>              - the leg's own CLRCTL control-total postings
000272*>                (CLRCTLS) are carried to the shared ledger,
000273*>                except those for its CLRRPT/CLRAUD extracts:
000274*>                this step posts those lines itself, through
000275*>                CLRCTS, as they land on the shared files.
000280*> Tectonics: cobc -x -I copybooks clrmrg.cbl clrcts.cbl
000290*> License:   Public Domain
000300*> ************************************************************
000310 IDENTIFICATION DIVISION.
000400*> 20260902  RFH   Original - per-stream consolidation of
000410*>                 exceptions, report/audit output and
000420*>                 last-certified stamps.
000421*> 20261015  RFH   Merged report lines and audit records are
000422*>                 posted to the CLRCTL control-total ledger
000423*>                 through CLRCTS; the leg's own ledger
000424*>                 postings are carried across from CLRCTLS.
000425*> 20261015  RFH   Each stamped terminal's CLRLVP next-due
000426*>                 override is deleted with the stamp, as
000427*>                 CLRBAT does at the end of a whole pass.
000428*> ************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 REPOSITORY.
000740     SELECT CLRSTMS-FILE ASSIGN TO "CLRSTMS"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CLRSTMS-STATUS.
000761     SELECT CLRLVP-FILE ASSIGN TO "CLRLVP"
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS DYNAMIC
000764         RECORD KEY IS CLRLVP-TERM-ID
000765         FILE STATUS IS WS-CLRLVP-STATUS.
000770     SELECT CLRTRM-FILE ASSIGN TO "CLRTRM"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CLRTRM-TERM-ID
000810         FILE STATUS IS WS-CLRTRM-STATUS.
000811     SELECT CLRCTLS-FILE ASSIGN TO "CLRCTLS"
000812         ORGANIZATION IS LINE SEQUENTIAL
000813         FILE STATUS IS WS-CLRCTLS-STATUS.
000814     SELECT CLRCTL-FILE ASSIGN TO "CLRCTL"
000815         ORGANIZATION IS LINE SEQUENTIAL
000816         FILE STATUS IS WS-CLRCTL-STATUS.
000820*> ************************************************************
000830 DATA DIVISION.
000840 FILE SECTION.
001120 FD  CLRTRM-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY "copybooks/CLRTRM.cpy".
001141 FD  CLRCTLS-FILE
001142     LABEL RECORDS ARE STANDARD.
001143 01  CLRCTLS-RECORD              PIC X(63).
001144 FD  CLRCTL-FILE
001145     LABEL RECORDS ARE STANDARD.
001146     COPY "copybooks/CLRCTL.cpy".
001147 FD  CLRLVP-FILE
001148     LABEL RECORDS ARE STANDARD.
001149     COPY "copybooks/CLRLVP.cpy".
001150 WORKING-STORAGE SECTION.
001160*>  --- switches ---------------------------------------------
001170 77  WS-CLRERRS-STATUS     PIC X(02).
001240 77  WS-CLRBRH-STATUS      PIC X(02).
001250 77  WS-CLRSTMS-STATUS     PIC X(02).
001260 77  WS-CLRTRM-STATUS      PIC X(02).
001263 77  WS-CLRCTLS-STATUS     PIC X(02).
001266 77  WS-CLRCTL-STATUS      PIC X(02).
001267 77  WS-CLRLVP-STATUS      PIC X(02).
001268 77  WS-LVP-OPEN-SW        PIC X(01) VALUE "N".
001269     88  WS-LVP-OPEN                   VALUE "Y".
001270 77  WS-EOF-SW             PIC X(01)  VALUE "N".
001280     88  WS-END-OF-FILE               VALUE "Y".
001290 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
001390 77  WS-STAMP-COUNT        PIC 9(05) VALUE ZERO.
001400 77  WS-BRH-COUNT          PIC 9(05) VALUE ZERO.
001410 77  WS-ST-DROP-COUNT      PIC 9(05) VALUE ZERO.
001415 77  WS-CTL-COUNT          PIC 9(05) VALUE ZERO.
001420 77  WS-IDX                PIC 9(03) VALUE ZERO.
001430*>  --- the leg's stamps: terminal-id and certification date ---
001440 01  WS-STAMP-TABLE.
001450     05  WS-ST-ENTRY OCCURS 500 TIMES.
001460         10  WS-ST-TERM-ID      PIC X(08).
001470         10  WS-ST-CERT-DATE    PIC X(08).
001471*>  --- report lines post under their block header's date;  ---
001472*>  --- SAMPLE starts every block with this header.         ---
001473 77  WS-RPT-HDR-TAG        PIC X(27)
001474                           VALUE "GnuCOBOL Colours - printed ".
001475 77  WS-RPT-DATA-DATE      PIC X(08) VALUE "00000000".
001476*>  --- parameter area for the CLRCTS control-total service -
001477     COPY "copybooks/CLRCTP.cpy".
001480*> ************************************************************
001490 PROCEDURE DIVISION.
001500*> ---------------------------------------------------------
001560     PERFORM 3000-MERGE-REPORT THRU 3000-EXIT.
001570     PERFORM 4000-MERGE-AUDIT THRU 4000-EXIT.
001580     PERFORM 4500-MERGE-RUN-HISTORY THRU 4500-EXIT.
001585     PERFORM 7000-MERGE-LEDGER THRU 7000-EXIT.
001590     PERFORM 5000-LOAD-STAMPS THRU 5000-EXIT.
001600     PERFORM 6000-STAMP-INVENTORY THRU 6000-EXIT.
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001730     IF WS-FIRST-LEG-SW NOT = "Y"
001740         MOVE "N" TO WS-FIRST-LEG-SW
001750     END-IF.
001755     MOVE "CLRMRG" TO CLRCTP-PROGRAM.
001760 1000-EXIT.
001770     EXIT.
001780*> ---------------------------------------------------------
002510 3000-MERGE-REPORT.
002520     MOVE "N" TO WS-EOF-SW.
002530     MOVE "N" TO WS-MERGE-FAIL-SW.
002535     MOVE "00000000" TO WS-RPT-DATA-DATE.
002540     OPEN INPUT CLRRPTS-FILE.
002550     IF WS-CLRRPTS-STATUS NOT = "00"
002560         GO TO 3000-EXIT
002690         UNTIL WS-END-OF-FILE.
002700     CLOSE CLRRPTS-FILE.
002710     CLOSE CLRRPT-FILE.
002715     PERFORM 7500-FLUSH-LEDGER THRU 7500-EXIT.
002720     IF WS-CLRRPT-STATUS NOT = "00"
002730         MOVE "Y" TO WS-MERGE-FAIL-SW
002740         MOVE 8 TO RETURN-CODE
002980         MOVE "Y" TO WS-EOF-SW
002990     END-IF.
003000     IF NOT WS-END-OF-FILE
003002         IF CLRRPTS-RECORD (1:27) = WS-RPT-HDR-TAG
003004             MOVE CLRRPTS-RECORD (28:8) TO WS-RPT-DATA-DATE
003006         END-IF
003010         MOVE CLRRPTS-RECORD TO CLRRPT-RECORD
003020         WRITE CLRRPT-RECORD
003030         IF WS-CLRRPT-STATUS = "00"
003040             ADD 1 TO WS-RPT-COUNT
003041             MOVE "CLRRPT"         TO CLRCTP-FILE-ID
003042             MOVE WS-RPT-DATA-DATE TO CLRCTP-DATA-DATE
003043             MOVE 80               TO CLRCTP-LENGTH
003044             MOVE CLRRPT-RECORD    TO CLRCTP-DATA
003045             PERFORM 7600-POST-RECORD THRU 7600-EXIT
003050         ELSE
003060             DISPLAY "CLRRPT write failed, status "
003070                 WS-CLRRPT-STATUS
003370         UNTIL WS-END-OF-FILE.
003380     CLOSE CLRAUDS-FILE.
003390     CLOSE CLRAUD-FILE.
003395     PERFORM 7500-FLUSH-LEDGER THRU 7500-EXIT.
003400     IF WS-CLRAUD-STATUS NOT = "00"
003410         MOVE "Y" TO WS-MERGE-FAIL-SW
003420         MOVE 8 TO RETURN-CODE
003690         WRITE CLRAUD-RECORD
003700         IF WS-CLRAUD-STATUS = "00"
003710             ADD 1 TO WS-AUD-COUNT
003711             MOVE "CLRAUD"        TO CLRCTP-FILE-ID
003712             MOVE CLRAUD-RUN-DATE TO CLRCTP-DATA-DATE
003713             MOVE 40              TO CLRCTP-LENGTH
003714             MOVE CLRAUD-RECORD   TO CLRCTP-DATA
003715             PERFORM 7600-POST-RECORD THRU 7600-EXIT
003720         ELSE
003730             DISPLAY "CLRAUD write failed, status "
003740                 WS-CLRAUD-STATUS
005150         MOVE 8 TO RETURN-CODE
005160         GO TO 6000-EXIT
005170     END-IF.
005172     OPEN I-O CLRLVP-FILE.
005174     IF WS-CLRLVP-STATUS = "00"
005176         MOVE "Y" TO WS-LVP-OPEN-SW
005178     END-IF.
005180     PERFORM 6100-STAMP-TERMINAL THRU 6100-EXIT
005190         VARYING WS-IDX FROM 1 BY 1
005200         UNTIL WS-IDX > WS-STAMP-COUNT.
005210     CLOSE CLRTRM-FILE.
005212     IF WS-LVP-OPEN
005214         CLOSE CLRLVP-FILE
005216         MOVE "N" TO WS-LVP-OPEN-SW
005218     END-IF.
005220 6000-EXIT.
005230     EXIT.
005240*> ---------------------------------------------------------
005250*> 6100-STAMP-TERMINAL - one stamped terminal's record read by
005260*>                       key, dated and rewritten.  A terminal
005270*>                       deleted from the inventory since the
005280*>                       leg ran just logs the miss.  The
005285*>                       spent CLRLVP override goes too (7700).
005290*> ---------------------------------------------------------
005300 6100-STAMP-TERMINAL.
005310     MOVE WS-ST-TERM-ID (WS-IDX) TO CLRTRM-TERM-ID.
005420         DISPLAY "CLRTRM rewrite failed, status "
005430             WS-CLRTRM-STATUS " for " WS-ST-TERM-ID (WS-IDX)
005440         MOVE 8 TO RETURN-CODE
005445         GO TO 6100-EXIT
005450     END-IF.
005455     PERFORM 7700-CLEAR-OVERRIDE THRU 7700-EXIT.
005460 6100-EXIT.
005470     EXIT.
005480*> ---------------------------------------------------------
005490*> 7000-MERGE-LEDGER - the leg's CLRCTL postings onto the end
005500*>                     of the shared ledger.  The leg's SAMPLE
005510*>                     calls posted its CLRRPT/CLRAUD lines
005520*>                     against the leg's own extracts; those
005530*>                     are dropped here, because 3000 and 4000
005540*>                     have just posted the same lines against
005550*>                     the shared files they landed on.  The
005560*>                     rest (CLRCRH verdicts, which the legs
005570*>                     write to the shared history directly)
005580*>                     go across as they stand.
005590*> ---------------------------------------------------------
005600 7000-MERGE-LEDGER.
005610     MOVE "N" TO WS-EOF-SW.
005620     MOVE "N" TO WS-MERGE-FAIL-SW.
005630     OPEN INPUT CLRCTLS-FILE.
005640     IF WS-CLRCTLS-STATUS NOT = "00"
005650         GO TO 7000-EXIT
005660     END-IF.
005670     OPEN EXTEND CLRCTL-FILE.
005680     IF WS-CLRCTL-STATUS = "35"
005690         OPEN OUTPUT CLRCTL-FILE
005700     END-IF.
005710     IF WS-CLRCTL-STATUS NOT = "00"
005720         DISPLAY "CLRCTL open failed, status " WS-CLRCTL-STATUS
005730         MOVE 8 TO RETURN-CODE
005740         CLOSE CLRCTLS-FILE
005750         GO TO 7000-EXIT
005760     END-IF.
005770     PERFORM 7100-COPY-POSTING THRU 7100-EXIT
005780         UNTIL WS-END-OF-FILE.
005790     CLOSE CLRCTLS-FILE.
005800     CLOSE CLRCTL-FILE.
005810     IF WS-CLRCTL-STATUS NOT = "00"
005820         MOVE "Y" TO WS-MERGE-FAIL-SW
005830         MOVE 8 TO RETURN-CODE
005840     END-IF.
005850*>   same night-to-night duplicate rule as 3000-MERGE-REPORT:
005860*>   a cleanly merged extract is emptied, a failed one stands
005870*>   for the rerun.
005880     IF NOT WS-MERGE-FAILED
005890         OPEN OUTPUT CLRCTLS-FILE
005900         CLOSE CLRCTLS-FILE
005910     END-IF.
005920 7000-EXIT.
005930     EXIT.
005940*> ---------------------------------------------------------
005950*> 7100-COPY-POSTING - one ledger posting across, unless it
005960*>                     counts one of the leg's extracts.
005970*> ---------------------------------------------------------
005980 7100-COPY-POSTING.
005990     READ CLRCTLS-FILE
006000         AT END
006010             MOVE "Y" TO WS-EOF-SW
006020     END-READ.
006030     IF WS-CLRCTLS-STATUS NOT = "00" AND NOT WS-END-OF-FILE
006040         DISPLAY "CLRCTLS read failed, status " WS-CLRCTLS-STATUS
006050         MOVE 8 TO RETURN-CODE
006060         MOVE "Y" TO WS-MERGE-FAIL-SW
006070         MOVE "Y" TO WS-EOF-SW
006080     END-IF.
006090     IF WS-END-OF-FILE
006100         GO TO 7100-EXIT
006110     END-IF.
006120     MOVE CLRCTLS-RECORD TO CLRCTL-RECORD.
006130     IF CLRCTL-FILE-ID = "CLRRPT" OR "CLRAUD"
006140         GO TO 7100-EXIT
006150     END-IF.
006160     WRITE CLRCTL-RECORD.
006170     IF WS-CLRCTL-STATUS = "00"
006180         ADD 1 TO WS-CTL-COUNT
006190     ELSE
006200         DISPLAY "CLRCTL write failed, status " WS-CLRCTL-STATUS
006210         MOVE 8 TO RETURN-CODE
006220         MOVE "Y" TO WS-MERGE-FAIL-SW
006230         MOVE "Y" TO WS-EOF-SW
006240     END-IF.
006250 7100-EXIT.
006260     EXIT.
006270*> ---------------------------------------------------------
006280*> 7500-FLUSH-LEDGER - the postings CLRCTS is holding for the
006290*>                     file just closed out to the ledger.
006300*> ---------------------------------------------------------
006310 7500-FLUSH-LEDGER.
006320     MOVE "F" TO CLRCTP-FUNCTION.
006330     CALL "CLRCTS" USING CLRCTP-PARMS.
006340     IF NOT CLRCTP-OK
006350         DISPLAY "CLRCTL ledger post failed, status "
006360             CLRCTP-STATUS
006370         MOVE 8 TO RETURN-CODE
006380     END-IF.
006390 7500-EXIT.
006400     EXIT.
006410*> ---------------------------------------------------------
006420*> 7600-POST-RECORD - one merged record, already in CLRCTP-
006430*>                    DATA with its file, date and length,
006440*>                    posted as added.
006450*> ---------------------------------------------------------
006460 7600-POST-RECORD.
006470     MOVE "P" TO CLRCTP-FUNCTION.
006480     MOVE "+" TO CLRCTP-DIRECTION.
006490     CALL "CLRCTS" USING CLRCTP-PARMS.
006500 7600-EXIT.
006510     EXIT.
006520*> ---------------------------------------------------------
006530*> 7700-CLEAR-OVERRIDE - the stamped terminal's CLRLVP record
006540*>                       is spent, approved or still pending,
006550*>                       and is deleted; none on file is the
006560*>                       usual case.
006570*> ---------------------------------------------------------
006580 7700-CLEAR-OVERRIDE.
006590     IF NOT WS-LVP-OPEN
006600         GO TO 7700-EXIT
006610     END-IF.
006620     MOVE WS-ST-TERM-ID (WS-IDX) TO CLRLVP-TERM-ID.
006630     DELETE CLRLVP-FILE RECORD
006640         INVALID KEY
006650             GO TO 7700-EXIT
006660     END-DELETE.
006670     IF WS-CLRLVP-STATUS NOT = "00"
006680         DISPLAY "CLRLVP delete failed, status "
006690             WS-CLRLVP-STATUS " for " WS-ST-TERM-ID (WS-IDX)
006700     END-IF.
006710 7700-EXIT.
006720     EXIT.
006730*> ---------------------------------------------------------
006740*> 9000-TERMINATE - console counts for the job log.
006750*> ---------------------------------------------------------
006760 9000-TERMINATE.
006770     DISPLAY "CLRMRG complete: " WS-EXC-COUNT
006780         " exception(s), " WS-RPT-COUNT
006790         " report line(s), " WS-AUD-COUNT
006800         " audit record(s), " WS-BRH-COUNT
006810         " run record(s) merged, " WS-CTL-COUNT
006820         " ledger posting(s) carried, " WS-STAMP-COUNT
006830         " stamp(s) applied.".
006840     IF WS-ST-DROP-COUNT NOT = ZERO
006850         DISPLAY "WARNING - stamp table full, "
006860             WS-ST-DROP-COUNT " stamp(s) not applied"
006870         MOVE 8 TO RETURN-CODE
006880     END-IF.
006890 9000-EXIT.
006900     EXIT.
006910 END PROGRAM CLRMRG.
