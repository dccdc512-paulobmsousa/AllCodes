000130*>            deleted.  The cutoff is CLRHKP-CUTOFF-DATE
000140*>            (yyyymmdd); when that is not set it is computed
000150*>            from CLRHKP-RETAIN-DAYS (default 90).
000151*>            Every record moved is posted to the CLRCTL
000152*>            control-total ledger through CLRCTS - on to the
000153*>            archive, off the live file - so CLRCTV can tell
000154*>            a purge from a deletion.  The live file's side
000155*>            is cancelled when its rewrite never happens.
000160*> Tectonics: cobc -x -I copybooks clrhkp.cbl clrdts.cbl
000161*>            clrcts.cbl
000170*> License:   Public Domain
000180*> ************************************************************
000190 IDENTIFICATION DIVISION.
000270*> DATE      INIT  DESCRIPTION
000280*> 20260823  RFH   Original - cutoff-driven archival of CLRAUD
000290*>                 records and CLRRPT report blocks.
000291*> 20261015  RFH   The retention cutoff counts back from the
000292*>                 CLRDTE business date (CLRDTS), not the
000293*>                 clock, whenever the step happens to run.
000294*> 20261015  RFH   Archived records are posted to the CLRCTL
000295*>                 control-total ledger (archive +, live -)
000296*>                 through CLRCTS.
000300*> ************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000940     88  WS-KEEPING-BLOCK             VALUE "Y".
000950 77  WS-PURGE-FAIL-SW      PIC X(01)  VALUE "N".
000960     88  WS-PURGE-FAILED              VALUE "Y".
000963 77  WS-LIVE-REWRITE-SW    PIC X(01)  VALUE "N".
000966     88  WS-LIVE-REWRITTEN            VALUE "Y".
000970*>  --- run parameters -----------------------------------------
000980 77  WS-CUTOFF-IN          PIC X(08) VALUE SPACES.
000990 77  WS-RETAIN-IN          PIC X(03) VALUE SPACES.
001000 77  WS-RETAIN-DAYS        PIC 9(03) VALUE 90.
001010 77  WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
001020 77  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
001024*>  --- parameter area for the CLRCTS control-total service -
001026     COPY "copybooks/CLRCTP.cpy".
001030 77  WS-WORK-INT           PIC 9(07) VALUE ZERO.
001040*>  --- counters -----------------------------------------------
001050 77  WS-AUD-READ-COUNT     PIC 9(07) VALUE ZERO.
001170 77  WS-RPT-HDR-TAG        PIC X(27)
001180         VALUE "GnuCOBOL Colours - printed ".
001190 77  WS-RPT-HDR-DATE       PIC 9(08) VALUE ZERO.
001193*>  --- parameter area for the CLRDTS business-date service -
001196     COPY "copybooks/CLRDTP.cpy".
001200*> ************************************************************
001210 PROCEDURE DIVISION.
001220*> ---------------------------------------------------------
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001270     PERFORM 2000-PURGE-AUDIT THRU 2000-EXIT.
001273     MOVE "CLRAUD" TO CLRCTP-FILE-ID.
001276     PERFORM 5000-SETTLE-LEDGER THRU 5000-EXIT.
001280     PERFORM 3000-PURGE-REPORT THRU 3000-EXIT.
001283     MOVE "CLRRPT" TO CLRCTP-FILE-ID.
001286     PERFORM 5000-SETTLE-LEDGER THRU 5000-EXIT.
001290     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
001300     GOBACK.
001310*> ---------------------------------------------------------
001350*>                   CLRHKP-RETAIN-DAYS, default 90.
001360*> ---------------------------------------------------------
001370 1000-INITIALIZE.
001372     MOVE "CLRHKP" TO CLRCTP-PROGRAM.
001375     CALL "CLRDTS" USING CLRDTP-PARMS.
001380     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001390     ACCEPT WS-CUTOFF-IN
001400         FROM ENVIRONMENT "CLRHKP-CUTOFF-DATE".
001410     IF WS-CUTOFF-IN NOT = SPACES
001620*> ---------------------------------------------------------
001630 2000-PURGE-AUDIT.
001640     MOVE "N" TO WS-EOF-SW.
001645     MOVE "N" TO WS-LIVE-REWRITE-SW.
001650     OPEN INPUT CLRAUD-FILE.
001660     IF WS-CLRAUD-STATUS NOT = "00"
001670         MOVE "Y" TO WS-EOF-SW
002380         WRITE CLRAUDA-RECORD
002390         IF WS-CLRAUDA-STATUS = "00"
002400             ADD 1 TO WS-AUD-ARCH-COUNT
002405             PERFORM 5100-POST-AUDIT-ARCHIVE THRU 5100-EXIT
002410         ELSE
002420             DISPLAY "CLRAUDA write failed, status "
002430                 WS-CLRAUDA-STATUS
002980         MOVE 8 TO RETURN-CODE
002990         GO TO 2300-EXIT
003000     END-IF.
003005     MOVE "Y" TO WS-LIVE-REWRITE-SW.
003010     OPEN OUTPUT CLRAUD-FILE.
003020     PERFORM 2310-COPY-AUDIT-BACK THRU 2310-EXIT
003030         UNTIL WS-END-OF-FILE.
003770 3000-PURGE-REPORT.
003780     MOVE "N" TO WS-EOF-SW.
003790     MOVE "N" TO WS-PURGE-FAIL-SW.
003795     MOVE "N" TO WS-LIVE-REWRITE-SW.
003800     MOVE "Y" TO WS-KEEP-SW.
003810     OPEN INPUT CLRRPT-FILE.
003820     IF WS-CLRRPT-STATUS NOT = "00"
004740         WRITE CLRRPTA-RECORD
004750         IF WS-CLRRPTA-STATUS = "00"
004760             ADD 1 TO WS-RPT-ARCH-COUNT
004765             PERFORM 5200-POST-REPORT-ARCHIVE THRU 5200-EXIT
004770         ELSE
004780             DISPLAY "CLRRPTA write failed, status "
004790                 WS-CLRRPTA-STATUS
005210         MOVE 8 TO RETURN-CODE
005220         GO TO 3300-EXIT
005230     END-IF.
005235     MOVE "Y" TO WS-LIVE-REWRITE-SW.
005240     OPEN OUTPUT CLRRPT-FILE.
005250     PERFORM 3310-COPY-REPORT-BACK THRU 3310-EXIT
005260         UNTIL WS-END-OF-FILE.
006380     WRITE CLRHKP-RECORD.
006390 4100-EXIT.
006400     EXIT.
006410*> ---------------------------------------------------------
006420*> 5000-SETTLE-LEDGER - after one file's purge: when the live
006430*>                      file was never rewritten (purge
006440*>                      abandoned, work file failed its verify)
006450*>                      the archived records are still on it,
006460*>                      so the held "-" postings for it are
006470*>                      cancelled; the archive's "+" postings
006480*>                      stand either way, since those records
006490*>                      did land there.  Then the flush.  The
006500*>                      caller names the live file in
006510*>                      CLRCTP-FILE-ID.
006520*> ---------------------------------------------------------
006530 5000-SETTLE-LEDGER.
006540     IF NOT WS-LIVE-REWRITTEN
006550         MOVE "C" TO CLRCTP-FUNCTION
006560         CALL "CLRCTS" USING CLRCTP-PARMS
006570     END-IF.
006580     MOVE "F" TO CLRCTP-FUNCTION.
006590     CALL "CLRCTS" USING CLRCTP-PARMS.
006600     IF NOT CLRCTP-OK
006610         DISPLAY "CLRCTL ledger post failed, status "
006620             CLRCTP-STATUS
006630         MOVE 8 TO RETURN-CODE
006640     END-IF.
006650 5000-EXIT.
006660     EXIT.
006670*> ---------------------------------------------------------
006680*> 5100-POST-AUDIT-ARCHIVE - one archived audit record, on to
006690*>                           CLRAUDA and off CLRAUD, under its
006700*>                           own run date.
006710*> ---------------------------------------------------------
006720 5100-POST-AUDIT-ARCHIVE.
006730     MOVE CLRAUD-RUN-DATE TO CLRCTP-DATA-DATE.
006740     MOVE 40              TO CLRCTP-LENGTH.
006750     MOVE CLRAUD-RECORD   TO CLRCTP-DATA.
006760     MOVE "CLRAUDA"       TO CLRCTP-FILE-ID.
006770     MOVE "+"             TO CLRCTP-DIRECTION.
006780     PERFORM 5300-POST-RECORD THRU 5300-EXIT.
006790     MOVE "CLRAUD"        TO CLRCTP-FILE-ID.
006800     MOVE "-"             TO CLRCTP-DIRECTION.
006810     PERFORM 5300-POST-RECORD THRU 5300-EXIT.
006820 5100-EXIT.
006830     EXIT.
006840*> ---------------------------------------------------------
006850*> 5200-POST-REPORT-ARCHIVE - one archived report line, on to
006860*>                            CLRRPTA and off CLRRPT, under its
006870*>                            block header's date.
006880*> ---------------------------------------------------------
006890 5200-POST-REPORT-ARCHIVE.
006900     MOVE WS-RPT-HDR-DATE TO CLRCTP-DATA-DATE.
006910     MOVE 80              TO CLRCTP-LENGTH.
006920     MOVE CLRRPT-RECORD   TO CLRCTP-DATA.
006930     MOVE "CLRRPTA"       TO CLRCTP-FILE-ID.
006940     MOVE "+"             TO CLRCTP-DIRECTION.
006950     PERFORM 5300-POST-RECORD THRU 5300-EXIT.
006960     MOVE "CLRRPT"        TO CLRCTP-FILE-ID.
006970     MOVE "-"             TO CLRCTP-DIRECTION.
006980     PERFORM 5300-POST-RECORD THRU 5300-EXIT.
006990 5200-EXIT.
007000     EXIT.
007010*> ---------------------------------------------------------
007020*> 5300-POST-RECORD - one posting to CLRCTS, held until the
007030*>                    file's 5000-SETTLE-LEDGER.
007040*> ---------------------------------------------------------
007050 5300-POST-RECORD.
007060     MOVE "P" TO CLRCTP-FUNCTION.
007070     CALL "CLRCTS" USING CLRCTP-PARMS.
007080 5300-EXIT.
007090     EXIT.
007100 END PROGRAM CLRHKP.
