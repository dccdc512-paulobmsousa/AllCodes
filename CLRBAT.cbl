000100*>            off partway resumes after it instead of
000110*>            recertifying the whole inventory from the top.
000120*> Tectonics: cobc -x -I copybooks clrbat.cbl colors.cbl
000130*>            clrsrv.cbl clrdts.cbl clrcts.cbl
000140*> License:   Public Domain
000150*> ************************************************************
000160 IDENTIFICATION DIVISION.
000670*>                 whole-file rewrite through CLRTRMW, which
000680*>                 twice came close to losing the inventory,
000690*>                 is gone with its work file.
000691*> 20261015  RFH   The run date is the CLRDTE business date
000692*>                 (CLRDTS), fixed once at start: checkpoints,
000693*>                 CLRERR, the CLRBRH pass date, the last-
000694*>                 certified stamps and the due test all carry
000695*>                 the night's date even past midnight.  The
000696*>                 checkpoints no longer reset the run date
000697*>                 from the clock, which split one night's
000698*>                 stamps across two dates.  CLRBRH start/end
000699*>                 stay wall-clock - they time the window.
000700*> 20261015  RFH   2500-CHECK-DUE honours an approved CLRLVP
000701*>                 next-due override (CLRFCS review) still
000702*>                 standing against the terminal's last
000703*>                 certificate; the end-of-pass stamp deletes
000704*>                 the override along with it.
000705*> ************************************************************
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 REPOSITORY.
000940     SELECT CLRSTMS-FILE ASSIGN TO "CLRSTMS"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-CLRSTMS-STATUS.
000961     SELECT CLRLVP-FILE ASSIGN TO "CLRLVP"
000962         ORGANIZATION IS INDEXED
000963         ACCESS MODE IS DYNAMIC
000964         RECORD KEY IS CLRLVP-TERM-ID
000965         FILE STATUS IS WS-CLRLVP-STATUS.
000970*> ************************************************************
000980 DATA DIVISION.
000990 FILE SECTION.
001150 FD  CLRSTMS-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY "copybooks/CLRSTM.cpy".
001172 FD  CLRLVP-FILE
001174     LABEL RECORDS ARE STANDARD.
001176     COPY "copybooks/CLRLVP.cpy".
001180 WORKING-STORAGE SECTION.
001190 77  WS-CLRTRM-STATUS       PIC X(02).
001200 77  WS-CLRCKPT-STATUS      PIC X(02).
001410 77  WS-CLRBRH-STATUS       PIC X(02).
001420 77  WS-CLRCKPS-STATUS      PIC X(02).
001430 77  WS-CLRSTMS-STATUS      PIC X(02).
001432 77  WS-CLRLVP-STATUS       PIC X(02).
001434 77  WS-LVP-OPEN-SW         PIC X(01) VALUE "N".
001436     88  WS-LVP-OPEN                    VALUE "Y".
001440 77  WS-START-DATE          PIC X(08) VALUE SPACES.
001450 77  WS-START-TIME          PIC X(06) VALUE SPACES.
001460*>  --- parallel-split controls: this leg's stream number and --
001640 77  WS-FREQ-DAYS           PIC 9(03) VALUE ZERO.
001650 77  WS-CT-COUNT            PIC 9(03) VALUE ZERO.
001660 77  WS-CT-DROP-COUNT       PIC 9(05) VALUE ZERO.
001663*>  --- the night's business date, from the CLRDTS service ---
001666     COPY "copybooks/CLRDTP.cpy".
001670*>  --- terminal-ids certified this pass, written back to the -
001680*>  --- inventory's last-certified dates at end of job --------
001690 01  WS-CERT-TABLE.
002060 1000-INITIALIZE.
002070     MOVE CURRENT-DATE(1:8) TO WS-START-DATE.
002080     MOVE CURRENT-DATE(9:6) TO WS-START-TIME.
002081*>   the run date is the night's business date, fixed here
002082*>   for the whole pass - never re-read from the clock.
002090     CALL "CLRDTS" USING CLRDTP-PARMS.
002091     MOVE CLRDTP-BUS-DATE TO WS-RUN-DATE.
002100     MOVE WS-RUN-DATE TO WS-LAST-CERT-NUM.
002110     MOVE INTEGER-OF-DATE(WS-LAST-CERT-NUM) TO WS-TODAY-INT.
002120     ACCEPT WS-BATCH-MODE FROM ENVIRONMENT "SAMPLE-BATCH-MODE".
002350         MOVE "Y" TO WS-EOF-SW
002360         GO TO 1000-EXIT
002370     END-IF.
002371*>   the approved next-due overrides - none on file is none
002372*>   approved, and the pass runs on the frequencies alone.
002373     OPEN INPUT CLRLVP-FILE.
002374     IF WS-CLRLVP-STATUS = "00"
002375         MOVE "Y" TO WS-LVP-OPEN-SW
002376     END-IF.
002380*>   the pass walks the keyed inventory front to back - key
002390*>   order is certification order now.
002400     MOVE LOW-VALUES TO CLRTRM-TERM-ID.
005800*>                         embedded control byte outright.
005810*> ---------------------------------------------------------
005820 2200-WRITE-CHECKPOINT.
005840     MOVE CURRENT-DATE (9:6) TO WS-RUN-TIME.
005850     MOVE SPACES          TO CLRCKPT-RECORD.
005860     MOVE CLRTRM-TERM-ID TO CLRCKPT-TERM-ID.
006030*>                          tell whose checkpoint it found.
006040*> ---------------------------------------------------------
006050 2250-WRITE-STREAM-CKPT.
006070     MOVE CURRENT-DATE (9:6) TO WS-RUN-TIME.
006080     MOVE SPACES           TO CLRCKS-RECORD.
006090     MOVE WS-STREAM-NO     TO CLRCKS-STREAM-NO.
006340     STRING "SAMPLE ended RC=" WS-RC-DISP
006350         DELIMITED BY SIZE INTO CLRERR-REASON
006360     END-STRING.
006370     MOVE WS-RUN-DATE TO CLRERR-RUN-DATE.
006380     MOVE CURRENT-DATE (9:6) TO CLRERR-RUN-TIME.
006390     WRITE CLRERR-RECORD.
006400     IF WS-CLRERR-STATUS NOT = "00"
006680*>                  plus the frequency has arrived.  A blank
006690*>                  or zero frequency means every pass, which
006700*>                  is the behaviour the whole inventory had
006710*>                  before it carried these fields.  An
006713*>                  approved CLRLVP move can bring the due
006716*>                  date forward (3600).
006720*> ---------------------------------------------------------
006730 2500-CHECK-DUE.
006740     MOVE "Y" TO WS-DUE-SW.
006890     IF WS-DUE-INT > WS-TODAY-INT
006900         MOVE "N" TO WS-DUE-SW
006910     END-IF.
006912     IF NOT WS-TERMINAL-DUE
006914         PERFORM 3600-CHECK-OVERRIDE THRU 3600-EXIT
006916     END-IF.
006920 2500-EXIT.
006930     EXIT.
006940*> ---------------------------------------------------------
007140 9000-TERMINATE.
007150     CLOSE CLRTRM-FILE.
007160     CLOSE CLRERR-FILE.
007162     IF WS-LVP-OPEN
007164         CLOSE CLRLVP-FILE
007166         MOVE "N" TO WS-LVP-OPEN-SW
007168     END-IF.
007170*>   a stream leg must not rewrite the shared inventory - its
007180*>   stamps go to the CLRSTMS extract for the CLRMRG step to
007190*>   fold back in once every leg is home.
007680         GO TO 9100-EXIT
007690     END-IF.
007700     MOVE SPACES         TO CLRBRH-RECORD.
007710     MOVE WS-RUN-DATE    TO CLRBRH-PASS-DATE.
007720     MOVE WS-START-DATE  TO CLRBRH-START-DATE.
007730     MOVE WS-START-TIME  TO CLRBRH-START-TIME.
007740     MOVE CURRENT-DATE(1:8) TO CLRBRH-END-DATE.
007940*>                         Nothing else on CLRTRM is touched,
007950*>                         so there is no longer a moment when
007960*>                         the live inventory exists only as a
007970*>                         work-file copy.  Each stamped
007973*>                         terminal's CLRLVP override, now
007976*>                         spent, is deleted (3700).
007980*> ---------------------------------------------------------
007990 3000-UPDATE-INVENTORY.
008000     IF WS-CT-COUNT = ZERO
008070         MOVE 8 TO RETURN-CODE
008080         GO TO 3000-EXIT
008090     END-IF.
008092     OPEN I-O CLRLVP-FILE.
008094     IF WS-CLRLVP-STATUS = "00"
008096         MOVE "Y" TO WS-LVP-OPEN-SW
008098     END-IF.
008100     PERFORM 3100-STAMP-TERMINAL THRU 3100-EXIT
008110         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CT-COUNT.
008120     CLOSE CLRTRM-FILE.
008122     IF WS-LVP-OPEN
008124         CLOSE CLRLVP-FILE
008126         MOVE "N" TO WS-LVP-OPEN-SW
008128     END-IF.
008130 3000-EXIT.
008140     EXIT.
008150*> ---------------------------------------------------------
008340         DISPLAY "CLRTRM rewrite failed, status "
008350             WS-CLRTRM-STATUS " for " WS-CT-TERM-ID (WS-IDX)
008360         MOVE 8 TO RETURN-CODE
008365         GO TO 3100-EXIT
008370     END-IF.
008375     PERFORM 3700-CLEAR-OVERRIDE THRU 3700-EXIT.
008380 3100-EXIT.
008390     EXIT.
008400*> ---------------------------------------------------------
008740     END-IF.
008750 3510-EXIT.
008760     EXIT.
008770*> ---------------------------------------------------------
008780*> 3600-CHECK-OVERRIDE - a terminal not due on its frequency
008790*>                       is due tonight if the CLRFCS review
008800*>                       approved a move onto tonight or an
008810*>                       earlier night.  The override counts
008820*>                       only while it still stands against
008830*>                       the terminal's last certificate - a
008840*>                       clean pass since has overtaken it.
008850*> ---------------------------------------------------------
008860 3600-CHECK-OVERRIDE.
008870     IF NOT WS-LVP-OPEN
008880         GO TO 3600-EXIT
008890     END-IF.
008900     MOVE CLRTRM-TERM-ID TO CLRLVP-TERM-ID.
008910     READ CLRLVP-FILE
008920         INVALID KEY
008930             GO TO 3600-EXIT
008940     END-READ.
008950     IF CLRLVP-APPROVED
008960             AND CLRLVP-LAST-CERT-DATE = CLRTRM-LAST-CERT-DATE
008970             AND CLRLVP-NEW-DUE-DATE NOT > WS-RUN-DATE
008980         MOVE "Y" TO WS-DUE-SW
008990     END-IF.
009000 3600-EXIT.
009010     EXIT.
009020*> ---------------------------------------------------------
009030*> 3700-CLEAR-OVERRIDE - the stamped terminal's CLRLVP record
009040*>                       is spent, approved or still pending,
009050*>                       and is deleted; none on file is the
009060*>                       usual case.
009070*> ---------------------------------------------------------
009080 3700-CLEAR-OVERRIDE.
009090     IF NOT WS-LVP-OPEN
009100         GO TO 3700-EXIT
009110     END-IF.
009120     MOVE WS-CT-TERM-ID (WS-IDX) TO CLRLVP-TERM-ID.
009130     DELETE CLRLVP-FILE RECORD
009140         INVALID KEY
009150             GO TO 3700-EXIT
009160     END-DELETE.
009170     IF WS-CLRLVP-STATUS NOT = "00"
009180         DISPLAY "CLRLVP delete failed, status "
009190             WS-CLRLVP-STATUS " for " WS-CT-TERM-ID (WS-IDX)
009200     END-IF.
009210 3700-EXIT.
009220     EXIT.
009230 END PROGRAM CLRBAT.
