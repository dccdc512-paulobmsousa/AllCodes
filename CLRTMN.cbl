000410*>                 inventory, and a browse table overflow only
000420*>                 shortens the browse - it no longer has to
000430*>                 lock the session down to browse-only.
000431*> 20261015  RFH   Every terminal is linked to its model on the
000432*>                 CLRMDL catalogue: the model code is asked for
000433*>                 on add (required) and change (blank keeps it),
000434*>                 checked against the catalogue, and shown in
000435*>                 the browse.  A COLOR terminal is refused on a
000436*>                 monochrome model.
000440*> ************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CLROPM-OPER-ID
000650         FILE STATUS IS WS-CLROPM-STATUS.
000651     SELECT CLRMDL-FILE ASSIGN TO "CLRMDL"
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS DYNAMIC
000654         RECORD KEY IS CLRMDL-MODEL-CODE
000655         FILE STATUS IS WS-CLRMDL-STATUS.
000660*> ************************************************************
000670 DATA DIVISION.
000680 FILE SECTION.
000750 FD  CLROPM-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY "copybooks/CLROPM.cpy".
000772 FD  CLRMDL-FILE
000774     LABEL RECORDS ARE STANDARD.
000776     COPY "copybooks/CLRMDL.cpy".
000780 WORKING-STORAGE SECTION.
000790*>  --- switches ---------------------------------------------
000800 77  WS-CLRTRM-STATUS      PIC X(02).
000810 77  WS-CLRTML-STATUS      PIC X(02).
000820 77  WS-CLROPM-STATUS      PIC X(02).
000825 77  WS-CLRMDL-STATUS      PIC X(02).
000830 77  WS-EOF-SW             PIC X(01)  VALUE "N".
000840     88  WS-END-OF-INVENTORY          VALUE "Y".
000850 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000860     88  WS-ENTRY-FOUND               VALUE "Y".
000863 77  WS-MODEL-SW           PIC X(01)  VALUE "Y".
000866     88  WS-MODEL-OK                  VALUE "Y".
000870*>  --- run identification -------------------------------------
000880 77  WS-OPER-ID            PIC X(08) VALUE SPACES.
000890*>  --- operator input -----------------------------------------
000910 77  WS-IN-TERM-ID         PIC X(08) VALUE SPACES.
000920 77  WS-IN-TERM-TYPE       PIC X(05) VALUE SPACES.
000930 77  WS-IN-CERT-FREQ       PIC X(03) VALUE SPACES.
000935 77  WS-IN-MODEL-CODE      PIC X(04) VALUE SPACES.
000940*>  --- PF-key loop --------------------------------------------
000950 77  WS-CRT-STATUS         PIC 9(04) VALUE ZERO.
000960     88  WS-PF3-PRESSED               VALUE 1003.
001120         10  WS-INV-TERM-TYPE   PIC X(05).
001130         10  WS-INV-CERT-FREQ   PIC X(03).
001140         10  WS-INV-LAST-CERT   PIC X(08).
001145         10  WS-INV-MODEL-CODE  PIC X(04).
001150*>  --- one browse page of formatted lines ---------------------
001160 01  WS-PAGE-LINES.
001170     05  WS-PAGE-LINE           PIC X(43) OCCURS 12 TIMES.
001180 77  WS-PAGE-TITLE         PIC X(30) VALUE SPACES.
001190 77  WS-MSG-LINE           PIC X(60) VALUE SPACES.
001200*> ************************************************************
001250     10 LINE  2 COLUMN 1 VALUE "==============================".
001260     10 LINE  3 COLUMN 1 FROM WS-PAGE-TITLE.
001270     10 LINE  4 COLUMN 1
001280        VALUE "  #  terminal  type   freq  last cert  model".
001290     10 LINE  5 COLUMN 1
001300        VALUE "---  --------  -----  ----  ---------  -----".
001310     10 LINE  6 COLUMN 1 FROM WS-PAGE-LINE (1).
001320     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (2).
001330     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (3).
001410     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (11).
001420     10 LINE + 1 COLUMN 1 FROM WS-PAGE-LINE (12).
001430     10 LINE 19 COLUMN 1
001440        VALUE "A=add  C=change  D=delete   PF7/PF8=page "
001450            & " PF3=end".
001460     10 LINE 20 COLUMN 1 FROM WS-MSG-LINE.
001470*> ************************************************************
002160             TO WS-INV-CERT-FREQ (WS-INV-COUNT)
002170         MOVE CLRTRM-LAST-CERT-DATE
002180             TO WS-INV-LAST-CERT (WS-INV-COUNT)
002183         MOVE CLRTRM-MODEL-CODE
002186             TO WS-INV-MODEL-CODE (WS-INV-COUNT)
002190     ELSE
002200         ADD 1 TO WS-DROP-COUNT
002210     END-IF.
002860            WS-INV-TERM-ID (WS-IDX) "  "
002870            WS-INV-TERM-TYPE (WS-IDX) "  "
002880            WS-INV-CERT-FREQ (WS-IDX) "   "
002890            WS-INV-LAST-CERT (WS-IDX) "   "
002895            WS-INV-MODEL-CODE (WS-IDX)
002900         DELIMITED BY SIZE INTO WS-PAGE-LINE (WS-ROW-IDX)
002910     END-STRING.
002920 2100-EXIT.
003770*>                     file's own key rejects a duplicate.  A
003780*>                     type other than COLOR/MONO is rejected
003790*>                     outright - those are exactly the two
003800*>                     hand-edits that have burnt us.  The
003803*>                     model code is required and must be on
003806*>                     the CLRMDL catalogue.
003810*> ---------------------------------------------------------
003820 3100-ADD-TERMINAL.
003830     PERFORM 3400-ACCEPT-TERM-ID THRU 3400-EXIT.
004030             TO WS-MSG-LINE
004040         GO TO 3100-EXIT
004050     END-IF.
004051     PERFORM 3800-ACCEPT-MODEL-CODE THRU 3800-EXIT.
004052     PERFORM 3900-CHECK-MODEL THRU 3900-EXIT.
004053     IF NOT WS-MODEL-OK
004054         GO TO 3100-EXIT
004055     END-IF.
004060     MOVE SPACES          TO CLRTRM-RECORD.
004070     MOVE WS-IN-TERM-ID   TO CLRTRM-TERM-ID.
004080     MOVE WS-IN-TERM-TYPE TO CLRTRM-TERM-TYPE.
004090     MOVE WS-IN-CERT-FREQ TO CLRTRM-CERT-FREQ-X.
004100     MOVE SPACES          TO CLRTRM-LAST-CERT-DATE.
004105     MOVE WS-IN-MODEL-CODE TO CLRTRM-MODEL-CODE.
004110     WRITE CLRTRM-RECORD
004120         INVALID KEY
004130             MOVE "Rejected - terminal-id already in inventory"
004290*> 3200-CHANGE-TERMINAL - replace the terminal's type, under
004300*>                        the same COLOR/MONO restriction,
004310*>                        and optionally its cert frequency
004320*>                        and model (blank keeps the current
004330*>                        one).  The record is read first and
004340*>                        rewritten keyed, so the last-
004350*>                        certified date rides through.
004360*> ---------------------------------------------------------
004370 3200-CHANGE-TERMINAL.
004380     PERFORM 3400-ACCEPT-TERM-ID THRU 3400-EXIT.
004690         END-IF
004700         MOVE WS-IN-CERT-FREQ TO CLRTRM-CERT-FREQ-X
004710     END-IF.
004711     PERFORM 3800-ACCEPT-MODEL-CODE THRU 3800-EXIT.
004712     IF WS-IN-MODEL-CODE = SPACES
004713         MOVE CLRTRM-MODEL-CODE TO WS-IN-MODEL-CODE
004714     END-IF.
004715     PERFORM 3900-CHECK-MODEL THRU 3900-EXIT.
004716     IF NOT WS-MODEL-OK
004717         GO TO 3200-EXIT
004718     END-IF.
004720     MOVE WS-IN-TERM-TYPE TO CLRTRM-TERM-TYPE.
004725     MOVE WS-IN-MODEL-CODE TO CLRTRM-MODEL-CODE.
004730     REWRITE CLRTRM-RECORD.
004740     IF WS-CLRTRM-STATUS NOT = "00"
004750         MOVE "CLRTRM rewrite failed" TO WS-MSG-LINE
005520 3700-EXIT.
005530     EXIT.
005540*> ---------------------------------------------------------
005550*> 3800-ACCEPT-MODEL-CODE - prompt for the terminal's model
005560*>                          code on the CLRMDL catalogue.
005570*>                          Blank on a change keeps the
005580*>                          current one.
005590*> ---------------------------------------------------------
005600 3800-ACCEPT-MODEL-CODE.
005610     MOVE SPACES TO WS-IN-MODEL-CODE.
005620     DISPLAY "Model code: " LINE 25 COLUMN 1 END-DISPLAY.
005630     ACCEPT WS-IN-MODEL-CODE
005640         LINE 25 COLUMN 13
005650     END-ACCEPT.
005660     MOVE UPPER-CASE(WS-IN-MODEL-CODE) TO WS-IN-MODEL-CODE.
005670 3800-EXIT.
005680     EXIT.
005690*> ---------------------------------------------------------
005700*> 3900-CHECK-MODEL - the model code must be on the CLRMDL
005710*>                    catalogue (kept on CLRMMN), and a COLOR
005720*>                    terminal cannot sit on a model with no
005730*>                    colour capability.  A model is required
005740*>                    on an add; a terminal not yet linked
005750*>                    may stay unlinked through a change.
005760*>                    The catalogue is opened for the one
005770*>                    read so CLRMMN can change it
005780*>                    mid-session.
005790*> ---------------------------------------------------------
005800 3900-CHECK-MODEL.
005810     MOVE "Y" TO WS-MODEL-SW.
005820     IF WS-IN-MODEL-CODE = SPACES
005830         IF WS-ACTION = "A" OR "a"
005840             MOVE "N" TO WS-MODEL-SW
005850             MOVE "Rejected - a model code is required"
005860                 TO WS-MSG-LINE
005870         END-IF
005880         GO TO 3900-EXIT
005890     END-IF.
005900     OPEN INPUT CLRMDL-FILE.
005910     IF WS-CLRMDL-STATUS NOT = "00"
005920         MOVE "N" TO WS-MODEL-SW
005930         MOVE "Rejected - CLRMDL model catalogue not available"
005940             TO WS-MSG-LINE
005950         GO TO 3900-EXIT
005960     END-IF.
005970     MOVE WS-IN-MODEL-CODE TO CLRMDL-MODEL-CODE.
005980     READ CLRMDL-FILE
005990         INVALID KEY
006000             MOVE "N" TO WS-MODEL-SW
006010             MOVE "Rejected - model code not in CLRMDL catalogue"
006020                 TO WS-MSG-LINE
006030         NOT INVALID KEY
006040             IF WS-IN-TERM-TYPE = "COLOR"
006050                     AND CLRMDL-COLOURS-X = "000"
006060                 MOVE "N" TO WS-MODEL-SW
006070                 MOVE "Rejected - COLOR terminal on a mono model"
006080                     TO WS-MSG-LINE
006090             END-IF
006100     END-READ.
006110     CLOSE CLRMDL-FILE.
006120 3900-EXIT.
006130     EXIT.
006140*> ---------------------------------------------------------
006150*> 5000-WRITE-LOG - one CLRTML record per accepted change:
006160*>                  who, when, what action, which terminal.
006170*>                  Appended the same way SAMPLE appends
006180*>                  CLRAUD, creating the file on first use.
006190*> ---------------------------------------------------------
006200 5000-WRITE-LOG.
006210     OPEN EXTEND CLRTML-FILE.
006220     IF WS-CLRTML-STATUS = "35"
006230         OPEN OUTPUT CLRTML-FILE
006240     END-IF.
006250     MOVE SPACES TO CLRTML-RECORD.
006260     MOVE CURRENT-DATE(1:8) TO CLRTML-LOG-DATE.
006270     MOVE CURRENT-DATE(9:6) TO CLRTML-LOG-TIME.
006280     MOVE WS-OPER-ID        TO CLRTML-OPER-ID.
006290     EVALUATE TRUE
006300         WHEN WS-ACTION = "A" OR "a"
006310             MOVE "ADD" TO CLRTML-ACTION
006320         WHEN WS-ACTION = "C" OR "c"
006330             MOVE "CHG" TO CLRTML-ACTION
006340         WHEN WS-ACTION = "D" OR "d"
006350             MOVE "DEL" TO CLRTML-ACTION
006360     END-EVALUATE.
006370     MOVE WS-IN-TERM-ID   TO CLRTML-TERM-ID.
006380     MOVE WS-IN-TERM-TYPE TO CLRTML-TERM-TYPE.
006390     WRITE CLRTML-RECORD.
006400     IF WS-CLRTML-STATUS NOT = "00"
006410         DISPLAY "CLRTML write failed, status " WS-CLRTML-STATUS
006420     END-IF.
006430     CLOSE CLRTML-FILE.
006440 5000-EXIT.
006450     EXIT.
006460*> ---------------------------------------------------------
006470*> 9000-TERMINATE - close the inventory and leave a console
006480*>                  one-liner for the job log.
006490*> ---------------------------------------------------------
006500 9000-TERMINATE.
006510     CLOSE CLRTRM-FILE.
006520     DISPLAY "CLRTMN complete: " WS-INV-COUNT
006530         " terminal(s) on inventory at end of session.".
006540 9000-EXIT.
006550     EXIT.
006560 END PROGRAM CLRTMN.
