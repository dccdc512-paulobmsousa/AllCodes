000150*>            from CLRTRD-WINDOW-RUNS, default 5.  Ends RC=8
000160*>            when anything was flagged, so operations gets
000170*>            paged off the job log.
000180*> Tectonics: cobc -x -I copybooks clrtrd.cbl clrswr.cbl
000190*> License:   Public Domain
000200*> ************************************************************
000210 IDENTIFICATION DIVISION.
000290*> DATE      INIT  DESCRIPTION
000300*> 20260902  RFH   Original - flip/deterioration trend report
000310*>                 over the CLRCRH certification history.
000312*> 20261015  RFH   A swatch group now also breaks when the row's
000314*>                 colour changed under a new swatch set (CLRSWR),
000316*>                 so a pass on the old colour and a fail on the
000318*>                 new one no longer count as a flip.
000320*> ************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000750 01  WS-GRP-KEY.
000760     05  WS-GRP-STYLE          PIC 9(01).
000770     05  WS-GRP-SWATCH-ROW     PIC 9(03).
000775     05  WS-GRP-ATTR           PIC 9(03).
000780 77  WS-GRP-PREV-VERDICT   PIC X(01) VALUE SPACE.
000782 77  WS-CUR-ATTR           PIC 9(03) VALUE ZERO.
000784*>  --- parameter area for the CLRSWR swatch-set resolver -----
000786     COPY "copybooks/CLRSWP.cpy".
000790*>  --- counters and subscripts --------------------------------
000800 77  WS-READ-COUNT         PIC 9(07) VALUE ZERO.
000810 77  WS-TERM-COUNT         PIC 9(05) VALUE ZERO.
001800     EXIT.
001810*> ---------------------------------------------------------
001820*> 2200-PROCESS-VERDICT - one dated verdict: break on change
001824*>                        of terminal or of swatch group (style,
001831*>                        row, or the colour that row showed
001838*>                        under the verdict's swatch set), then
001840*>                        post the verdict transition and the
001850*>                        per-date fail tally.
001860*> ---------------------------------------------------------
001870 2200-PROCESS-VERDICT.
001880     ADD 1 TO WS-READ-COUNT.
001885     PERFORM 2500-RESOLVE-COLOUR THRU 2500-EXIT.
001890     IF CLRCRH-TERM-ID NOT = WS-CUR-TERM-ID
001900         IF WS-CUR-TERM-ID NOT = SPACES
001910             PERFORM 3000-TERMINAL-BREAK THRU 3000-EXIT
001930         MOVE CLRCRH-TERM-ID TO WS-CUR-TERM-ID
001940         MOVE CLRCRH-STYLE TO WS-GRP-STYLE
001950         MOVE CLRCRH-SWATCH-ROW TO WS-GRP-SWATCH-ROW
001955         MOVE WS-CUR-ATTR TO WS-GRP-ATTR
001960         MOVE SPACE TO WS-GRP-PREV-VERDICT
001970     END-IF.
001980     IF CLRCRH-STYLE NOT = WS-GRP-STYLE
001990             OR CLRCRH-SWATCH-ROW NOT = WS-GRP-SWATCH-ROW
001995             OR WS-CUR-ATTR NOT = WS-GRP-ATTR
002000         PERFORM 2300-GROUP-BREAK THRU 2300-EXIT
002010         MOVE CLRCRH-STYLE TO WS-GRP-STYLE
002020         MOVE CLRCRH-SWATCH-ROW TO WS-GRP-SWATCH-ROW
002025         MOVE WS-CUR-ATTR TO WS-GRP-ATTR
002030     END-IF.
002040     IF WS-GRP-PREV-VERDICT = "P" AND CLRCRH-VERDICT = "F"
002050         MOVE "Y" TO WS-GRP-PF-SW
003160*> ---------------------------------------------------------
003170 2440-SHIFT-OUT-OLDEST.
003180     MOVE WS-RD-ENTRY (WS-IDX + 1) TO WS-RD-ENTRY (WS-IDX).
003181 2440-EXIT.
003182     EXIT.
003183*> ---------------------------------------------------------
003184*> 2500-RESOLVE-COLOUR - the colour attribute this verdict's
003185*>                       swatch row showed, from the swatch
003186*>                       set it was given under (or the set
003187*>                       live on its test date).  A row the
003188*>                       set does not hold resolves to 999 so
003189*>                       it still groups consistently.
003190*> ---------------------------------------------------------
003191 2500-RESOLVE-COLOUR.
003192     MOVE "R"                TO CLRSWP-FUNCTION.
003193     MOVE SPACES             TO CLRSWP-VERSION.
003194     IF CLRCRH-SWT-VERSION IS NUMERIC
003195         MOVE CLRCRH-SWT-VERSION TO CLRSWP-VERSION
003196     END-IF.
003197     MOVE CLRCRH-TEST-DATE   TO CLRSWP-TEST-DATE.
003198     MOVE CLRCRH-SWATCH-ROW  TO CLRSWP-SWATCH-ROW.
003199     CALL "CLRSWR" USING CLRSWP-PARMS.
003200     IF CLRSWP-OK
003201         MOVE CLRSWP-ATTR-VALUE TO WS-CUR-ATTR
003202     ELSE
003203         MOVE 999 TO WS-CUR-ATTR
003204     END-IF.
003205 2500-EXIT.
003206     EXIT.
003210*> ---------------------------------------------------------
003220*> 3000-TERMINAL-BREAK - close the last swatch group, judge
003230*>                       the terminal, print its line, and
