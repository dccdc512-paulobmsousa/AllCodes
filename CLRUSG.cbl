000090*>            stale window (CLRUSG-STALE-DAYS) - the monthly
000100*>            terminal-services review, off one batch run
000110*>            instead of a hand pass over the raw audit lines.
000120*> Tectonics: cobc -x -I copybooks clrusg.cbl clrdts.cbl
000130*> License:   Public Domain
000140*> ************************************************************
000150 IDENTIFICATION DIVISION.
000310*> 20260902  RFH   The inventory is indexed now - the stale
000320*>                 section's load is a READ NEXT sweep in
000330*>                 key order instead of a flat-file pass.
000331*> 20261015  RFH   Staleness is measured from the CLRDTE
000332*>                 business date (CLRDTS), not the clock.
000340*> ************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
001040*>  --- edited fields for the report ---------------------------
001050 77  WS-COUNT-ED           PIC ZZZZ9.
001060 77  WS-STALE-ED           PIC ZZ9.
001063*>  --- parameter area for the CLRDTS business-date service -
001066     COPY "copybooks/CLRDTP.cpy".
001070*>  --- per-terminal tallies from CLRAUD -----------------------
001080 01  WS-TERM-TALLY-TABLE.
001090     05  WS-TT-ENTRY OCCURS 500 TIMES.
001530     IF WS-STALE-DAYS-IN NOT = SPACES
001540         MOVE NUMVAL(WS-STALE-DAYS-IN) TO WS-STALE-DAYS
001550     END-IF.
001555     CALL "CLRDTS" USING CLRDTP-PARMS.
001560     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001570     MOVE INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT.
001580     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-STALE-DAYS.
001590 1000-EXIT.
