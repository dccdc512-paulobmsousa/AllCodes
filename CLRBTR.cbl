000100*>            longest window, so "is the overnight window
000110*>            growing as terminals are added" is one report,
000120*>            not a dig through retained job logs.
000130*> Tectonics: cobc -x -I copybooks clrbtr.cbl clrdts.cbl
000140*> License:   Public Domain
000150*> ************************************************************
000160 IDENTIFICATION DIVISION.
000240*> DATE      INIT  DESCRIPTION
000250*> 20260902  RFH   Original - per-pass window and failure-rate
000260*>                 trend over the CLRBRH run history.
000261*> 20261015  RFH   The trend window counts back from the CLRDTE
000262*>                 business date (CLRDTS), not the clock.
000270*> ************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000810 77  WS-MINS-ED            PIC ZZZZ9.
000820 77  WS-RATE-ED            PIC ZZ9.9.
000830 77  WS-WINDOW-ED          PIC ZZ9.
000833*>  --- parameter area for the CLRDTS business-date service -
000836     COPY "copybooks/CLRDTP.cpy".
000840*> ************************************************************
000850 PROCEDURE DIVISION.
000860*> ---------------------------------------------------------
001030             AND WS-WINDOW-IN NOT = "000"
001040         MOVE WS-WINDOW-IN TO WS-WINDOW-DAYS
001050     END-IF.
001055     CALL "CLRDTS" USING CLRDTP-PARMS.
001060     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001070     COMPUTE WS-CUTOFF-INT =
001080         INTEGER-OF-DATE(WS-TODAY-DATE) - WS-WINDOW-DAYS.
001090     MOVE DATE-OF-INTEGER(WS-CUTOFF-INT) TO WS-CUTOFF-DATE.
