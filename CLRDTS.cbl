000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRDTS
000040*> Purpose:   Callable business-date service - the one place
000050*>            in the shop that reads the CLRDTE control file.
000060*>            Callers pass the CLRDTP parameter area (copybook
000070*>            CLRDTP) and stamp their work with CLRDTP-BUS-DATE
000080*>            instead of the wall clock, so every program in
000090*>            a night's schedule files its output under the
000100*>            same processing date whatever the clock says -
000110*>            a pass that runs past midnight, or a rerun the
000120*>            next morning, stays on the night it belongs to.
000130*>            CLRDTE is read once, on the first call; the date
000140*>            is then held for the life of the job step even
000150*>            if CLRDTR rolls the file underneath it.  With no
000160*>            usable control record the calendar date is
000170*>            handed back with status 04 and a console
000180*>            warning, so an unscheduled run still works.
000190*> Tectonics: cobc -c -I copybooks clrdts.cbl
000200*> License:   Public Domain
000210*> ************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.     CLRDTS.
000240 AUTHOR.         R F HARRISON.
000250 INSTALLATION.   TERMINAL SERVICES GROUP.
000260 DATE-WRITTEN.   20261015.
000270 DATE-COMPILED.  20261015.
000280*> ************************************************************
000290*> MODIFICATION HISTORY
000300*> DATE      INIT  DESCRIPTION
000310*> 20261015  RFH   Original - shared business-date lookup over
000320*>                 the CLRDTE control file.
000330*> ************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 REPOSITORY.
000370     FUNCTION ALL INTRINSIC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CLRDTE-FILE ASSIGN TO "CLRDTE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CLRDTE-STATUS.
000430*> ************************************************************
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CLRDTE-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY "copybooks/CLRDTE.cpy".
000490 WORKING-STORAGE SECTION.
000500*>  --- switches ---------------------------------------------
000510 77  WS-CLRDTE-STATUS      PIC X(02).
000520 77  WS-LOADED-SW          PIC X(01)  VALUE "N".
000530     88  WS-DATE-LOADED               VALUE "Y".
000540*>  --- the date as loaded on the first call -------------------
000550 77  WS-BUS-DATE           PIC X(08)  VALUE SPACES.
000560 77  WS-PREV-DATE          PIC X(08)  VALUE SPACES.
000570 77  WS-LOAD-STATUS        PIC X(02)  VALUE "00".
000580 LINKAGE SECTION.
000590     COPY "copybooks/CLRDTP.cpy".
000600*> ************************************************************
000610 PROCEDURE DIVISION USING CLRDTP-PARMS.
000620*> ---------------------------------------------------------
000630*> 0000-MAINLINE - hand back the held business date.
000640*> ---------------------------------------------------------
000650 0000-MAINLINE.
000660     IF NOT WS-DATE-LOADED
000670         PERFORM 1000-LOAD-DATE THRU 1000-EXIT
000680     END-IF.
000690     MOVE WS-BUS-DATE    TO CLRDTP-BUS-DATE.
000700     MOVE WS-PREV-DATE   TO CLRDTP-PREV-DATE.
000710     MOVE WS-LOAD-STATUS TO CLRDTP-STATUS.
000720     GOBACK.
000730*> ---------------------------------------------------------
000740*> 1000-LOAD-DATE - first call only.  The control record is
000750*>                  trusted only when its date is a real
000760*>                  calendar date; a missing, empty or
000770*>                  damaged file falls back to today's date.
000780*>                  WORKING-STORAGE persists between CALLs,
000790*>                  so the file is read once per job step.
000800*> ---------------------------------------------------------
000810 1000-LOAD-DATE.
000820     MOVE "Y" TO WS-LOADED-SW.
000830     MOVE "04" TO WS-LOAD-STATUS.
000840     MOVE CURRENT-DATE(1:8) TO WS-BUS-DATE.
000850     MOVE SPACES TO WS-PREV-DATE.
000860     OPEN INPUT CLRDTE-FILE.
000870     IF WS-CLRDTE-STATUS NOT = "00"
000880         GO TO 1000-WARN
000890     END-IF.
000900     READ CLRDTE-FILE
000910         AT END
000920             MOVE "10" TO WS-CLRDTE-STATUS
000930     END-READ.
000940     CLOSE CLRDTE-FILE.
000950     IF WS-CLRDTE-STATUS NOT = "00"
000960         GO TO 1000-WARN
000970     END-IF.
000980     IF CLRDTE-BUS-DATE IS NOT NUMERIC
000990         GO TO 1000-WARN
001000     END-IF.
001010     IF TEST-DATE-YYYYMMDD(NUMVAL(CLRDTE-BUS-DATE)) NOT = ZERO
001020         GO TO 1000-WARN
001030     END-IF.
001040     MOVE CLRDTE-BUS-DATE  TO WS-BUS-DATE.
001050     MOVE CLRDTE-PREV-DATE TO WS-PREV-DATE.
001060     MOVE "00" TO WS-LOAD-STATUS.
001070     GO TO 1000-EXIT.
001080 1000-WARN.
001090     DISPLAY "CLRDTS: no usable CLRDTE business date - using "
001100         "calendar date " WS-BUS-DATE.
001110 1000-EXIT.
001120     EXIT.
001130 END PROGRAM CLRDTS.
