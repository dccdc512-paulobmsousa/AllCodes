000080*>            "Brown is unreadable on TERM0023" is on file the
000090*>            day the self-test says so, not rediscovered when
000100*>            the operator phones it in a month later.
000110*> Tectonics: cobc -x -I copybooks clrexc.cbl clrswr.cbl
000120*> License:   Public Domain
000130*> ************************************************************
000140 IDENTIFICATION DIVISION.
000220*> DATE      INIT  DESCRIPTION
000230*> 20260823  RFH   Original - failing-swatch exceptions listing
000240*>                 over the CLRCRT certification repository.
000242*> 20261015  RFH   Name each failing row from the swatch set its
000244*>                 verdict was given under (CLRSWR) instead of
000246*>                 today's CLRSWT, and show that set's version.
000250*> ************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CLRCRT-KEY
000360         FILE STATUS IS WS-CLRCRT-STATUS.
000400     SELECT CLREXC-FILE ASSIGN TO "CLREXC"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CLREXC-STATUS.
000460 FD  CLRCRT-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY "copybooks/CLRCRT.cpy".
000520 FD  CLREXC-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 01  CLREXC-RECORD               PIC X(80).
000550 WORKING-STORAGE SECTION.
000560*>  --- switches ---------------------------------------------
000570 77  WS-CLRCRT-STATUS      PIC X(02).
000590 77  WS-CLREXC-STATUS      PIC X(02).
000600 77  WS-CRT-EOF-SW         PIC X(01)  VALUE "N".
000610     88  WS-END-OF-RESULTS            VALUE "Y".
000640 77  WS-FAIL-COUNT         PIC 9(05) VALUE ZERO.
000650 77  WS-TERM-COUNT         PIC 9(05) VALUE ZERO.
000660 77  WS-PREV-TERM-ID       PIC X(08) VALUE SPACES.
000690 77  WS-ROW-LABEL          PIC X(07) VALUE SPACES.
000695 77  WS-SET-TAG            PIC X(08) VALUE SPACES.
000700 77  WS-COUNT-ED           PIC ZZZZ9.
000710*>  --- display-style names, 1-5 in self-test order ------------
000720 01  WS-STYLE-NAMES-INIT.
000770     05  FILLER PIC X(09) VALUE "high-int ".
000780 01  WS-STYLE-NAMES REDEFINES WS-STYLE-NAMES-INIT.
000790     05  WS-STYLE-NAME          PIC X(09) OCCURS 5 TIMES.
000846*>  --- parameter area for the CLRSWR swatch-set resolver -----
000902     COPY "copybooks/CLRSWP.cpy".
000960*> ************************************************************
000970 PROCEDURE DIVISION.
000980*> ---------------------------------------------------------
000990*> 0000-MAINLINE
001000*> ---------------------------------------------------------
001010 0000-MAINLINE.
001030     PERFORM 2000-LIST-EXCEPTIONS THRU 2000-EXIT.
001040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001050     GOBACK.
001510*> ---------------------------------------------------------
001520*> 2000-LIST-EXCEPTIONS - walk CLRCRT in key order, which
001530*>                        keeps each terminal's verdicts
002420         WRITE CLREXC-RECORD
002430     END-IF.
002440     ADD 1 TO WS-FAIL-COUNT.
002443     MOVE "R"               TO CLRSWP-FUNCTION.
002446     MOVE SPACES            TO CLRSWP-VERSION.
002449     IF CLRCRT-SWT-VERSION IS NUMERIC
002452         MOVE CLRCRT-SWT-VERSION TO CLRSWP-VERSION
002455     END-IF.
002458     MOVE CLRCRT-TEST-DATE  TO CLRSWP-TEST-DATE.
002461     MOVE CLRCRT-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
002464     CALL "CLRSWR" USING CLRSWP-PARMS.
002467     IF CLRSWP-OK
002470         MOVE CLRSWP-LABEL TO WS-ROW-LABEL
002480     ELSE
002490         MOVE SPACES TO WS-ROW-LABEL
002500         STRING "Row " CLRCRT-SWATCH-ROW
002510             DELIMITED BY SIZE INTO WS-ROW-LABEL
002520         END-STRING
002530     END-IF.
002531     MOVE SPACES TO WS-SET-TAG.
002532     IF CLRSWP-VERSION IS NUMERIC
002533         STRING "set v" CLRSWP-VERSION
002534             DELIMITED BY SIZE INTO WS-SET-TAG
002535         END-STRING
002536     END-IF.
002540     MOVE SPACES TO CLREXC-RECORD.
002550     STRING "  FAIL  "
002560            WS-ROW-LABEL "  "
002570            WS-STYLE-NAME (CLRCRT-STYLE) "  tested "
002576            CLRCRT-TEST-DATE "  by " CLRCRT-OPER-ID "  "
002582            WS-SET-TAG
002590         DELIMITED BY SIZE INTO CLREXC-RECORD
002600     END-STRING.
002610     WRITE CLREXC-RECORD.
