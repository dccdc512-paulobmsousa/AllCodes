000200*>                       the live CLRBAN; every decision is
000210*>                       logged to CLRBAL with who and when.
000220*> Tectonics: cobc -x -I copybooks clrbpr.cbl clrsrv.cbl
000221*>            clrdts.cbl clrswr.cbl
000230*> License:   Public Domain
000240*> ************************************************************
000250 IDENTIFICATION DIVISION.
000330*> DATE      INIT  DESCRIPTION
000340*> 20260902  RFH   Original - scan pass over CLRCRT plus the
000350*>                 supervisor approve/reject screen.
000351*> 20261015  RFH   Proposal dates are the CLRDTE business date
000352*>                 (CLRDTS), not the clock.
000354*> 20261015  RFH   A failing row is turned back into its colour
000356*>                 from the swatch set the verdict was given
000358*>                 under (CLRSWR), not today's CLRSWT.
000360*> ************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CLRCRT-KEY
000490         FILE STATUS IS WS-CLRCRT-STATUS.
000530     SELECT CLRBAN-FILE ASSIGN TO "CLRBAN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CLRBAN-STATUS.
000650 FD  CLRCRT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY "copybooks/CLRCRT.cpy".
000710 FD  CLRBAN-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY "copybooks/CLRBAN.cpy".
000800 WORKING-STORAGE SECTION.
000810*>  --- switches ---------------------------------------------
000820 77  WS-CLRCRT-STATUS      PIC X(02).
000840 77  WS-CLRBAN-STATUS      PIC X(02).
000850 77  WS-CLRPND-STATUS      PIC X(02).
000860 77  WS-CLRBAL-STATUS      PIC X(02).
001160 77  WS-PT-COUNT           PIC 9(03) VALUE ZERO.
001170 77  WS-OLD-PT-COUNT       PIC 9(03) VALUE ZERO.
001180 77  WS-IDX                PIC 9(03) VALUE ZERO.
001200 77  WS-CMB-FG             PIC 9(02) VALUE ZERO.
001210 77  WS-CMB-BG             PIC 9(02) VALUE ZERO.
001220 77  WS-FG-VALUE           PIC 9(03) VALUE ZERO.
001260 77  WS-PAGE-START         PIC 9(03) VALUE ZERO.
001270 77  WS-ROW-IDX            PIC 9(02) VALUE ZERO.
001280 77  WS-SEQ-ED             PIC ZZ9.
001283*>  --- parameter area for the CLRDTS business-date service -
001286     COPY "copybooks/CLRDTP.cpy".
001290*>  --- readability rulings already in force, loaded from ------
001300*>  --- CLRBAN the same way SAMPLE loads them ------------------
001310 01  WS-CMB-MATRIX.
001320     05  WS-CMB-FG-ROW OCCURS 8 TIMES.
001330         10  WS-CMB-STATUS      PIC X(01) OCCURS 8 TIMES.
001376*>  --- parameter area for the CLRSWR swatch-set resolver -----
001422     COPY "copybooks/CLRSWP.cpy".
001470*>  --- parameter area for the CLRSRV colour service -----------
001480     COPY "copybooks/CLRSVC.cpy".
001490*>  --- the pending candidates, in file order ------------------
002050*> ---------------------------------------------------------
002060*> 1000-INITIALIZE - mode, supervisor id (the same logon
002070*>                   variable SAMPLE and CLRTMN read), today's
002080*>                   date, and the two tables every mode
002090*>                   needs: the standing CLRBAN
002100*>                   rulings and the pending candidates.
002110*> ---------------------------------------------------------
002120 1000-INITIALIZE.
002130     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "CLRBPR-MODE".
002180     IF WS-OPER-ID = SPACES
002190         MOVE "UNKNOWN " TO WS-OPER-ID
002200     END-IF.
002205     CALL "CLRDTS" USING CLRDTP-PARMS.
002210     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
002230     PERFORM 1200-LOAD-RULINGS THRU 1200-EXIT.
002240     PERFORM 1300-LOAD-PENDING THRU 1300-EXIT.
002250 1000-EXIT.
002260     EXIT.
002590*> ---------------------------------------------------------
002600*> 1200-LOAD-RULINGS - the standing CLRBAN rulings into the
002610*>                     8x8 matrix, same filter SAMPLE's
003860*>                      - the matrix only covers the base
003870*>                      eight, so style 5 (high-intensity) and
003880*>                      any extended attribute are passed by.
003884*>                      The row's colour comes from the swatch
003888*>                      set the verdict was given under, so a
003892*>                      row since re-coloured proposes the pair
003896*>                      that actually failed; a row that set
003900*>                      does not hold is passed by.  A verdict
003904*>                      written before the background was
003908*>                      recorded reads as the default
003912*>                      background, value zero.
003920*> ---------------------------------------------------------
003930 2200-CHECK-VERDICT.
003940     ADD 1 TO WS-READ-COUNT.
003980     IF CLRCRT-STYLE = 5
003990         GO TO 2200-NEXT
004000     END-IF.
004002     MOVE "R"               TO CLRSWP-FUNCTION.
004004     MOVE SPACES            TO CLRSWP-VERSION.
004006     IF CLRCRT-SWT-VERSION IS NUMERIC
004008         MOVE CLRCRT-SWT-VERSION TO CLRSWP-VERSION
004010     END-IF.
004012     MOVE CLRCRT-TEST-DATE  TO CLRSWP-TEST-DATE.
004014     MOVE CLRCRT-SWATCH-ROW TO CLRSWP-SWATCH-ROW.
004016     CALL "CLRSWR" USING CLRSWP-PARMS.
004018     IF NOT CLRSWP-OK
004020         GO TO 2200-NEXT
004030     END-IF.
004036     MOVE CLRSWP-ATTR-VALUE TO WS-FG-VALUE.
004050     IF WS-FG-VALUE > 7
004060         GO TO 2200-NEXT
004070     END-IF.
