000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRARX
000040*> Purpose:   Asset-register outbound extract.  One CLRARX
000050*>            record per terminal on the keyed CLRTRM
000060*>            inventory, carrying its last-certified date, its
000070*>            next due date and its certification status as
000080*>            of the business date, so the asset register
000090*>            shows certification without anyone having to ask
000100*>            us.  Status is judged the way CLRCMP judges it -
000110*>            the same due arithmetic CLRBAT uses to pick the
000120*>            night's terminals - except that an open CLRERR
000130*>            exception from the last pass outranks the date,
000140*>            and an approved CLRLVP move (CLRFCS review) sets
000150*>            the due date while it stands:
000160*>              C  CURRENT          not yet due
000170*>              O  OVERDUE          due date has arrived
000180*>              N  NEVER CERTIFIED  no readable cert date
000190*>              E  OPEN EXCEPTION   failed on the last pass
000200*> Tectonics: cobc -x -I copybooks clrarx.cbl clrdts.cbl
000210*> License:   Public Domain
000220*> ************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.     CLRARX.
000250 AUTHOR.         R F HARRISON.
000260 INSTALLATION.   TERMINAL SERVICES GROUP.
000270 DATE-WRITTEN.   20261015.
000280 DATE-COMPILED.  20261015.
000290*> ************************************************************
000300*> MODIFICATION HISTORY
000310*> DATE      INIT  DESCRIPTION
000320*> 20261015  RFH   Original - certification status extract for
000330*>                 the corporate asset register.
000340*> 20261015  RFH   An approved CLRLVP next-due override sets the
000350*>                 due date, the same as CLRBAT's due test.
000360*> ************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 REPOSITORY.
000400     FUNCTION ALL INTRINSIC.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CLRTRM-FILE ASSIGN TO "CLRTRM"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CLRTRM-TERM-ID
000470         FILE STATUS IS WS-CLRTRM-STATUS.
000480     SELECT CLRERR-FILE ASSIGN TO "CLRERR"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CLRERR-STATUS.
000510     SELECT CLRARX-FILE ASSIGN TO "CLRARX"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CLRARX-STATUS.
000540     SELECT CLRLVP-FILE ASSIGN TO "CLRLVP"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CLRLVP-TERM-ID
000580         FILE STATUS IS WS-CLRLVP-STATUS.
000590*> ************************************************************
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CLRTRM-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY "copybooks/CLRTRM.cpy".
000650 FD  CLRERR-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY "copybooks/CLRERR.cpy".
000680 FD  CLRARX-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY "copybooks/CLRARX.cpy".
000710 FD  CLRLVP-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY "copybooks/CLRLVP.cpy".
000740 WORKING-STORAGE SECTION.
000750*>  --- switches ---------------------------------------------
000760 77  WS-CLRTRM-STATUS      PIC X(02).
000770 77  WS-CLRERR-STATUS      PIC X(02).
000780 77  WS-CLRARX-STATUS      PIC X(02).
000790 77  WS-CLRLVP-STATUS      PIC X(02).
000800 77  WS-TRM-EOF-SW         PIC X(01)  VALUE "N".
000810     88  WS-END-OF-INVENTORY          VALUE "Y".
000820 77  WS-ERR-EOF-SW         PIC X(01)  VALUE "N".
000830     88  WS-END-OF-ERRORS             VALUE "Y".
000840 77  WS-FOUND-SW           PIC X(01)  VALUE "N".
000850     88  WS-ENTRY-FOUND               VALUE "Y".
000860 77  WS-LVP-OPEN-SW        PIC X(01)  VALUE "N".
000870     88  WS-LVP-OPEN                  VALUE "Y".
000880*>  --- dates and due arithmetic, same rules CLRBAT applies ----
000890 77  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
000900 77  WS-TODAY-INT          PIC 9(07) VALUE ZERO.
000910 77  WS-LAST-CERT-NUM      PIC 9(08) VALUE ZERO.
000920 77  WS-OVR-DUE-NUM        PIC 9(08) VALUE ZERO.
000930 77  WS-FREQ-DAYS          PIC 9(03) VALUE ZERO.
000940 77  WS-DUE-INT            PIC 9(07) VALUE ZERO.
000950 77  WS-DUE-DATE           PIC 9(08) VALUE ZERO.
000960*>  --- counters and subscripts --------------------------------
000970 77  WS-IDX                PIC 9(03) VALUE ZERO.
000980 77  WS-TERM-COUNT         PIC 9(05) VALUE ZERO.
000990 77  WS-CURRENT-COUNT      PIC 9(05) VALUE ZERO.
001000 77  WS-OVERDUE-COUNT      PIC 9(05) VALUE ZERO.
001010 77  WS-NEVER-COUNT        PIC 9(05) VALUE ZERO.
001020 77  WS-EXC-TERM-COUNT     PIC 9(05) VALUE ZERO.
001030 77  WS-DROP-COUNT         PIC 9(05) VALUE ZERO.
001040 77  WS-ET-COUNT           PIC 9(03) VALUE ZERO.
001050*>  --- parameter area for the CLRDTS business-date service -
001060     COPY "copybooks/CLRDTP.cpy".
001070*>  --- open exceptions from the last pass's CLRERR ------------
001080 01  WS-EXC-TABLE.
001090     05  WS-ET-ENTRY OCCURS 500 TIMES.
001100         10  WS-ET-TERM-ID      PIC X(08).
001110         10  WS-ET-REASON       PIC X(20).
001120*> ************************************************************
001130 PROCEDURE DIVISION.
001140*> ---------------------------------------------------------
001150*> 0000-MAINLINE
001160*> ---------------------------------------------------------
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001190     PERFORM 3000-LOAD-EXCEPTIONS THRU 3000-EXIT.
001200     PERFORM 5000-WALK-INVENTORY THRU 5000-EXIT.
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001220     GOBACK.
001230*> ---------------------------------------------------------
001240*> 1000-INITIALIZE - fix the business date and open the
001250*>                   extract, rewritten from scratch.  No
001260*>                   CLRLVP file means no overrides.
001270*> ---------------------------------------------------------
001280 1000-INITIALIZE.
001290     CALL "CLRDTS" USING CLRDTP-PARMS.
001300     MOVE CLRDTP-BUS-DATE TO WS-TODAY-DATE.
001310     MOVE INTEGER-OF-DATE(WS-TODAY-DATE) TO WS-TODAY-INT.
001320     OPEN OUTPUT CLRARX-FILE.
001330     OPEN INPUT CLRLVP-FILE.
001340     IF WS-CLRLVP-STATUS = "00"
001350         MOVE "Y" TO WS-LVP-OPEN-SW
001360     END-IF.
001370 1000-EXIT.
001380     EXIT.
001390*> ---------------------------------------------------------
001400*> 3000-LOAD-EXCEPTIONS - the last pass's CLRERR into its
001410*>                        table; at end of a pass the file
001420*>                        holds exactly the still-open
001430*>                        failures.  A missing file means a
001440*>                        clean pass.
001450*> ---------------------------------------------------------
001460 3000-LOAD-EXCEPTIONS.
001470     OPEN INPUT CLRERR-FILE.
001480     IF WS-CLRERR-STATUS NOT = "00"
001490         GO TO 3000-EXIT
001500     END-IF.
001510     PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT.
001520     PERFORM 3200-STORE-EXCEPTION THRU 3200-EXIT
001530         UNTIL WS-END-OF-ERRORS.
001540     CLOSE CLRERR-FILE.
001550 3000-EXIT.
001560     EXIT.
001570*> ---------------------------------------------------------
001580*> 3100-READ-EXCEPTION - read the next exception record.
001590*> ---------------------------------------------------------
001600 3100-READ-EXCEPTION.
001610     READ CLRERR-FILE
001620         AT END
001630             MOVE "Y" TO WS-ERR-EOF-SW
001640     END-READ.
001650 3100-EXIT.
001660     EXIT.
001670*> ---------------------------------------------------------
001680*> 3200-STORE-EXCEPTION - one open exception.
001690*> ---------------------------------------------------------
001700 3200-STORE-EXCEPTION.
001710     IF WS-ET-COUNT < 500
001720         ADD 1 TO WS-ET-COUNT
001730         MOVE CLRERR-TERM-ID TO WS-ET-TERM-ID (WS-ET-COUNT)
001740         MOVE CLRERR-REASON  TO WS-ET-REASON (WS-ET-COUNT)
001750     ELSE
001760         ADD 1 TO WS-DROP-COUNT
001770     END-IF.
001780     PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT.
001790 3200-EXIT.
001800     EXIT.
001810*> ---------------------------------------------------------
001820*> 5000-WALK-INVENTORY - one extract record per CLRTRM
001830*>                       terminal, in key order.
001840*> ---------------------------------------------------------
001850 5000-WALK-INVENTORY.
001860     OPEN INPUT CLRTRM-FILE.
001870     IF WS-CLRTRM-STATUS NOT = "00"
001880         DISPLAY "CLRARX: no terminal inventory on file"
001890         GO TO 5000-EXIT
001900     END-IF.
001910     MOVE LOW-VALUES TO CLRTRM-TERM-ID.
001920     START CLRTRM-FILE KEY NOT < CLRTRM-TERM-ID
001930         INVALID KEY
001940             MOVE "Y" TO WS-TRM-EOF-SW
001950     END-START.
001960     PERFORM 5100-READ-TERMINAL THRU 5100-EXIT.
001970     PERFORM 5200-WRITE-EXTRACT THRU 5200-EXIT
001980         UNTIL WS-END-OF-INVENTORY.
001990     CLOSE CLRTRM-FILE.
002000 5000-EXIT.
002010     EXIT.
002020*> ---------------------------------------------------------
002030*> 5100-READ-TERMINAL - next inventory record in key order.
002040*> ---------------------------------------------------------
002050 5100-READ-TERMINAL.
002060     IF WS-END-OF-INVENTORY
002070         GO TO 5100-EXIT
002080     END-IF.
002090     READ CLRTRM-FILE NEXT RECORD
002100         AT END
002110             MOVE "Y" TO WS-TRM-EOF-SW
002120     END-READ.
002130     IF WS-CLRTRM-STATUS NOT = "00" AND NOT WS-END-OF-INVENTORY
002140         MOVE "Y" TO WS-TRM-EOF-SW
002150     END-IF.
002160 5100-EXIT.
002170     EXIT.
002180*> ---------------------------------------------------------
002190*> 5200-WRITE-EXTRACT - one terminal's extract record.
002200*> ---------------------------------------------------------
002210 5200-WRITE-EXTRACT.
002220     ADD 1 TO WS-TERM-COUNT.
002230     MOVE SPACES TO CLRARX-RECORD.
002240     MOVE CLRTRM-TERM-ID        TO CLRARX-TERM-ID.
002250     MOVE CLRTRM-TERM-TYPE      TO CLRARX-TERM-TYPE.
002260     MOVE CLRTRM-CERT-FREQ-X    TO CLRARX-CERT-FREQ.
002270     MOVE CLRTRM-LAST-CERT-DATE TO CLRARX-LAST-CERT-DATE.
002280     MOVE WS-TODAY-DATE         TO CLRARX-EXTRACT-DATE.
002290     PERFORM 5300-JUDGE-STATUS THRU 5300-EXIT.
002300     IF WS-DUE-DATE NOT = ZERO
002310         MOVE WS-DUE-DATE TO CLRARX-NEXT-DUE-DATE
002320     END-IF.
002330     PERFORM 5400-CHECK-EXCEPTION THRU 5400-EXIT.
002340     WRITE CLRARX-RECORD.
002350     PERFORM 5100-READ-TERMINAL THRU 5100-EXIT.
002360 5200-EXIT.
002370     EXIT.
002380*> ---------------------------------------------------------
002390*> 5300-JUDGE-STATUS - the same due arithmetic CLRBAT uses
002400*>                     to pick tonight's terminals: never
002410*>                     certified when the date is blank or
002420*>                     unreadable, otherwise overdue once
002430*>                     last-certified plus the frequency has
002440*>                     arrived.  Blank or zero frequency
002450*>                     means due every pass.  An approved
002460*>                     CLRLVP move brings the due date
002470*>                     forward (5350).
002480*> ---------------------------------------------------------
002490 5300-JUDGE-STATUS.
002500     MOVE ZERO TO WS-DUE-DATE.
002510     IF CLRTRM-LAST-CERT-DATE NOT NUMERIC
002520         SET CLRARX-NEVER-CERTIFIED TO TRUE
002530         MOVE "NEVER CERTIFIED" TO CLRARX-STATUS-TEXT
002540         GO TO 5300-EXIT
002550     END-IF.
002560     IF CLRTRM-CERT-FREQ-DAYS IS NUMERIC
002570         MOVE CLRTRM-CERT-FREQ-DAYS TO WS-FREQ-DAYS
002580     ELSE
002590         MOVE ZERO TO WS-FREQ-DAYS
002600     END-IF.
002610     IF WS-FREQ-DAYS = ZERO
002620         MOVE 1 TO WS-FREQ-DAYS
002630     END-IF.
002640     MOVE CLRTRM-LAST-CERT-DATE TO WS-LAST-CERT-NUM.
002650     COMPUTE WS-DUE-INT =
002660         INTEGER-OF-DATE(WS-LAST-CERT-NUM) + WS-FREQ-DAYS.
002670     PERFORM 5350-CHECK-OVERRIDE THRU 5350-EXIT.
002680     MOVE DATE-OF-INTEGER(WS-DUE-INT) TO WS-DUE-DATE.
002690     IF WS-DUE-INT > WS-TODAY-INT
002700         SET CLRARX-CURRENT TO TRUE
002710         MOVE "CURRENT" TO CLRARX-STATUS-TEXT
002720     ELSE
002730         SET CLRARX-OVERDUE TO TRUE
002740         MOVE "OVERDUE" TO CLRARX-STATUS-TEXT
002750     END-IF.
002760 5300-EXIT.
002770     EXIT.
002780*> ---------------------------------------------------------
002790*> 5350-CHECK-OVERRIDE - an approved CLRLVP move for the
002800*>                       terminal, still standing against its
002810*>                       last certificate, replaces the due
002820*>                       day in WS-DUE-INT - the rule CLRBAT's
002830*>                       3600-CHECK-OVERRIDE applies.
002840*> ---------------------------------------------------------
002850 5350-CHECK-OVERRIDE.
002860     IF NOT WS-LVP-OPEN
002870         GO TO 5350-EXIT
002880     END-IF.
002890     MOVE CLRTRM-TERM-ID TO CLRLVP-TERM-ID.
002900     READ CLRLVP-FILE
002910         INVALID KEY
002920             GO TO 5350-EXIT
002930     END-READ.
002940     IF CLRLVP-APPROVED
002950             AND CLRLVP-LAST-CERT-DATE = CLRTRM-LAST-CERT-DATE
002960             AND CLRLVP-NEW-DUE-DATE IS NUMERIC
002970         MOVE CLRLVP-NEW-DUE-DATE TO WS-OVR-DUE-NUM
002980         MOVE INTEGER-OF-DATE(WS-OVR-DUE-NUM) TO WS-DUE-INT
002990     END-IF.
003000 5350-EXIT.
003010     EXIT.
003020*> ---------------------------------------------------------
003030*> 5400-CHECK-EXCEPTION - an open exception outranks the
003040*>                        date-based status; the reason goes
003050*>                        out with it.  Counts the terminal
003060*>                        under its final status.
003070*> ---------------------------------------------------------
003080 5400-CHECK-EXCEPTION.
003090     MOVE "N" TO WS-FOUND-SW.
003100     PERFORM 5410-PROBE-EXCEPTION THRU 5410-EXIT
003110         VARYING WS-IDX FROM 1 BY 1
003120         UNTIL WS-ENTRY-FOUND OR WS-IDX > WS-ET-COUNT.
003130     IF WS-ENTRY-FOUND
003140         SET CLRARX-OPEN-EXCEPTION TO TRUE
003150         MOVE "OPEN EXCEPTION"    TO CLRARX-STATUS-TEXT
003160         MOVE WS-ET-REASON (WS-IDX) TO CLRARX-EXC-REASON
003170     END-IF.
003180     EVALUATE TRUE
003190         WHEN CLRARX-CURRENT
003200             ADD 1 TO WS-CURRENT-COUNT
003210         WHEN CLRARX-OVERDUE
003220             ADD 1 TO WS-OVERDUE-COUNT
003230         WHEN CLRARX-NEVER-CERTIFIED
003240             ADD 1 TO WS-NEVER-COUNT
003250         WHEN CLRARX-OPEN-EXCEPTION
003260             ADD 1 TO WS-EXC-TERM-COUNT
003270     END-EVALUATE.
003280 5400-EXIT.
003290     EXIT.
003300*> ---------------------------------------------------------
003310*> 5410-PROBE-EXCEPTION - one probe; leaves WS-IDX on the
003320*>                        match.
003330*> ---------------------------------------------------------
003340 5410-PROBE-EXCEPTION.
003350     IF WS-ET-TERM-ID (WS-IDX) = CLRTRM-TERM-ID
003360         MOVE "Y" TO WS-FOUND-SW
003370         SUBTRACT 1 FROM WS-IDX
003380     END-IF.
003390 5410-EXIT.
003400     EXIT.
003410*> ---------------------------------------------------------
003420*> 9000-TERMINATE - close the extract and leave a console
003430*>                  one-liner for the job log.  A dropped
003440*>                  exception means a status may be wrong,
003450*>                  so that ends RC=8.
003460*> ---------------------------------------------------------
003470 9000-TERMINATE.
003480     CLOSE CLRARX-FILE.
003490     IF WS-LVP-OPEN
003500         CLOSE CLRLVP-FILE
003510     END-IF.
003520     IF WS-DROP-COUNT NOT = ZERO
003530         DISPLAY "CLRARX: WARNING - exception table full, "
003540             WS-DROP-COUNT " exception(s) not applied"
003550         MOVE 8 TO RETURN-CODE
003560     END-IF.
003570     DISPLAY "CLRARX complete: " WS-TERM-COUNT " extracted, "
003580         WS-CURRENT-COUNT " current, " WS-OVERDUE-COUNT
003590         " overdue, " WS-NEVER-COUNT " never certified, "
003600         WS-EXC-TERM-COUNT " open exception".
003610 9000-EXIT.
003620     EXIT.
003630 END PROGRAM CLRARX.
