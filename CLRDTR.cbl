000010      >>SOURCE FORMAT IS FIXED
000020*> ************************************************************
000030*> Program:   CLRDTR
000040*> Purpose:   Start-of-night business-date roll.  Moves the
000050*>            CLRDTE control record on by exactly one day so
000060*>            that every program in the night's schedule -
000070*>            through the CLRDTS service - stamps its work
000080*>            with the same processing date.  Runs once, as
000090*>            the first step of the night; a rerun of any
000100*>            later job does NOT run it again, so the rerun
000110*>            keeps last night's date.  Three guards stop
000120*>            the date going wrong: a roll that would put the
000130*>            business date ahead of the calendar is refused;
000140*>            so is a roll less than 12 hours after the last
000150*>            one on CLRDTE (the schedule restarted from the
000160*>            top after midnight would otherwise roll the
000170*>            night twice) unless CLRDTR-DATE confirms it as
000180*>            a catch-up; and CLRDTR-DATE, when set, must
000190*>            name exactly the next day - it can confirm the
000200*>            roll but never skip or repeat a day.  On first
000210*>            use (no control file yet) the date is
000220*>            initialised from
000230*>            CLRDTR-DATE, or the calendar date when that is
000240*>            not set.  Any refusal ends RC=8 with the control
000250*>            record untouched.
000260*> Tectonics: cobc -x -I copybooks clrdtr.cbl
000270*> License:   Public Domain
000280*> ************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CLRDTR.
000310 AUTHOR.         R F HARRISON.
000320 INSTALLATION.   TERMINAL SERVICES GROUP.
000330 DATE-WRITTEN.   20261015.
000340 DATE-COMPILED.  20261015.
000350*> ************************************************************
000360*> MODIFICATION HISTORY
000370*> DATE      INIT  DESCRIPTION
000380*> 20261015  RFH   Original - one-day business-date roll with
000390*>                 roll-twice and skip-a-day guards.
000400*> 20261015  RFH   A roll within 12 hours of the last one is
000410*>                 refused unless CLRDTR-DATE confirms it.
000420*> ************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 REPOSITORY.
000460     FUNCTION ALL INTRINSIC.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CLRDTE-FILE ASSIGN TO "CLRDTE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CLRDTE-STATUS.
000520*> ************************************************************
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CLRDTE-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY "copybooks/CLRDTE.cpy".
000580 WORKING-STORAGE SECTION.
000590*>  --- switches ---------------------------------------------
000600 77  WS-CLRDTE-STATUS      PIC X(02).
000610 77  WS-FIRST-USE-SW       PIC X(01)  VALUE "N".
000620     88  WS-FIRST-USE                 VALUE "Y".
000630 77  WS-REFUSE-SW          PIC X(01)  VALUE "N".
000640     88  WS-ROLL-REFUSED              VALUE "Y".
000650*>  --- run parameters -----------------------------------------
000660 77  WS-OPER-ID            PIC X(08) VALUE SPACES.
000670 77  WS-DATE-IN            PIC X(08) VALUE SPACES.
000680*>  --- dates --------------------------------------------------
000690 77  WS-TODAY-DATE         PIC X(08) VALUE SPACES.
000700 77  WS-OLD-DATE           PIC X(08) VALUE SPACES.
000710 77  WS-NEW-DATE           PIC X(08) VALUE SPACES.
000720 77  WS-NEW-DATE-NUM       PIC 9(08) VALUE ZERO.
000730 77  WS-WORK-INT           PIC 9(07) VALUE ZERO.
000740*>  --- the last roll on CLRDTE and the time now, for the   ---
000750*>  --- roll-twice guard                                   ---
000760 77  WS-MIN-ROLL-HOURS     PIC 9(02) VALUE 12.
000770 77  WS-LAST-ROLL-DATE     PIC X(08) VALUE SPACES.
000780 01  WS-LAST-ROLL-TIME.
000790     05  WS-LR-HH               PIC 9(02).
000800     05  WS-LR-MM               PIC 9(02).
000810     05  WS-LR-SS               PIC 9(02).
000820 01  WS-NOW-TIME.
000830     05  WS-NOW-HH              PIC 9(02).
000840     05  WS-NOW-MM              PIC 9(02).
000850     05  WS-NOW-SS              PIC 9(02).
000860 77  WS-ELAPSED-SECS       PIC S9(09) VALUE ZERO.
000870 77  WS-ELAPSED-HOURS      PIC S9(05) VALUE ZERO.
000880 77  WS-HOURS-ED           PIC -(4)9.
000890*> ************************************************************
000900 PROCEDURE DIVISION.
000910*> ---------------------------------------------------------
000920*> 0000-MAINLINE
000930*> ---------------------------------------------------------
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 2000-READ-CONTROL THRU 2000-EXIT.
000970     IF NOT WS-ROLL-REFUSED
000980         PERFORM 3000-SET-NEW-DATE THRU 3000-EXIT
000990     END-IF.
001000     IF NOT WS-ROLL-REFUSED
001010         PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
001020     END-IF.
001030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001040     GOBACK.
001050*> ---------------------------------------------------------
001060*> 1000-INITIALIZE - operator, the optional confirming date
001070*>                   and the calendar date the guards are
001080*>                   measured against.
001090*> ---------------------------------------------------------
001100 1000-INITIALIZE.
001110     MOVE CURRENT-DATE(1:8) TO WS-TODAY-DATE.
001120     MOVE CURRENT-DATE(9:6) TO WS-NOW-TIME.
001130     ACCEPT WS-OPER-ID FROM ENVIRONMENT "SAMPLE-OPER-ID".
001140     IF WS-OPER-ID = SPACES
001150         MOVE "UNKNOWN " TO WS-OPER-ID
001160     END-IF.
001170     ACCEPT WS-DATE-IN FROM ENVIRONMENT "CLRDTR-DATE".
001180     IF WS-DATE-IN = SPACES
001190         GO TO 1000-EXIT
001200     END-IF.
001210     IF WS-DATE-IN IS NOT NUMERIC
001220         DISPLAY "CLRDTR-DATE " WS-DATE-IN
001230             " is not a yyyymmdd date - date not rolled"
001240         MOVE "Y" TO WS-REFUSE-SW
001250         GO TO 1000-EXIT
001260     END-IF.
001270     IF TEST-DATE-YYYYMMDD(NUMVAL(WS-DATE-IN)) NOT = ZERO
001280         DISPLAY "CLRDTR-DATE " WS-DATE-IN
001290             " is not a calendar date - date not rolled"
001300         MOVE "Y" TO WS-REFUSE-SW
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.
001340*> ---------------------------------------------------------
001350*> 2000-READ-CONTROL - the current business date.  No file
001360*>                     at all is the first use; a file that
001370*>                     is there but unreadable is NOT treated
001380*>                     as first use - that would quietly
001390*>                     reset the date - it is refused for
001400*>                     someone to look at.
001410*> ---------------------------------------------------------
001420 2000-READ-CONTROL.
001430     IF WS-ROLL-REFUSED
001440         GO TO 2000-EXIT
001450     END-IF.
001460     OPEN INPUT CLRDTE-FILE.
001470     IF WS-CLRDTE-STATUS = "35"
001480         MOVE "Y" TO WS-FIRST-USE-SW
001490         GO TO 2000-EXIT
001500     END-IF.
001510     IF WS-CLRDTE-STATUS NOT = "00"
001520         DISPLAY "CLRDTE open failed, status "
001530             WS-CLRDTE-STATUS " - date not rolled"
001540         MOVE "Y" TO WS-REFUSE-SW
001550         GO TO 2000-EXIT
001560     END-IF.
001570     READ CLRDTE-FILE
001580         AT END
001590             MOVE "10" TO WS-CLRDTE-STATUS
001600     END-READ.
001610     CLOSE CLRDTE-FILE.
001620     IF WS-CLRDTE-STATUS NOT = "00"
001630             OR CLRDTE-BUS-DATE IS NOT NUMERIC
001640         DISPLAY "CLRDTE holds no business date - "
001650             "date not rolled"
001660         MOVE "Y" TO WS-REFUSE-SW
001670         GO TO 2000-EXIT
001680     END-IF.
001690     IF TEST-DATE-YYYYMMDD(NUMVAL(CLRDTE-BUS-DATE)) NOT = ZERO
001700         DISPLAY "CLRDTE business date " CLRDTE-BUS-DATE
001710             " is not a calendar date - date not rolled"
001720         MOVE "Y" TO WS-REFUSE-SW
001730         GO TO 2000-EXIT
001740     END-IF.
001750     MOVE CLRDTE-BUS-DATE TO WS-OLD-DATE.
001760     MOVE CLRDTE-ROLL-DATE TO WS-LAST-ROLL-DATE.
001770     MOVE CLRDTE-ROLL-TIME TO WS-LAST-ROLL-TIME.
001780 2000-EXIT.
001790     EXIT.
001800*> ---------------------------------------------------------
001810*> 3000-SET-NEW-DATE - next day on from the held date, or
001820*>                     the initial date on first use, then
001830*>                     the guards (the roll-twice guard in
001840*>                     3100).
001850*> ---------------------------------------------------------
001860 3000-SET-NEW-DATE.
001870     IF WS-FIRST-USE
001880         IF WS-DATE-IN NOT = SPACES
001890             MOVE WS-DATE-IN TO WS-NEW-DATE
001900         ELSE
001910             MOVE WS-TODAY-DATE TO WS-NEW-DATE
001920         END-IF
001930     ELSE
001940         COMPUTE WS-WORK-INT =
001950             INTEGER-OF-DATE(NUMVAL(WS-OLD-DATE)) + 1
001960         MOVE DATE-OF-INTEGER(WS-WORK-INT) TO WS-NEW-DATE-NUM
001970         MOVE WS-NEW-DATE-NUM TO WS-NEW-DATE
001980     END-IF.
001990*>   the confirming date may only agree with the one-day
002000*>   step - a different date would skip or repeat a night.
002010     IF NOT WS-FIRST-USE
002020             AND WS-DATE-IN NOT = SPACES
002030             AND WS-DATE-IN NOT = WS-NEW-DATE
002040         DISPLAY "CLRDTR-DATE " WS-DATE-IN
002050             " is not the next business date " WS-NEW-DATE
002060             " - date not rolled"
002070         MOVE "Y" TO WS-REFUSE-SW
002080         GO TO 3000-EXIT
002090     END-IF.
002100     PERFORM 3100-CHECK-LAST-ROLL THRU 3100-EXIT.
002110     IF WS-ROLL-REFUSED
002120         GO TO 3000-EXIT
002130     END-IF.
002140*>   a business date ahead of the calendar means tonight's
002150*>   roll has already been done.
002160     IF WS-NEW-DATE NOT > WS-TODAY-DATE
002170         GO TO 3000-EXIT
002180     END-IF.
002190     MOVE "Y" TO WS-REFUSE-SW.
002200     IF WS-FIRST-USE
002210         DISPLAY "CLRDTR-DATE " WS-NEW-DATE
002220             " is ahead of the calendar date " WS-TODAY-DATE
002230             " - date not set"
002240     ELSE
002250         DISPLAY "Business date " WS-OLD-DATE
002260             " already rolled - " WS-NEW-DATE
002270             " would be ahead of the calendar date "
002280             WS-TODAY-DATE
002290     END-IF.
002300 3000-EXIT.
002310     EXIT.
002320*> ---------------------------------------------------------
002330*> 3100-CHECK-LAST-ROLL - the calendar guard alone cannot see
002340*>                        a second roll the same night once
002350*>                        midnight has passed (the schedule
002360*>                        restarted from the top at 01:00
002370*>                        rolls D to D+1 again, and D+1 is
002380*>                        not ahead of the calendar).  So a
002390*>                        roll less than WS-MIN-ROLL-HOURS
002400*>                        after the one stamped on CLRDTE is
002410*>                        refused, unless CLRDTR-DATE names
002420*>                        the date being rolled to - the
002430*>                        deliberate catch-up of a missed
002440*>                        night.  A control record with no
002450*>                        usable roll stamp is not held
002460*>                        against the roll.
002470*> ---------------------------------------------------------
002480 3100-CHECK-LAST-ROLL.
002490     IF WS-FIRST-USE OR WS-DATE-IN NOT = SPACES
002500         GO TO 3100-EXIT
002510     END-IF.
002520     IF WS-LAST-ROLL-DATE IS NOT NUMERIC
002530             OR WS-LAST-ROLL-TIME IS NOT NUMERIC
002540         GO TO 3100-EXIT
002550     END-IF.
002560     IF TEST-DATE-YYYYMMDD(NUMVAL(WS-LAST-ROLL-DATE)) NOT = ZERO
002570         GO TO 3100-EXIT
002580     END-IF.
002590     COMPUTE WS-ELAPSED-SECS =
002600         (INTEGER-OF-DATE(NUMVAL(WS-TODAY-DATE))
002610           - INTEGER-OF-DATE(NUMVAL(WS-LAST-ROLL-DATE))) * 86400
002620         + (WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS)
002630         - (WS-LR-HH * 3600 + WS-LR-MM * 60 + WS-LR-SS).
002640     IF WS-ELAPSED-SECS NOT < WS-MIN-ROLL-HOURS * 3600
002650         GO TO 3100-EXIT
002660     END-IF.
002670     COMPUTE WS-ELAPSED-HOURS = WS-ELAPSED-SECS / 3600.
002680     MOVE WS-ELAPSED-HOURS TO WS-HOURS-ED.
002690     MOVE "Y" TO WS-REFUSE-SW.
002700     DISPLAY "Business date " WS-OLD-DATE " was rolled at "
002710         WS-LAST-ROLL-DATE " " WS-LAST-ROLL-TIME
002720         " (" WS-HOURS-ED " hour(s) ago) - not rolled again".
002730     DISPLAY "To catch up a missed night, set CLRDTR-DATE="
002740         WS-NEW-DATE.
002750 3100-EXIT.
002760     EXIT.
002770*> ---------------------------------------------------------
002780*> 4000-WRITE-CONTROL - rewrite the single control record.
002790*> ---------------------------------------------------------
002800 4000-WRITE-CONTROL.
002810     OPEN OUTPUT CLRDTE-FILE.
002820     IF WS-CLRDTE-STATUS NOT = "00"
002830         DISPLAY "CLRDTE open failed, status "
002840             WS-CLRDTE-STATUS " - date not rolled"
002850         MOVE "Y" TO WS-REFUSE-SW
002860         GO TO 4000-EXIT
002870     END-IF.
002880     MOVE SPACES TO CLRDTE-RECORD.
002890     MOVE WS-NEW-DATE        TO CLRDTE-BUS-DATE.
002900     MOVE WS-OLD-DATE        TO CLRDTE-PREV-DATE.
002910     MOVE CURRENT-DATE(1:8)  TO CLRDTE-ROLL-DATE.
002920     MOVE CURRENT-DATE(9:6)  TO CLRDTE-ROLL-TIME.
002930     MOVE WS-OPER-ID         TO CLRDTE-ROLL-OPER-ID.
002940     WRITE CLRDTE-RECORD.
002950     IF WS-CLRDTE-STATUS NOT = "00"
002960         DISPLAY "CLRDTE write failed, status "
002970             WS-CLRDTE-STATUS
002980         MOVE "Y" TO WS-REFUSE-SW
002990     END-IF.
003000     CLOSE CLRDTE-FILE.
003010 4000-EXIT.
003020     EXIT.
003030*> ---------------------------------------------------------
003040*> 9000-TERMINATE - console one-liner and return code.
003050*> ---------------------------------------------------------
003060 9000-TERMINATE.
003070     IF WS-ROLL-REFUSED
003080         MOVE 8 TO RETURN-CODE
003090         DISPLAY "CLRDTR complete: business date NOT rolled"
003100         GO TO 9000-EXIT
003110     END-IF.
003120     IF WS-FIRST-USE
003130         DISPLAY "CLRDTR complete: business date initialised "
003140             "to " WS-NEW-DATE
003150     ELSE
003160         DISPLAY "CLRDTR complete: business date " WS-NEW-DATE
003170             " (was " WS-OLD-DATE ")"
003180     END-IF.
003190 9000-EXIT.
003200     EXIT.
003210 END PROGRAM CLRDTR.
