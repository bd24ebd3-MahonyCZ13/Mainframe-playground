000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PLANINQ.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* PLANINQ answers "what will run on the night of X, and will it
000090* be done by 06:00" from one screen, run under TSO in the same
000100* style as STEPWHY.  Given a run-date (or a first and last
000110* run-date) and a named stream it shows, per date, the steps
000120* HELLO would dispatch in order with their projected start and
000130* end times, the projected finish against the 06:00 window, and
000140* the steps that would be left out with the reason for each.
000150* The projection is RUNPLAN's, the same one PLANRPT prints in
000160* batch; it assumes feeds on time, no failures or retries and
000170* no operator holds or skips.
000180*
000190* A RANGE IS HELD TO 31 DATES ON THE SCREEN - PLANRPT TAKES
000200* LONGER ONES.
000210*
000220* MOD HISTORY
000230*   15-10-2026 PK  INITIAL VERSION.
000240* ------------------------------------------------------------ *
000250 ENVIRONMENT DIVISION.
000260*
000270 DATA DIVISION.
000280 WORKING-STORAGE SECTION.
000290 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000300     88  WS-ABEND                 VALUE "Y".
000310 77  WS-RANGE-DONE-SWITCH         PIC X(01)  VALUE "N".
000320     88  WS-RANGE-DONE            VALUE "Y".
000330*
000340 77  WS-INQUIRY-FROM-DATE         PIC X(08)  VALUE SPACES.
000350 77  WS-INQUIRY-TO-DATE           PIC X(08)  VALUE SPACES.
000360 77  WS-INQUIRY-STREAM            PIC X(08)  VALUE SPACES.
000370 77  WS-INQUIRY-START-HHMM        PIC X(04)  VALUE SPACES.
000380 77  WS-INQUIRY-RUN-MODE          PIC X(08)  VALUE SPACES.
000390 77  WS-STREAM-TEXT               PIC X(08).
000400*
000410* THE RUN-DATE BEING SHOWN, STEPPED A DAY AT A TIME.
000420 01  WS-PLAN-DATE-FIELDS.
000430     05  WS-PLAN-DATE             PIC X(08).
000440     05  WS-PLAN-DATE-NUM REDEFINES WS-PLAN-DATE.
000450         10  WS-PLAN-YEAR         PIC 9(04).
000460         10  WS-PLAN-MONTH        PIC 9(02).
000470         10  WS-PLAN-DAY          PIC 9(02).
000480 77  WS-MAX-DATES                 PIC 9(04)  COMP VALUE 31.
000490*
000500 01  WS-DAYS-IN-MONTH-VALUES.
000510     05  FILLER                   PIC 9(02)  VALUE 31.
000520     05  FILLER                   PIC 9(02)  VALUE 28.
000530     05  FILLER                   PIC 9(02)  VALUE 31.
000540     05  FILLER                   PIC 9(02)  VALUE 30.
000550     05  FILLER                   PIC 9(02)  VALUE 31.
000560     05  FILLER                   PIC 9(02)  VALUE 30.
000570     05  FILLER                   PIC 9(02)  VALUE 31.
000580     05  FILLER                   PIC 9(02)  VALUE 31.
000590     05  FILLER                   PIC 9(02)  VALUE 30.
000600     05  FILLER                   PIC 9(02)  VALUE 31.
000610     05  FILLER                   PIC 9(02)  VALUE 30.
000620     05  FILLER                   PIC 9(02)  VALUE 31.
000630 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
000640     05  WS-DAYS-IN-MONTH         PIC 9(02)  OCCURS 12 TIMES.
000650 77  WS-LAST-DAY-OF-MONTH         PIC 9(02).
000660 77  WS-LEAP-DIV-QUOT             PIC 9(04).
000670 77  WS-LEAP-REM-4                PIC 9(02).
000680 77  WS-LEAP-REM-100              PIC 9(02).
000690 77  WS-LEAP-REM-400              PIC 9(03).
000700*
000710 77  WS-DATE-COUNT                PIC 9(04)  VALUE 0.
000720 77  WS-MISS-COUNT                PIC 9(04)  VALUE 0.
000730 77  WS-PLAN-RC                   PIC 9(04)  VALUE 0.
000740 77  WS-STEP-IX                   PIC 9(04)  COMP.
000750 77  WS-SEQ-NBR                   PIC 9(03)  VALUE 0.
000760*
000770 COPY PLNPARM REPLACING RUN-PLAN-PARMS
000780     BY WS-RUN-PLAN-PARMS.
000790*
000800 PROCEDURE DIVISION.
000810*
000820 0000-MAINLINE.
000830     PERFORM 1000-PROMPT-FOR-KEYS THRU 1000-EXIT.
000840     IF NOT WS-ABEND
000850         PERFORM 2000-SHOW-ONE-DATE THRU 2000-EXIT
000860             UNTIL WS-RANGE-DONE OR WS-ABEND
000870     END-IF.
000880     IF NOT WS-ABEND
000890         DISPLAY " "
000900         DISPLAY "DATES SHOWN: " WS-DATE-COUNT
000910             "  MISSING THE 06:00 WINDOW: " WS-MISS-COUNT
000920     END-IF.
000930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000940     STOP RUN.
000950 0000-MAINLINE-EXIT.
000960     EXIT.
000970*
000980* ---------------------------------------------------------- *
000990* 1000-PROMPT-FOR-KEYS - THE FIRST RUN-DATE IS THE ONE ANSWER *
001000* THAT MUST BE GIVEN; A BLANK LAST DATE MEANS ONE DAY, THE    *
001010* OTHERS TAKE THE DEFAULTS RUNPLAN WOULD.                     *
001020* ---------------------------------------------------------- *
001030 1000-PROMPT-FOR-KEYS.
001040     DISPLAY "PLANINQ - ENTER RUN-DATE (YYYYMMDD): "
001050         WITH NO ADVANCING.
001060     ACCEPT WS-INQUIRY-FROM-DATE.
001070     DISPLAY "PLANINQ - ENTER LAST RUN-DATE (BLANK = ONE DAY): "
001080         WITH NO ADVANCING.
001090     ACCEPT WS-INQUIRY-TO-DATE.
001100     DISPLAY "PLANINQ - ENTER STREAM (BLANK = DEFAULT): "
001110         WITH NO ADVANCING.
001120     ACCEPT WS-INQUIRY-STREAM.
001130     DISPLAY "PLANINQ - ENTER JOB START HHMM (BLANK = 2200): "
001140         WITH NO ADVANCING.
001150     ACCEPT WS-INQUIRY-START-HHMM.
001160     DISPLAY "PLANINQ - ENTER RUN-MODE (BLANK = AS HELLO): "
001170         WITH NO ADVANCING.
001180     ACCEPT WS-INQUIRY-RUN-MODE.
001190     IF WS-INQUIRY-TO-DATE = SPACES
001200         MOVE WS-INQUIRY-FROM-DATE TO WS-INQUIRY-TO-DATE
001210     END-IF.
001220     MOVE WS-INQUIRY-TO-DATE TO WS-PLAN-DATE.
001230     PERFORM 1200-VALIDATE-PLAN-DATE THRU 1200-EXIT.
001240     MOVE WS-INQUIRY-FROM-DATE TO WS-PLAN-DATE.
001250     PERFORM 1200-VALIDATE-PLAN-DATE THRU 1200-EXIT.
001260     IF WS-ABEND
001270         DISPLAY "PLANINQ: RUN-DATES MUST BE REAL YYYYMMDD DATES"
001280         GO TO 1000-EXIT
001290     END-IF.
001300     IF WS-INQUIRY-TO-DATE < WS-INQUIRY-FROM-DATE
001310         DISPLAY "PLANINQ: LAST RUN-DATE " WS-INQUIRY-TO-DATE
001320             " IS BEFORE " WS-INQUIRY-FROM-DATE
001330         MOVE "Y" TO WS-ABEND-SWITCH
001340         GO TO 1000-EXIT
001350     END-IF.
001360     IF WS-INQUIRY-STREAM = SPACES
001370         MOVE "DEFAULT" TO WS-STREAM-TEXT
001380     ELSE
001390         MOVE WS-INQUIRY-STREAM TO WS-STREAM-TEXT
001400     END-IF.
001410 1000-EXIT.
001420     EXIT.
001430*
001440 1200-VALIDATE-PLAN-DATE.
001450     IF WS-PLAN-DATE IS NOT NUMERIC
001460         MOVE "Y" TO WS-ABEND-SWITCH
001470         GO TO 1200-EXIT
001480     END-IF.
001490     IF WS-PLAN-MONTH = 0 OR WS-PLAN-MONTH > 12
001500         MOVE "Y" TO WS-ABEND-SWITCH
001510         GO TO 1200-EXIT
001520     END-IF.
001530     PERFORM 1250-FIND-LAST-DAY THRU 1250-EXIT.
001540     IF WS-PLAN-DAY = 0 OR WS-PLAN-DAY > WS-LAST-DAY-OF-MONTH
001550         MOVE "Y" TO WS-ABEND-SWITCH
001560     END-IF.
001570 1200-EXIT.
001580     EXIT.
001590*
001600 1250-FIND-LAST-DAY.
001610     MOVE WS-DAYS-IN-MONTH (WS-PLAN-MONTH)
001620         TO WS-LAST-DAY-OF-MONTH.
001630     IF WS-PLAN-MONTH = 02
001640         DIVIDE WS-PLAN-YEAR BY 4   GIVING WS-LEAP-DIV-QUOT
001650             REMAINDER WS-LEAP-REM-4
001660         DIVIDE WS-PLAN-YEAR BY 100 GIVING WS-LEAP-DIV-QUOT
001670             REMAINDER WS-LEAP-REM-100
001680         DIVIDE WS-PLAN-YEAR BY 400 GIVING WS-LEAP-DIV-QUOT
001690             REMAINDER WS-LEAP-REM-400
001700         IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
001710                 OR WS-LEAP-REM-400 = 0
001720             MOVE 29 TO WS-LAST-DAY-OF-MONTH
001730         END-IF
001740     END-IF.
001750 1250-EXIT.
001760     EXIT.
001770*
001780* ---------------------------------------------------------- *
001790* 2000-SHOW-ONE-DATE - HAVE RUNPLAN PROJECT THE NIGHT, SHOW   *
001800* IT AND MOVE ON A DAY.  A PLAN THAT COULD NOT BE MADE AT ALL *
001810* ENDS THE INQUIRY; RUNPLAN HAS ALREADY SAID WHY.             *
001820* ---------------------------------------------------------- *
001830 2000-SHOW-ONE-DATE.
001840     MOVE WS-PLAN-DATE          TO PLN-RUN-DATE.
001850     MOVE WS-INQUIRY-STREAM     TO PLN-STREAM-NAME.
001860     MOVE WS-INQUIRY-START-HHMM TO PLN-START-HHMM.
001870     MOVE WS-INQUIRY-RUN-MODE   TO PLN-RUN-MODE.
001880     MOVE 0 TO RETURN-CODE.
001890     CALL "RUNPLAN" USING WS-RUN-PLAN-PARMS
001900         ON EXCEPTION
001910             DISPLAY "PLANINQ: RUNPLAN COULD NOT BE CALLED"
001920             MOVE 16 TO RETURN-CODE
001930     END-CALL.
001940     MOVE RETURN-CODE TO WS-PLAN-RC.
001950     IF WS-PLAN-RC > 4
001960         DISPLAY "PLANINQ: NO PLAN FOR RUN-DATE " WS-PLAN-DATE
001970         MOVE "Y" TO WS-ABEND-SWITCH
001980         GO TO 2000-EXIT
001990     END-IF.
002000     ADD 1 TO WS-DATE-COUNT.
002010     IF PLN-MISSES-WINDOW
002020         ADD 1 TO WS-MISS-COUNT
002030     END-IF.
002040     PERFORM 3000-SHOW-PLAN THRU 3000-EXIT.
002050     PERFORM 2100-STEP-TO-NEXT-DATE THRU 2100-EXIT.
002060 2000-EXIT.
002070     EXIT.
002080*
002090 2100-STEP-TO-NEXT-DATE.
002100     PERFORM 1250-FIND-LAST-DAY THRU 1250-EXIT.
002110     IF WS-PLAN-DAY < WS-LAST-DAY-OF-MONTH
002120         ADD 1 TO WS-PLAN-DAY
002130     ELSE
002140         MOVE 1 TO WS-PLAN-DAY
002150         IF WS-PLAN-MONTH < 12
002160             ADD 1 TO WS-PLAN-MONTH
002170         ELSE
002180             MOVE 1 TO WS-PLAN-MONTH
002190             ADD 1 TO WS-PLAN-YEAR
002200         END-IF
002210     END-IF.
002220     IF WS-PLAN-DATE > WS-INQUIRY-TO-DATE
002230         MOVE "Y" TO WS-RANGE-DONE-SWITCH
002240         GO TO 2100-EXIT
002250     END-IF.
002260     IF WS-DATE-COUNT NOT < WS-MAX-DATES
002270         DISPLAY " "
002280         DISPLAY "  >> STOPPED AFTER " WS-DATE-COUNT
002290             " DATES - RUN PLANRPT FOR A LONGER RANGE"
002300         MOVE "Y" TO WS-RANGE-DONE-SWITCH
002310     END-IF.
002320 2100-EXIT.
002330     EXIT.
002340*
002350* ---------------------------------------------------------- *
002360* 3000-SHOW-PLAN - THE SAME CONTENT PLANRPT PRINTS FOR A      *
002370* DATE: CALENDAR, FINISH AGAINST THE WINDOW, THE STEPS THAT   *
002380* WOULD DISPATCH, THE STEPS LEFT OUT AND WHY.                 *
002390* ---------------------------------------------------------- *
002400 3000-SHOW-PLAN.
002410     DISPLAY " ".
002420     DISPLAY "RUN-PLAN FOR RUN-DATE " WS-PLAN-DATE
002430         "  STREAM " WS-STREAM-TEXT
002440         "  RUN-MODE " PLN-RUN-MODE.
002450     EVALUATE TRUE
002460         WHEN PLN-CAL-ROW-FOUND
002470             DISPLAY "  CALENDAR: DOW=" PLN-CAL-DAY-OF-WEEK
002480                 " BUSINESS=" PLN-CAL-BUSINESS-FLAG
002490                 " HOLIDAY=" PLN-CAL-HOLIDAY-FLAG
002500                 " MONTH-END=" PLN-CAL-MONTH-END-FLAG
002510                 " QTR-END=" PLN-CAL-QTR-END-FLAG
002520         WHEN PLN-CAL-NO-DATASET
002530             DISPLAY "  CALENDAR: NO CALENDAR DATASET"
002540         WHEN OTHER
002550             DISPLAY "  CALENDAR: >> NO ROW FOR THIS DATE"
002560     END-EVALUATE.
002570     IF PLN-FITS-WINDOW
002580         DISPLAY "  JOB START " PLN-START-TEXT
002590             "  PROJECTED FINISH " PLN-FINISH-TEXT
002600             "  WINDOW 06:00  SLACK " PLN-SLACK-SECS " SEC"
002610     ELSE
002620         DISPLAY "  JOB START " PLN-START-TEXT
002630             "  PROJECTED FINISH " PLN-FINISH-TEXT
002640             "  >> MISSES 06:00 BY " PLN-OVERRUN-SECS " SEC"
002650     END-IF.
002660     IF PLN-STEP-COUNT = 0
002670         DISPLAY "  NO CONTROL-FILE STEPS IN THIS STREAM"
002680         GO TO 3000-EXIT
002690     END-IF.
002700     DISPLAY "  WOULD DISPATCH (" PLN-DISPATCH-COUNT "):".
002710     MOVE 0 TO WS-SEQ-NBR.
002720     MOVE 1 TO WS-STEP-IX.
002730     PERFORM 3100-SHOW-DISPATCHED THRU 3100-EXIT
002740         UNTIL WS-STEP-IX > PLN-STEP-COUNT.
002750     DISPLAY "  LEFT OUT (" PLN-LEFT-OUT-COUNT "):".
002760     MOVE 1 TO WS-STEP-IX.
002770     PERFORM 3200-SHOW-LEFT-OUT THRU 3200-EXIT
002780         UNTIL WS-STEP-IX > PLN-STEP-COUNT.
002790     IF PLN-CAL-NEEDED-COUNT > 0
002800         DISPLAY "  >> " PLN-CAL-NEEDED-COUNT
002810             " STEP(S) NEED A CALENDAR ROW THE DATE DOES NOT HAVE"
002820     END-IF.
002830     IF PLN-NO-DURATION-COUNT > 0
002840         DISPLAY "  >> " PLN-NO-DURATION-COUNT
002850             " STEP(S) HAVE NO EXPECTED DURATION - FINISH IS"
002860             " EARLY"
002870     END-IF.
002880     IF PLN-TABLE-OVERFLOWED
002890         DISPLAY "  >> MORE STEPS THAN THE PLAN HOLDS - LIST IS"
002900             " CUT SHORT AND THE FINISH MAY BE EARLY"
002910     END-IF.
002920 3000-EXIT.
002930     EXIT.
002940*
002950 3100-SHOW-DISPATCHED.
002960     IF PLN-STEP-DISPATCHES (WS-STEP-IX)
002970         ADD 1 TO WS-SEQ-NBR
002980         DISPLAY "    " WS-SEQ-NBR
002990             " " PLN-STEP-NAME (WS-STEP-IX)
003000             " " PLN-PROGRAM-ID (WS-STEP-IX)
003010             " " PLN-STEP-START-TEXT (WS-STEP-IX)
003020             "-" PLN-STEP-END-TEXT (WS-STEP-IX)
003030             " " PLN-DURATION (WS-STEP-IX) "S"
003040             " " PLN-NOTE (WS-STEP-IX)
003050     END-IF.
003060     ADD 1 TO WS-STEP-IX.
003070 3100-EXIT.
003080     EXIT.
003090*
003100 3200-SHOW-LEFT-OUT.
003110     IF PLN-STEP-LEFT-OUT (WS-STEP-IX)
003120         DISPLAY "    " PLN-STEP-NAME (WS-STEP-IX)
003130             " " PLN-PROGRAM-ID (WS-STEP-IX)
003140             " " PLN-NOTE (WS-STEP-IX)
003150     END-IF.
003160     ADD 1 TO WS-STEP-IX.
003170 3200-EXIT.
003180     EXIT.
003190*
003200* ---------------------------------------------------------- *
003210* 9000-TERMINATE - SET THE RETURN CODE.                       *
003220* ---------------------------------------------------------- *
003230 9000-TERMINATE.
003240     IF WS-ABEND
003250         MOVE 16 TO RETURN-CODE
003260     ELSE
003270         MOVE 0 TO RETURN-CODE
003280     END-IF.
003290 9000-EXIT.
003300     EXIT.
003310*
003320 END PROGRAM PLANINQ.
