000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PLANRPT.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* PLANRPT is the forward run-plan report: for each run-date in
000090* a range still to come it prints what HELLO would dispatch
000100* that night, in order, with each step's projected start and
000110* end from CTL-EXPECTED-DURATION and the projected finish
000120* against the 06:00 window - and which steps would be left
000130* out and why.  A month-end, a quarter-end or a new step added
000140* to CONTROL-FILE can be checked against the window a week
000150* ahead instead of being found out at 06:00 on the night.
000160* The projection itself is RUNPLAN's (see there for what it
000170* assumes); PLANINQ shows the same plan on a TSO screen.
000180*
000190* PARM= SUPPLIES THE DATES AND OPTIONS, E.G.
000200* "FROM=20261030,TO=20261102,STREAM=FINANCE,START=2130".
000210* TO= DEFAULTS TO FROM= (ONE DATE); STREAM= DEFAULTS TO THE
000220* DEFAULT STREAM; START= IS THE HHMM THE JOB IS EXPECTED TO
000230* START (RUNPLAN'S 22:00 WHEN OMITTED); RUNMODE= FORCES THE
000240* RUN-MODE AS THE SAME PARM ON HELLO WOULD.  AT MOST 92 DATES
000250* ARE PLANNED PER RUN.
000260*
000270* RETURN-CODE IS ZERO WHEN EVERY DATE FITS THE WINDOW, 4 WHEN
000280* ANY DATE DOES NOT FIT OR CARRIES A WARNING, 16 ON A BAD PARM
000290* OR WHEN THE PLAN COULD NOT BE MADE.
000300*
000310* MOD HISTORY
000320*   15-10-2026 PK  INITIAL VERSION.
000330* ------------------------------------------------------------ *
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT REPORT-FILE ASSIGN TO "PLANRPT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REPORT-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  REPORT-FILE
000440     RECORDING MODE IS F.
000450 01  REPORT-RECORD                PIC X(80).
000460*
000470 WORKING-STORAGE SECTION.
000480 77  WS-REPORT-STATUS             PIC X(02)  VALUE "00".
000490 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000500     88  WS-ABEND                 VALUE "Y".
000510 77  WS-RANGE-DONE-SWITCH         PIC X(01)  VALUE "N".
000520     88  WS-RANGE-DONE            VALUE "Y".
000530 77  WS-REPORT-OPEN-SWITCH        PIC X(01)  VALUE "N".
000540     88  WS-REPORT-OPEN           VALUE "Y".
000550*
000560 77  WS-FROM-DATE                 PIC X(08)  VALUE SPACES.
000570 77  WS-TO-DATE                   PIC X(08)  VALUE SPACES.
000580 77  WS-STREAM-NAME               PIC X(08)  VALUE SPACES.
000590 77  WS-START-HHMM                PIC X(04)  VALUE SPACES.
000600 77  WS-RUN-MODE-OVERRIDE         PIC X(08)  VALUE SPACES.
000610*
000620* THE RUN-DATE BEING PLANNED, STEPPED A DAY AT A TIME.
000630 01  WS-PLAN-DATE-FIELDS.
000640     05  WS-PLAN-DATE             PIC X(08).
000650     05  WS-PLAN-DATE-NUM REDEFINES WS-PLAN-DATE.
000660         10  WS-PLAN-YEAR         PIC 9(04).
000670         10  WS-PLAN-MONTH        PIC 9(02).
000680         10  WS-PLAN-DAY          PIC 9(02).
000690 77  WS-MAX-DATES                 PIC 9(04)  COMP VALUE 92.
000700*
000710 01  WS-DAYS-IN-MONTH-VALUES.
000720     05  FILLER                   PIC 9(02)  VALUE 31.
000730     05  FILLER                   PIC 9(02)  VALUE 28.
000740     05  FILLER                   PIC 9(02)  VALUE 31.
000750     05  FILLER                   PIC 9(02)  VALUE 30.
000760     05  FILLER                   PIC 9(02)  VALUE 31.
000770     05  FILLER                   PIC 9(02)  VALUE 30.
000780     05  FILLER                   PIC 9(02)  VALUE 31.
000790     05  FILLER                   PIC 9(02)  VALUE 31.
000800     05  FILLER                   PIC 9(02)  VALUE 30.
000810     05  FILLER                   PIC 9(02)  VALUE 31.
000820     05  FILLER                   PIC 9(02)  VALUE 30.
000830     05  FILLER                   PIC 9(02)  VALUE 31.
000840 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
000850     05  WS-DAYS-IN-MONTH         PIC 9(02)  OCCURS 12 TIMES.
000860 77  WS-LAST-DAY-OF-MONTH         PIC 9(02).
000870 77  WS-LEAP-DIV-QUOT             PIC 9(04).
000880 77  WS-LEAP-REM-4                PIC 9(02).
000890 77  WS-LEAP-REM-100              PIC 9(02).
000900 77  WS-LEAP-REM-400              PIC 9(03).
000910*
000920* RANGE TOTALS FOR THE SUMMARY LINE.
000930 77  WS-DATE-COUNT                PIC 9(04)  VALUE 0.
000940 77  WS-FIT-COUNT                 PIC 9(04)  VALUE 0.
000950 77  WS-MISS-COUNT                PIC 9(04)  VALUE 0.
000960 77  WS-WARN-COUNT                PIC 9(04)  VALUE 0.
000970 77  WS-PLAN-RC                   PIC 9(04)  VALUE 0.
000980 77  WS-WORST-RC                  PIC 9(04)  VALUE 0.
000990*
001000 77  WS-STEP-IX                   PIC 9(04)  COMP.
001010 77  WS-SEQ-NBR                   PIC 9(03)  VALUE 0.
001020 77  WS-STREAM-TEXT               PIC X(08).
001030*
001040 COPY PLNPARM REPLACING RUN-PLAN-PARMS
001050     BY WS-RUN-PLAN-PARMS.
001060*
001070 01  WS-PRINT-LINE                PIC X(80).
001080*
001090 77  WS-PARM-LENGTH               PIC 9(04)  COMP.
001100 77  WS-PARM-POINTER              PIC 9(04)  COMP.
001110 01  WS-PARM-PAIR.
001120     05  WS-PARM-PAIR-TEXT        PIC X(20).
001130 01  WS-PARM-KEY-VALUE.
001140     05  WS-PARM-KEY              PIC X(10).
001150     05  WS-PARM-VALUE            PIC X(10).
001160*
001170 LINKAGE SECTION.
001180 01  PARM-PASSED-FROM-JCL.
001190     05  PARM-LENGTH              PIC S9(04) COMP.
001200     05  PARM-TEXT                PIC X(80).
001210*
001220 PROCEDURE DIVISION USING PARM-PASSED-FROM-JCL.
001230*
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     IF NOT WS-ABEND
001270         PERFORM 2000-PLAN-ONE-DATE THRU 2000-EXIT
001280             UNTIL WS-RANGE-DONE OR WS-ABEND
001290         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
001300     END-IF.
001310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001320     STOP RUN.
001330 0000-MAINLINE-EXIT.
001340     EXIT.
001350*
001360* ---------------------------------------------------------- *
001370* 1000-INITIALIZE - PARSE THE PARM, CHECK THE RANGE IS TWO    *
001380* REAL DATES IN ORDER, AND OPEN THE REPORT.  NO RANGE, NO     *
001390* REPORT.                                                     *
001400* ---------------------------------------------------------- *
001410 1000-INITIALIZE.
001420     MOVE PARM-LENGTH TO WS-PARM-LENGTH.
001430     MOVE 1 TO WS-PARM-POINTER.
001440     IF WS-PARM-LENGTH > 0
001450         PERFORM 1100-PARSE-ONE-PAIR THRU 1100-EXIT
001460             UNTIL WS-PARM-POINTER > WS-PARM-LENGTH
001470     END-IF.
001480     IF WS-TO-DATE = SPACES
001490         MOVE WS-FROM-DATE TO WS-TO-DATE
001500     END-IF.
001510     MOVE WS-TO-DATE TO WS-PLAN-DATE.
001520     PERFORM 1200-VALIDATE-PLAN-DATE THRU 1200-EXIT.
001530     MOVE WS-FROM-DATE TO WS-PLAN-DATE.
001540     PERFORM 1200-VALIDATE-PLAN-DATE THRU 1200-EXIT.
001550     IF WS-ABEND
001560         DISPLAY "PLANRPT: PARM MUST SUPPLY FROM=YYYYMMDD AND"
001570             " OPTIONALLY TO=YYYYMMDD"
001580         GO TO 1000-EXIT
001590     END-IF.
001600     IF WS-TO-DATE < WS-FROM-DATE
001610         DISPLAY "PLANRPT: TO=" WS-TO-DATE
001620             " IS BEFORE FROM=" WS-FROM-DATE
001630         MOVE "Y" TO WS-ABEND-SWITCH
001640         GO TO 1000-EXIT
001650     END-IF.
001660     IF WS-STREAM-NAME = SPACES
001670         MOVE "DEFAULT" TO WS-STREAM-TEXT
001680     ELSE
001690         MOVE WS-STREAM-NAME TO WS-STREAM-TEXT
001700     END-IF.
001710     OPEN OUTPUT REPORT-FILE.
001720     IF WS-REPORT-STATUS NOT = "00"
001730         DISPLAY "PLANRPT: UNABLE TO OPEN PLANRPT, STATUS="
001740             WS-REPORT-STATUS
001750         MOVE "Y" TO WS-ABEND-SWITCH
001760         GO TO 1000-EXIT
001770     END-IF.
001780     MOVE "Y" TO WS-REPORT-OPEN-SWITCH.
001790     MOVE SPACES TO WS-PRINT-LINE.
001800     STRING "FORWARD RUN-PLAN  FROM=" WS-FROM-DATE
001810         "  TO=" WS-TO-DATE
001820         "  STREAM=" WS-STREAM-TEXT
001830         INTO WS-PRINT-LINE.
001840     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001850     MOVE "  ASSUMES FEEDS ON TIME, NO FAILURES OR RETRIES, NO"
001860         TO WS-PRINT-LINE.
001870     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001880     MOVE "  OPERATOR HOLDS OR SKIPS"
001890         TO WS-PRINT-LINE.
001900     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
001910 1000-EXIT.
001920     EXIT.
001930*
001940 1100-PARSE-ONE-PAIR.
001950     MOVE SPACES TO WS-PARM-PAIR-TEXT.
001960     UNSTRING PARM-TEXT (1:WS-PARM-LENGTH) DELIMITED BY ","
001970         INTO WS-PARM-PAIR-TEXT
001980         WITH POINTER WS-PARM-POINTER.
001990     MOVE SPACES TO WS-PARM-KEY-VALUE.
002000     UNSTRING WS-PARM-PAIR-TEXT DELIMITED BY "="
002010         INTO WS-PARM-KEY WS-PARM-VALUE.
002020     EVALUATE WS-PARM-KEY
002030         WHEN "FROM"
002040             MOVE WS-PARM-VALUE (1:8) TO WS-FROM-DATE
002050         WHEN "TO"
002060             MOVE WS-PARM-VALUE (1:8) TO WS-TO-DATE
002070         WHEN "STREAM"
002080             MOVE WS-PARM-VALUE (1:8) TO WS-STREAM-NAME
002090         WHEN "START"
002100             MOVE WS-PARM-VALUE (1:4) TO WS-START-HHMM
002110         WHEN "RUNMODE"
002120             MOVE WS-PARM-VALUE (1:8) TO WS-RUN-MODE-OVERRIDE
002130         WHEN OTHER
002140             CONTINUE
002150     END-EVALUATE.
002160 1100-EXIT.
002170     EXIT.
002180*
002190* ---------------------------------------------------------- *
002200* 1200-VALIDATE-PLAN-DATE - WS-PLAN-DATE MUST BE A REAL       *
002210* YYYYMMDD DATE, OR THE DAY-BY-DAY STEPPING HAS NOTHING TO    *
002220* STAND ON.                                                   *
002230* ---------------------------------------------------------- *
002240 1200-VALIDATE-PLAN-DATE.
002250     IF WS-PLAN-DATE IS NOT NUMERIC
002260         MOVE "Y" TO WS-ABEND-SWITCH
002270         GO TO 1200-EXIT
002280     END-IF.
002290     IF WS-PLAN-MONTH = 0 OR WS-PLAN-MONTH > 12
002300         MOVE "Y" TO WS-ABEND-SWITCH
002310         GO TO 1200-EXIT
002320     END-IF.
002330     PERFORM 1250-FIND-LAST-DAY THRU 1250-EXIT.
002340     IF WS-PLAN-DAY = 0 OR WS-PLAN-DAY > WS-LAST-DAY-OF-MONTH
002350         MOVE "Y" TO WS-ABEND-SWITCH
002360     END-IF.
002370 1200-EXIT.
002380     EXIT.
002390*
002400 1250-FIND-LAST-DAY.
002410     MOVE WS-DAYS-IN-MONTH (WS-PLAN-MONTH)
002420         TO WS-LAST-DAY-OF-MONTH.
002430     IF WS-PLAN-MONTH = 02
002440         DIVIDE WS-PLAN-YEAR BY 4   GIVING WS-LEAP-DIV-QUOT
002450             REMAINDER WS-LEAP-REM-4
002460         DIVIDE WS-PLAN-YEAR BY 100 GIVING WS-LEAP-DIV-QUOT
002470             REMAINDER WS-LEAP-REM-100
002480         DIVIDE WS-PLAN-YEAR BY 400 GIVING WS-LEAP-DIV-QUOT
002490             REMAINDER WS-LEAP-REM-400
002500         IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
002510                 OR WS-LEAP-REM-400 = 0
002520             MOVE 29 TO WS-LAST-DAY-OF-MONTH
002530         END-IF
002540     END-IF.
002550 1250-EXIT.
002560     EXIT.
002570*
002580* ---------------------------------------------------------- *
002590* 2000-PLAN-ONE-DATE - HAVE RUNPLAN PROJECT THE NIGHT, PRINT  *
002600* IT AND MOVE ON A DAY.  A PLAN THAT COULD NOT BE MADE AT ALL *
002610* (NO CONTROL FILE, BAD START TIME) ENDS THE RUN - EVERY      *
002620* LATER DATE WOULD FAIL THE SAME WAY.                         *
002630* ---------------------------------------------------------- *
002640 2000-PLAN-ONE-DATE.
002650     MOVE WS-PLAN-DATE         TO PLN-RUN-DATE.
002660     MOVE WS-STREAM-NAME       TO PLN-STREAM-NAME.
002670     MOVE WS-START-HHMM        TO PLN-START-HHMM.
002680     MOVE WS-RUN-MODE-OVERRIDE TO PLN-RUN-MODE.
002690     MOVE 0 TO RETURN-CODE.
002700     CALL "RUNPLAN" USING WS-RUN-PLAN-PARMS
002710         ON EXCEPTION
002720             DISPLAY "PLANRPT: RUNPLAN COULD NOT BE CALLED"
002730             MOVE 16 TO RETURN-CODE
002740     END-CALL.
002750     MOVE RETURN-CODE TO WS-PLAN-RC.
002760     IF WS-PLAN-RC > 4
002770         MOVE SPACES TO WS-PRINT-LINE
002780         STRING "RUN-DATE=" WS-PLAN-DATE
002790             "  ** NO PLAN - SEE THE JOB LOG FOR THE REASON **"
002800             INTO WS-PRINT-LINE
002810         WRITE REPORT-RECORD FROM WS-PRINT-LINE
002820         MOVE "Y" TO WS-ABEND-SWITCH
002830         GO TO 2000-EXIT
002840     END-IF.
002850     ADD 1 TO WS-DATE-COUNT.
002860     IF WS-PLAN-RC > WS-WORST-RC
002870         MOVE WS-PLAN-RC TO WS-WORST-RC
002880     END-IF.
002890     IF PLN-FITS-WINDOW
002900         ADD 1 TO WS-FIT-COUNT
002910     ELSE
002920         ADD 1 TO WS-MISS-COUNT
002930     END-IF.
002940     IF PLN-CAL-NEEDED-COUNT > 0
002950             OR PLN-NO-DURATION-COUNT > 0
002960             OR PLN-TABLE-OVERFLOWED
002970         ADD 1 TO WS-WARN-COUNT
002980     END-IF.
002990     PERFORM 3000-PRINT-ONE-DATE THRU 3000-EXIT.
003000     PERFORM 2100-STEP-TO-NEXT-DATE THRU 2100-EXIT.
003010 2000-EXIT.
003020     EXIT.
003030*
003040* ---------------------------------------------------------- *
003050* 2100-STEP-TO-NEXT-DATE - ONE CALENDAR DAY ON, ACROSS MONTH  *
003060* AND YEAR ENDS.  THE RANGE ENDS PAST TO= OR AT THE DATE CAP. *
003070* ---------------------------------------------------------- *
003080 2100-STEP-TO-NEXT-DATE.
003090     PERFORM 1250-FIND-LAST-DAY THRU 1250-EXIT.
003100     IF WS-PLAN-DAY < WS-LAST-DAY-OF-MONTH
003110         ADD 1 TO WS-PLAN-DAY
003120     ELSE
003130         MOVE 1 TO WS-PLAN-DAY
003140         IF WS-PLAN-MONTH < 12
003150             ADD 1 TO WS-PLAN-MONTH
003160         ELSE
003170             MOVE 1 TO WS-PLAN-MONTH
003180             ADD 1 TO WS-PLAN-YEAR
003190         END-IF
003200     END-IF.
003210     IF WS-PLAN-DATE > WS-TO-DATE
003220         MOVE "Y" TO WS-RANGE-DONE-SWITCH
003230         GO TO 2100-EXIT
003240     END-IF.
003250     IF WS-DATE-COUNT NOT < WS-MAX-DATES
003260         MOVE SPACES TO WS-PRINT-LINE
003270         STRING "** RANGE CUT AT " WS-DATE-COUNT
003280             " DATES - RESUBMIT FROM=" WS-PLAN-DATE
003290             " FOR THE REST **"
003300             INTO WS-PRINT-LINE
003310         WRITE REPORT-RECORD FROM WS-PRINT-LINE
003320         MOVE 4 TO WS-WORST-RC
003330         MOVE "Y" TO WS-RANGE-DONE-SWITCH
003340     END-IF.
003350 2100-EXIT.
003360     EXIT.
003370*
003380* ---------------------------------------------------------- *
003390* 3000-PRINT-ONE-DATE - THE NIGHT'S HEADING, THE CALENDAR'S   *
003400* VIEW OF THE DATE, THE FINISH AGAINST THE WINDOW, THEN THE   *
003410* STEPS THAT WOULD DISPATCH AND THOSE THAT WOULD NOT.         *
003420* ---------------------------------------------------------- *
003430 3000-PRINT-ONE-DATE.
003440     MOVE SPACES TO WS-PRINT-LINE.
003450     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003460     MOVE SPACES TO WS-PRINT-LINE.
003470     STRING "RUN-DATE=" WS-PLAN-DATE
003480         "  STREAM=" WS-STREAM-TEXT
003490         "  RUN-MODE=" PLN-RUN-MODE
003500         INTO WS-PRINT-LINE.
003510     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003520     MOVE SPACES TO WS-PRINT-LINE.
003530     EVALUATE TRUE
003540         WHEN PLN-CAL-ROW-FOUND
003550             STRING "  CALENDAR: DOW=" PLN-CAL-DAY-OF-WEEK
003560                 " BUSINESS=" PLN-CAL-BUSINESS-FLAG
003570                 " HOLIDAY=" PLN-CAL-HOLIDAY-FLAG
003580                 " MONTH-END=" PLN-CAL-MONTH-END-FLAG
003590                 " QTR-END=" PLN-CAL-QTR-END-FLAG
003600                 INTO WS-PRINT-LINE
003610         WHEN PLN-CAL-NO-DATASET
003620             MOVE "  CALENDAR: NO CALENDAR DATASET"
003630                 TO WS-PRINT-LINE
003640         WHEN OTHER
003650             MOVE "  CALENDAR: ** NO ROW FOR THIS DATE **"
003660                 TO WS-PRINT-LINE
003670     END-EVALUATE.
003680     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003690     MOVE SPACES TO WS-PRINT-LINE.
003700     IF PLN-FITS-WINDOW
003710         STRING "  JOB START " PLN-START-TEXT
003720             "  PROJECTED FINISH " PLN-FINISH-TEXT
003730             "  WINDOW 06:00  SLACK " PLN-SLACK-SECS " SEC"
003740             INTO WS-PRINT-LINE
003750     ELSE
003760         STRING "  JOB START " PLN-START-TEXT
003770             "  PROJECTED FINISH " PLN-FINISH-TEXT
003780             "  ** MISSES 06:00 BY " PLN-OVERRUN-SECS " SEC **"
003790             INTO WS-PRINT-LINE
003800     END-IF.
003810     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003820     MOVE SPACES TO WS-PRINT-LINE.
003830     STRING "  WOULD DISPATCH: " PLN-DISPATCH-COUNT
003840         "  LEFT OUT: " PLN-LEFT-OUT-COUNT
003850         INTO WS-PRINT-LINE.
003860     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
003870     IF PLN-STEP-COUNT = 0
003880         MOVE "  NO CONTROL-FILE STEPS IN THIS STREAM"
003890             TO WS-PRINT-LINE
003900         WRITE REPORT-RECORD FROM WS-PRINT-LINE
003910         GO TO 3000-EXIT
003920     END-IF.
003930     IF PLN-DISPATCH-COUNT > 0
003940         MOVE "  SEQ STEP     PROGRAM  START  END     SECS  NOTE"
003950             TO WS-PRINT-LINE
003960         WRITE REPORT-RECORD FROM WS-PRINT-LINE
003970     END-IF.
003980     MOVE 0 TO WS-SEQ-NBR.
003990     MOVE 1 TO WS-STEP-IX.
004000     PERFORM 3100-PRINT-DISPATCHED THRU 3100-EXIT
004010         UNTIL WS-STEP-IX > PLN-STEP-COUNT.
004020     IF PLN-LEFT-OUT-COUNT > 0
004030         MOVE "  LEFT OUT:" TO WS-PRINT-LINE
004040         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004050     END-IF.
004060     MOVE 1 TO WS-STEP-IX.
004070     PERFORM 3200-PRINT-LEFT-OUT THRU 3200-EXIT
004080         UNTIL WS-STEP-IX > PLN-STEP-COUNT.
004090     PERFORM 3300-PRINT-WARNINGS THRU 3300-EXIT.
004100 3000-EXIT.
004110     EXIT.
004120*
004130 3100-PRINT-DISPATCHED.
004140     IF PLN-STEP-DISPATCHES (WS-STEP-IX)
004150         ADD 1 TO WS-SEQ-NBR
004160         MOVE SPACES TO WS-PRINT-LINE
004170         STRING "  " WS-SEQ-NBR
004180             " " PLN-STEP-NAME (WS-STEP-IX)
004190             " " PLN-PROGRAM-ID (WS-STEP-IX)
004200             " " PLN-STEP-START-TEXT (WS-STEP-IX)
004210             "  " PLN-STEP-END-TEXT (WS-STEP-IX)
004220             "  " PLN-DURATION (WS-STEP-IX)
004230             "  " PLN-NOTE (WS-STEP-IX)
004240             DELIMITED BY SIZE
004250             INTO WS-PRINT-LINE
004260         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004270     END-IF.
004280     ADD 1 TO WS-STEP-IX.
004290 3100-EXIT.
004300     EXIT.
004310*
004320 3200-PRINT-LEFT-OUT.
004330     IF PLN-STEP-LEFT-OUT (WS-STEP-IX)
004340         MOVE SPACES TO WS-PRINT-LINE
004350         STRING "      " PLN-STEP-NAME (WS-STEP-IX)
004360             " " PLN-PROGRAM-ID (WS-STEP-IX)
004370             "  " PLN-NOTE (WS-STEP-IX)
004380             DELIMITED BY SIZE
004390             INTO WS-PRINT-LINE
004400         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004410     END-IF.
004420     ADD 1 TO WS-STEP-IX.
004430 3200-EXIT.
004440     EXIT.
004450*
004460* ---------------------------------------------------------- *
004470* 3300-PRINT-WARNINGS - WHAT MAKES THE NIGHT'S PLAN LESS THAN *
004480* THE WHOLE STORY.                                            *
004490* ---------------------------------------------------------- *
004500 3300-PRINT-WARNINGS.
004510     IF PLN-CAL-NEEDED-COUNT > 0
004520         MOVE SPACES TO WS-PRINT-LINE
004530         STRING "  ** " PLN-CAL-NEEDED-COUNT
004540             " STEP(S) NEED A CALENDAR ROW THE DATE DOES NOT"
004550             " HAVE **"
004560             INTO WS-PRINT-LINE
004570         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004580     END-IF.
004590     IF PLN-NO-DURATION-COUNT > 0
004600         MOVE SPACES TO WS-PRINT-LINE
004610         STRING "  ** " PLN-NO-DURATION-COUNT
004620             " STEP(S) HAVE NO EXPECTED DURATION - FINISH IS"
004630             " EARLY **"
004640             INTO WS-PRINT-LINE
004650         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004660     END-IF.
004670     IF PLN-TABLE-OVERFLOWED
004680         MOVE "  ** MORE STEPS THAN THE PLAN HOLDS - LIST IS CUT"
004690             TO WS-PRINT-LINE
004700         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004710         MOVE "     SHORT AND THE FINISH MAY BE EARLY **"
004720             TO WS-PRINT-LINE
004730         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004740     END-IF.
004750 3300-EXIT.
004760     EXIT.
004770*
004780* ---------------------------------------------------------- *
004790* 5000-PRINT-SUMMARY - ONE LINE FOR THE WHOLE RANGE.          *
004800* ---------------------------------------------------------- *
004810 5000-PRINT-SUMMARY.
004820     MOVE SPACES TO WS-PRINT-LINE.
004830     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004840     MOVE SPACES TO WS-PRINT-LINE.
004850     STRING "RANGE SUMMARY  DATES=" WS-DATE-COUNT
004860         "  FIT=" WS-FIT-COUNT
004870         "  MISS WINDOW=" WS-MISS-COUNT
004880         "  WITH WARNINGS=" WS-WARN-COUNT
004890         INTO WS-PRINT-LINE.
004900     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004910 5000-EXIT.
004920     EXIT.
004930*
004940* ---------------------------------------------------------- *
004950* 9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE.  *
004960* ---------------------------------------------------------- *
004970 9000-TERMINATE.
004980     IF WS-REPORT-OPEN
004990         CLOSE REPORT-FILE
005000     END-IF.
005010     IF WS-ABEND
005020         MOVE 16 TO RETURN-CODE
005030     ELSE
005040         MOVE WS-WORST-RC TO RETURN-CODE
005050     END-IF.
005060 9000-EXIT.
005070     EXIT.
005080*
005090 END PROGRAM PLANRPT.
