000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNPLAN.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* RUNPLAN works out what HELLO would do on a future run-date, *
000090* without dispatching anything.  It is called by PLANRPT (the
000100* batch preview over a range of dates) and PLANINQ (the TSO
000110* inquiry) with one run-date and named stream at a time (see
000120* PLNPARM), and answers from the same places HELLO decides
000130* from: the CALENDAR row for the date and the CONTROL-FILE.
000140*
000150* The run-mode is derived as HELLO derives it (the calendar's
000160* month-end flag, else the last calendar day of the month)
000170* unless the caller overrides it.  Each control row is then
000180* judged in HELLO's order: CTL-RUN-FLAG first, then the rules
000190* of HELLO's 3207-CHECK-STEP-SCHEDULE (holiday, CTL-MONTHEND-
000200* FLAG, CTL-FREQUENCY against the calendar row).  A row that
000210* passes is projected to dispatch, in control-file order, for
000220* its CTL-EXPECTED-DURATION from the expected job start.
000230*
000240* Predecessors are applied as HELLO applies them.  One that is
000250* not due that night does not hold its dependent (the note
000260* says so).  One in another named stream holds its dependent
000270* until that stream's projection has it finished.  As HELLO
000280* re-checks its held steps after every control row, a held
000290* step is dispatched at the first row boundary after its
000293* predecessor ends; one still held when the walk is done is
000296* waited for, and one not finished by 06:00 suppresses it,
000300* with its dependents.  Every stream is projected, twice over,
000310* so a predecessor later in the file still has a time.  The
000313* steps go back to the caller in the order they would be
000316* dispatched.
000320*
000330* What a projection cannot know is left as an assumption: an
000340* inbound feed arrives in time, nothing fails or retries, and
000350* no operator holds or skips a step.  The job is taken to
000360* start at 22:00 unless the caller gives another time.
000370*
000380* MOD HISTORY
000390*   15-10-2026 PK  INITIAL VERSION.
000400* ------------------------------------------------------------ *
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CTLFILE-STATUS.
000470     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CALENDAR-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CONTROL-FILE
000540     RECORDING MODE IS F.
000550     COPY CTLFILE.
000560 FD  CALENDAR-FILE
000570     RECORDING MODE IS F.
000580     COPY CALREC.
000590*
000600 WORKING-STORAGE SECTION.
000610 77  WS-CTLFILE-STATUS            PIC X(02)  VALUE "00".
000620 77  WS-CALENDAR-STATUS           PIC X(02)  VALUE "00".
000630 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000640     88  WS-ABEND                 VALUE "Y".
000650 77  WS-CTLFILE-EOF-SWITCH        PIC X(01)  VALUE "N".
000660     88  WS-CTLFILE-EOF           VALUE "Y".
000670 77  WS-CALENDAR-EOF-SWITCH       PIC X(01)  VALUE "N".
000680     88  WS-CALENDAR-EOF          VALUE "Y".
000690*
000700 01  WS-RUN-DATE-FIELDS.
000710     05  WS-RUN-DATE              PIC X(08).
000720     05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE.
000730         10  WS-RUN-YEAR          PIC 9(04).
000740         10  WS-RUN-MONTH         PIC 9(02).
000750         10  WS-RUN-DAY           PIC 9(02).
000760 77  WS-RUN-MODE                  PIC X(08)  VALUE "DAILY".
000770     88  WS-MODE-MONTHEND         VALUE "MONTHEND".
000780*
000790* THE CALENDAR ROW FOR THE RUN-DATE, KEPT AS HELLO KEEPS IT.
000800 77  WS-CAL-FOUND-SWITCH          PIC X(01)  VALUE "N".
000810     88  WS-CAL-FOUND             VALUE "Y".
000820 77  WS-CAL-DAY-OF-WEEK           PIC 9(01)  VALUE 0.
000830 77  WS-CAL-BUSDAY-SWITCH         PIC X(01)  VALUE "N".
000840     88  WS-CAL-BUSINESS-DAY      VALUE "Y".
000850 77  WS-CAL-HOLIDAY-SWITCH        PIC X(01)  VALUE "N".
000860     88  WS-CAL-HOLIDAY-DAY       VALUE "Y".
000870 77  WS-CAL-MONTH-END-SWITCH      PIC X(01)  VALUE "N".
000880     88  WS-CAL-MONTH-END         VALUE "Y".
000890 77  WS-CAL-QTR-END-SWITCH        PIC X(01)  VALUE "N".
000900     88  WS-CAL-QTR-END           VALUE "Y".
000910*
000920 01  WS-DAYS-IN-MONTH-VALUES.
000930     05  FILLER                   PIC 9(02)  VALUE 31.
000940     05  FILLER                   PIC 9(02)  VALUE 28.
000950     05  FILLER                   PIC 9(02)  VALUE 31.
000960     05  FILLER                   PIC 9(02)  VALUE 30.
000970     05  FILLER                   PIC 9(02)  VALUE 31.
000980     05  FILLER                   PIC 9(02)  VALUE 30.
000990     05  FILLER                   PIC 9(02)  VALUE 31.
001000     05  FILLER                   PIC 9(02)  VALUE 31.
001010     05  FILLER                   PIC 9(02)  VALUE 30.
001020     05  FILLER                   PIC 9(02)  VALUE 31.
001030     05  FILLER                   PIC 9(02)  VALUE 30.
001040     05  FILLER                   PIC 9(02)  VALUE 31.
001050 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001060     05  WS-DAYS-IN-MONTH         PIC 9(02)  OCCURS 12 TIMES.
001070 77  WS-LAST-DAY-OF-MONTH         PIC 9(02).
001080 77  WS-LEAP-DIV-QUOT             PIC 9(04).
001090 77  WS-LEAP-REM-4                PIC 9(02).
001100 77  WS-LEAP-REM-100              PIC 9(02).
001110 77  WS-LEAP-REM-400              PIC 9(03).
001120*
001130* 3207'S VERDICT ON THE CURRENT CONTROL ROW.
001140 77  WS-SCHEDULE-SWITCH           PIC X(01)  VALUE "Y".
001150     88  WS-STEP-IN-SCHEDULE      VALUE "Y".
001160 77  WS-SCHED-SKIP-REASON         PIC X(28)  VALUE SPACES.
001170*
001180* THE EXPECTED JOB START AND THE 06:00 DEADLINE, IN SECONDS
001190* FROM MIDNIGHT OF THE START DAY (SEE HELLO 1500).
001200 77  WS-DEFAULT-START-HHMM        PIC X(04)  VALUE "2200".
001210 01  WS-START-FIELDS.
001220     05  WS-START-HHMM            PIC X(04).
001230     05  WS-START-HHMM-NUM REDEFINES WS-START-HHMM.
001240         10  WS-START-HH          PIC 9(02).
001250         10  WS-START-MM          PIC 9(02).
001260 77  WS-JOB-START-SECS            PIC 9(06)  VALUE 0.
001270 77  WS-DEADLINE-SECS             PIC 9(06)  VALUE 0.
001280 77  WS-BATCH-WINDOW-SECS         PIC 9(06)  VALUE 21600.
001290 77  WS-CLOCK-SECS                PIC 9(06)  VALUE 0.
001300 77  WS-WAIT-UNTIL-SECS           PIC 9(06)  VALUE 0.
001310*
001320* EVERY CONTROL ROW OF EVERY STREAM, IN FILE ORDER, WITH ITS
001330* VERDICT ("D" DISPATCHES, "X" LEFT OUT) AND ITS PROJECTION.
001333* ORDER-NBR IS WHERE THE ROW FALLS IN ITS STREAM'S DISPATCH
001336* ORDER - THE ORDER THE PROJECTION SETTLED IT IN.
001340 77  WS-PT-COUNT                  PIC 9(04)  COMP VALUE 0.
001350 77  WS-PT-IX                     PIC 9(04)  COMP.
001360 77  WS-PT-PRED-IX                PIC 9(04)  COMP.
001370 77  WS-PRED-SLOT                 PIC 9(04)  COMP.
001380 77  WS-PRED-ROW-SWITCH           PIC X(01)  VALUE "N".
001390     88  WS-PRED-ROW-FOUND        VALUE "Y".
001400 77  WS-TABLE-FULL-SWITCH         PIC X(01)  VALUE "N".
001410     88  WS-TABLE-FULL            VALUE "Y".
001420 01  WS-PLAN-TABLE.
001430     05  WS-PT-ENTRY OCCURS 100 TIMES.
001440         10  WS-PT-STEP-NAME      PIC X(08).
001450         10  WS-PT-PROGRAM-ID     PIC X(08).
001460         10  WS-PT-STREAM-NAME    PIC X(08).
001470         10  WS-PT-STATUS         PIC X(01).
001480             88  WS-PT-DUE        VALUE "D".
001490         10  WS-PT-PRED-STEP      PIC X(08)  OCCURS 02 TIMES.
001500         10  WS-PT-TRIGGER        PIC X(08).
001510         10  WS-PT-CUTOFF         PIC X(04).
001520         10  WS-PT-DURATION       PIC 9(05).
001530         10  WS-PT-CAL-NEEDED     PIC X(01).
001540         10  WS-PT-HELD-FLAG      PIC X(01).
001550             88  WS-PT-HELD       VALUE "Y".
001560         10  WS-PT-SUPPRESS-FLAG  PIC X(01).
001570             88  WS-PT-SUPPRESSED VALUE "Y".
001580         10  WS-PT-TIMED-FLAG     PIC X(01).
001590             88  WS-PT-TIMED      VALUE "Y".
001600         10  WS-PT-START-SECS     PIC 9(06).
001610         10  WS-PT-END-SECS       PIC 9(06).
001620         10  WS-PT-NOTE           PIC X(28).
001625         10  WS-PT-ORDER-NBR      PIC 9(04)  COMP.
001630*
001640* THE NAMED STREAMS ON THE CONTROL FILE AND WHEN EACH ENDS.
001650 77  WS-SL-COUNT                  PIC 9(04)  COMP VALUE 0.
001660 77  WS-SL-IX                     PIC 9(04)  COMP.
001670 77  WS-SL-FOUND-SWITCH           PIC X(01)  VALUE "N".
001680     88  WS-SL-FOUND              VALUE "Y".
001690 01  WS-STREAM-LIST.
001700     05  WS-SL-ENTRY OCCURS 20 TIMES.
001710         10  WS-SL-STREAM-NAME    PIC X(08).
001720         10  WS-SL-FINISH-SECS    PIC 9(06).
001730*
001740* PROJECTION PASS CONTROL AND THE CURRENT STEP'S GATES.
001750 77  WS-PASS-NBR                  PIC 9(01)  VALUE 0.
001760 77  WS-HELD-PASS-SWITCH          PIC X(01)  VALUE "N".
001770     88  WS-HELD-PASS             VALUE "Y".
001771 77  WS-WALK-IX                   PIC 9(04)  COMP.
001772 77  WS-ORDER-NBR                 PIC 9(04)  COMP VALUE 0.
001773 77  WS-RETURN-NBR                PIC 9(04)  COMP VALUE 0.
001774 77  WS-RETURN-ROW-SWITCH         PIC X(01)  VALUE "N".
001775     88  WS-RETURN-ROW-FOUND      VALUE "Y".
001780 77  WS-STEP-WAITS-SWITCH         PIC X(01)  VALUE "N".
001790     88  WS-STEP-WAITS            VALUE "Y".
001800 77  WS-STEP-SUPPRESS-SWITCH      PIC X(01)  VALUE "N".
001810     88  WS-STEP-SUPPRESSED       VALUE "Y".
001820 77  WS-NOTE-STREAM               PIC X(08).
001830*
001840* SECONDS-TO-HH:MM WORK FIELDS (SEE 7200).
001850 77  WS-STT-SECS                  PIC 9(06).
001860 77  WS-STT-DAYS                  PIC 9(02).
001870 77  WS-STT-REM                   PIC 9(06).
001880 77  WS-STT-HH                    PIC 9(02).
001890 77  WS-STT-MM                    PIC 9(02).
001900 77  WS-STT-TEXT                  PIC X(05).
001910*
001920 LINKAGE SECTION.
001930 COPY PLNPARM.
001940*
001950 PROCEDURE DIVISION USING RUN-PLAN-PARMS.
001960*
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     IF NOT WS-ABEND
002000         PERFORM 2000-LOAD-CONTROL-FILE THRU 2000-EXIT
002010     END-IF.
002020     IF NOT WS-ABEND
002030         MOVE 1 TO WS-PASS-NBR
002040         PERFORM 3000-PROJECT-ALL-STREAMS THRU 3000-EXIT
002050             UNTIL WS-PASS-NBR > 2
002060         PERFORM 4000-RETURN-STREAM-PLAN THRU 4000-EXIT
002070     END-IF.
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002090     GOBACK.
002100 0000-MAINLINE-EXIT.
002110     EXIT.
002120*
002130* ---------------------------------------------------------- *
002140* 1000-INITIALIZE - CLEAR THE ANSWER AREA, CHECK THE RUN-DATE *
002150* AND THE START TIME, LOAD THE CALENDAR ROW AND RESOLVE THE   *
002160* RUN-MODE AS HELLO'S 1000-INITIALIZE DOES.                   *
002170* ---------------------------------------------------------- *
002180 1000-INITIALIZE.
002190     MOVE "N"    TO PLN-CALENDAR-FLAG.
002200     MOVE 0      TO PLN-CAL-DAY-OF-WEEK.
002210     MOVE SPACES TO PLN-CAL-BUSINESS-FLAG.
002220     MOVE SPACES TO PLN-CAL-HOLIDAY-FLAG.
002230     MOVE SPACES TO PLN-CAL-MONTH-END-FLAG.
002240     MOVE SPACES TO PLN-CAL-QTR-END-FLAG.
002250     MOVE 0      TO PLN-JOB-START-SECS.
002260     MOVE 0      TO PLN-FINISH-SECS.
002270     MOVE 0      TO PLN-DEADLINE-SECS.
002280     MOVE SPACES TO PLN-START-TEXT.
002290     MOVE SPACES TO PLN-FINISH-TEXT.
002300     MOVE "Y"    TO PLN-WINDOW-FLAG.
002310     MOVE 0      TO PLN-SLACK-SECS.
002320     MOVE 0      TO PLN-OVERRUN-SECS.
002330     MOVE 0      TO PLN-DISPATCH-COUNT.
002340     MOVE 0      TO PLN-LEFT-OUT-COUNT.
002350     MOVE 0      TO PLN-NO-DURATION-COUNT.
002360     MOVE 0      TO PLN-CAL-NEEDED-COUNT.
002370     MOVE "N"    TO PLN-OVERFLOW-FLAG.
002380     MOVE 0      TO PLN-STEP-COUNT.
002390*    WORKING-STORAGE LIVES ON BETWEEN CALLS - A RANGE OF
002400*    DATES IS PLANNED ONE CALL AT A TIME.
002410     MOVE "N"    TO WS-ABEND-SWITCH.
002420     MOVE "N"    TO WS-TABLE-FULL-SWITCH.
002430     MOVE 0      TO WS-PT-COUNT.
002440     MOVE 0      TO WS-SL-COUNT.
002450     MOVE PLN-RUN-DATE TO WS-RUN-DATE.
002460     PERFORM 1050-VALIDATE-RUN-DATE THRU 1050-EXIT.
002470     IF WS-ABEND
002480         GO TO 1000-EXIT
002490     END-IF.
002500     IF PLN-START-HHMM = SPACES
002510         MOVE WS-DEFAULT-START-HHMM TO PLN-START-HHMM
002520     END-IF.
002530     MOVE PLN-START-HHMM TO WS-START-HHMM.
002540     IF WS-START-HHMM IS NOT NUMERIC
002550             OR WS-START-HH > 23 OR WS-START-MM > 59
002560         DISPLAY "RUNPLAN: INVALID START TIME " PLN-START-HHMM
002570             " - MUST BE HHMM"
002580         MOVE "Y" TO WS-ABEND-SWITCH
002590         GO TO 1000-EXIT
002600     END-IF.
002610     COMPUTE WS-JOB-START-SECS =
002620         (WS-START-HH * 3600) + (WS-START-MM * 60).
002630     IF WS-JOB-START-SECS < WS-BATCH-WINDOW-SECS
002640         MOVE WS-BATCH-WINDOW-SECS TO WS-DEADLINE-SECS
002650     ELSE
002660         COMPUTE WS-DEADLINE-SECS =
002670             WS-BATCH-WINDOW-SECS + 86400
002680     END-IF.
002690     PERFORM 1100-LOAD-CALENDAR-DAY THRU 1100-EXIT.
002700     IF PLN-RUN-MODE = SPACES
002710         IF WS-CAL-FOUND
002720             IF WS-CAL-MONTH-END
002730                 MOVE "MONTHEND" TO WS-RUN-MODE
002740             ELSE
002750                 MOVE "DAILY" TO WS-RUN-MODE
002760             END-IF
002770         ELSE
002780             PERFORM 1150-DERIVE-RUN-MODE THRU 1150-EXIT
002790         END-IF
002800         MOVE WS-RUN-MODE TO PLN-RUN-MODE
002810     ELSE
002820         MOVE PLN-RUN-MODE TO WS-RUN-MODE
002830     END-IF.
002840 1000-EXIT.
002850     EXIT.
002860*
002870* ---------------------------------------------------------- *
002880* 1050-VALIDATE-RUN-DATE - A REAL YYYYMMDD DATE, SO THE MONTH *
002890* CAN SUBSCRIPT WS-DAYS-IN-MONTH.                             *
002900* ---------------------------------------------------------- *
002910 1050-VALIDATE-RUN-DATE.
002920     IF WS-RUN-DATE IS NOT NUMERIC
002930         DISPLAY "RUNPLAN: INVALID RUN-DATE " WS-RUN-DATE
002940             " - MUST BE YYYYMMDD"
002950         MOVE "Y" TO WS-ABEND-SWITCH
002960         GO TO 1050-EXIT
002970     END-IF.
002980     IF WS-RUN-MONTH = 0 OR WS-RUN-MONTH > 12
002990         DISPLAY "RUNPLAN: INVALID RUN-DATE " WS-RUN-DATE
003000             " - MONTH NOT IN 01-12"
003010         MOVE "Y" TO WS-ABEND-SWITCH
003020         GO TO 1050-EXIT
003030     END-IF.
003040     PERFORM 1160-FIND-LAST-DAY THRU 1160-EXIT.
003050     IF WS-RUN-DAY = 0 OR WS-RUN-DAY > WS-LAST-DAY-OF-MONTH
003060         DISPLAY "RUNPLAN: INVALID RUN-DATE " WS-RUN-DATE
003070             " - NO SUCH DAY IN THE MONTH"
003080         MOVE "Y" TO WS-ABEND-SWITCH
003090     END-IF.
003100 1050-EXIT.
003110     EXIT.
003120*
003130* ---------------------------------------------------------- *
003140* 1100-LOAD-CALENDAR-DAY - THE RUN-DATE'S CALENDAR ROW, AS    *
003150* HELLO'S 1052 READS IT.  THE CALLER IS TOLD WHETHER THERE    *
003160* WAS NO ROW OR NO CALENDAR DATASET AT ALL.                   *
003170* ---------------------------------------------------------- *
003180 1100-LOAD-CALENDAR-DAY.
003190     MOVE "N" TO WS-CALENDAR-EOF-SWITCH.
003200     MOVE "N" TO WS-CAL-FOUND-SWITCH.
003210     OPEN INPUT CALENDAR-FILE.
003220     IF WS-CALENDAR-STATUS = "00"
003230         PERFORM 1110-READ-ONE-CALENDAR-ROW THRU 1110-EXIT
003240             UNTIL WS-CALENDAR-EOF OR WS-CAL-FOUND
003250         CLOSE CALENDAR-FILE
003260     ELSE
003270         MOVE "U" TO PLN-CALENDAR-FLAG
003280     END-IF.
003290     IF WS-CAL-FOUND
003300         MOVE "Y"                     TO PLN-CALENDAR-FLAG
003310         MOVE WS-CAL-DAY-OF-WEEK      TO PLN-CAL-DAY-OF-WEEK
003320         MOVE WS-CAL-BUSDAY-SWITCH    TO PLN-CAL-BUSINESS-FLAG
003330         MOVE WS-CAL-HOLIDAY-SWITCH   TO PLN-CAL-HOLIDAY-FLAG
003340         MOVE WS-CAL-MONTH-END-SWITCH TO PLN-CAL-MONTH-END-FLAG
003350         MOVE WS-CAL-QTR-END-SWITCH   TO PLN-CAL-QTR-END-FLAG
003360     END-IF.
003370 1100-EXIT.
003380     EXIT.
003390*
003400 1110-READ-ONE-CALENDAR-ROW.
003410     READ CALENDAR-FILE
003420         AT END
003430             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
003440     END-READ.
003450     IF NOT WS-CALENDAR-EOF
003460         IF CAL-DATE = WS-RUN-DATE
003470             MOVE "Y" TO WS-CAL-FOUND-SWITCH
003480             IF CAL-DAY-OF-WEEK IS NUMERIC
003490                 MOVE CAL-DAY-OF-WEEK TO WS-CAL-DAY-OF-WEEK
003500             END-IF
003510             MOVE CAL-BUSINESS-DAY-FLAG
003520                 TO WS-CAL-BUSDAY-SWITCH
003530             MOVE CAL-HOLIDAY-FLAG
003540                 TO WS-CAL-HOLIDAY-SWITCH
003550             MOVE CAL-MONTH-END-FLAG
003560                 TO WS-CAL-MONTH-END-SWITCH
003570             MOVE CAL-QTR-END-FLAG
003580                 TO WS-CAL-QTR-END-SWITCH
003590         END-IF
003600     END-IF.
003610 1110-EXIT.
003620     EXIT.
003630*
003640* ---------------------------------------------------------- *
003650* 1150-DERIVE-RUN-MODE - NO CALENDAR ROW: THE LAST CALENDAR   *
003660* DAY OF THE MONTH IS MONTHEND, AS IN HELLO'S 1055.           *
003670* ---------------------------------------------------------- *
003680 1150-DERIVE-RUN-MODE.
003690     MOVE "DAILY" TO WS-RUN-MODE.
003700     IF WS-RUN-DAY = WS-LAST-DAY-OF-MONTH
003710         MOVE "MONTHEND" TO WS-RUN-MODE
003720     END-IF.
003730 1150-EXIT.
003740     EXIT.
003750*
003760 1160-FIND-LAST-DAY.
003770     MOVE WS-DAYS-IN-MONTH (WS-RUN-MONTH) TO WS-LAST-DAY-OF-MONTH.
003780     IF WS-RUN-MONTH = 02
003790         DIVIDE WS-RUN-YEAR BY 4   GIVING WS-LEAP-DIV-QUOT
003800             REMAINDER WS-LEAP-REM-4
003810         DIVIDE WS-RUN-YEAR BY 100 GIVING WS-LEAP-DIV-QUOT
003820             REMAINDER WS-LEAP-REM-100
003830         DIVIDE WS-RUN-YEAR BY 400 GIVING WS-LEAP-DIV-QUOT
003840             REMAINDER WS-LEAP-REM-400
003850         IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
003860                 OR WS-LEAP-REM-400 = 0
003870             MOVE 29 TO WS-LAST-DAY-OF-MONTH
003880         END-IF
003890     END-IF.
003900 1160-EXIT.
003910     EXIT.
003920*
003930* ---------------------------------------------------------- *
003940* 2000-LOAD-CONTROL-FILE - EVERY ROW OF EVERY STREAM, JUDGED  *
003950* AS IT IS READ.  NO CONTROL FILE, NO PLAN.                   *
003960* ---------------------------------------------------------- *
003970 2000-LOAD-CONTROL-FILE.
003980     OPEN INPUT CONTROL-FILE.
003990     IF WS-CTLFILE-STATUS NOT = "00"
004000         DISPLAY "RUNPLAN: UNABLE TO OPEN CONTROL-FILE, STATUS="
004010             WS-CTLFILE-STATUS
004020         MOVE "Y" TO WS-ABEND-SWITCH
004030         GO TO 2000-EXIT
004040     END-IF.
004050     MOVE "N" TO WS-CTLFILE-EOF-SWITCH.
004060     PERFORM 2100-LOAD-ONE-CONTROL-ROW THRU 2100-EXIT
004070         UNTIL WS-CTLFILE-EOF.
004080     CLOSE CONTROL-FILE.
004090 2000-EXIT.
004100     EXIT.
004110*
004120 2100-LOAD-ONE-CONTROL-ROW.
004130     READ CONTROL-FILE
004140         AT END
004150             MOVE "Y" TO WS-CTLFILE-EOF-SWITCH
004160     END-READ.
004170     IF WS-CTLFILE-EOF
004180         GO TO 2100-EXIT
004190     END-IF.
004200     IF WS-PT-COUNT NOT < 100
004210         IF NOT WS-TABLE-FULL
004220             DISPLAY "RUNPLAN: PLAN TABLE FULL AT STEP "
004230                 CTL-STEP-NAME " - LATER ROWS NOT PROJECTED"
004240             MOVE "Y" TO WS-TABLE-FULL-SWITCH
004250         END-IF
004260         GO TO 2100-EXIT
004270     END-IF.
004280     ADD 1 TO WS-PT-COUNT.
004290     MOVE WS-PT-COUNT TO WS-PT-IX.
004300     MOVE CTL-STEP-NAME       TO WS-PT-STEP-NAME (WS-PT-IX).
004310     MOVE CTL-PROGRAM-ID      TO WS-PT-PROGRAM-ID (WS-PT-IX).
004320     MOVE CTL-STREAM-NAME     TO WS-PT-STREAM-NAME (WS-PT-IX).
004330     MOVE CTL-PRED-STEP (1)   TO WS-PT-PRED-STEP (WS-PT-IX, 1).
004340     MOVE CTL-PRED-STEP (2)   TO WS-PT-PRED-STEP (WS-PT-IX, 2).
004350     MOVE CTL-TRIGGER-DATASET TO WS-PT-TRIGGER (WS-PT-IX).
004360     MOVE CTL-TRIGGER-CUTOFF  TO WS-PT-CUTOFF (WS-PT-IX).
004370     MOVE "N"    TO WS-PT-CAL-NEEDED (WS-PT-IX).
004380     MOVE "N"    TO WS-PT-HELD-FLAG (WS-PT-IX).
004390     MOVE "N"    TO WS-PT-SUPPRESS-FLAG (WS-PT-IX).
004400     MOVE "N"    TO WS-PT-TIMED-FLAG (WS-PT-IX).
004410     MOVE 0      TO WS-PT-START-SECS (WS-PT-IX).
004420     MOVE 0      TO WS-PT-END-SECS (WS-PT-IX).
004430     MOVE SPACES TO WS-PT-NOTE (WS-PT-IX).
004440     IF CTL-EXPECTED-DURATION IS NUMERIC
004450         MOVE CTL-EXPECTED-DURATION TO WS-PT-DURATION (WS-PT-IX)
004460     ELSE
004470         MOVE 0 TO WS-PT-DURATION (WS-PT-IX)
004480     END-IF.
004490     PERFORM 2200-JUDGE-ONE-ROW THRU 2200-EXIT.
004500     PERFORM 2400-NOTE-STREAM THRU 2400-EXIT.
004510 2100-EXIT.
004520     EXIT.
004530*
004540* ---------------------------------------------------------- *
004550* 2200-JUDGE-ONE-ROW - HELLO'S 3205 ORDER FOR A STEP NOT YET  *
004560* CHECKPOINTED: THE RUN FLAG, THEN THE SCHEDULE.  A STEP LEFT *
004570* OUT ONLY BECAUSE THE DATE HAS NO CALENDAR ROW IS MARKED,    *
004580* SINCE THAT IS THE MISSING ROW HELLO WOULD RAISE AN ERROR    *
004590* FOR.                                                        *
004600* ---------------------------------------------------------- *
004610 2200-JUDGE-ONE-ROW.
004620     IF NOT CTL-RUN-YES
004630         MOVE "X" TO WS-PT-STATUS (WS-PT-IX)
004640         MOVE "RUN FLAG NOT Y" TO WS-PT-NOTE (WS-PT-IX)
004650         GO TO 2200-EXIT
004660     END-IF.
004670     PERFORM 2300-CHECK-STEP-SCHEDULE THRU 2300-EXIT.
004680     IF NOT WS-STEP-IN-SCHEDULE
004690         MOVE "X" TO WS-PT-STATUS (WS-PT-IX)
004700         MOVE WS-SCHED-SKIP-REASON TO WS-PT-NOTE (WS-PT-IX)
004710         IF NOT WS-CAL-FOUND
004720                 AND (CTL-FREQ-WEEKLY
004730                     OR CTL-FREQ-QUARTERLY
004740                     OR CTL-FREQ-BUSDAY-ONLY)
004750             MOVE "Y" TO WS-PT-CAL-NEEDED (WS-PT-IX)
004760         END-IF
004770     ELSE
004780         MOVE "D" TO WS-PT-STATUS (WS-PT-IX)
004790     END-IF.
004800 2200-EXIT.
004810     EXIT.
004820*
004830* ---------------------------------------------------------- *
004840* 2300-CHECK-STEP-SCHEDULE - HELLO'S                          *
004850* 3207-CHECK-STEP-SCHEDULE, RULE FOR RULE, SO THE PREVIEW AND *
004860* THE NIGHT CANNOT DISAGREE.  A CHANGE TO ONE MUST BE MADE TO *
004870* THE OTHER.                                                  *
004880* ---------------------------------------------------------- *
004890 2300-CHECK-STEP-SCHEDULE.
004900     MOVE "Y" TO WS-SCHEDULE-SWITCH.
004910     MOVE SPACES TO WS-SCHED-SKIP-REASON.
004920     IF WS-CAL-FOUND AND WS-CAL-HOLIDAY-DAY
004930         MOVE "N" TO WS-SCHEDULE-SWITCH
004940         MOVE "HOLIDAY - NO POSTING" TO WS-SCHED-SKIP-REASON
004950         GO TO 2300-EXIT
004960     END-IF.
004970     IF CTL-MONTHEND-ONLY AND NOT WS-MODE-MONTHEND
004980         MOVE "N" TO WS-SCHEDULE-SWITCH
004990         MOVE "MONTH-END ONLY" TO WS-SCHED-SKIP-REASON
005000         GO TO 2300-EXIT
005010     END-IF.
005020     EVALUATE TRUE
005030         WHEN CTL-FREQ-WEEKLY
005040             IF NOT WS-CAL-FOUND
005050                 MOVE "N" TO WS-SCHEDULE-SWITCH
005060                 MOVE "WEEKLY - NO CALENDAR ROW"
005070                     TO WS-SCHED-SKIP-REASON
005080             ELSE
005090                 IF WS-CAL-DAY-OF-WEEK NOT = 5
005100                     MOVE "N" TO WS-SCHEDULE-SWITCH
005110                     MOVE "WEEKLY - NOT A FRIDAY"
005120                         TO WS-SCHED-SKIP-REASON
005130                 END-IF
005140             END-IF
005150         WHEN CTL-FREQ-MONTHEND
005160             IF NOT WS-MODE-MONTHEND
005170                 MOVE "N" TO WS-SCHEDULE-SWITCH
005180                 MOVE "MONTH-END ONLY"
005190                     TO WS-SCHED-SKIP-REASON
005200             END-IF
005210         WHEN CTL-FREQ-QUARTERLY
005220             IF NOT WS-CAL-FOUND
005230                 MOVE "N" TO WS-SCHEDULE-SWITCH
005240                 MOVE "QUARTERLY - NO CALENDAR ROW"
005250                     TO WS-SCHED-SKIP-REASON
005260             ELSE
005270                 IF NOT WS-CAL-QTR-END
005280                     MOVE "N" TO WS-SCHEDULE-SWITCH
005290                     MOVE "QUARTERLY - NOT QUARTER END"
005300                         TO WS-SCHED-SKIP-REASON
005310                 END-IF
005320             END-IF
005330         WHEN CTL-FREQ-BUSDAY-ONLY
005340             IF NOT WS-CAL-FOUND
005350                 MOVE "N" TO WS-SCHEDULE-SWITCH
005360                 MOVE "BUS-DAY - NO CALENDAR ROW"
005370                     TO WS-SCHED-SKIP-REASON
005380             ELSE
005390                 IF NOT WS-CAL-BUSINESS-DAY
005400                     MOVE "N" TO WS-SCHEDULE-SWITCH
005410                     MOVE "NOT A BUSINESS DAY"
005420                         TO WS-SCHED-SKIP-REASON
005430                 END-IF
005440             END-IF
005450         WHEN OTHER
005460             CONTINUE
005470     END-EVALUATE.
005480 2300-EXIT.
005490     EXIT.
005500*
005510 2400-NOTE-STREAM.
005520     MOVE "N" TO WS-SL-FOUND-SWITCH.
005530     MOVE 1 TO WS-SL-IX.
005540     PERFORM 2450-CHECK-ONE-STREAM THRU 2450-EXIT
005550         UNTIL WS-SL-FOUND OR WS-SL-IX > WS-SL-COUNT.
005560     IF NOT WS-SL-FOUND AND WS-SL-COUNT < 20
005570         ADD 1 TO WS-SL-COUNT
005580         MOVE CTL-STREAM-NAME TO WS-SL-STREAM-NAME (WS-SL-COUNT)
005590         MOVE WS-JOB-START-SECS
005600             TO WS-SL-FINISH-SECS (WS-SL-COUNT)
005610     END-IF.
005620 2400-EXIT.
005630     EXIT.
005640*
005650 2450-CHECK-ONE-STREAM.
005660     IF WS-SL-STREAM-NAME (WS-SL-IX) = CTL-STREAM-NAME
005670         MOVE "Y" TO WS-SL-FOUND-SWITCH
005680     ELSE
005690         ADD 1 TO WS-SL-IX
005700     END-IF.
005710 2450-EXIT.
005720     EXIT.
005730*
005740* ---------------------------------------------------------- *
005750* 3000-PROJECT-ALL-STREAMS - ONE PROJECTION OF EVERY STREAM,  *
005760* ALL STARTING AT THE EXPECTED JOB START.  THE SECOND PASS    *
005770* SEES THE FIRST PASS'S TIMES FOR A PREDECESSOR LATER IN THE  *
005780* FILE.                                                       *
005790* ---------------------------------------------------------- *
005800 3000-PROJECT-ALL-STREAMS.
005810     MOVE 1 TO WS-SL-IX.
005820     PERFORM 3100-PROJECT-ONE-STREAM THRU 3100-EXIT
005830         UNTIL WS-SL-IX > WS-SL-COUNT.
005840     ADD 1 TO WS-PASS-NBR.
005850 3000-EXIT.
005860     EXIT.
005870*
005880* ---------------------------------------------------------- *
005890* 3100-PROJECT-ONE-STREAM - THE CONTROL-FILE WALK, WITH THE   *
005900* HELD STEPS RE-CHECKED AFTER EVERY ROW IT DISPATCHES, AS     *
005910* HELLO'S 3000 AND 3402 DO; THEN WHATEVER IS STILL HELD, IN   *
005915* FILE ORDER, AS HELLO'S 3400 WAITS FOR IT.                   *
005920* ---------------------------------------------------------- *
005930 3100-PROJECT-ONE-STREAM.
005940     MOVE WS-JOB-START-SECS TO WS-CLOCK-SECS.
005945     MOVE 0 TO WS-ORDER-NBR.
005950     MOVE "N" TO WS-HELD-PASS-SWITCH.
005960     MOVE 1 TO WS-PT-IX.
005970     PERFORM 3150-PROJECT-ONE-ROW THRU 3150-EXIT
005980         UNTIL WS-PT-IX > WS-PT-COUNT.
005990     MOVE "Y" TO WS-HELD-PASS-SWITCH.
006000     MOVE 1 TO WS-PT-IX.
006010     PERFORM 3150-PROJECT-ONE-ROW THRU 3150-EXIT
006020         UNTIL WS-PT-IX > WS-PT-COUNT.
006030     MOVE WS-CLOCK-SECS TO WS-SL-FINISH-SECS (WS-SL-IX).
006040     ADD 1 TO WS-SL-IX.
006050 3100-EXIT.
006060     EXIT.
006070*
006080 3150-PROJECT-ONE-ROW.
006090     IF WS-PT-STREAM-NAME (WS-PT-IX)
006100             = WS-SL-STREAM-NAME (WS-SL-IX)
006120         IF NOT WS-HELD-PASS
006140             PERFORM 3160-WALK-ONE-ROW THRU 3160-EXIT
006160         ELSE
006170             IF WS-PT-HELD (WS-PT-IX)
006173                     AND NOT WS-PT-TIMED (WS-PT-IX)
006176                     AND NOT WS-PT-SUPPRESSED (WS-PT-IX)
006180                 PERFORM 3200-PLAN-ONE-STEP THRU 3200-EXIT
006185                 PERFORM 3190-NUMBER-ONE-ROW THRU 3190-EXIT
006190             END-IF
006200         END-IF
006210     END-IF.
006220     ADD 1 TO WS-PT-IX.
006230 3150-EXIT.
006240     EXIT.
006241*
006242* ---------------------------------------------------------- *
006243* 3160-WALK-ONE-ROW - ONE ROW OF THE CONTROL-FILE WALK.  A ROW *
006244* NOT HELD TAKES ITS PLACE IN THE DISPATCH ORDER NOW; ONE     *
006245* THAT DISPATCHES MOVES THE CLOCK ON, SO EVERY STEP HELD      *
006246* EARLIER IN THE WALK IS THEN RE-CHECKED AGAINST IT (3170).   *
006247* ---------------------------------------------------------- *
006248 3160-WALK-ONE-ROW.
006249     MOVE "N" TO WS-PT-HELD-FLAG (WS-PT-IX).
006250     MOVE "N" TO WS-PT-SUPPRESS-FLAG (WS-PT-IX).
006251     MOVE "N" TO WS-PT-TIMED-FLAG (WS-PT-IX).
006252     IF WS-PT-DUE (WS-PT-IX)
006253         PERFORM 3200-PLAN-ONE-STEP THRU 3200-EXIT
006254     END-IF.
006255     IF NOT WS-PT-HELD (WS-PT-IX)
006256         PERFORM 3190-NUMBER-ONE-ROW THRU 3190-EXIT
006257     END-IF.
006258     IF WS-PT-TIMED (WS-PT-IX)
006259         MOVE WS-PT-IX TO WS-WALK-IX
006260         MOVE 1 TO WS-PT-IX
006261         PERFORM 3170-RECHECK-ONE-HELD-ROW THRU 3170-EXIT
006262             UNTIL WS-PT-IX >= WS-WALK-IX
006263         MOVE WS-WALK-IX TO WS-PT-IX
006264     END-IF.
006265 3160-EXIT.
006266     EXIT.
006267*
006268* ---------------------------------------------------------- *
006269* 3170-RECHECK-ONE-HELD-ROW - HELLO'S 3402 FOR ONE HELD STEP: *
006270* IF EVERY PREDECESSOR HAS ENDED BY THE CLOCK IT DISPATCHES   *
006271* NOW, AND A STEP RELEASED HERE CAN RELEASE A LATER ONE ON    *
006272* THE SAME PASS; OTHERWISE IT STAYS HELD.                     *
006273* ---------------------------------------------------------- *
006274 3170-RECHECK-ONE-HELD-ROW.
006275     IF WS-PT-STREAM-NAME (WS-PT-IX)
006276             = WS-SL-STREAM-NAME (WS-SL-IX)
006277             AND WS-PT-HELD (WS-PT-IX)
006278             AND NOT WS-PT-TIMED (WS-PT-IX)
006279             AND NOT WS-PT-SUPPRESSED (WS-PT-IX)
006280         PERFORM 3200-PLAN-ONE-STEP THRU 3200-EXIT
006281         IF WS-PT-TIMED (WS-PT-IX) OR WS-PT-SUPPRESSED (WS-PT-IX)
006282             PERFORM 3190-NUMBER-ONE-ROW THRU 3190-EXIT
006283         END-IF
006284     END-IF.
006285     ADD 1 TO WS-PT-IX.
006286 3170-EXIT.
006287     EXIT.
006288*
006289 3190-NUMBER-ONE-ROW.
006290     ADD 1 TO WS-ORDER-NBR.
006291     MOVE WS-ORDER-NBR TO WS-PT-ORDER-NBR (WS-PT-IX).
006292 3190-EXIT.
006293     EXIT.
006294*
006295* ---------------------------------------------------------- *
006296* 3200-PLAN-ONE-STEP - GATE THE STEP ON ITS PREDECESSORS AS   *
006297* HELLO'S 3210 DOES, THEN GIVE IT ITS SLOT ON THE STREAM'S    *
006298* CLOCK.  ON THE CONTROL-FILE WALK, AND WHEN A HELD STEP IS   *
006300* RE-CHECKED, A STEP WAITING FOR A PREDECESSOR IS HELD; ON    *
006310* THE HELD PASS IT STARTS WHEN THE LATER OF THE CLOCK AND ITS *
006320* PREDECESSORS ALLOW - UNLESS THAT IS PAST 06:00, WHEN HELLO  *
006325* WOULD SUPPRESS IT.                                          *
006330* ---------------------------------------------------------- *
006340 3200-PLAN-ONE-STEP.
006350     MOVE "N" TO WS-STEP-WAITS-SWITCH.
006360     MOVE "N" TO WS-STEP-SUPPRESS-SWITCH.
006370     MOVE 0 TO WS-WAIT-UNTIL-SECS.
006380     MOVE SPACES TO WS-PT-NOTE (WS-PT-IX).
006390     MOVE 1 TO WS-PRED-SLOT.
006400     PERFORM 3250-CHECK-ONE-PRED THRU 3250-EXIT
006410         UNTIL WS-PRED-SLOT > 2 OR WS-STEP-SUPPRESSED.
006420     IF WS-HELD-PASS AND WS-WAIT-UNTIL-SECS > WS-DEADLINE-SECS
006430         MOVE "Y" TO WS-STEP-SUPPRESS-SWITCH
006440         MOVE "SUPPRESSED - PRED PAST 06:00"
006450             TO WS-PT-NOTE (WS-PT-IX)
006460     END-IF.
006470     IF WS-STEP-SUPPRESSED
006480         MOVE "Y" TO WS-PT-SUPPRESS-FLAG (WS-PT-IX)
006490         MOVE "N" TO WS-PT-TIMED-FLAG (WS-PT-IX)
006500         GO TO 3200-EXIT
006510     END-IF.
006520     IF WS-STEP-WAITS AND NOT WS-HELD-PASS
006530         MOVE "Y" TO WS-PT-HELD-FLAG (WS-PT-IX)
006540         GO TO 3200-EXIT
006550     END-IF.
006560     IF WS-WAIT-UNTIL-SECS > WS-CLOCK-SECS
006570         MOVE WS-WAIT-UNTIL-SECS TO WS-CLOCK-SECS
006580     END-IF.
006590     MOVE WS-CLOCK-SECS TO WS-PT-START-SECS (WS-PT-IX).
006600     ADD WS-PT-DURATION (WS-PT-IX) TO WS-CLOCK-SECS.
006610     MOVE WS-CLOCK-SECS TO WS-PT-END-SECS (WS-PT-IX).
006620     MOVE "Y" TO WS-PT-TIMED-FLAG (WS-PT-IX).
006630     IF WS-PT-NOTE (WS-PT-IX) = SPACES
006640             AND WS-PT-TRIGGER (WS-PT-IX) NOT = SPACES
006650             AND WS-PT-TRIGGER (WS-PT-IX) NOT = LOW-VALUES
006660         STRING "FEED " DELIMITED BY SIZE
006670             WS-PT-TRIGGER (WS-PT-IX) DELIMITED BY SPACE
006680             " DUE BY " WS-PT-CUTOFF (WS-PT-IX)
006690             DELIMITED BY SIZE
006700             INTO WS-PT-NOTE (WS-PT-IX)
006710     END-IF.
006720     IF WS-PT-NOTE (WS-PT-IX) = SPACES
006730             AND WS-PT-DURATION (WS-PT-IX) = 0
006740         MOVE "NO EXPECTED DURATION" TO WS-PT-NOTE (WS-PT-IX)
006750     END-IF.
006760 3200-EXIT.
006770     EXIT.
006780*
006790* ---------------------------------------------------------- *
006800* 3250-CHECK-ONE-PRED - ONE CTL-PRED-STEP SLOT.               *
006810* ---------------------------------------------------------- *
006820 3250-CHECK-ONE-PRED.
006830     IF WS-PT-PRED-STEP (WS-PT-IX, WS-PRED-SLOT) NOT = SPACES
006840         PERFORM 3255-GATE-ON-ONE-PRED THRU 3255-EXIT
006850     END-IF.
006860     ADD 1 TO WS-PRED-SLOT.
006870 3250-EXIT.
006880     EXIT.
006890*
006900* ---------------------------------------------------------- *
006910* 3255-GATE-ON-ONE-PRED - NOT ON THE CONTROL FILE, OR NOT DUE *
006920* TONIGHT: NO HOLD.  IN THE SAME STREAM: ONE LATER IN THE     *
006930* FILE HAS NOT RUN YET AND DOES NOT COUNT; AN EARLIER ONE     *
006940* HOLDS ONLY WHILE IT IS ITSELF HELD, AND SUPPRESSES IF IT    *
006950* WAS SUPPRESSED.  IN ANOTHER STREAM: THE STEP WAITS FOR ITS  *
006960* PROJECTED END, OR IS SUPPRESSED WITH IT.                    *
006970* ---------------------------------------------------------- *
006980 3255-GATE-ON-ONE-PRED.
006990     PERFORM 3260-FIND-PRED-ROW THRU 3260-EXIT.
007000     IF NOT WS-PRED-ROW-FOUND
007010         GO TO 3255-EXIT
007020     END-IF.
007030     IF NOT WS-PT-DUE (WS-PT-PRED-IX)
007040         IF WS-PT-NOTE (WS-PT-IX) = SPACES
007050             STRING "PRED " DELIMITED BY SIZE
007060                 WS-PT-STEP-NAME (WS-PT-PRED-IX)
007070                 DELIMITED BY SPACE
007080                 " NOT DUE - NO WAIT"
007090                 DELIMITED BY SIZE
007100                 INTO WS-PT-NOTE (WS-PT-IX)
007110         END-IF
007120         GO TO 3255-EXIT
007130     END-IF.
007140     IF WS-PT-STREAM-NAME (WS-PT-PRED-IX)
007150             = WS-PT-STREAM-NAME (WS-PT-IX)
007160             AND WS-PT-PRED-IX > WS-PT-IX
007170         GO TO 3255-EXIT
007180     END-IF.
007190     IF WS-PT-SUPPRESSED (WS-PT-PRED-IX)
007200         MOVE "Y" TO WS-STEP-SUPPRESS-SWITCH
007210         MOVE SPACES TO WS-PT-NOTE (WS-PT-IX)
007220         STRING "SUPPRESSED - PRED "
007230             WS-PT-STEP-NAME (WS-PT-PRED-IX)
007240             DELIMITED BY SIZE
007250             INTO WS-PT-NOTE (WS-PT-IX)
007260         GO TO 3255-EXIT
007270     END-IF.
007280     IF WS-PT-STREAM-NAME (WS-PT-PRED-IX)
007290             = WS-PT-STREAM-NAME (WS-PT-IX)
007300         IF WS-PT-HELD (WS-PT-PRED-IX)
007305                 AND NOT WS-PT-TIMED (WS-PT-PRED-IX)
007310             MOVE "Y" TO WS-STEP-WAITS-SWITCH
007320             MOVE SPACES TO WS-PT-NOTE (WS-PT-IX)
007330             STRING "HELD BEHIND " WS-PT-STEP-NAME (WS-PT-PRED-IX)
007340                 DELIMITED BY SIZE
007350                 INTO WS-PT-NOTE (WS-PT-IX)
007360         END-IF
007370         GO TO 3255-EXIT
007380     END-IF.
007390     MOVE SPACES TO WS-PT-NOTE (WS-PT-IX).
007400     MOVE WS-PT-STREAM-NAME (WS-PT-PRED-IX) TO WS-NOTE-STREAM.
007410     IF WS-NOTE-STREAM = SPACES
007420         MOVE "DEFAULT" TO WS-NOTE-STREAM
007430     END-IF.
007440     STRING "WAITS FOR " DELIMITED BY SIZE
007450         WS-PT-STEP-NAME (WS-PT-PRED-IX) DELIMITED BY SPACE
007460         " OF " DELIMITED BY SIZE
007470         WS-NOTE-STREAM DELIMITED BY SPACE
007480         INTO WS-PT-NOTE (WS-PT-IX).
007490     IF WS-PT-TIMED (WS-PT-PRED-IX)
007500         IF WS-PT-END-SECS (WS-PT-PRED-IX) > WS-CLOCK-SECS
007510             MOVE "Y" TO WS-STEP-WAITS-SWITCH
007520         END-IF
007530         IF WS-PT-END-SECS (WS-PT-PRED-IX) > WS-WAIT-UNTIL-SECS
007540             MOVE WS-PT-END-SECS (WS-PT-PRED-IX)
007550                 TO WS-WAIT-UNTIL-SECS
007560         END-IF
007570     END-IF.
007580 3255-EXIT.
007590     EXIT.
007600*
007610 3260-FIND-PRED-ROW.
007620     MOVE "N" TO WS-PRED-ROW-SWITCH.
007630     MOVE 1 TO WS-PT-PRED-IX.
007640     PERFORM 3270-CHECK-ONE-PRED-ROW THRU 3270-EXIT
007650         UNTIL WS-PRED-ROW-FOUND OR WS-PT-PRED-IX > WS-PT-COUNT.
007660 3260-EXIT.
007670     EXIT.
007680*
007690 3270-CHECK-ONE-PRED-ROW.
007700     IF WS-PT-STEP-NAME (WS-PT-PRED-IX)
007710             = WS-PT-PRED-STEP (WS-PT-IX, WS-PRED-SLOT)
007720         MOVE "Y" TO WS-PRED-ROW-SWITCH
007730     ELSE
007740         ADD 1 TO WS-PT-PRED-IX
007750     END-IF.
007760 3270-EXIT.
007770     EXIT.
007780*
007790* ---------------------------------------------------------- *
007800* 4000-RETURN-STREAM-PLAN - COPY THE CALLER'S STREAM INTO THE *
007810* ANSWER AREA, TOTAL IT, AND SET THE FINISH AGAINST THE 06:00 *
007820* WINDOW.  ROWS GO BACK IN DISPATCH ORDER (ORDER-NBR), SO A  *
007830* HELD STEP COMES BACK WHERE IT WAS RELEASED, WITH ITS START  *
007835* TIME; A ROW LEFT OUT COMES BACK WHERE THE WALK REACHED IT.  *
007840* ---------------------------------------------------------- *
007850 4000-RETURN-STREAM-PLAN.
007860     MOVE WS-JOB-START-SECS TO PLN-JOB-START-SECS.
007870     MOVE WS-JOB-START-SECS TO PLN-FINISH-SECS.
007880     MOVE WS-DEADLINE-SECS  TO PLN-DEADLINE-SECS.
007890     MOVE 1 TO WS-SL-IX.
007900     PERFORM 4050-FIND-STREAM-FINISH THRU 4050-EXIT
007910         UNTIL WS-SL-IX > WS-SL-COUNT.
007920     MOVE 0 TO WS-RETURN-NBR.
007930     MOVE "Y" TO WS-RETURN-ROW-SWITCH.
007940     PERFORM 4100-RETURN-NEXT-ROW THRU 4100-EXIT
007950         UNTIL NOT WS-RETURN-ROW-FOUND.
008000     IF WS-TABLE-FULL
008010         MOVE "Y" TO PLN-OVERFLOW-FLAG
008020     END-IF.
008030     MOVE PLN-JOB-START-SECS TO WS-STT-SECS.
008040     PERFORM 7200-SECONDS-TO-TEXT THRU 7200-EXIT.
008050     MOVE WS-STT-TEXT TO PLN-START-TEXT.
008060     MOVE PLN-FINISH-SECS TO WS-STT-SECS.
008070     PERFORM 7200-SECONDS-TO-TEXT THRU 7200-EXIT.
008080     MOVE WS-STT-TEXT TO PLN-FINISH-TEXT.
008090     IF PLN-FINISH-SECS > PLN-DEADLINE-SECS
008100         MOVE "N" TO PLN-WINDOW-FLAG
008110         COMPUTE PLN-OVERRUN-SECS =
008120             PLN-FINISH-SECS - PLN-DEADLINE-SECS
008130     ELSE
008140         MOVE "Y" TO PLN-WINDOW-FLAG
008150         COMPUTE PLN-SLACK-SECS =
008160             PLN-DEADLINE-SECS - PLN-FINISH-SECS
008170     END-IF.
008180 4000-EXIT.
008190     EXIT.
008200*
008210 4050-FIND-STREAM-FINISH.
008220     IF WS-SL-STREAM-NAME (WS-SL-IX) = PLN-STREAM-NAME
008230         MOVE WS-SL-FINISH-SECS (WS-SL-IX) TO PLN-FINISH-SECS
008240     END-IF.
008250     ADD 1 TO WS-SL-IX.
008260 4050-EXIT.
008270     EXIT.
008280*
008290 4100-RETURN-NEXT-ROW.
008300     ADD 1 TO WS-RETURN-NBR.
008310     MOVE "N" TO WS-RETURN-ROW-SWITCH.
008320     MOVE 1 TO WS-PT-IX.
008330     PERFORM 4120-CHECK-ONE-ROW THRU 4120-EXIT
008340         UNTIL WS-RETURN-ROW-FOUND OR WS-PT-IX > WS-PT-COUNT.
008350     IF WS-RETURN-ROW-FOUND
008360         PERFORM 4150-RETURN-STREAM-ROW THRU 4150-EXIT
008370     END-IF.
008420 4100-EXIT.
008430     EXIT.
008431*
008432 4120-CHECK-ONE-ROW.
008433     IF WS-PT-STREAM-NAME (WS-PT-IX) = PLN-STREAM-NAME
008434             AND WS-PT-ORDER-NBR (WS-PT-IX) = WS-RETURN-NBR
008435         MOVE "Y" TO WS-RETURN-ROW-SWITCH
008436     ELSE
008437         ADD 1 TO WS-PT-IX
008438     END-IF.
008439 4120-EXIT.
008440     EXIT.
008441*
008450 4150-RETURN-STREAM-ROW.
008460     IF WS-PT-CAL-NEEDED (WS-PT-IX) = "Y"
008470         ADD 1 TO PLN-CAL-NEEDED-COUNT
008480     END-IF.
008490     IF WS-PT-DUE (WS-PT-IX) AND NOT WS-PT-SUPPRESSED (WS-PT-IX)
008500         ADD 1 TO PLN-DISPATCH-COUNT
008510         IF WS-PT-DURATION (WS-PT-IX) = 0
008520             ADD 1 TO PLN-NO-DURATION-COUNT
008530         END-IF
008540     ELSE
008550         ADD 1 TO PLN-LEFT-OUT-COUNT
008560     END-IF.
008570     IF PLN-STEP-COUNT NOT < 50
008580         MOVE "Y" TO PLN-OVERFLOW-FLAG
008590         GO TO 4150-EXIT
008600     END-IF.
008610     ADD 1 TO PLN-STEP-COUNT.
008620     MOVE WS-PT-STEP-NAME (WS-PT-IX)
008630         TO PLN-STEP-NAME (PLN-STEP-COUNT).
008640     MOVE WS-PT-PROGRAM-ID (WS-PT-IX)
008650         TO PLN-PROGRAM-ID (PLN-STEP-COUNT).
008660     MOVE WS-PT-DURATION (WS-PT-IX)
008670         TO PLN-DURATION (PLN-STEP-COUNT).
008680     MOVE WS-PT-NOTE (WS-PT-IX) TO PLN-NOTE (PLN-STEP-COUNT).
008690     IF WS-PT-DUE (WS-PT-IX) AND NOT WS-PT-SUPPRESSED (WS-PT-IX)
008700         MOVE "D" TO PLN-STEP-STATUS (PLN-STEP-COUNT)
008710         MOVE WS-PT-START-SECS (WS-PT-IX)
008720             TO PLN-START-SECS (PLN-STEP-COUNT)
008730         MOVE WS-PT-END-SECS (WS-PT-IX)
008740             TO PLN-END-SECS (PLN-STEP-COUNT)
008750         MOVE WS-PT-START-SECS (WS-PT-IX) TO WS-STT-SECS
008760         PERFORM 7200-SECONDS-TO-TEXT THRU 7200-EXIT
008770         MOVE WS-STT-TEXT TO PLN-STEP-START-TEXT (PLN-STEP-COUNT)
008780         MOVE WS-PT-END-SECS (WS-PT-IX) TO WS-STT-SECS
008790         PERFORM 7200-SECONDS-TO-TEXT THRU 7200-EXIT
008800         MOVE WS-STT-TEXT TO PLN-STEP-END-TEXT (PLN-STEP-COUNT)
008810     ELSE
008820         MOVE "X"    TO PLN-STEP-STATUS (PLN-STEP-COUNT)
008830         MOVE 0      TO PLN-START-SECS (PLN-STEP-COUNT)
008840         MOVE 0      TO PLN-END-SECS (PLN-STEP-COUNT)
008850         MOVE SPACES TO PLN-STEP-START-TEXT (PLN-STEP-COUNT)
008860         MOVE SPACES TO PLN-STEP-END-TEXT (PLN-STEP-COUNT)
008870     END-IF.
008880 4150-EXIT.
008890     EXIT.
008900*
008910* ---------------------------------------------------------- *
008920* 7200-SECONDS-TO-TEXT - SECONDS FROM MIDNIGHT OF THE START   *
008930* DAY IN WS-STT-SECS AS A CLOCK TIME "HH:MM" IN WS-STT-TEXT   *
008940* (A TIME PAST MIDNIGHT WRAPS TO THE NEXT DAY'S CLOCK).       *
008950* ---------------------------------------------------------- *
008960 7200-SECONDS-TO-TEXT.
008970     DIVIDE WS-STT-SECS BY 86400 GIVING WS-STT-DAYS
008980         REMAINDER WS-STT-REM.
008990     DIVIDE WS-STT-REM BY 3600 GIVING WS-STT-HH
009000         REMAINDER WS-STT-REM.
009010     DIVIDE WS-STT-REM BY 60 GIVING WS-STT-MM.
009020     MOVE SPACES TO WS-STT-TEXT.
009030     STRING WS-STT-HH ":" WS-STT-MM
009040         DELIMITED BY SIZE
009050         INTO WS-STT-TEXT.
009060 7200-EXIT.
009070     EXIT.
009080*
009090* ---------------------------------------------------------- *
009100* 9000-TERMINATE - SET THE RETURN CODE.                       *
009110* ---------------------------------------------------------- *
009120 9000-TERMINATE.
009130     EVALUATE TRUE
009140         WHEN WS-ABEND
009150             MOVE 16 TO RETURN-CODE
009160         WHEN PLN-MISSES-WINDOW
009180                 OR PLN-CAL-NEEDED-COUNT > 0
009190                 OR PLN-TABLE-OVERFLOWED
009200             MOVE 4 TO RETURN-CODE
009210         WHEN OTHER
009220             MOVE 0 TO RETURN-CODE
009230     END-EVALUATE.
009240 9000-EXIT.
009250     EXIT.
009260*
009270 END PROGRAM RUNPLAN.
