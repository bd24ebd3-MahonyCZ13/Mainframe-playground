000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VOLCHK.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* VOLCHK is the day-over-day volume anomaly check HELLO runs
000090* after RECONCIL.  RECONCIL proves a producer and its consumer
000100* agree with each other; it cannot see a night on which both
000110* sides agree on half the usual volume.  VOLCHK compares each
000120* dataset's control totals (TOT-RECORD-COUNT and TOT-AMOUNT,
000130* see TOTREC) for the run-date against a rolling baseline: the
000140* average over the most recent nights of the SAME KIND OF DAY
000150* - business day, month-end or quarter-end, from the CALENDAR
000160* dataset - taken from the live BATCH-LOG and the LOGHIST
000170* history file.  A deviation outside the dataset's VOLRULES
000180* band (see VOLRULE) is a breach: WARN-band breaches log WARN
000190* and page WARN once for the night, ERROR-band breaches log
000200* ERROR (which pages through LOGWRITE).  Every breach is held
000210* on the VOLBRCH file (see VOLBRCH) until an operator marks it
000220* explained through VOLEXPL, and the exception report goes to
000230* VOLRPT.  A breach never fails the run - the held rows are
000240* what stop the night's outputs going out.
000250*
000260* A DATASET'S VOLUME IS ITS PRODUCER TOTALS; A DATASET WITH NO
000270* PRODUCER ROWS AT ALL (AN INBOUND FEED ONLY READ BY THE
000280* STREAM) IS MEASURED BY ITS CONSUMER TOTALS INSTEAD.  ONLY
000290* ROWS POSTED BY THE NAMED STREAM'S OWN STEPS, IN THE RUN'S
000300* ENVIRONMENT, ARE COUNTED.  A DATASET WITH A BASELINE BUT NO
000310* TOTALS TONIGHT IS CHECKED AS A ZERO NIGHT.
000320*
000330* MOD HISTORY
000340*   15-10-2026 PK  INITIAL VERSION.
000342*   15-10-2026 PK  A NIGHT WHOSE DATASETS OVERFLOWED THE TABLE
000344*                  MARKS ITS NIGHT ROW HELD, SO DISTRIB WITHHOLDS
000346*                  THE NIGHT'S OUTPUTS AS IT DOES FOR A BREACH.
000348*   15-10-2026 PK  A STEP RUN MORE THAN ONCE TONIGHT (AN IN-RUN
000350*                  RETRY OR AN OPERATOR'S FORCED RERUN) COUNTS
000352*                  ONLY ITS LATEST RUN'S TOTALS, AS IN RECONCIL,
000354*                  SO A RERUN DOES NOT READ AS A VOLUME SPIKE.
000355*   15-10-2026 PK  A HELD NIGHT ROW AN OPERATOR HAS EXPLAINED
000356*                  THROUGH VOLEXPL STAYS EXPLAINED WHEN A RERUN
000357*                  STILL OVERFLOWS, AS A DATASET BREACH DOES.
000359* ------------------------------------------------------------ *
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-BATCHLOG-STATUS.
000420     SELECT LOG-HISTORY-FILE ASSIGN TO "LOGHIST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ARCH-KEY
000460         FILE STATUS IS WS-LOGHIST-STATUS.
000470     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CALENDAR-STATUS.
000500     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CTLFILE-STATUS.
000530     SELECT RULES-FILE ASSIGN TO "VOLRULES"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-RULES-STATUS.
000560     SELECT BREACH-FILE ASSIGN TO "VOLBRCH"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS VBR-KEY
000600         FILE STATUS IS WS-BREACH-STATUS.
000610     SELECT REPORT-FILE ASSIGN TO "VOLRPT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  BATCH-LOG-FILE
000680     RECORDING MODE IS F.
000690     COPY TOTREC.
000695     COPY STEPLOG.
000700 FD  LOG-HISTORY-FILE.
000710     COPY ARCHREC.
000720 FD  CALENDAR-FILE
000730     RECORDING MODE IS F.
000740     COPY CALREC.
000750 FD  CONTROL-FILE
000760     RECORDING MODE IS F.
000770     COPY CTLFILE.
000780 FD  RULES-FILE
000790     RECORDING MODE IS F.
000800     COPY VOLRULE.
000810 FD  BREACH-FILE.
000820     COPY VOLBRCH.
000830 FD  REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  REPORT-RECORD                PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880 77  WS-BATCHLOG-STATUS           PIC X(02)  VALUE "00".
000890 77  WS-BATCHLOG-EOF-SWITCH       PIC X(01)  VALUE "N".
000900     88  WS-BATCHLOG-EOF          VALUE "Y".
000910 77  WS-LOGHIST-STATUS            PIC X(02)  VALUE "00".
000920 77  WS-LOGHIST-DONE-SWITCH       PIC X(01)  VALUE "N".
000930     88  WS-LOGHIST-DONE          VALUE "Y".
000940 77  WS-LOGHIST-AVAIL-SWITCH      PIC X(01)  VALUE "N".
000950     88  WS-LOGHIST-AVAIL         VALUE "Y".
000960 77  WS-REPORT-STATUS             PIC X(02)  VALUE "00".
000970*
000980* THE RUN-DATE'S KIND OF DAY AND THE PRIOR NIGHTS OF THE SAME
000990* KIND THAT MAKE UP THE BASELINE, FROM THE CALENDAR DATASET.
001000* NO CALENDAR MEANS NO BASELINE - TONIGHT'S TOTALS ARE STILL
001010* REPORTED, BUT NOTHING CAN BREACH.
001020 77  WS-CALENDAR-STATUS           PIC X(02)  VALUE "00".
001030 77  WS-CALENDAR-EOF-SWITCH       PIC X(01)  VALUE "N".
001040     88  WS-CALENDAR-EOF          VALUE "Y".
001050 77  WS-CALENDAR-AVAIL-SWITCH     PIC X(01)  VALUE "N".
001060     88  WS-CALENDAR-AVAIL        VALUE "Y".
001070 77  WS-RUN-DAY-TYPE              PIC X(01)  VALUE "B".
001080 77  WS-ROW-DAY-TYPE              PIC X(01)  VALUE SPACES.
001090 77  WS-DAY-TYPE-TEXT             PIC X(16)  VALUE SPACES.
001100 77  WS-HIST-DATE-COUNT           PIC 9(04)  COMP VALUE 0.
001110 77  WS-HIST-IX                   PIC 9(04)  COMP.
001120 77  WS-OLDEST-IX                 PIC 9(04)  COMP.
001130 77  WS-EARLIEST-DATE             PIC X(08)  VALUE SPACES.
001140 01  WS-HIST-DATE-TABLE.
001150     05  WS-HIST-DATE             PIC X(08)  OCCURS 24 TIMES.
001160*
001170* WHERE THE ROW BEING FILED BELONGS: TONIGHT, OR ONE OF THE
001180* BASELINE NIGHTS (WS-ROW-DATE-IX INTO WS-HIST-DATE-TABLE).
001190 77  WS-ROW-PLACED-SWITCH         PIC X(01)  VALUE "N".
001200     88  WS-ROW-PLACED            VALUE "Y".
001210 77  WS-ROW-TONIGHT-SWITCH        PIC X(01)  VALUE "N".
001220     88  WS-ROW-TONIGHT           VALUE "Y".
001230 77  WS-ROW-DATE-IX               PIC 9(04)  COMP.
001240*
001250* BANDS.  THE SITE DEFAULTS APPLY TO EVERY DATASET WITHOUT A
001260* VOLRULES ROW AND ARE THEMSELVES OVERRIDDEN BY A VOLRULES ROW
001270* WITH A SPACES DATASET NAME.
001280 77  WS-RULES-STATUS              PIC X(02)  VALUE "00".
001290 77  WS-RULES-EOF-SWITCH          PIC X(01)  VALUE "N".
001300     88  WS-RULES-EOF             VALUE "Y".
001310 77  WS-RULE-COUNT                PIC 9(04)  COMP VALUE 0.
001320 77  WS-RULE-IX                   PIC 9(04)  COMP.
001330 77  WS-RULE-FOUND-SWITCH         PIC X(01)  VALUE "N".
001340     88  WS-RULE-FOUND            VALUE "Y".
001350 01  WS-RULE-TABLE.
001360     05  WS-RULE-ENTRY OCCURS 20 TIMES.
001370         10  WS-RULE-DSN          PIC X(08).
001380         10  WS-RULE-WARN-PCT     PIC 9(03).
001390         10  WS-RULE-ERROR-PCT    PIC 9(03).
001400         10  WS-RULE-MIN-NIGHTS   PIC 9(02).
001410         10  WS-RULE-CHECK-FLAG   PIC X(01).
001420 77  WS-DFLT-WARN-PCT             PIC 9(03)  VALUE 25.
001430 77  WS-DFLT-ERROR-PCT            PIC 9(03)  VALUE 50.
001440 77  WS-DFLT-MIN-NIGHTS           PIC 9(02)  VALUE 3.
001450 77  WS-LOOKBACK-NIGHTS           PIC 9(02)  VALUE 8.
001460 77  WS-WARN-PCT                  PIC 9(03)  VALUE 0.
001470 77  WS-ERROR-PCT                 PIC 9(03)  VALUE 0.
001480 77  WS-MIN-NIGHTS                PIC 9(02)  VALUE 0.
001490 77  WS-CHECK-FLAG                PIC X(01)  VALUE "Y".
001500     88  WS-CHECK-OFF             VALUE "N".
001510*
001520* STEP NAMES OF THE STREAM BEING CHECKED, FROM THE CONTROL
001530* FILE.  NO CONTROL FILE MEANS NO STREAM FILTER, AS IN
001540* RECONCIL.
001550 77  WS-CTLFILE-STATUS            PIC X(02)  VALUE "00".
001560 77  WS-CTLFILE-EOF-SWITCH        PIC X(01)  VALUE "N".
001570     88  WS-CTLFILE-EOF           VALUE "Y".
001580 77  WS-STREAM-FILTER-SWITCH      PIC X(01)  VALUE "N".
001590     88  WS-STREAM-FILTER-ON      VALUE "Y".
001600 77  WS-STREAM-STEP-COUNT         PIC 9(04)  COMP VALUE 0.
001610 77  WS-STREAM-STEP-IX            PIC 9(04)  COMP.
001620 77  WS-STREAM-STEP-SWITCH        PIC X(01)  VALUE "N".
001630     88  WS-STREAM-STEP-FOUND     VALUE "Y".
001640 01  WS-STREAM-STEP-TABLE.
001650     05  WS-STREAM-STEP-NAME      PIC X(08)  OCCURS 100 TIMES.
001660*
001670* ONE ROW PER DATASET NAME SEEN IN A TYPE "T" RECORD FOR
001680* TONIGHT OR A BASELINE NIGHT.  THE NIGHTS STRINGS HOLD A "Y"
001690* AT EACH BASELINE NIGHT'S POSITION IN WS-HIST-DATE-TABLE ON
001700* WHICH THE DATASET POSTED, SO A NIGHT WITH SEVERAL ROWS FOR
001710* ONE DATASET IS STILL ONE NIGHT OF THE AVERAGE.
001720 77  WS-DATASET-COUNT             PIC 9(04)  COMP VALUE 0.
001730 77  WS-DATASET-IX                PIC 9(04)  COMP.
001740 77  WS-SLOT-IX                   PIC 9(04)  COMP.
001750 77  WS-SLOT-FOUND-SWITCH         PIC X(01)  VALUE "N".
001760     88  WS-SLOT-FOUND            VALUE "Y".
001770 77  WS-TABLE-FULL-SWITCH         PIC X(01)  VALUE "N".
001780     88  WS-TABLE-FULL            VALUE "Y".
001785 77  WS-LOOKUP-DSN                PIC X(08)  VALUE SPACES.
001790 01  WS-DATASET-TABLE.
001800     05  WS-DATASET-ENTRY OCCURS 50 TIMES.
001810         10  WS-VD-NAME           PIC X(08).
001820         10  WS-VD-P-NIGHTS       PIC X(24).
001830         10  WS-VD-C-NIGHTS       PIC X(24).
001840         10  WS-VD-P-HIST-COUNT   PIC 9(11).
001850         10  WS-VD-C-HIST-COUNT   PIC 9(11).
001860         10  WS-VD-P-HIST-AMOUNT  PIC S9(13)V99.
001870         10  WS-VD-C-HIST-AMOUNT  PIC S9(13)V99.
001880         10  WS-VD-P-CURR-SEEN    PIC X(01).
001890         10  WS-VD-C-CURR-SEEN    PIC X(01).
001900         10  WS-VD-P-CURR-COUNT   PIC 9(09).
001910         10  WS-VD-C-CURR-COUNT   PIC 9(09).
001920         10  WS-VD-P-CURR-AMOUNT  PIC S9(11)V99.
001930         10  WS-VD-C-CURR-AMOUNT  PIC S9(11)V99.
001940         10  WS-VD-ROLE           PIC X(01).
001950         10  WS-VD-NIGHTS         PIC 9(02).
001960         10  WS-VD-CURR-COUNT     PIC 9(09).
001970         10  WS-VD-BASE-COUNT     PIC 9(09).
001980         10  WS-VD-CURR-AMOUNT    PIC S9(11)V99.
001990         10  WS-VD-BASE-AMOUNT    PIC S9(11)V99.
002000         10  WS-VD-CNT-PCT        PIC 9(03).
002010         10  WS-VD-AMT-PCT        PIC 9(03).
002020         10  WS-VD-SEVERITY       PIC X(01).
002030             88  WS-VD-BREACH     VALUE "W" "E".
002040             88  WS-VD-ERROR      VALUE "E".
002050         10  WS-VD-STATUS         PIC X(01).
002060             88  WS-VD-EXPLAINED  VALUE "E".
002070         10  WS-VD-VERDICT        PIC X(16).
002080         10  WS-VD-EXPLAINED-BY   PIC X(08).
002090*
002091* TONIGHT'S TYPE "T" ROWS BY (STEP, ROLE, DATASET), POSTED INTO
002092* THE DATASET TABLE ONCE BOTH LOGS ARE SWEPT.  A STEP RECORD
002093* FOR TONIGHT ENDS THE STEP'S OPEN ROWS; IF THE STEP POSTS AGAIN
002094* AFTERWARDS (A RETRY OR A FORCED RERUN) ITS ENDED ROWS ARE
002095* SUPERSEDED, AS IN RECONCIL.
002096 77  WS-CONTRIB-COUNT             PIC 9(04)  COMP VALUE 0.
002097 77  WS-CONTRIB-IX                PIC 9(04)  COMP.
002098 77  WS-CONTRIB-FOUND-SWITCH      PIC X(01)  VALUE "N".
002099     88  WS-CONTRIB-FOUND         VALUE "Y".
002100 01  WS-CONTRIB-TABLE.
002101     05  WS-CONTRIB-ENTRY OCCURS 200 TIMES.
002102         10  WS-CB-STEP-NAME      PIC X(08).
002103         10  WS-CB-ROLE           PIC X(01).
002104             88  WS-CB-PRODUCER   VALUE "P".
002105             88  WS-CB-CONSUMER   VALUE "C".
002106         10  WS-CB-DATASET-NAME   PIC X(08).
002107         10  WS-CB-COUNT          PIC 9(09).
002108         10  WS-CB-AMOUNT         PIC S9(11)V99.
002109         10  WS-CB-STATE          PIC X(01).
002110             88  WS-CB-OPEN       VALUE "O".
002111             88  WS-CB-ENDED      VALUE "E".
002112             88  WS-CB-SUPERSEDED
002113                                  VALUE "S".
002114*
002115* DEVIATION WORK AREAS.
002116 77  WS-NIGHT-TALLY               PIC 9(04)  COMP VALUE 0.
002120 77  WS-DIFF-COUNT                PIC S9(09) VALUE 0.
002130 77  WS-DIFF-AMOUNT               PIC S9(11)V99 VALUE 0.
002140 77  WS-ABS-BASE-AMOUNT           PIC S9(11)V99 VALUE 0.
002150 77  WS-PCT-WORK                  PIC 9(11)  VALUE 0.
002160*
002170* NIGHT'S TALLIES FOR THE REPORT AND THE RETURN CODE.
002180 77  WS-CHECKED-COUNT             PIC 9(04)  VALUE 0.
002190 77  WS-NO-BASELINE-COUNT         PIC 9(04)  VALUE 0.
002200 77  WS-NOT-CHECKED-COUNT         PIC 9(04)  VALUE 0.
002210 77  WS-BREACH-COUNT              PIC 9(04)  VALUE 0.
002220 77  WS-EXPLAINED-COUNT           PIC 9(04)  VALUE 0.
002230 77  WS-HELD-WARN-COUNT           PIC 9(04)  VALUE 0.
002240 77  WS-HELD-ERROR-COUNT          PIC 9(04)  VALUE 0.
002250*
002260* BREACH-FILE WORK AREAS.
002270 77  WS-BREACH-STATUS             PIC X(02)  VALUE "00".
002280 77  WS-BREACH-AVAIL-SWITCH       PIC X(01)  VALUE "N".
002290     88  WS-BREACH-AVAIL          VALUE "Y".
002300 77  WS-BREACH-DONE-SWITCH        PIC X(01)  VALUE "N".
002310     88  WS-BREACH-DONE           VALUE "Y".
002311 77  WS-HIGHEST-SEVERITY          PIC X(01)  VALUE SPACES.
002313*
002315* AN OPERATOR'S EXPLANATION OF A HELD NIGHT ROW, KEPT ACROSS
002316* THE NIGHT ROW'S REWRITE (4300).
002318 77  WS-NIGHT-EXPL-SWITCH         PIC X(01)  VALUE "N".
002320     88  WS-NIGHT-EXPLAINED       VALUE "Y".
002321 01  WS-NIGHT-EXPLANATION.
002323     05  WS-NIGHT-EXPL-BY         PIC X(08).
002325     05  WS-NIGHT-EXPL-DATE       PIC X(08).
002326     05  WS-NIGHT-EXPL-TIME       PIC X(08).
002328     05  WS-NIGHT-EXPL-REASON     PIC X(40).
002330*
002340* REPORT WORK AREAS.
002350 01  WS-PRINT-LINE                PIC X(80).
002360 77  WS-EDIT-COUNT                PIC -9(09).
002370 77  WS-EDIT-COUNT-2              PIC -9(09).
002380 77  WS-EDIT-AMOUNT               PIC -9(11).99.
002390 77  WS-EDIT-AMOUNT-2             PIC -9(11).99.
002400 77  WS-EDIT-PCT                  PIC ZZ9.
002410 77  WS-EDIT-TALLY                PIC ZZZ9.
002420*
002430 COPY LOGPARM REPLACING LOG-CALL-PARMS
002440     BY WS-LOG-CALL-PARMS.
002450*
002460 COPY EVENTREC REPLACING PAGE-EVENT-RECORD
002470     BY WS-PAGE-EVENT-RECORD.
002480*
002490 77  WS-RUN-TIME                  PIC X(08).
002500*
002510 LINKAGE SECTION.
002520 COPY VOLPARM.
002530*
002540 PROCEDURE DIVISION USING VOLUME-CHECK-PARMS.
002550*
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     IF WS-LOGHIST-AVAIL AND WS-HIST-DATE-COUNT > 0
002590         PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT
002600     END-IF.
002610     IF WS-BATCHLOG-STATUS = "00"
002620         PERFORM 2500-SWEEP-LIVE-LOG THRU 2500-EXIT
002630     END-IF.
002640     IF WS-LOGHIST-AVAIL
002650         CLOSE LOG-HISTORY-FILE
002660     END-IF.
002665     PERFORM 2900-POST-TONIGHT THRU 2900-EXIT.
002670     PERFORM 3000-ASSESS-DATASETS THRU 3000-EXIT.
002680     PERFORM 4000-FILE-BREACHES THRU 4000-EXIT.
002690     PERFORM 5000-WRITE-EXCEPTION-REPORT THRU 5000-EXIT.
002700     IF WS-HELD-WARN-COUNT > 0
002710         PERFORM 8000-RAISE-WARN-PAGE THRU 8000-EXIT
002720     END-IF.
002730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002740     GOBACK.
002750 0000-MAINLINE-EXIT.
002760     EXIT.
002770*
002780* ---------------------------------------------------------- *
002790* 1000-INITIALIZE - LOAD THE BANDS AND THE STREAM'S STEPS,    *
002800* WORK OUT WHAT KIND OF DAY THE RUN-DATE IS AND WHICH PRIOR   *
002810* NIGHTS MAKE UP ITS BASELINE, AND OPEN THE TWO LOGS.  A      *
002820* MISSING BATCH-LOG OR LOGHIST JUST MEANS LESS TO SWEEP.      *
002830* ---------------------------------------------------------- *
002840 1000-INITIALIZE.
002850     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
002860     PERFORM 1200-LOAD-STREAM-STEPS THRU 1200-EXIT.
002870     PERFORM 1300-CLASSIFY-RUN-DATE THRU 1300-EXIT.
002880     IF WS-CALENDAR-AVAIL
002890         PERFORM 1400-SELECT-HISTORY-DATES THRU 1400-EXIT
002900     END-IF.
002910     OPEN INPUT BATCH-LOG-FILE.
002920     IF WS-BATCHLOG-STATUS NOT = "00"
002930         DISPLAY "VOLCHK: UNABLE TO OPEN BATCH-LOG, STATUS="
002940             WS-BATCHLOG-STATUS
002950     END-IF.
002960     OPEN INPUT LOG-HISTORY-FILE.
002970     IF WS-LOGHIST-STATUS = "00"
002980         MOVE "Y" TO WS-LOGHIST-AVAIL-SWITCH
002990     END-IF.
003000 1000-EXIT.
003010     EXIT.
003020*
003030* ---------------------------------------------------------- *
003040* 1100-LOAD-RULES - READ THE VOLRULES BANDS.  NO DATASET      *
003050* ALLOCATED MEANS THE SITE DEFAULTS FOR EVERY DATASET.  A     *
003060* 21ST RULE IS IGNORED WITH A WARNING - THE DATASET THEN      *
003070* TAKES THE DEFAULT BAND, WHICH IS STILL CHECKED.             *
003080* ---------------------------------------------------------- *
003090 1100-LOAD-RULES.
003100     MOVE "N" TO WS-RULES-EOF-SWITCH.
003110     OPEN INPUT RULES-FILE.
003120     IF WS-RULES-STATUS = "00"
003130         PERFORM 1150-READ-ONE-RULE THRU 1150-EXIT
003140             UNTIL WS-RULES-EOF
003150         CLOSE RULES-FILE
003160     END-IF.
003170     IF WS-LOOKBACK-NIGHTS > 24
003180         MOVE 24 TO WS-LOOKBACK-NIGHTS
003190     END-IF.
003200 1100-EXIT.
003210     EXIT.
003220*
003230 1150-READ-ONE-RULE.
003240     READ RULES-FILE
003250         AT END
003260             MOVE "Y" TO WS-RULES-EOF-SWITCH
003270     END-READ.
003280     IF WS-RULES-EOF
003290         GO TO 1150-EXIT
003300     END-IF.
003310     IF VRL-DATASET-NAME = SPACES
003320         PERFORM 1160-TAKE-SITE-DEFAULTS THRU 1160-EXIT
003330     ELSE
003340         PERFORM 1170-KEEP-DATASET-RULE THRU 1170-EXIT
003350     END-IF.
003360 1150-EXIT.
003370     EXIT.
003371*
003372 1160-TAKE-SITE-DEFAULTS.
003373     IF VRL-WARN-PCT IS NUMERIC AND VRL-WARN-PCT > 0
003374         MOVE VRL-WARN-PCT TO WS-DFLT-WARN-PCT
003375     END-IF.
003376     IF VRL-ERROR-PCT IS NUMERIC AND VRL-ERROR-PCT > 0
003377         MOVE VRL-ERROR-PCT TO WS-DFLT-ERROR-PCT
003378     END-IF.
003379     IF VRL-MIN-NIGHTS IS NUMERIC AND VRL-MIN-NIGHTS > 0
003380         MOVE VRL-MIN-NIGHTS TO WS-DFLT-MIN-NIGHTS
003381     END-IF.
003382     IF VRL-LOOKBACK-NIGHTS IS NUMERIC
003383             AND VRL-LOOKBACK-NIGHTS > 0
003384         MOVE VRL-LOOKBACK-NIGHTS TO WS-LOOKBACK-NIGHTS
003385     END-IF.
003386 1160-EXIT.
003387     EXIT.
003388*
003390 1170-KEEP-DATASET-RULE.
003400     IF WS-RULE-COUNT < 20
003410         ADD 1 TO WS-RULE-COUNT
003420         MOVE VRL-DATASET-NAME TO WS-RULE-DSN (WS-RULE-COUNT)
003430         MOVE 0 TO WS-RULE-WARN-PCT (WS-RULE-COUNT)
003440         MOVE 0 TO WS-RULE-ERROR-PCT (WS-RULE-COUNT)
003450         MOVE 0 TO WS-RULE-MIN-NIGHTS (WS-RULE-COUNT)
003460         IF VRL-WARN-PCT IS NUMERIC
003470             MOVE VRL-WARN-PCT
003480                 TO WS-RULE-WARN-PCT (WS-RULE-COUNT)
003490         END-IF
003500         IF VRL-ERROR-PCT IS NUMERIC
003510             MOVE VRL-ERROR-PCT
003520                 TO WS-RULE-ERROR-PCT (WS-RULE-COUNT)
003530         END-IF
003540         IF VRL-MIN-NIGHTS IS NUMERIC
003550             MOVE VRL-MIN-NIGHTS
003560                 TO WS-RULE-MIN-NIGHTS (WS-RULE-COUNT)
003570         END-IF
003580         MOVE VRL-CHECK-FLAG
003590             TO WS-RULE-CHECK-FLAG (WS-RULE-COUNT)
003600     ELSE
003610         DISPLAY "VOLCHK: RULE TABLE FULL AT "
003620             VRL-DATASET-NAME " - DEFAULT BAND USED"
003630     END-IF.
003640 1170-EXIT.
003650     EXIT.
003660*
003840* ---------------------------------------------------------- *
003850* 1200-LOAD-STREAM-STEPS - REMEMBER WHICH STEPS BELONG TO THE *
003860* STREAM BEING CHECKED.  AN UNREADABLE CONTROL FILE TURNS THE *
003870* FILTER OFF.                                                 *
003880* ---------------------------------------------------------- *
003890 1200-LOAD-STREAM-STEPS.
003900     MOVE "N" TO WS-CTLFILE-EOF-SWITCH.
003910     OPEN INPUT CONTROL-FILE.
003920     IF WS-CTLFILE-STATUS = "00"
003930         MOVE "Y" TO WS-STREAM-FILTER-SWITCH
003940         PERFORM 1250-READ-ONE-CONTROL THRU 1250-EXIT
003950             UNTIL WS-CTLFILE-EOF
003960         CLOSE CONTROL-FILE
003970     ELSE
003980         DISPLAY "VOLCHK: CTLFILE NOT AVAILABLE, STATUS="
003990             WS-CTLFILE-STATUS " - NO STREAM FILTER"
004000     END-IF.
004010 1200-EXIT.
004020     EXIT.
004030*
004040 1250-READ-ONE-CONTROL.
004050     READ CONTROL-FILE
004060         AT END
004070             MOVE "Y" TO WS-CTLFILE-EOF-SWITCH
004080     END-READ.
004090     IF NOT WS-CTLFILE-EOF
004100             AND CTL-STREAM-NAME = VOL-STREAM-NAME
004110         IF WS-STREAM-STEP-COUNT < 100
004120             ADD 1 TO WS-STREAM-STEP-COUNT
004130             MOVE CTL-STEP-NAME
004140                 TO WS-STREAM-STEP-NAME (WS-STREAM-STEP-COUNT)
004150         ELSE
004160             DISPLAY "VOLCHK: STREAM STEP TABLE FULL AT "
004170                 CTL-STEP-NAME " - FILTER OFF"
004180             MOVE "N" TO WS-STREAM-FILTER-SWITCH
004190         END-IF
004200     END-IF.
004210 1250-EXIT.
004220     EXIT.
004230*
004240* ---------------------------------------------------------- *
004250* 1300-CLASSIFY-RUN-DATE - FIND THE RUN-DATE'S CALENDAR ROW   *
004260* AND DERIVE ITS DAY TYPE.  A CALENDAR WITHOUT A ROW FOR THE  *
004270* DATE LEAVES IT A PLAIN BUSINESS DAY, AS HELLO DOES.         *
004280* ---------------------------------------------------------- *
004290 1300-CLASSIFY-RUN-DATE.
004300     MOVE "N" TO WS-CALENDAR-EOF-SWITCH.
004310     OPEN INPUT CALENDAR-FILE.
004320     IF WS-CALENDAR-STATUS NOT = "00"
004330         DISPLAY "VOLCHK: CALENDAR NOT AVAILABLE, STATUS="
004340             WS-CALENDAR-STATUS " - NO BASELINE"
004350         GO TO 1300-EXIT
004360     END-IF.
004370     MOVE "Y" TO WS-CALENDAR-AVAIL-SWITCH.
004380     PERFORM 1310-READ-ONE-RUNDAY-ROW THRU 1310-EXIT
004390         UNTIL WS-CALENDAR-EOF.
004400     CLOSE CALENDAR-FILE.
004410 1300-EXIT.
004420     EXIT.
004430*
004440 1310-READ-ONE-RUNDAY-ROW.
004450     READ CALENDAR-FILE
004460         AT END
004470             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
004480     END-READ.
004490     IF NOT WS-CALENDAR-EOF
004500         IF CAL-DATE = VOL-RUN-DATE
004510             PERFORM 1350-DERIVE-DAY-TYPE THRU 1350-EXIT
004520             MOVE WS-ROW-DAY-TYPE TO WS-RUN-DAY-TYPE
004530             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
004540         END-IF
004550     END-IF.
004560 1310-EXIT.
004570     EXIT.
004580*
004590* ---------------------------------------------------------- *
004600* 1350-DERIVE-DAY-TYPE - THE KIND OF DAY THE CURRENT CALENDAR *
004610* ROW IS.  QUARTER-END IS TESTED FIRST: IT IS ALSO A          *
004620* MONTH-END, BUT ITS VOLUMES ARE NOT.                         *
004630* ---------------------------------------------------------- *
004640 1350-DERIVE-DAY-TYPE.
004650     EVALUATE TRUE
004660         WHEN CAL-LAST-BUSDAY-OF-QTR
004670             MOVE "Q" TO WS-ROW-DAY-TYPE
004680         WHEN CAL-LAST-BUSDAY-OF-MONTH
004690             MOVE "M" TO WS-ROW-DAY-TYPE
004700         WHEN CAL-BUSINESS-DAY
004710             MOVE "B" TO WS-ROW-DAY-TYPE
004720         WHEN OTHER
004730             MOVE "H" TO WS-ROW-DAY-TYPE
004740     END-EVALUATE.
004750 1350-EXIT.
004760     EXIT.
004770*
004780* ---------------------------------------------------------- *
004790* 1400-SELECT-HISTORY-DATES - KEEP THE MOST RECENT            *
004800* WS-LOOKBACK-NIGHTS CALENDAR DATES BEFORE THE RUN-DATE THAT  *
004810* ARE THE SAME KIND OF DAY.  THE CALENDAR NEED NOT BE IN DATE *
004820* ORDER - ONCE THE TABLE IS FULL A LATER DATE REPLACES THE    *
004830* OLDEST ONE KEPT.                                            *
004840* ---------------------------------------------------------- *
004850 1400-SELECT-HISTORY-DATES.
004860     MOVE "N" TO WS-CALENDAR-EOF-SWITCH.
004870     OPEN INPUT CALENDAR-FILE.
004880     IF WS-CALENDAR-STATUS = "00"
004890         PERFORM 1410-READ-ONE-HISTORY-DAY THRU 1410-EXIT
004900             UNTIL WS-CALENDAR-EOF
004910         CLOSE CALENDAR-FILE
004920     END-IF.
004930 1400-EXIT.
004940     EXIT.
004950*
004960 1410-READ-ONE-HISTORY-DAY.
004970     READ CALENDAR-FILE
004980         AT END
004990             MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
005000     END-READ.
005010     IF WS-CALENDAR-EOF OR CAL-DATE NOT < VOL-RUN-DATE
005020         GO TO 1410-EXIT
005030     END-IF.
005040     PERFORM 1350-DERIVE-DAY-TYPE THRU 1350-EXIT.
005050     IF WS-ROW-DAY-TYPE NOT = WS-RUN-DAY-TYPE
005060         GO TO 1410-EXIT
005070     END-IF.
005080     IF WS-HIST-DATE-COUNT < WS-LOOKBACK-NIGHTS
005090         ADD 1 TO WS-HIST-DATE-COUNT
005100         MOVE CAL-DATE TO WS-HIST-DATE (WS-HIST-DATE-COUNT)
005110     ELSE
005120         PERFORM 1450-FIND-OLDEST-DATE THRU 1450-EXIT
005130         IF CAL-DATE > WS-HIST-DATE (WS-OLDEST-IX)
005140             MOVE CAL-DATE TO WS-HIST-DATE (WS-OLDEST-IX)
005150         END-IF
005160     END-IF.
005170 1410-EXIT.
005180     EXIT.
005190*
005200 1450-FIND-OLDEST-DATE.
005210     MOVE 1 TO WS-OLDEST-IX.
005220     MOVE 2 TO WS-HIST-IX.
005230     PERFORM 1460-CHECK-ONE-OLDEST THRU 1460-EXIT
005240         UNTIL WS-HIST-IX > WS-HIST-DATE-COUNT.
005250 1450-EXIT.
005260     EXIT.
005270*
005280 1460-CHECK-ONE-OLDEST.
005290     IF WS-HIST-DATE (WS-HIST-IX) < WS-HIST-DATE (WS-OLDEST-IX)
005300         MOVE WS-HIST-IX TO WS-OLDEST-IX
005310     END-IF.
005320     ADD 1 TO WS-HIST-IX.
005330 1460-EXIT.
005340     EXIT.
005350*
005360* ---------------------------------------------------------- *
005370* 2000-SWEEP-HISTORY - POSITION LOGHIST AT THE EARLIEST       *
005380* BASELINE NIGHT AND READ FORWARD TO THE RUN-DATE, FILING     *
005390* EVERY ARCHIVED TYPE "T" ROW THAT BELONGS TO A BASELINE      *
005400* NIGHT (OR TO TONIGHT, IF IT HAS ALREADY BEEN SWEPT).        *
005410* ---------------------------------------------------------- *
005420 2000-SWEEP-HISTORY.
005430     PERFORM 1450-FIND-OLDEST-DATE THRU 1450-EXIT.
005440     MOVE WS-HIST-DATE (WS-OLDEST-IX) TO WS-EARLIEST-DATE.
005450     MOVE "N" TO WS-LOGHIST-DONE-SWITCH.
005460     MOVE WS-EARLIEST-DATE TO ARCH-RUN-DATE.
005470     MOVE 0 TO ARCH-RECORD-SEQ.
005480     START LOG-HISTORY-FILE KEY IS >= ARCH-KEY
005490         INVALID KEY
005500             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
005510     END-START.
005520     PERFORM 2050-READ-ONE-HISTORY-ROW THRU 2050-EXIT
005530         UNTIL WS-LOGHIST-DONE.
005540 2000-EXIT.
005550     EXIT.
005560*
005570 2050-READ-ONE-HISTORY-ROW.
005580     READ LOG-HISTORY-FILE NEXT RECORD
005590         AT END
005600             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
005610     END-READ.
005620     IF NOT WS-LOGHIST-DONE
005630         IF ARCH-RUN-DATE > VOL-RUN-DATE
005640             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
005650         ELSE
005660             MOVE ARCH-LOG-DATA TO TOTAL-RECORD
005670             PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT
005680         END-IF
005690     END-IF.
005700 2050-EXIT.
005710     EXIT.
005720*
005920* ---------------------------------------------------------- *
005930* 2200-FILE-ONE-RECORD - A TYPE "T" ROW IN THE RUN'S          *
005940* ENVIRONMENT (OR A BLANK, PRE-FIELD ONE), POSTED BY ONE OF   *
005950* THE STREAM'S STEPS ON TONIGHT OR A BASELINE NIGHT, IS ADDED *
005960* TO ITS DATASET'S ROW.  EVERYTHING ELSE IS PASSED OVER.      *
005963* TONIGHT'S ROWS GO BY WAY OF THE STEP TOTALS TABLE (2270),  *
005966* AND TONIGHT'S STEP RECORDS END THEIR STEP'S RUN (2400).     *
005970* ---------------------------------------------------------- *
005980 2200-FILE-ONE-RECORD.
005990     MOVE "N" TO WS-STREAM-STEP-SWITCH.
005991     IF STEPLOG-RECORD-TYPE = "S"
005992             AND STEPLOG-RUN-DATE = VOL-RUN-DATE
005993             AND (STEPLOG-ENV-CODE = VOL-ENV-CODE
005994                 OR STEPLOG-ENV-CODE = SPACES)
005995         PERFORM 2400-END-STEP-RUN THRU 2400-EXIT
005996         GO TO 2200-EXIT
005997     END-IF.
006000     IF TOT-RECORD-TYPE = "T"
006010             AND (TOT-ENV-CODE OF TOTAL-RECORD = VOL-ENV-CODE
006020                 OR TOT-ENV-CODE OF TOTAL-RECORD = SPACES)
006030         PERFORM 2210-PLACE-RUN-DATE THRU 2210-EXIT
006040         IF WS-ROW-PLACED
006050             PERFORM 2240-CHECK-STREAM-STEP THRU 2240-EXIT
006060         END-IF
006070     END-IF.
006080     IF WS-STREAM-STEP-FOUND
006081         IF WS-ROW-TONIGHT
006082             PERFORM 2270-FILE-CONTRIBUTION THRU 2270-EXIT
006083             GO TO 2200-EXIT
006084         END-IF
006085         MOVE TOT-DATASET-NAME TO WS-LOOKUP-DSN
006090         PERFORM 2250-FIND-DATASET-SLOT THRU 2250-EXIT
006100         IF WS-SLOT-FOUND
006110             PERFORM 2300-ACCUMULATE-ROW THRU 2300-EXIT
006120         END-IF
006130     END-IF.
006140 2200-EXIT.
006150     EXIT.
006160*
006170* ---------------------------------------------------------- *
006180* 2210-PLACE-RUN-DATE - IS TOT-RUN-DATE TONIGHT, OR WHICH     *
006190* BASELINE NIGHT IS IT?  ANY OTHER DATE IS NOT PLACED.        *
006200* ---------------------------------------------------------- *
006210 2210-PLACE-RUN-DATE.
006220     MOVE "N" TO WS-ROW-PLACED-SWITCH.
006230     MOVE "N" TO WS-ROW-TONIGHT-SWITCH.
006240     IF TOT-RUN-DATE = VOL-RUN-DATE
006250         MOVE "Y" TO WS-ROW-PLACED-SWITCH
006260         MOVE "Y" TO WS-ROW-TONIGHT-SWITCH
006270         GO TO 2210-EXIT
006280     END-IF.
006290     MOVE 1 TO WS-ROW-DATE-IX.
006300     PERFORM 2215-CHECK-ONE-HIST-DATE THRU 2215-EXIT
006310         UNTIL WS-ROW-PLACED
006320            OR WS-ROW-DATE-IX > WS-HIST-DATE-COUNT.
006330 2210-EXIT.
006340     EXIT.
006350*
006360 2215-CHECK-ONE-HIST-DATE.
006370     IF WS-HIST-DATE (WS-ROW-DATE-IX) = TOT-RUN-DATE
006380         MOVE "Y" TO WS-ROW-PLACED-SWITCH
006390     ELSE
006400         ADD 1 TO WS-ROW-DATE-IX
006410     END-IF.
006420 2215-EXIT.
006430     EXIT.
006440*
006450* ---------------------------------------------------------- *
006460* 2240-CHECK-STREAM-STEP - IS TOT-STEP-NAME ONE OF THE STEPS  *
006470* OF THE STREAM BEING CHECKED?  WITH NO FILTER, EVERY ROW IS  *
006480* ACCEPTED.                                                   *
006490* ---------------------------------------------------------- *
006500 2240-CHECK-STREAM-STEP.
006510     IF NOT WS-STREAM-FILTER-ON
006520         MOVE "Y" TO WS-STREAM-STEP-SWITCH
006530         GO TO 2240-EXIT
006540     END-IF.
006550     MOVE "N" TO WS-STREAM-STEP-SWITCH.
006560     MOVE 1 TO WS-STREAM-STEP-IX.
006570     PERFORM 2245-CHECK-ONE-STREAM-STEP THRU 2245-EXIT
006580         UNTIL WS-STREAM-STEP-FOUND
006590            OR WS-STREAM-STEP-IX > WS-STREAM-STEP-COUNT.
006600 2240-EXIT.
006610     EXIT.
006620*
006630 2245-CHECK-ONE-STREAM-STEP.
006640     IF WS-STREAM-STEP-NAME (WS-STREAM-STEP-IX) = TOT-STEP-NAME
006650         MOVE "Y" TO WS-STREAM-STEP-SWITCH
006660     ELSE
006670         ADD 1 TO WS-STREAM-STEP-IX
006680     END-IF.
006690 2245-EXIT.
006700     EXIT.
006710*
006720* ---------------------------------------------------------- *
006730* 2250-FIND-DATASET-SLOT - LOCATE (OR OPEN) THE TABLE ROW FOR *
006740* WS-LOOKUP-DSN.  A 51ST DATASET CANNOT BE CHECKED; THAT      *
006750* IS LOGGED ERROR ONCE AND HOLDS THE NIGHT AT RETURN-CODE 8.  *
006760* ---------------------------------------------------------- *
006770 2250-FIND-DATASET-SLOT.
006780     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
006790     MOVE 1 TO WS-SLOT-IX.
006800     PERFORM 2260-CHECK-ONE-SLOT THRU 2260-EXIT
006810         UNTIL WS-SLOT-FOUND
006820             OR WS-SLOT-IX > WS-DATASET-COUNT.
006830     IF WS-SLOT-FOUND
006840         GO TO 2250-EXIT
006850     END-IF.
006860     IF WS-DATASET-COUNT < 50
006870         ADD 1 TO WS-DATASET-COUNT
006880         MOVE WS-DATASET-COUNT TO WS-SLOT-IX
006890         INITIALIZE WS-DATASET-ENTRY (WS-SLOT-IX)
006900         MOVE WS-LOOKUP-DSN TO WS-VD-NAME (WS-SLOT-IX)
006910         MOVE "N" TO WS-VD-P-CURR-SEEN (WS-SLOT-IX)
006920         MOVE "N" TO WS-VD-C-CURR-SEEN (WS-SLOT-IX)
006930         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
006940     ELSE
006950         IF NOT WS-TABLE-FULL
006960             DISPLAY "VOLCHK: DATASET TABLE FULL AT "
006970                 WS-LOOKUP-DSN " - CANNOT CHECK"
006980             MOVE "Y" TO WS-TABLE-FULL-SWITCH
006990             MOVE "ERROR"    TO LOG-SEVERITY
007000             MOVE "2250-FDS" TO LOG-PARAGRAPH-NAME
007010             MOVE "DATASET TABLE FULL - VOLUME UNCHECKED"
007020                 TO LOG-MESSAGE-TEXT
007030             PERFORM 7000-LOG-EVENT THRU 7000-EXIT
007040         END-IF
007050     END-IF.
007060 2250-EXIT.
007070     EXIT.
007080*
007090 2260-CHECK-ONE-SLOT.
007100     IF WS-VD-NAME (WS-SLOT-IX) = WS-LOOKUP-DSN
007110         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
007120     ELSE
007130         ADD 1 TO WS-SLOT-IX
007140     END-IF.
007150 2260-EXIT.
007160     EXIT.
007170*
007171* ---------------------------------------------------------- *
007173* 2270-FILE-CONTRIBUTION - ADD TONIGHT'S ROW TO ITS STEP'S    *
007174* OPEN (STEP, ROLE, DATASET) ROW, OPENING ONE IF NEED BE.     *
007176* ANY ROWS THE STEP'S PREVIOUS RUN ENDED ARE SUPERSEDED FIRST *
007178* - THIS IS A NEW RUN OF THE STEP.  A 201ST ROW CANNOT BE     *
007179* HELD; THAT IS LOGGED ERROR ONCE AND HOLDS THE NIGHT, AS FOR *
007181* A FULL DATASET TABLE.                                       *
007183* ---------------------------------------------------------- *
007184 2270-FILE-CONTRIBUTION.
007186     MOVE 1 TO WS-CONTRIB-IX.
007188     PERFORM 2275-SUPERSEDE-ONE-ENDED THRU 2275-EXIT
007189         UNTIL WS-CONTRIB-IX > WS-CONTRIB-COUNT.
007191     MOVE "N" TO WS-CONTRIB-FOUND-SWITCH.
007193     MOVE 1 TO WS-CONTRIB-IX.
007194     PERFORM 2280-CHECK-ONE-CONTRIB THRU 2280-EXIT
007196         UNTIL WS-CONTRIB-FOUND
007197             OR WS-CONTRIB-IX > WS-CONTRIB-COUNT.
007199     IF WS-CONTRIB-FOUND
007201         GO TO 2270-ADD
007202     END-IF.
007204     IF WS-CONTRIB-COUNT < 200
007206         ADD 1 TO WS-CONTRIB-COUNT
007207         MOVE WS-CONTRIB-COUNT TO WS-CONTRIB-IX
007209         MOVE TOT-STEP-NAME TO WS-CB-STEP-NAME (WS-CONTRIB-IX)
007211         MOVE TOT-ROLE      TO WS-CB-ROLE (WS-CONTRIB-IX)
007212         MOVE TOT-DATASET-NAME
007214             TO WS-CB-DATASET-NAME (WS-CONTRIB-IX)
007216         MOVE 0 TO WS-CB-COUNT (WS-CONTRIB-IX)
007217         MOVE 0 TO WS-CB-AMOUNT (WS-CONTRIB-IX)
007219         MOVE "O" TO WS-CB-STATE (WS-CONTRIB-IX)
007221     ELSE
007222         IF NOT WS-TABLE-FULL
007224             DISPLAY "VOLCHK: STEP TOTALS TABLE FULL AT "
007225                 TOT-STEP-NAME "/" TOT-DATASET-NAME
007227                 " - CANNOT CHECK"
007229             MOVE "Y" TO WS-TABLE-FULL-SWITCH
007230             MOVE "ERROR"    TO LOG-SEVERITY
007232             MOVE "2270-FCN" TO LOG-PARAGRAPH-NAME
007234             MOVE "STEP TOTALS TABLE FULL - VOLUME UNCHECKED"
007235                 TO LOG-MESSAGE-TEXT
007237             PERFORM 7000-LOG-EVENT THRU 7000-EXIT
007239         END-IF
007240         GO TO 2270-EXIT
007242     END-IF.
007244 2270-ADD.
007245     ADD TOT-RECORD-COUNT TO WS-CB-COUNT (WS-CONTRIB-IX).
007247     ADD TOT-AMOUNT       TO WS-CB-AMOUNT (WS-CONTRIB-IX).
007248 2270-EXIT.
007250     EXIT.
007252*
007253 2275-SUPERSEDE-ONE-ENDED.
007255     IF WS-CB-STEP-NAME (WS-CONTRIB-IX) = TOT-STEP-NAME
007257             AND WS-CB-ENDED (WS-CONTRIB-IX)
007258         MOVE "S" TO WS-CB-STATE (WS-CONTRIB-IX)
007260     END-IF.
007262     ADD 1 TO WS-CONTRIB-IX.
007263 2275-EXIT.
007265     EXIT.
007267*
007268 2280-CHECK-ONE-CONTRIB.
007270     IF WS-CB-STEP-NAME (WS-CONTRIB-IX) = TOT-STEP-NAME
007272             AND WS-CB-ROLE (WS-CONTRIB-IX) = TOT-ROLE
007273             AND WS-CB-DATASET-NAME (WS-CONTRIB-IX)
007275                 = TOT-DATASET-NAME
007276             AND WS-CB-OPEN (WS-CONTRIB-IX)
007278         MOVE "Y" TO WS-CONTRIB-FOUND-SWITCH
007280     ELSE
007281         ADD 1 TO WS-CONTRIB-IX
007283     END-IF.
007285 2280-EXIT.
007286     EXIT.
007288*
007290* ---------------------------------------------------------- *
007291* 2300-ACCUMULATE-ROW - ADD A BASELINE NIGHT'S ROW TO THE     *
007293* HISTORY SIDE OF ITS ROLE, MARKING THE BASELINE NIGHT SEEN.  *
007295* ---------------------------------------------------------- *
007296 2300-ACCUMULATE-ROW.
007298     IF TOT-ROLE-PRODUCER
007300         MOVE "Y" TO
007310             WS-VD-P-NIGHTS (WS-SLOT-IX) (WS-ROW-DATE-IX:1)
007320         ADD TOT-RECORD-COUNT
007330             TO WS-VD-P-HIST-COUNT (WS-SLOT-IX)
007340         ADD TOT-AMOUNT TO WS-VD-P-HIST-AMOUNT (WS-SLOT-IX)
007360     END-IF.
007370     IF TOT-ROLE-CONSUMER
007440         MOVE "Y" TO
007450             WS-VD-C-NIGHTS (WS-SLOT-IX) (WS-ROW-DATE-IX:1)
007460         ADD TOT-RECORD-COUNT
007470             TO WS-VD-C-HIST-COUNT (WS-SLOT-IX)
007480         ADD TOT-AMOUNT TO WS-VD-C-HIST-AMOUNT (WS-SLOT-IX)
007500     END-IF.
007510 2300-EXIT.
007520     EXIT.
007530*
007532* ---------------------------------------------------------- *
007534* 2400-END-STEP-RUN - THE STEP HAS RETURNED: ITS OPEN ROWS    *
007536* ARE NOW ITS LATEST COMPLETE RUN'S TOTALS.                   *
007539* ---------------------------------------------------------- *
007541 2400-END-STEP-RUN.
007543     MOVE 1 TO WS-CONTRIB-IX.
007546     PERFORM 2410-END-ONE-CONTRIB THRU 2410-EXIT
007548         UNTIL WS-CONTRIB-IX > WS-CONTRIB-COUNT.
007550 2400-EXIT.
007553     EXIT.
007555*
007557 2410-END-ONE-CONTRIB.
007560     IF WS-CB-STEP-NAME (WS-CONTRIB-IX) = STEPLOG-STEP-NAME
007562             AND WS-CB-OPEN (WS-CONTRIB-IX)
007564         MOVE "E" TO WS-CB-STATE (WS-CONTRIB-IX)
007567     END-IF.
007569     ADD 1 TO WS-CONTRIB-IX.
007571 2410-EXIT.
007574     EXIT.
007576*
007578 2500-SWEEP-LIVE-LOG.
007581     MOVE "N" TO WS-BATCHLOG-EOF-SWITCH.
007583     PERFORM 2550-READ-ONE-LIVE-ROW THRU 2550-EXIT
007585         UNTIL WS-BATCHLOG-EOF.
007588     CLOSE BATCH-LOG-FILE.
007590 2500-EXIT.
007592     EXIT.
007595*
007597 2550-READ-ONE-LIVE-ROW.
007599     READ BATCH-LOG-FILE
007602         AT END
007604             MOVE "Y" TO WS-BATCHLOG-EOF-SWITCH
007606     END-READ.
007609     IF NOT WS-BATCHLOG-EOF
007611         PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT
007613     END-IF.
007616 2550-EXIT.
007618     EXIT.
007620*
007623* ---------------------------------------------------------- *
007624* 2900-POST-TONIGHT - ADD EVERY ONE OF TONIGHT'S ROWS NOT     *
007625* SUPERSEDED TO TONIGHT'S SIDE OF ITS ROLE IN ITS DATASET'S   *
007626* ROW.                                                        *
007627* ---------------------------------------------------------- *
007628 2900-POST-TONIGHT.
007629     MOVE 1 TO WS-CONTRIB-IX.
007630     PERFORM 2950-POST-ONE-CONTRIB THRU 2950-EXIT
007631         UNTIL WS-CONTRIB-IX > WS-CONTRIB-COUNT.
007632 2900-EXIT.
007633     EXIT.
007634*
007635 2950-POST-ONE-CONTRIB.
007637     IF NOT WS-CB-SUPERSEDED (WS-CONTRIB-IX)
007639         MOVE WS-CB-DATASET-NAME (WS-CONTRIB-IX) TO WS-LOOKUP-DSN
007640         PERFORM 2250-FIND-DATASET-SLOT THRU 2250-EXIT
007641         IF WS-SLOT-FOUND
007642             IF WS-CB-PRODUCER (WS-CONTRIB-IX)
007643                 MOVE "Y" TO WS-VD-P-CURR-SEEN (WS-SLOT-IX)
007644                 ADD WS-CB-COUNT (WS-CONTRIB-IX)
007645                     TO WS-VD-P-CURR-COUNT (WS-SLOT-IX)
007646                 ADD WS-CB-AMOUNT (WS-CONTRIB-IX)
007647                     TO WS-VD-P-CURR-AMOUNT (WS-SLOT-IX)
007648             END-IF
007649             IF WS-CB-CONSUMER (WS-CONTRIB-IX)
007650                 MOVE "Y" TO WS-VD-C-CURR-SEEN (WS-SLOT-IX)
007651                 ADD WS-CB-COUNT (WS-CONTRIB-IX)
007652                     TO WS-VD-C-CURR-COUNT (WS-SLOT-IX)
007653                 ADD WS-CB-AMOUNT (WS-CONTRIB-IX)
007654                     TO WS-VD-C-CURR-AMOUNT (WS-SLOT-IX)
007655             END-IF
007656         END-IF
007657     END-IF.
007659     ADD 1 TO WS-CONTRIB-IX.
007660 2950-EXIT.
007661     EXIT.
007662*
007663* ---------------------------------------------------------- *
007664* 3000-ASSESS-DATASETS - SET EVERY DATASET'S BASELINE,        *
007665* DEVIATIONS AND VERDICT.                                     *
007666* ---------------------------------------------------------- *
007667 3000-ASSESS-DATASETS.
007668     MOVE 1 TO WS-DATASET-IX.
007669     PERFORM 3100-ASSESS-ONE-DATASET THRU 3100-EXIT
007670         UNTIL WS-DATASET-IX > WS-DATASET-COUNT.
007671 3000-EXIT.
007672     EXIT.
007673*
007674 3100-ASSESS-ONE-DATASET.
007675     PERFORM 3110-ASSESS-DATASET THRU 3110-EXIT.
007676     ADD 1 TO WS-DATASET-IX.
007680 3100-EXIT.
007690     EXIT.
007700*
007710* ---------------------------------------------------------- *
007720* 3110-ASSESS-DATASET - PICK THE ROLE THAT MEASURES THE       *
007730* DATASET, COUNT ITS BASELINE NIGHTS, AND - IF IT IS CHECKED  *
007740* AND HAS ENOUGH NIGHTS - AVERAGE THEM AND COMPARE TONIGHT.   *
007750* A DEVIATION ABOVE THE ERROR BAND IN EITHER COUNT OR AMOUNT  *
007760* IS AN ERROR BREACH; ABOVE THE WARN BAND, A WARN BREACH.     *
007770* ---------------------------------------------------------- *
007780 3110-ASSESS-DATASET.
007790     PERFORM 3150-FIND-VOLUME-RULE THRU 3150-EXIT.
007800     MOVE SPACES TO WS-VD-SEVERITY (WS-DATASET-IX).
007810     MOVE 0 TO WS-NIGHT-TALLY.
007820     IF WS-VD-P-NIGHTS (WS-DATASET-IX) NOT = SPACES
007830             OR WS-VD-P-CURR-SEEN (WS-DATASET-IX) = "Y"
007840         MOVE "P" TO WS-VD-ROLE (WS-DATASET-IX)
007850         INSPECT WS-VD-P-NIGHTS (WS-DATASET-IX)
007860             TALLYING WS-NIGHT-TALLY FOR ALL "Y"
007870         MOVE WS-VD-P-CURR-COUNT (WS-DATASET-IX)
007880             TO WS-VD-CURR-COUNT (WS-DATASET-IX)
007890         MOVE WS-VD-P-CURR-AMOUNT (WS-DATASET-IX)
007900             TO WS-VD-CURR-AMOUNT (WS-DATASET-IX)
007910     ELSE
007920         MOVE "C" TO WS-VD-ROLE (WS-DATASET-IX)
007930         INSPECT WS-VD-C-NIGHTS (WS-DATASET-IX)
007940             TALLYING WS-NIGHT-TALLY FOR ALL "Y"
007950         MOVE WS-VD-C-CURR-COUNT (WS-DATASET-IX)
007960             TO WS-VD-CURR-COUNT (WS-DATASET-IX)
007970         MOVE WS-VD-C-CURR-AMOUNT (WS-DATASET-IX)
007980             TO WS-VD-CURR-AMOUNT (WS-DATASET-IX)
007990     END-IF.
008000     MOVE WS-NIGHT-TALLY TO WS-VD-NIGHTS (WS-DATASET-IX).
008010     IF WS-CHECK-OFF
008020         MOVE "NOT CHECKED" TO WS-VD-VERDICT (WS-DATASET-IX)
008030         ADD 1 TO WS-NOT-CHECKED-COUNT
008040         GO TO 3110-EXIT
008050     END-IF.
008060     IF WS-NIGHT-TALLY = 0 OR WS-NIGHT-TALLY < WS-MIN-NIGHTS
008070         MOVE "NO BASELINE" TO WS-VD-VERDICT (WS-DATASET-IX)
008080         ADD 1 TO WS-NO-BASELINE-COUNT
008090         GO TO 3110-EXIT
008100     END-IF.
008110     ADD 1 TO WS-CHECKED-COUNT.
008120     IF WS-VD-ROLE (WS-DATASET-IX) = "P"
008130         COMPUTE WS-VD-BASE-COUNT (WS-DATASET-IX) ROUNDED =
008140             WS-VD-P-HIST-COUNT (WS-DATASET-IX) / WS-NIGHT-TALLY
008150         COMPUTE WS-VD-BASE-AMOUNT (WS-DATASET-IX) ROUNDED =
008160             WS-VD-P-HIST-AMOUNT (WS-DATASET-IX) / WS-NIGHT-TALLY
008170     ELSE
008180         COMPUTE WS-VD-BASE-COUNT (WS-DATASET-IX) ROUNDED =
008190             WS-VD-C-HIST-COUNT (WS-DATASET-IX) / WS-NIGHT-TALLY
008200         COMPUTE WS-VD-BASE-AMOUNT (WS-DATASET-IX) ROUNDED =
008210             WS-VD-C-HIST-AMOUNT (WS-DATASET-IX) / WS-NIGHT-TALLY
008220     END-IF.
008230     PERFORM 3200-COMPUTE-DEVIATIONS THRU 3200-EXIT.
008240     EVALUATE TRUE
008250         WHEN WS-VD-CNT-PCT (WS-DATASET-IX) > WS-ERROR-PCT
008260           OR WS-VD-AMT-PCT (WS-DATASET-IX) > WS-ERROR-PCT
008270             MOVE "E" TO WS-VD-SEVERITY (WS-DATASET-IX)
008280             MOVE "ERROR BREACH" TO WS-VD-VERDICT (WS-DATASET-IX)
008290             ADD 1 TO WS-BREACH-COUNT
008300         WHEN WS-VD-CNT-PCT (WS-DATASET-IX) > WS-WARN-PCT
008310           OR WS-VD-AMT-PCT (WS-DATASET-IX) > WS-WARN-PCT
008320             MOVE "W" TO WS-VD-SEVERITY (WS-DATASET-IX)
008330             MOVE "WARN BREACH" TO WS-VD-VERDICT (WS-DATASET-IX)
008340             ADD 1 TO WS-BREACH-COUNT
008350         WHEN OTHER
008360             MOVE "IN BAND" TO WS-VD-VERDICT (WS-DATASET-IX)
008370     END-EVALUATE.
008380 3110-EXIT.
008390     EXIT.
008400*
008410* ---------------------------------------------------------- *
008420* 3150-FIND-VOLUME-RULE - THE BANDS FOR THE DATASET AT        *
008430* WS-DATASET-IX: ITS VOLRULES ROW, WITH ANY ZERO FIELD TAKING *
008440* THE SITE DEFAULT, OR THE DEFAULTS OUTRIGHT.                 *
008450* ---------------------------------------------------------- *
008460 3150-FIND-VOLUME-RULE.
008470     MOVE WS-DFLT-WARN-PCT   TO WS-WARN-PCT.
008480     MOVE WS-DFLT-ERROR-PCT  TO WS-ERROR-PCT.
008490     MOVE WS-DFLT-MIN-NIGHTS TO WS-MIN-NIGHTS.
008500     MOVE "Y"                TO WS-CHECK-FLAG.
008510     MOVE "N" TO WS-RULE-FOUND-SWITCH.
008520     MOVE 1 TO WS-RULE-IX.
008530     PERFORM 3160-CHECK-ONE-RULE THRU 3160-EXIT
008540         UNTIL WS-RULE-FOUND OR WS-RULE-IX > WS-RULE-COUNT.
008550 3150-EXIT.
008560     EXIT.
008570*
008580 3160-CHECK-ONE-RULE.
008590     IF WS-RULE-DSN (WS-RULE-IX) = WS-VD-NAME (WS-DATASET-IX)
008600         MOVE "Y" TO WS-RULE-FOUND-SWITCH
008610         IF WS-RULE-WARN-PCT (WS-RULE-IX) > 0
008620             MOVE WS-RULE-WARN-PCT (WS-RULE-IX) TO WS-WARN-PCT
008630         END-IF
008640         IF WS-RULE-ERROR-PCT (WS-RULE-IX) > 0
008650             MOVE WS-RULE-ERROR-PCT (WS-RULE-IX) TO WS-ERROR-PCT
008660         END-IF
008670         IF WS-RULE-MIN-NIGHTS (WS-RULE-IX) > 0
008680             MOVE WS-RULE-MIN-NIGHTS (WS-RULE-IX)
008690                 TO WS-MIN-NIGHTS
008700         END-IF
008710         MOVE WS-RULE-CHECK-FLAG (WS-RULE-IX) TO WS-CHECK-FLAG
008720     ELSE
008730         ADD 1 TO WS-RULE-IX
008740     END-IF.
008750 3160-EXIT.
008760     EXIT.
008770*
008780* ---------------------------------------------------------- *
008790* 3200-COMPUTE-DEVIATIONS - PERCENTAGE DISTANCE OF TONIGHT    *
008800* FROM THE BASELINE, CAPPED AT 999.  A ZERO BASELINE IS 0 PCT *
008810* WHEN TONIGHT IS ALSO ZERO, 999 PCT OTHERWISE.               *
008820* ---------------------------------------------------------- *
008830 3200-COMPUTE-DEVIATIONS.
008840     COMPUTE WS-DIFF-COUNT =
008850         WS-VD-CURR-COUNT (WS-DATASET-IX)
008860         - WS-VD-BASE-COUNT (WS-DATASET-IX).
008870     IF WS-DIFF-COUNT < 0
008880         COMPUTE WS-DIFF-COUNT = 0 - WS-DIFF-COUNT
008890     END-IF.
008900     EVALUATE TRUE
008910         WHEN WS-DIFF-COUNT = 0
008920             MOVE 0 TO WS-PCT-WORK
008930         WHEN WS-VD-BASE-COUNT (WS-DATASET-IX) = 0
008940             MOVE 999 TO WS-PCT-WORK
008950         WHEN OTHER
008960             COMPUTE WS-PCT-WORK =
008970                 WS-DIFF-COUNT * 100
008980                 / WS-VD-BASE-COUNT (WS-DATASET-IX)
008990     END-EVALUATE.
009000     IF WS-PCT-WORK > 999
009010         MOVE 999 TO WS-PCT-WORK
009020     END-IF.
009030     MOVE WS-PCT-WORK TO WS-VD-CNT-PCT (WS-DATASET-IX).
009040     COMPUTE WS-DIFF-AMOUNT =
009050         WS-VD-CURR-AMOUNT (WS-DATASET-IX)
009060         - WS-VD-BASE-AMOUNT (WS-DATASET-IX).
009070     IF WS-DIFF-AMOUNT < 0
009080         COMPUTE WS-DIFF-AMOUNT = 0 - WS-DIFF-AMOUNT
009090     END-IF.
009100     MOVE WS-VD-BASE-AMOUNT (WS-DATASET-IX) TO WS-ABS-BASE-AMOUNT.
009110     IF WS-ABS-BASE-AMOUNT < 0
009120         COMPUTE WS-ABS-BASE-AMOUNT = 0 - WS-ABS-BASE-AMOUNT
009130     END-IF.
009140     EVALUATE TRUE
009150         WHEN WS-DIFF-AMOUNT = 0
009160             MOVE 0 TO WS-PCT-WORK
009170         WHEN WS-ABS-BASE-AMOUNT = 0
009180             MOVE 999 TO WS-PCT-WORK
009190         WHEN OTHER
009200             COMPUTE WS-PCT-WORK =
009210                 WS-DIFF-AMOUNT * 100 / WS-ABS-BASE-AMOUNT
009220     END-EVALUATE.
009230     IF WS-PCT-WORK > 999
009240         MOVE 999 TO WS-PCT-WORK
009250     END-IF.
009260     MOVE WS-PCT-WORK TO WS-VD-AMT-PCT (WS-DATASET-IX).
009270 3200-EXIT.
009280     EXIT.
009290*
009300* ---------------------------------------------------------- *
009308* 4000-FILE-BREACHES - RECORD TONIGHT'S BREACHES ON VOLBRCH.  *
009316* A HELD ROW FROM AN EARLIER PASS WHOSE DATASET NO LONGER     *
009324* BREACHES IS REMOVED; AN EXPLAINED ROW IS NEVER REMOVED OR   *
009332* RE-HELD.  THE NIGHT ROW SAYS THE CHECK RAN.  A VOLBRCH THAT *
009340* CANNOT BE OPENED LEAVES EVERY BREACH HELD IN THE RETURN     *
009348* CODE.                                                       *
009360* ---------------------------------------------------------- *
009370 4000-FILE-BREACHES.
009380     OPEN I-O BREACH-FILE.
009390     IF WS-BREACH-STATUS = "35"
009400         OPEN OUTPUT BREACH-FILE
009410         CLOSE BREACH-FILE
009420         OPEN I-O BREACH-FILE
009430     END-IF.
009440     IF WS-BREACH-STATUS = "00"
009450         MOVE "Y" TO WS-BREACH-AVAIL-SWITCH
009460         PERFORM 4100-CLEAR-STALE-HOLDS THRU 4100-EXIT
009470     ELSE
009480         DISPLAY "VOLCHK: UNABLE TO OPEN VOLBRCH, STATUS="
009490             WS-BREACH-STATUS
009500         MOVE "ERROR"    TO LOG-SEVERITY
009510         MOVE "4000-FBR" TO LOG-PARAGRAPH-NAME
009520         MOVE "UNABLE TO OPEN VOLBRCH" TO LOG-MESSAGE-TEXT
009530         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
009540     END-IF.
009550     MOVE 1 TO WS-DATASET-IX.
009560     PERFORM 4200-FILE-ONE-BREACH THRU 4200-EXIT
009570         UNTIL WS-DATASET-IX > WS-DATASET-COUNT.
009580     IF WS-BREACH-AVAIL
009590         PERFORM 4300-WRITE-NIGHT-ROW THRU 4300-EXIT
009600         CLOSE BREACH-FILE
009610     END-IF.
009620 4000-EXIT.
009630     EXIT.
009640*
009650* ---------------------------------------------------------- *
009660* 4100-CLEAR-STALE-HOLDS - READ THIS NIGHT'S EXISTING ROWS    *
009670* FOR THE ENV AND STREAM AND DELETE ANY HELD ONE WHOSE        *
009680* DATASET IS NOT A BREACH ON THIS PASS (A RERUN AFTER A FIX). *
009690* ---------------------------------------------------------- *
009700 4100-CLEAR-STALE-HOLDS.
009710     MOVE "N" TO WS-BREACH-DONE-SWITCH.
009720     MOVE VOL-RUN-DATE    TO VBR-RUN-DATE.
009730     MOVE VOL-ENV-CODE    TO VBR-ENV-CODE.
009740     MOVE VOL-STREAM-NAME TO VBR-STREAM-NAME.
009750     MOVE SPACES          TO VBR-DATASET-NAME.
009760     START BREACH-FILE KEY IS >= VBR-KEY
009770         INVALID KEY
009780             MOVE "Y" TO WS-BREACH-DONE-SWITCH
009790     END-START.
009800     PERFORM 4150-CHECK-ONE-OLD-ROW THRU 4150-EXIT
009810         UNTIL WS-BREACH-DONE.
009820 4100-EXIT.
009830     EXIT.
009840*
009850 4150-CHECK-ONE-OLD-ROW.
009860     READ BREACH-FILE NEXT RECORD
009870         AT END
009880             MOVE "Y" TO WS-BREACH-DONE-SWITCH
009890     END-READ.
009900     IF WS-BREACH-DONE
009910         GO TO 4150-EXIT
009920     END-IF.
009930     IF VBR-RUN-DATE NOT = VOL-RUN-DATE
009940             OR VBR-ENV-CODE NOT = VOL-ENV-CODE
009950             OR VBR-STREAM-NAME NOT = VOL-STREAM-NAME
009960         MOVE "Y" TO WS-BREACH-DONE-SWITCH
009970         GO TO 4150-EXIT
009980     END-IF.
009990     IF VBR-HELD AND NOT VBR-NIGHT-ROW
010000         MOVE "N" TO WS-SLOT-FOUND-SWITCH
010010         MOVE 1 TO WS-SLOT-IX
010020         PERFORM 4160-CHECK-ONE-BREACH-SLOT THRU 4160-EXIT
010030             UNTIL WS-SLOT-FOUND
010040                 OR WS-SLOT-IX > WS-DATASET-COUNT
010050         IF NOT WS-SLOT-FOUND
010060             DELETE BREACH-FILE
010070                 INVALID KEY
010080                     CONTINUE
010090             END-DELETE
010100         END-IF
010110     END-IF.
010120 4150-EXIT.
010130     EXIT.
010140*
010150 4160-CHECK-ONE-BREACH-SLOT.
010160     IF WS-VD-NAME (WS-SLOT-IX) = VBR-DATASET-NAME
010170             AND WS-VD-BREACH (WS-SLOT-IX)
010180         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
010190     ELSE
010200         ADD 1 TO WS-SLOT-IX
010210     END-IF.
010220 4160-EXIT.
010230     EXIT.
010240*
010250* ---------------------------------------------------------- *
010260* 4200-FILE-ONE-BREACH - WRITE (OR REFRESH) THE BREACH ROW    *
010270* FOR THE DATASET AT WS-DATASET-IX, KEEPING ANY EXPLANATION   *
010280* ALREADY ON FILE, THEN LOG IT: ERROR FOR AN ERROR-BAND       *
010290* BREACH STILL HELD (LOGWRITE PAGES IT), WARN FOR A WARN-BAND *
010300* ONE, INFO FOR ONE ALREADY EXPLAINED.                        *
010310* ---------------------------------------------------------- *
010320 4200-FILE-ONE-BREACH.
010330     IF WS-VD-BREACH (WS-DATASET-IX)
010340         PERFORM 4210-HOLD-ONE-BREACH THRU 4210-EXIT
010350     END-IF.
010360     ADD 1 TO WS-DATASET-IX.
010370 4200-EXIT.
010380     EXIT.
010390*
010400 4210-HOLD-ONE-BREACH.
010410     MOVE "H" TO WS-VD-STATUS (WS-DATASET-IX).
010420     IF WS-BREACH-AVAIL
010430         PERFORM 4250-WRITE-BREACH-ROW THRU 4250-EXIT
010440     END-IF.
010450     IF WS-VD-ERROR (WS-DATASET-IX)
010460             OR WS-HIGHEST-SEVERITY = SPACES
010470         MOVE WS-VD-SEVERITY (WS-DATASET-IX)
010480             TO WS-HIGHEST-SEVERITY
010490     END-IF.
010500     MOVE "4200-FOB" TO LOG-PARAGRAPH-NAME.
010510     EVALUATE TRUE
010520         WHEN WS-VD-EXPLAINED (WS-DATASET-IX)
010530             ADD 1 TO WS-EXPLAINED-COUNT
010540             MOVE "INFO "    TO LOG-SEVERITY
010550             MOVE "VOLUME BREACH EXPLAINED: "
010560                 TO LOG-MESSAGE-TEXT
010570             MOVE WS-VD-NAME (WS-DATASET-IX)
010580                 TO LOG-MESSAGE-TEXT (26:8)
010590         WHEN WS-VD-ERROR (WS-DATASET-IX)
010600             ADD 1 TO WS-HELD-ERROR-COUNT
010610             MOVE "ERROR"    TO LOG-SEVERITY
010620             MOVE "VOLUME ERROR BREACH HELD: "
010630                 TO LOG-MESSAGE-TEXT
010640             MOVE WS-VD-NAME (WS-DATASET-IX)
010650                 TO LOG-MESSAGE-TEXT (27:8)
010660         WHEN OTHER
010670             ADD 1 TO WS-HELD-WARN-COUNT
010680             MOVE "WARN "    TO LOG-SEVERITY
010690             MOVE "VOLUME WARN BREACH HELD: "
010700                 TO LOG-MESSAGE-TEXT
010710             MOVE WS-VD-NAME (WS-DATASET-IX)
010720                 TO LOG-MESSAGE-TEXT (26:8)
010730     END-EVALUATE.
010740     DISPLAY "VOLCHK: " LOG-MESSAGE-TEXT.
010750     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
010760 4210-EXIT.
010770     EXIT.
010780*
010790 4250-WRITE-BREACH-ROW.
010800     MOVE VOL-RUN-DATE    TO VBR-RUN-DATE.
010810     MOVE VOL-ENV-CODE    TO VBR-ENV-CODE.
010820     MOVE VOL-STREAM-NAME TO VBR-STREAM-NAME.
010830     MOVE WS-VD-NAME (WS-DATASET-IX) TO VBR-DATASET-NAME.
010840     READ BREACH-FILE
010850         KEY IS VBR-KEY
010860         INVALID KEY
010870             MOVE SPACES TO VBR-EXPLAINED-BY
010880             MOVE SPACES TO VBR-EXPLAINED-DATE
010890             MOVE SPACES TO VBR-EXPLAINED-TIME
010900             MOVE SPACES TO VBR-REASON
010910             MOVE "H" TO VBR-STATUS
010920             PERFORM 4260-MOVE-BREACH-FIGURES THRU 4260-EXIT
010930             WRITE VOLUME-BREACH-RECORD
010940                 INVALID KEY
010950                     DISPLAY "VOLCHK: UNABLE TO WRITE VOLBRCH, "
010960                         "STATUS=" WS-BREACH-STATUS
010970             END-WRITE
010980         NOT INVALID KEY
010990             IF VBR-EXPLAINED
011000                 MOVE "E" TO WS-VD-STATUS (WS-DATASET-IX)
011010                 MOVE VBR-EXPLAINED-BY
011020                     TO WS-VD-EXPLAINED-BY (WS-DATASET-IX)
011030             END-IF
011040             PERFORM 4260-MOVE-BREACH-FIGURES THRU 4260-EXIT
011050             REWRITE VOLUME-BREACH-RECORD
011060                 INVALID KEY
011070                     DISPLAY "VOLCHK: UNABLE TO REWRITE VOLBRCH, "
011080                         "STATUS=" WS-BREACH-STATUS
011090             END-REWRITE
011100     END-READ.
011110 4250-EXIT.
011120     EXIT.
011130*
011140 4260-MOVE-BREACH-FIGURES.
011150     MOVE WS-RUN-DAY-TYPE TO VBR-DAY-TYPE.
011160     MOVE WS-VD-SEVERITY (WS-DATASET-IX)    TO VBR-SEVERITY.
011170     MOVE WS-VD-CURR-COUNT (WS-DATASET-IX)  TO VBR-CURR-COUNT.
011180     MOVE WS-VD-BASE-COUNT (WS-DATASET-IX)  TO VBR-BASE-COUNT.
011190     MOVE WS-VD-CURR-AMOUNT (WS-DATASET-IX) TO VBR-CURR-AMOUNT.
011200     MOVE WS-VD-BASE-AMOUNT (WS-DATASET-IX) TO VBR-BASE-AMOUNT.
011210     MOVE WS-VD-CNT-PCT (WS-DATASET-IX)     TO VBR-COUNT-DEV-PCT.
011220     MOVE WS-VD-AMT-PCT (WS-DATASET-IX)     TO VBR-AMOUNT-DEV-PCT.
011230     MOVE WS-VD-NIGHTS (WS-DATASET-IX)      TO VBR-NIGHTS-USED.
011240 4260-EXIT.
011250     EXIT.
011260*
011270* ---------------------------------------------------------- *
011280* 4300-WRITE-NIGHT-ROW - THE SPACES-DATASET ROW THAT SAYS THE *
011290* CHECK RAN FOR THE RUN-DATE, ENV AND STREAM.  HELD WHEN THE  *
011293* TABLE OVERFLOWED - UNLESS AN OPERATOR HAS ALREADY EXPLAINED *
011296* THAT HOLD, WHICH A RERUN KEEPS, AS 4250 DOES FOR A BREACH.  *
011300* ---------------------------------------------------------- *
011310 4300-WRITE-NIGHT-ROW.
011320     MOVE VOL-RUN-DATE    TO VBR-RUN-DATE.
011330     MOVE VOL-ENV-CODE    TO VBR-ENV-CODE.
011340     MOVE VOL-STREAM-NAME TO VBR-STREAM-NAME.
011350     MOVE SPACES          TO VBR-DATASET-NAME.
011360     READ BREACH-FILE
011370         KEY IS VBR-KEY
011380         INVALID KEY
011390             MOVE "N" TO WS-BREACH-DONE-SWITCH
011400         NOT INVALID KEY
011410             MOVE "Y" TO WS-BREACH-DONE-SWITCH
011420     END-READ.
011421     MOVE "N" TO WS-NIGHT-EXPL-SWITCH.
011422     IF WS-BREACH-DONE AND VBR-EXPLAINED
011423         MOVE "Y"                TO WS-NIGHT-EXPL-SWITCH
011424         MOVE VBR-EXPLAINED-BY   TO WS-NIGHT-EXPL-BY
011425         MOVE VBR-EXPLAINED-DATE TO WS-NIGHT-EXPL-DATE
011426         MOVE VBR-EXPLAINED-TIME TO WS-NIGHT-EXPL-TIME
011427         MOVE VBR-REASON         TO WS-NIGHT-EXPL-REASON
011428     END-IF.
011430     MOVE SPACES          TO VOLUME-BREACH-RECORD.
011440     MOVE VOL-RUN-DATE    TO VBR-RUN-DATE.
011450     MOVE VOL-ENV-CODE    TO VBR-ENV-CODE.
011460     MOVE VOL-STREAM-NAME TO VBR-STREAM-NAME.
011470     MOVE WS-RUN-DAY-TYPE TO VBR-DAY-TYPE.
011480     MOVE WS-HIGHEST-SEVERITY TO VBR-SEVERITY.
011490     MOVE WS-CHECKED-COUNT TO VBR-CURR-COUNT.
011500     MOVE WS-BREACH-COUNT TO VBR-BASE-COUNT.
011510     MOVE 0 TO VBR-CURR-AMOUNT.
011520     MOVE 0 TO VBR-BASE-AMOUNT.
011530     MOVE 0 TO VBR-COUNT-DEV-PCT.
011540     MOVE 0 TO VBR-AMOUNT-DEV-PCT.
011550     MOVE WS-HIST-DATE-COUNT TO VBR-NIGHTS-USED.
011560     ACCEPT WS-RUN-TIME FROM TIME.
011570     ACCEPT VBR-EXPLAINED-DATE FROM DATE YYYYMMDD.
011580     MOVE WS-RUN-TIME     TO VBR-EXPLAINED-TIME.
011581     MOVE "VOLCHK"        TO VBR-EXPLAINED-BY.
011582     IF WS-TABLE-FULL
011584         IF WS-NIGHT-EXPLAINED
011585             MOVE "E"                  TO VBR-STATUS
011587             MOVE WS-NIGHT-EXPL-BY     TO VBR-EXPLAINED-BY
011588             MOVE WS-NIGHT-EXPL-DATE   TO VBR-EXPLAINED-DATE
011589             MOVE WS-NIGHT-EXPL-TIME   TO VBR-EXPLAINED-TIME
011591             MOVE WS-NIGHT-EXPL-REASON TO VBR-REASON
011592         ELSE
011594             MOVE "H" TO VBR-STATUS
011595         END-IF
011596     END-IF.
011600     IF WS-BREACH-DONE
011610         REWRITE VOLUME-BREACH-RECORD
011620             INVALID KEY
011630                 CONTINUE
011640         END-REWRITE
011650     ELSE
011660         WRITE VOLUME-BREACH-RECORD
011670             INVALID KEY
011680                 CONTINUE
011690         END-WRITE
011700     END-IF.
011710     IF WS-BREACH-STATUS NOT = "00"
011720         DISPLAY "VOLCHK: UNABLE TO WRITE NIGHT ROW, STATUS="
011730             WS-BREACH-STATUS
011740     END-IF.
011750 4300-EXIT.
011760     EXIT.
011770*
011780* ---------------------------------------------------------- *
011790* 5000-WRITE-EXCEPTION-REPORT - ONE REPORT PER RUN: THE DAY   *
011800* TYPE AND BASELINE WINDOW, A BLOCK PER BREACH (TONIGHT       *
011810* AGAINST THE BASELINE, THE DEVIATIONS, WHETHER IT IS HELD OR *
011820* WHO EXPLAINED IT), THE NIGHT'S TALLIES AND A VERDICT LINE.  *
011830* A REPORT THAT CANNOT BE OPENED CHANGES NOTHING - THE        *
011840* VOLBRCH ROWS AND THE RETURN CODE CARRY THE VERDICT.         *
011850* ---------------------------------------------------------- *
011860 5000-WRITE-EXCEPTION-REPORT.
011870     OPEN OUTPUT REPORT-FILE.
011880     IF WS-REPORT-STATUS NOT = "00"
011890         DISPLAY "VOLCHK: UNABLE TO OPEN VOLRPT, STATUS="
011900             WS-REPORT-STATUS
011910         GO TO 5000-EXIT
011920     END-IF.
011930     MOVE SPACES TO WS-PRINT-LINE.
011940     STRING "VOLUME ANOMALY REPORT  RUN-DATE=" VOL-RUN-DATE
011950         "  ENV=" VOL-ENV-CODE "  STREAM=" VOL-STREAM-NAME
011960         INTO WS-PRINT-LINE.
011970     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
011980     EVALUATE WS-RUN-DAY-TYPE
011990         WHEN "Q"
012000             MOVE "QUARTER-END" TO WS-DAY-TYPE-TEXT
012010         WHEN "M"
012020             MOVE "MONTH-END" TO WS-DAY-TYPE-TEXT
012030         WHEN "H"
012040             MOVE "NON-BUSINESS DAY" TO WS-DAY-TYPE-TEXT
012050         WHEN OTHER
012060             MOVE "BUSINESS DAY" TO WS-DAY-TYPE-TEXT
012070     END-EVALUATE.
012080     MOVE WS-HIST-DATE-COUNT TO WS-EDIT-TALLY.
012090     MOVE SPACES TO WS-PRINT-LINE.
012100     STRING "  DAY TYPE=" WS-DAY-TYPE-TEXT
012110         "  BASELINE NIGHTS AVAILABLE=" WS-EDIT-TALLY
012120         INTO WS-PRINT-LINE.
012130     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
012140     IF NOT WS-CALENDAR-AVAIL
012150         MOVE "  NO CALENDAR - NO BASELINE, NOTHING CHECKED"
012160             TO WS-PRINT-LINE
012170         WRITE REPORT-RECORD FROM WS-PRINT-LINE
012180     END-IF.
012190     IF WS-BREACH-COUNT = 0
012200         MOVE "  NO VOLUME BREACHES" TO WS-PRINT-LINE
012210         WRITE REPORT-RECORD FROM WS-PRINT-LINE
012220     END-IF.
012230     MOVE 1 TO WS-DATASET-IX.
012240     PERFORM 5100-REPORT-ONE-BREACH THRU 5100-EXIT
012250         UNTIL WS-DATASET-IX > WS-DATASET-COUNT.
012260     PERFORM 5200-REPORT-TALLIES THRU 5200-EXIT.
012270     CLOSE REPORT-FILE.
012280 5000-EXIT.
012290     EXIT.
012300*
012310 5100-REPORT-ONE-BREACH.
012320     IF WS-VD-BREACH (WS-DATASET-IX)
012330         PERFORM 5150-PRINT-BREACH-BLOCK THRU 5150-EXIT
012340     END-IF.
012350     ADD 1 TO WS-DATASET-IX.
012360 5100-EXIT.
012370     EXIT.
012380*
012390 5150-PRINT-BREACH-BLOCK.
012400     MOVE SPACES TO WS-PRINT-LINE.
012410     IF WS-VD-EXPLAINED (WS-DATASET-IX)
012420         STRING "  DSN=" WS-VD-NAME (WS-DATASET-IX)
012430             "  " WS-VD-VERDICT (WS-DATASET-IX)
012440             "  STATUS=EXPLAINED"
012450             INTO WS-PRINT-LINE
012460     ELSE
012470         STRING "  DSN=" WS-VD-NAME (WS-DATASET-IX)
012480             "  " WS-VD-VERDICT (WS-DATASET-IX)
012490             "  STATUS=HELD"
012500             INTO WS-PRINT-LINE
012510     END-IF.
012520     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
012530     MOVE WS-VD-CURR-COUNT (WS-DATASET-IX) TO WS-EDIT-COUNT.
012540     MOVE WS-VD-BASE-COUNT (WS-DATASET-IX) TO WS-EDIT-COUNT-2.
012550     MOVE WS-VD-CNT-PCT (WS-DATASET-IX) TO WS-EDIT-PCT.
012560     MOVE SPACES TO WS-PRINT-LINE.
012570     STRING "    COUNT=" WS-EDIT-COUNT
012580         "  BASELINE=" WS-EDIT-COUNT-2
012590         "  DEVIATION=" WS-EDIT-PCT "%"
012600         INTO WS-PRINT-LINE.
012610     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
012620     MOVE WS-VD-CURR-AMOUNT (WS-DATASET-IX) TO WS-EDIT-AMOUNT.
012630     MOVE WS-VD-BASE-AMOUNT (WS-DATASET-IX) TO WS-EDIT-AMOUNT-2.
012640     MOVE WS-VD-AMT-PCT (WS-DATASET-IX) TO WS-EDIT-PCT.
012650     MOVE SPACES TO WS-PRINT-LINE.
012660     STRING "    AMOUNT=" WS-EDIT-AMOUNT
012670         "  BASELINE=" WS-EDIT-AMOUNT-2
012680         "  DEVIATION=" WS-EDIT-PCT "%"
012690         INTO WS-PRINT-LINE.
012700     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
012710     MOVE WS-VD-NIGHTS (WS-DATASET-IX) TO WS-EDIT-TALLY.
012720     MOVE SPACES TO WS-PRINT-LINE.
012730     IF WS-VD-ROLE (WS-DATASET-IX) = "P"
012740         STRING "    NIGHTS AVERAGED=" WS-EDIT-TALLY
012750             "  MEASURED ON=PRODUCER TOTALS"
012760             INTO WS-PRINT-LINE
012770     ELSE
012780         STRING "    NIGHTS AVERAGED=" WS-EDIT-TALLY
012790             "  MEASURED ON=CONSUMER TOTALS"
012800             INTO WS-PRINT-LINE
012810     END-IF.
012820     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
012830     IF WS-VD-EXPLAINED (WS-DATASET-IX)
012840         MOVE SPACES TO WS-PRINT-LINE
012850         STRING "    EXPLAINED BY="
012860             WS-VD-EXPLAINED-BY (WS-DATASET-IX)
012870             INTO WS-PRINT-LINE
012880         WRITE REPORT-RECORD FROM WS-PRINT-LINE
012890     END-IF.
012900 5150-EXIT.
012910     EXIT.
012920*
012930 5200-REPORT-TALLIES.
012940     MOVE WS-CHECKED-COUNT TO WS-EDIT-TALLY.
012950     MOVE SPACES TO WS-PRINT-LINE.
012960     STRING "DATASETS CHECKED=" WS-EDIT-TALLY
012970         INTO WS-PRINT-LINE.
012980     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
012990     MOVE WS-NO-BASELINE-COUNT TO WS-EDIT-TALLY.
013000     MOVE SPACES TO WS-PRINT-LINE.
013010     STRING "TOO LITTLE HISTORY=" WS-EDIT-TALLY
013020         INTO WS-PRINT-LINE.
013030     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
013040     MOVE WS-NOT-CHECKED-COUNT TO WS-EDIT-TALLY.
013050     MOVE SPACES TO WS-PRINT-LINE.
013060     STRING "EXEMPT BY VOLRULES=" WS-EDIT-TALLY
013070         INTO WS-PRINT-LINE.
013080     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
013090     MOVE WS-BREACH-COUNT TO WS-EDIT-TALLY.
013100     MOVE SPACES TO WS-PRINT-LINE.
013110     STRING "BREACHES=" WS-EDIT-TALLY
013120         INTO WS-PRINT-LINE.
013130     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
013140     MOVE SPACES TO WS-PRINT-LINE.
013150     EVALUATE TRUE
013160         WHEN WS-TABLE-FULL
013170             MOVE "VERDICT: DATASET TABLE FULL - NIGHT HELD"
013180                 TO WS-PRINT-LINE
013190         WHEN WS-HELD-ERROR-COUNT > 0 OR WS-HELD-WARN-COUNT > 0
013200             MOVE "VERDICT: BREACHES HELD - EXPLAIN VIA VOLEXPL"
013210                 TO WS-PRINT-LINE
013220         WHEN WS-BREACH-COUNT > 0
013230             MOVE "VERDICT: ALL BREACHES EXPLAINED"
013240                 TO WS-PRINT-LINE
013250         WHEN OTHER
013260             MOVE "VERDICT: ALL VOLUMES WITHIN BAND"
013270                 TO WS-PRINT-LINE
013280     END-EVALUATE.
013290     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
013300 5200-EXIT.
013310     EXIT.
013320*
013330* ---------------------------------------------------------- *
013340* 7000-LOG-EVENT - FILE A SEVERITY-LEVELED LINE UNDER THE     *
013350* RUN-DATE BEING CHECKED.  THE CALLER SETS LOG-SEVERITY,      *
013360* LOG-PARAGRAPH-NAME AND LOG-MESSAGE-TEXT FIRST.              *
013370* ---------------------------------------------------------- *
013380 7000-LOG-EVENT.
013390     MOVE "VOLCHK"     TO LOG-PROGRAM-ID.
013400     MOVE VOL-RUN-DATE TO LOG-RUN-DATE.
013410     MOVE VOL-ENV-CODE TO LOG-ENV-CODE.
013420     CALL "LOGWRITE" USING WS-LOG-CALL-PARMS.
013430 7000-EXIT.
013440     EXIT.
013450*
013460* ---------------------------------------------------------- *
013470* 8000-RAISE-WARN-PAGE - ONE WARN PAGE FOR THE NIGHT, HOWEVER *
013480* MANY WARN-BAND BREACHES ARE HELD.  ERROR-BAND BREACHES HAVE *
013490* ALREADY PAGED THROUGH THEIR ERROR LOG LINES.                *
013500* ---------------------------------------------------------- *
013510 8000-RAISE-WARN-PAGE.
013520     ACCEPT WS-RUN-TIME FROM TIME.
013530     MOVE SPACES          TO WS-PAGE-EVENT-RECORD.
013540     MOVE "VOLCHK"        TO PAGE-JOB-NAME.
013550     MOVE "VOLWARN"       TO PAGE-STATUS.
013560     MOVE VOL-RUN-DATE    TO PAGE-RUN-DATE.
013570     MOVE WS-RUN-TIME     TO PAGE-RUN-TIME.
013580     MOVE "VOLUME WARN BREACHES HELD"
013590         TO PAGE-MESSAGE-TEXT.
013600     MOVE "WARN "         TO PAGE-SEVERITY.
013610     MOVE VOL-ENV-CODE    TO PAGE-ENV-CODE.
013620     CALL "PAGEIFC" USING WS-PAGE-EVENT-RECORD.
013630 8000-EXIT.
013640     EXIT.
013650*
013660* ---------------------------------------------------------- *
013670* 9000-TERMINATE - SET THE VERDICT FOR THE DISPATCHER: 8 IF   *
013680* AN ERROR-BAND BREACH IS HELD OR A DATASET COULD NOT BE      *
013690* CHECKED, 4 IF ONLY WARN-BAND BREACHES ARE HELD, ELSE ZERO.  *
013700* ---------------------------------------------------------- *
013710 9000-TERMINATE.
013720     EVALUATE TRUE
013730         WHEN WS-HELD-ERROR-COUNT > 0 OR WS-TABLE-FULL
013740             MOVE 8 TO RETURN-CODE
013750         WHEN WS-HELD-WARN-COUNT > 0
013760             MOVE 4 TO RETURN-CODE
013770         WHEN OTHER
013780             MOVE 0 TO RETURN-CODE
013790     END-EVALUATE.
013800 9000-EXIT.
013810     EXIT.
013820*
013830 END PROGRAM VOLCHK.
