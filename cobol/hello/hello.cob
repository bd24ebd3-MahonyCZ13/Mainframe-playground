001700*                  MARKED CTL-PRODUCER-FLAG NEEDS THE HIGHER
001710*                  SKIP-PRODUCER PERMISSION, SINCE SKIPPING
001720*                  A PRODUCER UNBALANCES RECONCIL'S NIGHT.
001721*   15-10-2026 PK  BUILD A RUN-CONTEXT AREA (SEE RUNCTX) AT
001722*                  INITIALIZE TIME - RUN-DATE, ENV, RUN-MODE,
001723*                  CALENDAR FLAGS - AND PASS IT USING ON EVERY
001724*                  STEP CALL, SHIELDED OR DIRECT, WITH THE STEP
001725*                  NAME AND ATTEMPT N OF M FILLED IN PER
001726*                  ATTEMPT.  THE REASON CODE AND MESSAGE THE
001727*                  STEP LEAVES IN ITS RETURN AREA (OR THE ABEND
001728*                  / CALL FAILURE, OR THE SUPPRESSING
001729*                  PREDECESSOR / SKIPPING OPERATOR) GO ONTO
001731*                  THE STEP RECORD.
001732*   15-10-2026 PK  A STEP WHOSE CONTROL ROW NAMES AN INBOUND
001733*                  TRIGGER DATASET IS HELD, NOT ABENDED, UNTIL
001734*                  THE PARTNER FEED ARRIVES - PRE-FLIGHT NO
001735*                  LONGER CHECKS IT, AND ONLY THAT STEP AND
001736*                  ITS CTL-PRED-STEP DEPENDENTS WAIT WHILE THE
001737*                  REST OF THE STREAM RUNS ON.  A FEED STILL
001738*                  MISSING AT ITS CUT-OFF PAGES LATEFEED AND
001739*                  FILES THE STEP AS NOT-RUN, DISPOSITION "F".
001741*                  EVERY FEED'S ARRIVAL (OR ABSENCE) IS KEPT
001742*                  ON BATCH-LOG AS A FEEDLOG RECORD.
001743*   15-10-2026 PK  RUN ONE NAMED STREAM PER JOB: PARM
001744*                  STREAM=NAME DISPATCHES ONLY THE CONTROL ROWS
001745*                  CARRYING THAT CTL-STREAM-NAME (NO STREAM= RUNS
001746*                  THE DEFAULT, UNNAMED STREAM).  THE RUN-LOCK,
001747*                  CHECKPOINT AND RESTART-PROGRESS KEYS, THE
001748*                  RECONCIL PASS AND THE START/END PAGES ARE ALL
001749*                  PER STREAM, AND THE STREAM IS STAMPED ON THE
001751*                  LOG HEADER, STEP AND FEED RECORDS.  A
001752*                  PREDECESSOR BELONGING TO ANOTHER STREAM IS
001753*                  WAITED FOR ON THAT STREAM'S CHECKPOINT ROW
001754*                  UNTIL THE 06:00 DEADLINE, THEN TREATED AS
001755*                  FAILED.
001756*   15-10-2026 PK  AFTER A BALANCED RECONCIL, CALL VOLCHK TO
001757*                  COMPARE TONIGHT'S CONTROL-TOTAL VOLUMES WITH
001758*                  THE RECENT SAME-TYPE NIGHTS.  A BREACH IS HELD
001759*                  ON VOLBRCH FOR AN OPERATOR TO EXPLAIN (VOLEXPL)
001760*                  AND IS LOGGED AS A WARNING - IT DOES NOT FAIL
001761*                  THE RUN.
001762*   15-10-2026 PK  ONCE THE NIGHT HAS BEEN DISPATCHED - EVEN IF
001763*                  IT THEN ABENDED OR FAILED TO BALANCE - CALL
001764*                  DISTRIB WITH RECONCIL'S VERDICT TO RELEASE OR
001765*                  WITHHOLD EACH OUTPUT ON THE DISTRIBUTION LIST
001766*                  AND FILE THE NIGHT'S MANIFEST.  WITHHELD
001767*                  OUTPUTS ARE LOGGED AS A WARNING.
001768*   15-10-2026 PK  CALL INCOPEN TO FILE AN INCIDENT (SEE INCREC)
001769*                  FOR EVERY STEP THAT FAILS OR ABENDS AFTER ITS
001770*                  LAST RETRY, EVERY STEP SUPPRESSED BEHIND A
001771*                  FAILED PREDECESSOR OR A MISSING FEED, AND AN
001772*                  OUT-OF-BALANCE NIGHT.  A STEP THAT STILL HAS
001773*                  AN INCIDENT OPEN IS ATTACHED TO IT INSTEAD OF
001774*                  OPENING ANOTHER.  NOT BEING ABLE TO FILE ONE
001775*                  IS LOGGED BUT DOES NOT CHANGE THE RUN.
001776*   15-10-2026 PK  FORCED RERUN: PARM RERUN=STEP (WITH RUNDATE=,
001777*                  AN OPTIONAL TO=STEP AND CASCADE=Y, AND THE
001778*                  MANDATORY OPER= AND REASON=) RE-DISPATCHES
001779*                  THAT RANGE OF THE STREAM'S STEPS - AND WITH
001780*                  CASCADE ITS CTL-PRED-STEP DEPENDENTS - EVEN
001781*                  THOUGH THEY ARE CHECKPOINTED, CLEARING THEIR
001782*                  CHECKPOINT AND RESTART-PROGRESS ROWS FIRST.
001783*                  EVERY OTHER STEP IS LEFT ALONE.  THE OPERATOR
001784*                  MUST HOLD THE OPERAUTH RERUN PERMISSION, AND
001785*                  THE RERUN, OPERATOR AND REASON ARE LOGGED.
001786*                  EACH RERUN ATTEMPT'S STEP RECORD CARRIES
001787*                  DISPOSITION "R", SO THE ORIGINAL RUN'S
001788*                  RECORDS STAY ON THE LOG BESIDE IT.  RECONCIL,
001789*                  VOLCHK AND DISTRIB RUN FOR THE DATE AS USUAL.
001790*   15-10-2026 PK  A STEP WAITING ON A PREDECESSOR THAT FINDS
001791*                  THE HELD-STEP TABLE FULL IS NOW SUPPRESSED
001792*                  BEHIND THAT PREDECESSOR ("D", REASON PRED),
001793*                  NOT FILED AS A MISSING FEED WITH A LATEFEED
001794*                  PAGE, FEEDLOG ROW AND FEED INCIDENT.
001795*   15-10-2026 PK  HELD STEPS ARE RE-CHECKED (NO WAIT) AFTER
001796*                  EVERY ROW OF THE WALK, SO FEED ARRIVAL AND
001797*                  CUT-OFF ARE SEEN WHEN THEY HAPPEN.  A
001798*                  SUPPRESSED STEP IS ADDED TO ITS CHAIN ROOT'S
001799*                  INCIDENT AS A DETAIL LINE.  A BAD RERUN
001800*                  RANGE SAYS WHICH BOUND IS MISSING, OR THAT
001801*                  TO= PRECEDES FROM=.
001802* ------------------------------------------------------------ *
001803 ENVIRONMENT DIVISION.
001804 INPUT-OUTPUT SECTION.
001805 FILE-CONTROL.
001806     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
001807         ORGANIZATION IS SEQUENTIAL
001808         FILE STATUS IS WS-BATCHLOG-STATUS.
001809     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
001810         ORGANIZATION IS SEQUENTIAL
001820         FILE STATUS IS WS-CTLFILE-STATUS.
001830     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFIL"
002090     RECORDING MODE IS F.
002100     COPY LOGHDR.
002110     COPY STEPLOG.
002112     COPY FEEDLOG.
002120 FD  CONTROL-FILE
002130     RECORDING MODE IS F.
002140     COPY CTLFILE.
002410     88  WS-CTLFILE-EOF           VALUE "Y".
002420 77  WS-CHKPT-FOUND-SWITCH        PIC X(01)  VALUE "N".
002430     88  WS-CHKPT-FOUND           VALUE "Y".
002432 77  WS-DISPATCHED-SWITCH         PIC X(01)  VALUE "N".
002434     88  WS-DISPATCHED            VALUE "Y".
002436 77  WS-RECON-VERDICT             PIC X(01)  VALUE "N".
002440 01  WS-RUN-DATE-FIELDS.
002450     05  WS-RUN-DATE              PIC X(08).
002460     05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE.
002500 77  WS-RUN-TIME                  PIC X(08).
002510 77  WS-OPERATOR-ID               PIC X(08)  VALUE "BATCH".
002520 77  WS-ENV-CODE                  PIC X(04)  VALUE "TEST".
002525 77  WS-STREAM-NAME               PIC X(08)  VALUE SPACES.
002530 77  WS-RUN-MODE                  PIC X(08)  VALUE "DAILY".
002540     88  WS-MODE-DAILY            VALUE "DAILY".
002550     88  WS-MODE-MONTHEND         VALUE "MONTHEND".
003180* E.G. "ENV=PROD,RUNDATE=20260809,RUNMODE=MONTHEND".  RUNMODE
003190* IS OPTIONAL - WHEN OMITTED, WS-RUN-MODE IS DERIVED FROM THE
003200* RUN-DATE INSTEAD (SEE 1055-DERIVE-RUN-MODE).
003203* A VALUE MAY RUN TO 30 CHARACTERS (THE RERUN REASON= IS THE
003206* ONLY ONE THAT NEEDS IT, AND IS KEPT TO ITS FIRST 25).
003210 77  WS-PARM-LENGTH               PIC 9(04)  COMP.
003220 77  WS-PARM-POINTER              PIC 9(04)  COMP.
003230 01  WS-PARM-PAIR.
003240     05  WS-PARM-PAIR-TEXT        PIC X(40).
003241 01  WS-PARM-KEY-VALUE.
003242     05  WS-PARM-KEY              PIC X(10).
003243     05  WS-PARM-VALUE            PIC X(30).
003244 77  WS-RUNDATE-PARM-SWITCH       PIC X(01)  VALUE "N".
003245     88  WS-RUNDATE-FROM-PARM     VALUE "Y".
003246*
003247* FORCED-RERUN FIELDS - PARM RERUN= PUTS THE RUN IN RERUN MODE.
003248* THE STEPS TO RE-DISPATCH ARE COLLECTED BY THE PRE-FLIGHT WALK
003250* (SEE 1870) INTO WS-RERUN-TABLE: EVERY STREAM STEP FROM THE
003251* FROM-STEP TO THE TO-STEP IN CONTROL-FILE ORDER, AND WITH
003252* CASCADE=Y EVERY LATER STEP WHOSE CTL-PRED-STEP IS ALREADY IN
003253* THE TABLE.  WS-RERUN-RANGE-STATE IS "N" BEFORE THE FROM-STEP,
003254* "Y" INSIDE THE RANGE AND "D" ONCE THE TO-STEP HAS BEEN SEEN.
003255* A TO-STEP MET BEFORE THE FROM-STEP IS NOTED SO PRE-FLIGHT CAN
003256* SAY THE RANGE IS BACKWARDS RATHER THAN THAT A STEP IS MISSING.
003257 77  WS-RERUN-SWITCH              PIC X(01)  VALUE "N".
003258     88  WS-RERUN-MODE            VALUE "Y".
003260 77  WS-RERUN-FROM-STEP           PIC X(08)  VALUE SPACES.
003261 77  WS-RERUN-TO-STEP             PIC X(08)  VALUE SPACES.
003262 77  WS-RERUN-CASCADE-SWITCH      PIC X(01)  VALUE "N".
003263     88  WS-RERUN-CASCADE         VALUE "Y".
003264 77  WS-RERUN-OPERATOR            PIC X(08)  VALUE SPACES.
003265 77  WS-RERUN-REASON              PIC X(25)  VALUE SPACES.
003266 77  WS-RERUN-RANGE-STATE         PIC X(01)  VALUE "N".
003267     88  WS-RERUN-BEFORE-RANGE    VALUE "N".
003268     88  WS-RERUN-IN-RANGE        VALUE "Y".
003270     88  WS-RERUN-RANGE-DONE      VALUE "D".
003271 77  WS-RERUN-TO-EARLY-SWITCH     PIC X(01)  VALUE "N".
003272     88  WS-RERUN-TO-BEFORE-FROM  VALUE "Y".
003273 77  WS-RERUN-STEP-SWITCH         PIC X(01)  VALUE "N".
003274     88  WS-RERUN-STEP-SELECTED   VALUE "Y".
003275 77  WS-RERUN-COUNT               PIC 9(04)  COMP VALUE 0.
003276 77  WS-RERUN-IX                  PIC 9(04)  COMP.
003277 01  WS-RERUN-TABLE.
003278     05  WS-RERUN-STEP-NAME       PIC X(08)  OCCURS 50 TIMES.
003280*
003290* STEP-RESULT TABLE - ONE ROW PER CONTROL-FILE STEP SEEN THIS
003300* RUN, RECORDING WHETHER IT COMPLETED WITH RC=0 ("P") OR FAILED
003310* OR WAS SUPPRESSED BY A FAILED PREDECESSOR ("F").  A STEP THAT
003320* WAS MERELY FLAGGED OFF OR OUT OF RUN-MODE IS NOT RECORDED, SO
003330* ITS DEPENDENTS STILL RUN.
003332* A SUPPRESSED STEP ALSO CARRIES THE STEP AT THE ROOT OF ITS
003334* CHAIN - THE ONE THAT ACTUALLY FAILED - SO ITS INCIDENT DETAIL
003336* GOES ON THAT STEP'S INCIDENT (3230).
003340 77  WS-STEP-RESULT-COUNT         PIC 9(04)  COMP VALUE 0.
003350 77  WS-STEP-RESULT-IX            PIC 9(04)  COMP.
003360 01  WS-STEP-RESULT-TABLE.
003390         10  WS-RESULT-STATUS     PIC X(01).
003400             88  WS-RESULT-PASSED VALUE "P".
003410             88  WS-RESULT-FAILED VALUE "F".
003412             88  WS-RESULT-WAITING
003414                                  VALUE "W".
003416         10  WS-RESULT-ROOT-NAME  PIC X(08).
003420 77  WS-RESULT-NEW-STATUS         PIC X(01).
003425 77  WS-RESULT-NEW-ROOT           PIC X(08)  VALUE SPACES.
003430 77  WS-PRED-IX                   PIC 9(04)  COMP.
003440 77  WS-PRED-FAILED-SWITCH        PIC X(01)  VALUE "N".
003450     88  WS-PRED-FAILED           VALUE "Y".
003460 77  WS-FAILED-PRED-NAME          PIC X(08).
003461 77  WS-FAILED-ROOT-NAME          PIC X(08).
003462 77  WS-PRED-WAITING-SWITCH       PIC X(01)  VALUE "N".
003463     88  WS-PRED-WAITING          VALUE "Y".
003464 77  WS-WAITING-PRED-NAME         PIC X(08).
003465 77  WS-RESULT-ROW-SWITCH         PIC X(01)  VALUE "N".
003466     88  WS-RESULT-ROW-FOUND      VALUE "Y".
003467*
003468* STREAM MAP - EVERY CONTROL-FILE STEP, WHATEVER ITS STREAM,
003469* WITH THE STREAM IT BELONGS TO AND WHETHER IT IS DUE TODAY,
003471* LOADED BY THE PRE-FLIGHT WALK.  A PREDECESSOR FOUND HERE
003472* UNDER ANOTHER STREAM IS CHECKED ON THAT STREAM'S CHECKPOINT
003473* ROW (SEE 3218); ONE NOT DUE TODAY NEVER HOLDS A DEPENDENT.
003474 77  WS-STREAM-MAP-COUNT          PIC 9(04)  COMP VALUE 0.
003475 77  WS-STREAM-MAP-IX             PIC 9(04)  COMP.
003476 77  WS-MAP-ROW-SWITCH            PIC X(01)  VALUE "N".
003477     88  WS-MAP-ROW-FOUND         VALUE "Y".
003478 01  WS-STREAM-MAP-TABLE.
003479     05  WS-STREAM-MAP-ENTRY OCCURS 100 TIMES.
003481         10  WS-MAP-STEP-NAME     PIC X(08).
003482         10  WS-MAP-STREAM-NAME   PIC X(08).
003483         10  WS-MAP-DUE-FLAG      PIC X(01).
003484             88  WS-MAP-STEP-DUE  VALUE "Y".
003486 77  WS-STEP-RC                   PIC 9(04)  VALUE 0.
003488 77  WS-STEP-DISPOSITION          PIC X(01)  VALUE " ".
003490 77  WS-ATTEMPT-NBR               PIC 9(02)  VALUE 0.
003500 77  WS-ATTEMPT-MAX               PIC 9(02)  VALUE 1.
003510 77  WS-STEP-DONE-SWITCH          PIC X(01)  VALUE "N".
003980         10  WS-SKIP-OPER-ID      PIC X(08).
003990         10  WS-SKIP-PROD-AUTH    PIC X(01).
004000*
004001* INBOUND-FEED FIELDS - A STEP WHOSE TRIGGER DATASET HAS NOT
004002* ARRIVED WHEN ITS TURN COMES (OR WHOSE PREDECESSOR IS ITSELF
004003* HELD) IS PARKED IN THE HELD-STEP TABLE WITH ITS WHOLE
004004* CONTROL ROW, SO IT CAN BE DISPATCHED LATER EXACTLY AS IF IT
004005* HAD JUST BEEN READ, AND THE STREAM MOVES ON.  THE TABLE IS
004006* RE-CHECKED AFTER EVERY CONTROL ROW (SEE 3402); WHAT IS STILL
004007* HELD AFTER THE LAST ROW IS WAITED ON (SEE 3400).  A CUT-OFF
004008* OF SPACES FALLS BACK TO THE 06:00 BATCH-WINDOW DEADLINE.
004009 77  WS-HELD-STEP-COUNT           PIC 9(04)  COMP VALUE 0.
004010 77  WS-HELD-STEP-IX              PIC 9(04)  COMP.
004011 77  WS-HELD-PENDING              PIC 9(04)  COMP VALUE 0.
004012 77  WS-HELD-RESOLVED             PIC 9(04)  COMP VALUE 0.
004013 77  WS-HELD-PASS-SWITCH          PIC X(01)  VALUE "N".
004014     88  WS-HELD-PASS             VALUE "Y".
004015 77  WS-STEP-HELD-SWITCH          PIC X(01)  VALUE "N".
004016     88  WS-STEP-HELD             VALUE "Y".
004017 77  WS-FEED-ARRIVED-SWITCH       PIC X(01)  VALUE "N".
004018     88  WS-FEED-ARRIVED          VALUE "Y".
004019 77  WS-FEED-CUTOFF-SWITCH        PIC X(01)  VALUE "N".
004020     88  WS-FEED-CUTOFF-PASSED    VALUE "Y".
004021 77  WS-FEED-FIRST-CHECK          PIC X(08)  VALUE SPACES.
004022 77  WS-FEED-STATUS-CODE          PIC X(01).
004023 77  WS-FEED-CUTOFF-SECS          PIC 9(06)  VALUE 0.
004024 77  WS-FEED-WAIT-SECS            PIC S9(06) VALUE 0.
004025 01  WS-FEED-CUTOFF-HHMM.
004026     05  WS-FEED-CUTOFF-HH        PIC 9(02).
004027     05  WS-FEED-CUTOFF-MM        PIC 9(02).
004028 01  WS-HELD-STEP-TABLE.
004029     05  WS-HELD-STEP-ENTRY OCCURS 20 TIMES.
004030         10  WS-HELD-CONTROL-IMAGE
004031                                  PIC X(80).
004032         10  WS-HELD-FIRST-CHECK  PIC X(08).
004033         10  WS-HELD-STATE        PIC X(01).
004034             88  WS-HELD-OPEN     VALUE "W".
004035             88  WS-HELD-CLOSED   VALUE "C".
004036*
004037* OPERATOR-AUTHORIZATION FIELDS - THE MATCHING OPERAUTH ROW'S
004038* PERMISSION FLAGS ARE COPIED HERE WHILE THE DATASET IS OPEN.
004039* NO ROW FOR (OPERATOR, ENV), OR NO DATASET AT ALL, LEAVES
004040* EVERY FLAG "N" AND THE COMMAND IS REFUSED - OPERCMD IS
004050* APPEND-ANYBODY, SO THE AUTH FILE IS THE ONLY GATE.
004060 77  WS-OPERAUTH-STATUS           PIC X(02)  VALUE "00".
004220     88  WS-AUTH-MAY-SKIPPROD     VALUE "Y".
004230 77  WS-AUTH-UNLOCK-FLAG          PIC X(01)  VALUE "N".
004240     88  WS-AUTH-MAY-UNLOCK       VALUE "Y".
004243 77  WS-AUTH-RERUN-FLAG           PIC X(01)  VALUE "N".
004246     88  WS-AUTH-MAY-RERUN        VALUE "Y".
004250 77  WS-SKIP-PROD-OK-SWITCH       PIC X(01)  VALUE "N".
004260     88  WS-SKIP-PROD-OK          VALUE "Y".
004270*
004340 COPY RECPARM REPLACING RECONCILE-PARMS
004350     BY WS-RECONCILE-PARMS.
004360*
004362 COPY VOLPARM REPLACING VOLUME-CHECK-PARMS
004364     BY WS-VOLUME-CHECK-PARMS.
004366*
004370 COPY RSTPARM REPLACING RESTART-CALL-PARMS
004380     BY WS-RESTART-CALL-PARMS.
004390*
004391 COPY DSTPARM REPLACING DISTRIBUTION-PARMS
004392     BY WS-DISTRIBUTION-PARMS.
004393*
004394 COPY INCPARM REPLACING INCIDENT-PARMS
004395     BY WS-INCIDENT-PARMS.
004396*
004400 COPY SHLDPARM REPLACING SHIELD-CALL-PARMS
004410     BY WS-SHIELD-CALL-PARMS.
004412*
004414 COPY RUNCTX REPLACING RUN-CONTEXT-AREA
004416     BY WS-RUN-CONTEXT-AREA.
004420*
004430 COPY SHLDAREA.
004440*
004450 LINKAGE SECTION.
004460 01  PARM-PASSED-FROM-JCL.
004470     05  PARM-LENGTH              PIC S9(04) COMP.
004480     05  PARM-TEXT                PIC X(100).
004490*
004500 PROCEDURE DIVISION USING PARM-PASSED-FROM-JCL.
004510*
004690         PERFORM 2000-WRITE-LOG-HEADER THRU 2000-EXIT
004700     END-IF.
004710     IF NOT WS-ABEND
004715         MOVE "Y" TO WS-DISPATCHED-SWITCH
004720         PERFORM 3000-DISPATCH-CONTROL-FILE THRU 3000-EXIT
004730     END-IF.
004740     IF NOT WS-ABEND
004750         PERFORM 3300-RUN-RECONCILE THRU 3300-EXIT
004751     END-IF.
004752     IF NOT WS-ABEND
004753         PERFORM 3350-RUN-VOLUME-CHECK THRU 3350-EXIT
004754     END-IF.
004755     IF WS-DISPATCHED
004756         PERFORM 3370-RUN-DISTRIBUTION THRU 3370-EXIT
004760     END-IF.
004770     IF WS-ABEND
004780         MOVE "ABEND"    TO PAGE-STATUS
004990* 1000-INITIALIZE - GET THE RUN DATE/TIME, PICK UP THE JCL    *
005000* PARM, VALIDATE THE RUN-DATE, AND DEFAULT THE RUN-MODE FROM  *
005010* THE CALENDAR UNLESS THE PARM OVERRODE IT.                  *
005013* A FORCED RERUN IS AUTHORISED HERE, BEFORE THE RUN-LOCK IS   *
005016* TAKEN IN THE RERUNNING OPERATOR'S NAME.                     *
005020* ---------------------------------------------------------- *
005030 1000-INITIALIZE.
005040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005060     MOVE PARM-LENGTH TO WS-PARM-LENGTH.
005070     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
005080     PERFORM 1057-VALIDATE-RUN-DATE THRU 1057-EXIT.
005082     IF NOT WS-ABEND AND WS-RERUN-MODE
005084         PERFORM 1090-CHECK-RERUN-AUTHORITY THRU 1090-EXIT
005086     END-IF.
005090     IF NOT WS-ABEND
005100         PERFORM 1052-LOAD-CALENDAR-DAY THRU 1052-EXIT
005110     END-IF.
005210         END-IF
005220     END-IF.
005230     IF NOT WS-ABEND
005232         PERFORM 1080-BUILD-RUN-CONTEXT THRU 1080-EXIT
005234     END-IF.
005236     IF NOT WS-ABEND
005240         PERFORM 1070-ACQUIRE-RUN-LOCK THRU 1070-EXIT
005250     END-IF.
005260 1000-EXIT.
005290* ---------------------------------------------------------- *
005300* 1050-PARSE-PARM - WALK THE "KEY=VALUE" PAIRS IN THE JCL     *
005310* PARM STRING, OVERRIDING THE SYSTEM DATE AND DEFAULT         *
005320* ENVIRONMENT CODE WHEN THE CALLER SUPPLIED THEM, AND PICKING *
005325* UP THE NAMED STREAM THIS JOB DISPATCHES AND ANY FORCED      *
005327* RERUN (RERUN=, TO=, CASCADE=, OPER=, REASON=).            *
005330* ---------------------------------------------------------- *
005340 1050-PARSE-PARM.
005350     MOVE 1 TO WS-PARM-POINTER.
005510     EVALUATE WS-PARM-KEY
005520         WHEN "ENV"
005530             MOVE WS-PARM-VALUE (1:4) TO WS-ENV-CODE
005533         WHEN "STREAM"
005536             MOVE WS-PARM-VALUE (1:8) TO WS-STREAM-NAME
005540         WHEN "RUNDATE"
005550             MOVE WS-PARM-VALUE (1:8) TO WS-RUN-DATE
005555             MOVE "Y" TO WS-RUNDATE-PARM-SWITCH
005560         WHEN "RUNMODE"
005570             MOVE WS-PARM-VALUE       TO WS-RUN-MODE
005580             MOVE "Y" TO WS-RUNMODE-OVERRIDE-SWITCH
005581         WHEN "RERUN"
005582             MOVE WS-PARM-VALUE (1:8) TO WS-RERUN-FROM-STEP
005583             MOVE "Y" TO WS-RERUN-SWITCH
005584         WHEN "TO"
005585             MOVE WS-PARM-VALUE (1:8) TO WS-RERUN-TO-STEP
005586         WHEN "CASCADE"
005587             MOVE WS-PARM-VALUE (1:1)
005588                 TO WS-RERUN-CASCADE-SWITCH
005589         WHEN "OPER"
005591             MOVE WS-PARM-VALUE (1:8) TO WS-RERUN-OPERATOR
005592         WHEN "REASON"
005593             MOVE WS-PARM-VALUE (1:25) TO WS-RERUN-REASON
005596         WHEN OTHER
005600             CONTINUE
005610     END-EVALUATE.
005620 1060-EXIT.
005621     EXIT.
005622*
005623* ---------------------------------------------------------- *
005624* 1090-CHECK-RERUN-AUTHORITY - A FORCED RERUN RE-DISPATCHES   *
005625* STEPS THAT ALREADY POSTED, SO IT IS AN INTERVENTION LIKE    *
005626* ANY OPERCMD COMMAND: IT MUST NAME THE RUN-DATE (NEVER       *
005627* TODAY'S CLOCK BY DEFAULT), THE OPERATOR AND THE REASON, AND *
005628* THAT OPERATOR'S OPERAUTH ROW FOR THE ENVIRONMENT MUST CARRY *
005629* THE RERUN PERMISSION.  ANYTHING LESS ABENDS THE RUN BEFORE  *
005631* THE LOCK IS TAKEN.  A GRANTED RERUN IS LOGGED WITH THE      *
005632* OPERATOR AND REASON, AND THE RUN IS THEN CARRIED OUT UNDER  *
005633* THAT OPERATOR'S ID.  NO TO= MEANS THE FROM-STEP ALONE.      *
005634* ---------------------------------------------------------- *
005635 1090-CHECK-RERUN-AUTHORITY.
005636     IF WS-RERUN-TO-STEP = SPACES
005637         MOVE WS-RERUN-FROM-STEP TO WS-RERUN-TO-STEP
005638     END-IF.
005639     IF WS-RERUN-FROM-STEP = SPACES
005640             OR NOT WS-RUNDATE-FROM-PARM
005641             OR WS-RERUN-OPERATOR = SPACES
005642             OR WS-RERUN-REASON = SPACES
005643         DISPLAY "HELLO: RERUN NEEDS RERUN=, RUNDATE=, OPER="
005644             " AND REASON= IN THE PARM - NOT STARTED"
005645         MOVE "Y" TO WS-ABEND-SWITCH
005646         MOVE "FATAL"    TO LOG-SEVERITY
005647         MOVE "1090-CRA" TO LOG-PARAGRAPH-NAME
005648         MOVE "RERUN PARM INCOMPLETE" TO LOG-MESSAGE-TEXT
005649         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
005650         GO TO 1090-EXIT
005651     END-IF.
005652     MOVE "N" TO WS-AUTH-ROW-SWITCH.
005653     MOVE "N" TO WS-OPERAUTH-EOF-SWITCH.
005654     MOVE "N" TO WS-AUTH-RERUN-FLAG.
005655     OPEN INPUT OPERATOR-AUTH-FILE.
005656     IF WS-OPERAUTH-STATUS = "00"
005657         PERFORM 1095-READ-ONE-RERUN-AUTH THRU 1095-EXIT
005658             UNTIL WS-OPERAUTH-EOF OR WS-AUTH-ROW-FOUND
005659         CLOSE OPERATOR-AUTH-FILE
005660     END-IF.
005661     IF NOT WS-AUTH-MAY-RERUN
005662         DISPLAY "HELLO: RERUN BY OPERATOR " WS-RERUN-OPERATOR
005663             " NOT AUTHORIZED FOR " WS-ENV-CODE " - NOT STARTED"
005664         MOVE "Y" TO WS-ABEND-SWITCH
005665         MOVE "FATAL"    TO LOG-SEVERITY
005666         MOVE "1090-CRA" TO LOG-PARAGRAPH-NAME
005667         MOVE "OPR CMD REFUSED: RERUN BY " TO LOG-MESSAGE-TEXT
005668         MOVE WS-RERUN-OPERATOR TO LOG-MESSAGE-TEXT (28:8)
005669         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
005670         GO TO 1090-EXIT
005671     END-IF.
005672     MOVE WS-RERUN-OPERATOR TO WS-OPERATOR-ID.
005673     DISPLAY "HELLO: FORCED RERUN OF " WS-RERUN-FROM-STEP
005674         " TO " WS-RERUN-TO-STEP " FOR " WS-RUN-DATE
005675         " BY OPERATOR " WS-RERUN-OPERATOR.
005676     DISPLAY "HELLO: RERUN REASON: " WS-RERUN-REASON.
005677     MOVE "INFO "    TO LOG-SEVERITY.
005678     MOVE "1090-CRA" TO LOG-PARAGRAPH-NAME.
005679     MOVE "OPR CMD RERUN BY: " TO LOG-MESSAGE-TEXT.
005680     MOVE WS-RERUN-OPERATOR TO LOG-MESSAGE-TEXT (19:8).
005681     MOVE WS-RERUN-FROM-STEP TO LOG-MESSAGE-TEXT (28:8).
005682     PERFORM 1750-LOG-EVENT THRU 1750-EXIT.
005683     MOVE "OPR CMD WHY: " TO LOG-MESSAGE-TEXT.
005684     MOVE WS-RERUN-REASON TO LOG-MESSAGE-TEXT (14:25).
005685     PERFORM 1750-LOG-EVENT THRU 1750-EXIT.
005686 1090-EXIT.
005687     EXIT.
005688*
005689 1095-READ-ONE-RERUN-AUTH.
005690     READ OPERATOR-AUTH-FILE
005691         AT END
005692             MOVE "Y" TO WS-OPERAUTH-EOF-SWITCH
005693     END-READ.
005694     IF NOT WS-OPERAUTH-EOF
005695         IF OPA-OPERATOR-ID = WS-RERUN-OPERATOR
005696                 AND OPA-ENV-CODE = WS-ENV-CODE
005697             MOVE "Y" TO WS-AUTH-ROW-SWITCH
005698             MOVE OPA-RERUN-FLAG TO WS-AUTH-RERUN-FLAG
005699         END-IF
005700     END-IF.
005701 1095-EXIT.
005702     EXIT.
005703*
005704* ---------------------------------------------------------- *
005705* 1057-VALIDATE-RUN-DATE - MAKE SURE WS-RUN-MONTH/WS-RUN-DAY  *
005706* (FROM THE SYSTEM CLOCK, OR FROM A PARM-SUPPLIED RUNDATE=    *
005707* THAT OVERRODE IT) ARE IN RANGE BEFORE 1055-DERIVE-RUN-MODE  *
005708* USES WS-RUN-MONTH TO SUBSCRIPT WS-DAYS-IN-MONTH.  A BAD     *
005709* RUNDATE= ABENDS HERE, CLEANLY, INSTEAD OF AS AN OUT-OF-     *
005710* RANGE SUBSCRIPT.                                           *
005720* ---------------------------------------------------------- *
005730 1057-VALIDATE-RUN-DATE.
006470*
006480* ---------------------------------------------------------- *
006490* 1070-ACQUIRE-RUN-LOCK - REGISTER THIS RUN UNDER (RUN-DATE,  *
006500* ENV, STREAM) ON THE RUN-LOCK FILE.  A LIVE LOCK THERE MEANS *
006510* ANOTHER DISPATCHER IS (OR DIED) RUNNING THIS SAME STREAM -  *
006520* REFUSE TO START WITH A FATAL LOG LINE (WHICH PAGES, VIA     *
006530* LOGWRITE) UNLESS AN OPERATOR HAS KEYED AN UNLOCK ROW ONTO   *
006750     END-IF.
006760     MOVE WS-RUN-DATE TO LOCK-RUN-DATE.
006770     MOVE WS-ENV-CODE TO LOCK-ENV-CODE.
006775     MOVE WS-STREAM-NAME TO LOCK-STREAM-NAME.
006780     READ RUN-LOCK-FILE
006790         KEY IS LOCK-KEY
006800         INVALID KEY
006910         PERFORM 1075-SCAN-FOR-UNLOCK THRU 1075-EXIT
006920         IF WS-UNLOCK-GRANTED
006930             DISPLAY "HELLO: STALE RUN-LOCK FOR " WS-RUN-DATE
006935                 "/" WS-ENV-CODE "/" WS-STREAM-NAME
006940                 " CLEARED BY OPERATOR "
006950                 WS-UNLOCK-OPERATOR
006960             MOVE "OPR CMD UNLOCK BY: " TO LOG-MESSAGE-TEXT
006970             MOVE WS-UNLOCK-OPERATOR
007020             PERFORM 1072-WRITE-OWN-LOCK THRU 1072-EXIT
007030         ELSE
007040             DISPLAY "HELLO: RUN ALREADY ACTIVE FOR "
007050                 WS-RUN-DATE "/" WS-ENV-CODE "/" WS-STREAM-NAME
007060                 " (OPERATOR " LOCK-OPERATOR-ID
007070                 " SINCE " LOCK-START-TIME
007080                 ") - REFUSING TO START"
007230     MOVE SPACES         TO RUN-LOCK-RECORD.
007240     MOVE WS-RUN-DATE    TO LOCK-RUN-DATE.
007250     MOVE WS-ENV-CODE    TO LOCK-ENV-CODE.
007255     MOVE WS-STREAM-NAME TO LOCK-STREAM-NAME.
007260     MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID.
007270     ACCEPT WS-RUN-TIME FROM TIME.
007280     MOVE WS-RUN-TIME    TO LOCK-START-TIME.
008140     EXIT.
008150*
008160* ---------------------------------------------------------- *
008161* 1080-BUILD-RUN-CONTEXT - FILL THE RUN-WIDE PART OF THE RUN-  *
008162* CONTEXT AREA ONCE THE RUN-DATE, ENV, RUN-MODE AND CALENDAR  *
008163* ROW ARE SETTLED.  THE STEP NAME, ATTEMPT AND RETURN AREA    *
008164* ARE FILLED PER ATTEMPT (SEE 3225-CALL-STEP-ONCE).  WITH NO   *
008165* CALENDAR ROW THE FLAGS GO OUT AS "N" AND RCX-CAL-FOUND-FLAG *
008166* TELLS THE STEP THEY ARE NOT TO BE TRUSTED.                  *
008167* ---------------------------------------------------------- *
008168 1080-BUILD-RUN-CONTEXT.
008169     MOVE SPACES                 TO WS-RUN-CONTEXT-AREA.
008171     MOVE WS-RUN-DATE            TO RCX-RUN-DATE.
008172     MOVE WS-ENV-CODE            TO RCX-ENV-CODE.
008173     MOVE WS-STREAM-NAME         TO RCX-STREAM-NAME.
008174     MOVE WS-RUN-MODE            TO RCX-RUN-MODE.
008175     MOVE WS-CAL-FOUND-SWITCH    TO RCX-CAL-FOUND-FLAG.
008176     MOVE WS-CAL-DAY-OF-WEEK     TO RCX-CAL-DAY-OF-WEEK.
008177     MOVE WS-CAL-BUSDAY-SWITCH   TO RCX-BUSINESS-DAY-FLAG.
008178     MOVE WS-CAL-HOLIDAY-SWITCH  TO RCX-HOLIDAY-FLAG.
008179     MOVE WS-CAL-MONTH-END-SWITCH TO RCX-MONTH-END-FLAG.
008181     MOVE WS-CAL-QTR-END-SWITCH  TO RCX-QTR-END-FLAG.
008182     MOVE 0                      TO RCX-ATTEMPT-NBR.
008183     MOVE 0                      TO RCX-ATTEMPT-MAX.
008184 1080-EXIT.
008185     EXIT.
008186*
008187* ---------------------------------------------------------- *
008188* 1700-NOTIFY-PAGING - TELL THE PAGING INTERFACE THE RUN HAS  *
008189* EITHER JUST STARTED OR JUST ENDED.  PAGE-STATUS IS SET      *
008190* BY THE CALLER, AND WS-RUN-TIME REFRESHED TO THE CURRENT TIME*
008200* OF DAY, BEFORE THIS PARAGRAPH IS PERFORMED.  A NAMED STREAM *
008203* PAGES UNDER ITS OWN NAME, SO ON-CALL CAN TELL WHICH OF THE  *
008206* NIGHT'S STREAMS STARTED, ENDED OR RAISED THE ALERT.         *
008210* ---------------------------------------------------------- *
008220 1700-NOTIFY-PAGING.
008230     MOVE "HELLO"      TO PAGE-JOB-NAME.
008231     IF WS-STREAM-NAME NOT = SPACES
008232         MOVE WS-STREAM-NAME TO PAGE-JOB-NAME
008233         IF PAGE-MESSAGE-TEXT = SPACES
008234             MOVE "STREAM "     TO PAGE-MESSAGE-TEXT
008235             MOVE WS-STREAM-NAME TO PAGE-MESSAGE-TEXT (8:8)
008236         END-IF
008237     END-IF.
008240     MOVE WS-RUN-DATE  TO PAGE-RUN-DATE.
008250     MOVE WS-RUN-TIME  TO PAGE-RUN-TIME.
008260     MOVE SPACES       TO PAGE-ROUTE-TO.
008520* ACTUALLY EXISTS AND IS NOT EMPTY.  ABEND NAMING THE FIRST   *
008530* ONE THAT FAILS SO THE REAL CAUSE SURFACES HERE INSTEAD OF   *
008540* AS A CRYPTIC FILE-STATUS CODE THREE STEPS LATER.            *
008542* A FORCED RERUN WHOSE FROM-STEP OR TO-STEP IS NOT IN THE     *
008544* STREAM, OR WHOSE TO-STEP PRECEDES ITS FROM-STEP, ABENDS     *
008546* HERE TOO, NAMING WHICH OF THE THREE IT WAS.                 *
008550* ---------------------------------------------------------- *
008560 1800-PREFLIGHT-CHECK.
008570     OPEN INPUT CONTROL-FILE.
008700             UNTIL WS-CTLFILE-EOF OR WS-ABEND
008710         CLOSE CONTROL-FILE
008720     END-IF.
008721     IF WS-RERUN-MODE AND NOT WS-ABEND
008722             AND NOT WS-RERUN-RANGE-DONE
008723         EVALUATE TRUE
008724             WHEN WS-RERUN-BEFORE-RANGE
008725                 DISPLAY "HELLO: RERUN FROM-STEP "
008726                     WS-RERUN-FROM-STEP " NOT FOUND IN STREAM "
008727                     WS-STREAM-NAME " - NOT STARTED"
008728                 MOVE "RERUN FROM-STEP NOT IN STREAM: "
008729                     TO LOG-MESSAGE-TEXT
008731                 MOVE WS-RERUN-FROM-STEP
008732                     TO LOG-MESSAGE-TEXT (32:8)
008733             WHEN WS-RERUN-TO-BEFORE-FROM
008734                 DISPLAY "HELLO: RERUN TO-STEP " WS-RERUN-TO-STEP
008735                     " PRECEDES FROM-STEP " WS-RERUN-FROM-STEP
008736                     " IN STREAM " WS-STREAM-NAME
008737                     " - NOT STARTED"
008738                 MOVE "RERUN TO-STEP BEFORE FROM: "
008739                     TO LOG-MESSAGE-TEXT
008741                 MOVE WS-RERUN-TO-STEP
008742                     TO LOG-MESSAGE-TEXT (28:8)
008743             WHEN OTHER
008744                 DISPLAY "HELLO: RERUN TO-STEP " WS-RERUN-TO-STEP
008745                     " NOT FOUND IN STREAM " WS-STREAM-NAME
008746                     " - NOT STARTED"
008747                 MOVE "RERUN TO-STEP NOT IN STREAM: "
008748                     TO LOG-MESSAGE-TEXT
008749                 MOVE WS-RERUN-TO-STEP
008750                     TO LOG-MESSAGE-TEXT (30:8)
008751         END-EVALUATE
008752         MOVE "Y" TO WS-ABEND-SWITCH
008753         MOVE "FATAL"    TO LOG-SEVERITY
008754         MOVE "1800-PFC" TO LOG-PARAGRAPH-NAME
008755         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
008756     END-IF.
008757 1800-EXIT.
008758     EXIT.
008759*
008760* ---------------------------------------------------------- *
008770* 1850-CHECK-ONE-DATASET - OPEN THE DATASET NAMED BY THE      *
008780* CURRENT CONTROL-FILE RECORD AND BRANCH ON THE SPECIFIC      *
008830* AND SHOULD NOT BE REPORTED AS IF IT WERE.  SINCE THIS IS    *
008840* THE ONE WALK OVER EVERY CONTROL RECORD BEFORE DISPATCH, IT  *
008850* ALSO SUMS CTL-EXPECTED-DURATION FOR THE STEPS ELIGIBLE TO   *
008860* RUN, FEEDING THE BATCH-WINDOW PROJECTION (3245).  AN INPUT *
008861* THAT IS ALSO THE STEP'S INBOUND TRIGGER DATASET IS NOT       *
008862* CHECKED HERE - IT MAY WELL NOT HAVE ARRIVED YET, AND THE     *
008863* DISPATCHER WAITS FOR IT AT THE STEP ITSELF (SEE 3208).       *
008864* ROWS OF OTHER STREAMS ARE ONLY ENTERED IN THE STREAM MAP -  *
008865* THEIR DATASETS AND DURATIONS ARE THAT STREAM'S BUSINESS.    *
008866* IN A FORCED RERUN THE WALK ALSO PICKS THE STEPS TO RE-      *
008867* DISPATCH (1870), AND ONLY THEIR DURATIONS ARE SUMMED.       *
008870* ---------------------------------------------------------- *
008880 1850-CHECK-ONE-DATASET.
008881     PERFORM 1860-MAP-STEP-STREAM THRU 1860-EXIT.
008882     IF CTL-STREAM-NAME NOT = WS-STREAM-NAME
008883         PERFORM 3100-READ-CONTROL-RECORD THRU 3100-EXIT
008884         GO TO 1850-EXIT
008885     END-IF.
008890     IF CTL-DATASET-NAME NOT = SPACES
008892             AND CTL-DATASET-NAME NOT = CTL-TRIGGER-DATASET
008900         MOVE CTL-DATASET-NAME TO WS-PREFLIGHT-DSNAME
008910         OPEN INPUT PREFLIGHT-FILE
008920         EVALUATE WS-PREFLIGHT-STATUS
009180                 PERFORM 1750-LOG-EVENT THRU 1750-EXIT
009190         END-EVALUATE
009200     END-IF.
009201     IF WS-RERUN-MODE
009202         PERFORM 1870-SELECT-RERUN-STEP THRU 1870-EXIT
009203     ELSE
009204         MOVE "Y" TO WS-RERUN-STEP-SWITCH
009205     END-IF.
009210     PERFORM 3207-CHECK-STEP-SCHEDULE THRU 3207-EXIT.
009220     IF CTL-RUN-YES AND WS-STEP-IN-SCHEDULE
009230             AND CTL-EXPECTED-DURATION IS NUMERIC
009235             AND WS-RERUN-STEP-SELECTED
009240         ADD CTL-EXPECTED-DURATION TO WS-EXPECTED-REMAIN-SECS
009250     END-IF.
009260     PERFORM 3100-READ-CONTROL-RECORD THRU 3100-EXIT.
009270 1850-EXIT.
009271     EXIT.
009272*
009273* ---------------------------------------------------------- *
009274* 1870-SELECT-RERUN-STEP - DOES THE CURRENT CONTROL ROW (ONE  *
009275* OF THE STREAM'S OWN) BELONG TO THE FORCED RERUN?  THE       *
009276* FROM-STEP OPENS THE RANGE AND THE TO-STEP CLOSES IT; EVERY  *
009277* ROW BETWEEN THEM IN CONTROL-FILE ORDER IS IN.  WITH         *
009278* CASCADE=Y A LATER ROW NAMING AN ALREADY-SELECTED STEP AS A  *
009279* CTL-PRED-STEP IS IN AS WELL, AND SO ON DOWN THE CHAIN.  A   *
009280* 51ST STEP CANNOT BE HELD AND ABENDS THE RUN RATHER THAN     *
009281* RERUN PART OF WHAT WAS ASKED.                               *
009282* ---------------------------------------------------------- *
009283 1870-SELECT-RERUN-STEP.
009284     MOVE "N" TO WS-RERUN-STEP-SWITCH.
009285     IF WS-RERUN-BEFORE-RANGE
009286             AND CTL-STEP-NAME = WS-RERUN-TO-STEP
009287             AND CTL-STEP-NAME NOT = WS-RERUN-FROM-STEP
009288         MOVE "Y" TO WS-RERUN-TO-EARLY-SWITCH
009289     END-IF.
009290     IF WS-RERUN-BEFORE-RANGE
009291             AND CTL-STEP-NAME = WS-RERUN-FROM-STEP
009292         MOVE "Y" TO WS-RERUN-RANGE-STATE
009293     END-IF.
009294     IF WS-RERUN-IN-RANGE
009295         MOVE "Y" TO WS-RERUN-STEP-SWITCH
009296         IF CTL-STEP-NAME = WS-RERUN-TO-STEP
009297             MOVE "D" TO WS-RERUN-RANGE-STATE
009298         END-IF
009299     ELSE
009300         IF WS-RERUN-CASCADE AND NOT WS-RERUN-BEFORE-RANGE
009301             PERFORM 1875-CHECK-RERUN-CASCADE THRU 1875-EXIT
009302         END-IF
009303     END-IF.
009304     IF NOT WS-RERUN-STEP-SELECTED
009305         GO TO 1870-EXIT
009306     END-IF.
009307     IF WS-RERUN-COUNT NOT < 50
009308         DISPLAY "HELLO: RERUN SELECTS MORE THAN 50 STEPS"
009309             " - NOT STARTED"
009310         MOVE "Y" TO WS-ABEND-SWITCH
009311         MOVE "FATAL"    TO LOG-SEVERITY
009312         MOVE "1870-SRS" TO LOG-PARAGRAPH-NAME
009313         MOVE "RERUN SET OVER 50 STEPS" TO LOG-MESSAGE-TEXT
009314         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
009315         GO TO 1870-EXIT
009316     END-IF.
009317     ADD 1 TO WS-RERUN-COUNT.
009318     MOVE CTL-STEP-NAME
009319         TO WS-RERUN-STEP-NAME (WS-RERUN-COUNT).
009320     DISPLAY "HELLO: STEP " CTL-STEP-NAME
009321         " SELECTED FOR RERUN".
009322 1870-EXIT.
009323     EXIT.
009324*
009325 1875-CHECK-RERUN-CASCADE.
009326     MOVE 1 TO WS-PRED-IX.
009327     PERFORM 1877-CHECK-ONE-CASCADE-PRED THRU 1877-EXIT
009328         UNTIL WS-PRED-IX > 2 OR WS-RERUN-STEP-SELECTED.
009329 1875-EXIT.
009330     EXIT.
009331*
009332 1877-CHECK-ONE-CASCADE-PRED.
009333     IF CTL-PRED-STEP (WS-PRED-IX) NOT = SPACES
009334         MOVE 1 TO WS-RERUN-IX
009335         PERFORM 1878-MATCH-CASCADE-PRED THRU 1878-EXIT
009336             UNTIL WS-RERUN-IX > WS-RERUN-COUNT
009337                 OR WS-RERUN-STEP-SELECTED
009338     END-IF.
009339     ADD 1 TO WS-PRED-IX.
009340 1877-EXIT.
009341     EXIT.
009342*
009343 1878-MATCH-CASCADE-PRED.
009344     IF WS-RERUN-STEP-NAME (WS-RERUN-IX)
009345             = CTL-PRED-STEP (WS-PRED-IX)
009346         MOVE "Y" TO WS-RERUN-STEP-SWITCH
009347     ELSE
009348         ADD 1 TO WS-RERUN-IX
009349     END-IF.
009350 1878-EXIT.
009351     EXIT.
009352*
009353* ---------------------------------------------------------- *
009354* 1880-FIND-RERUN-STEP - IS THE CURRENT CONTROL ROW'S STEP IN *
009355* THE FORCED RERUN'S SET?  SETS WS-RERUN-STEP-SELECTED.       *
009356* ---------------------------------------------------------- *
009357 1880-FIND-RERUN-STEP.
009358     MOVE "N" TO WS-RERUN-STEP-SWITCH.
009359     MOVE 1 TO WS-RERUN-IX.
009360     PERFORM 1885-MATCH-RERUN-STEP THRU 1885-EXIT
009361         UNTIL WS-RERUN-IX > WS-RERUN-COUNT
009362             OR WS-RERUN-STEP-SELECTED.
009363 1880-EXIT.
009364     EXIT.
009365*
009366 1885-MATCH-RERUN-STEP.
009367     IF WS-RERUN-STEP-NAME (WS-RERUN-IX) = CTL-STEP-NAME
009368         MOVE "Y" TO WS-RERUN-STEP-SWITCH
009369     ELSE
009370         ADD 1 TO WS-RERUN-IX
009371     END-IF.
009372 1885-EXIT.
009373     EXIT.
009374*
009375* ---------------------------------------------------------- *
009376* 1860-MAP-STEP-STREAM - ENTER THE CURRENT CONTROL ROW IN THE *
009377* STREAM MAP: ITS STREAM, AND WHETHER IT IS FLAGGED ON AND    *
009378* IN SCHEDULE FOR THIS RUN-DATE.  A CONTROL FILE OF MORE THAN *
009379* 100 ROWS OVERFLOWS QUIETLY - AN UNMAPPED PREDECESSOR IS     *
009380* TREATED LIKE ONE THAT NEVER RAN.                            *
009381* ---------------------------------------------------------- *
009382 1860-MAP-STEP-STREAM.
009383     IF WS-STREAM-MAP-COUNT < 100
009384         ADD 1 TO WS-STREAM-MAP-COUNT
009385         MOVE CTL-STEP-NAME TO
009386             WS-MAP-STEP-NAME (WS-STREAM-MAP-COUNT)
009387         MOVE CTL-STREAM-NAME TO
009388             WS-MAP-STREAM-NAME (WS-STREAM-MAP-COUNT)
009389         PERFORM 3207-CHECK-STEP-SCHEDULE THRU 3207-EXIT
009390         IF CTL-RUN-YES AND WS-STEP-IN-SCHEDULE
009391             MOVE "Y" TO WS-MAP-DUE-FLAG (WS-STREAM-MAP-COUNT)
009392         ELSE
009393             MOVE "N" TO WS-MAP-DUE-FLAG (WS-STREAM-MAP-COUNT)
009394         END-IF
009395     END-IF.
009396 1860-EXIT.
009397     EXIT.
009398*
009399* ---------------------------------------------------------- *
009400* 1855-CHECK-DATASET-NOT-EMPTY - THE DATASET OPENED CLEANLY   *
009401* (STATUS "00" OR "05" - "05" MEANS THE FILE DID NOT EXIST    *
009402* BEFORE BUT THE ASSIGNED DEVICE LET THE OPEN PROCEED) SO     *
009403* CONFIRM IT HAS AT LEAST ONE RECORD.                         *
009404* ---------------------------------------------------------- *
009405 1855-CHECK-DATASET-NOT-EMPTY.
009406     READ PREFLIGHT-FILE
009407         AT END
009408             DISPLAY "HELLO: PRE-FLIGHT FAILED - DATASET "
009409                 CTL-DATASET-NAME " IS EMPTY"
009410             MOVE "Y" TO WS-ABEND-SWITCH
009420             MOVE "FATAL"    TO LOG-SEVERITY
009430             MOVE "1850-CDS" TO LOG-PARAGRAPH-NAME
009880 1500-DISPLAY-BANNER.
009890     DISPLAY "HELLO STARTING - ENV=" WS-ENV-CODE
009900         " RUN-DATE=" WS-RUN-DATE " RUN-TIME=" WS-RUN-TIME
009910         " RUN-MODE=" WS-RUN-MODE " STREAM=" WS-STREAM-NAME.
009912     IF WS-RERUN-MODE
009914         DISPLAY "HELLO: FORCED RERUN - " WS-RERUN-COUNT
009916             " STEP(S) SELECTED, OPERATOR " WS-RERUN-OPERATOR
009918     END-IF.
009920     MOVE WS-RUN-TIME TO WS-TTS-TIME.
009930     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
009940     MOVE WS-TTS-SECONDS TO WS-JOB-START-SECS.
010140         MOVE WS-RUN-TIME    TO LOGHDR-RUN-TIME
010150         MOVE WS-OPERATOR-ID TO LOGHDR-OPERATOR-ID
010160         MOVE WS-ENV-CODE    TO LOGHDR-ENV-CODE
010165         MOVE WS-STREAM-NAME TO LOGHDR-STREAM-NAME
010170         WRITE BATCH-LOG-HEADER
010180         IF WS-BATCHLOG-STATUS NOT = "00"
010190             DISPLAY "HELLO: UNABLE TO WRITE BATCH-LOG, STATUS="
010290* 3000-DISPATCH-CONTROL-FILE - DRIVE THE OVERNIGHT BATCH      *
010300* STREAM BY CALLING EACH STEP LISTED IN CONTROL-FILE, IN      *
010310* ORDER, SKIPPING ANY STEP WHOSE RUN FLAG IS NOT "Y" OR THAT  *
010320* IS ALREADY CHECKPOINTED COMPLETE FOR THIS RUN-DATE.  STEPS  *
010322* HELD FOR AN INBOUND FEED OR AN OTHER-STREAM PREDECESSOR     *
010324* ARE RE-CHECKED AFTER EVERY ROW THE WALK DISPOSES OF, AND    *
010326* WHATEVER IS STILL HELD AFTER THE LAST ROW IS WORKED OFF     *
010328* WHILE CONTROL-FILE IS STILL OPEN TO CARRY THEIR ROWS.       *
010330* ---------------------------------------------------------- *
010340 3000-DISPATCH-CONTROL-FILE.
010350     OPEN INPUT CONTROL-FILE.
010490             PERFORM 3200-PROCESS-ONE-STEP THRU 3200-EXIT
010500                 UNTIL WS-CTLFILE-EOF
010510                     OR WS-STOPAFTER-REQUESTED
010512             PERFORM 3400-WORK-HELD-STEPS THRU 3400-EXIT
010520             CLOSE CHECKPOINT-FILE
010530         END-IF
010540         CLOSE CONTROL-FILE
010900* COMPLETE WITH RC=0 THIS RUN.  A SUPPRESSED DEPENDENT IS    *
010910* LOGGED AS NOT-RUN SO THE MORNING REPORT SHOWS WHY IT IS    *
010920* MISSING INSTEAD OF IT SILENTLY VANISHING.                  *
010921* A ROW BELONGING TO ANOTHER NAMED STREAM IS PASSED OVER      *
010922* WITHOUT COMMENT - THAT STREAM'S OWN JOB DISPATCHES IT.      *
010923* ONCE THE ROW IS DISPOSED OF, ANY STEPS ALREADY HELD ARE     *
010924* RE-CHECKED WITHOUT WAITING (3402), SO A FEED THAT ARRIVES   *
010925* OR MISSES ITS CUT-OFF MID-WALK IS SEEN THEN, NOT AT THE     *
010926* END.  THIS IS DONE BEFORE THE NEXT ROW IS READ, AS THE      *
010927* HELD ROWS ARE RE-GATED THROUGH THE CONTROL RECORD AREA.     *
010930* ---------------------------------------------------------- *
010940 3200-PROCESS-ONE-STEP.
010950     PERFORM 3010-POLL-OPERATOR-CMDS THRU 3010-EXIT.
011040             LOG-MESSAGE-TEXT
011050         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
011060     ELSE
011062         MOVE "N" TO WS-STEP-HELD-SWITCH
011066         IF CTL-STREAM-NAME = WS-STREAM-NAME
011070             PERFORM 3205-DISPOSE-ONE-STEP THRU 3205-EXIT
011074             IF NOT WS-STEP-HELD
011080                 PERFORM 3245-CHECK-BATCH-WINDOW THRU 3245-EXIT
011081             END-IF
011082             IF WS-HELD-PENDING > 0
011083                 PERFORM 3402-RECHECK-HELD-STEPS THRU 3402-EXIT
011084             END-IF
011085         END-IF
011090         PERFORM 3100-READ-CONTROL-RECORD THRU 3100-EXIT
011100     END-IF.
011110 3200-EXIT.
011150* 3205-DISPOSE-ONE-STEP - DECIDE WHAT HAPPENS TO THE CURRENT  *
011160* CONTROL RECORD: SKIP (CHECKPOINTED, FLAGGED OFF, OUT OF     *
011170* RUN-MODE, OR OPERATOR-SKIPPED), SUPPRESS ON A FAILED        *
011180* PREDECESSOR, HOLD IT FOR ITS INBOUND FEED, OR DISPATCH IT.  *
011182* IN A FORCED RERUN A STEP OUTSIDE THE RERUN SET IS LEFT AS   *
011184* IT STANDS (A CHECKPOINTED ONE STILL COUNTS AS PASSED FOR    *
011186* ITS DEPENDENTS), AND A STEP IN THE SET IS TREATED AS        *
011188* THOUGH IT HAD NEVER BEEN CHECKPOINTED.                      *
011190* ---------------------------------------------------------- *
011200 3205-DISPOSE-ONE-STEP.
011210     MOVE WS-RUN-DATE    TO CHK-RUN-DATE.
011215     MOVE WS-STREAM-NAME TO CHK-STREAM-NAME.
011220     MOVE CTL-STEP-NAME  TO CHK-STEP-NAME.
011230     READ CHECKPOINT-FILE
011240         KEY IS CHK-KEY
011270         NOT INVALID KEY
011280             MOVE "Y" TO WS-CHKPT-FOUND-SWITCH
011290     END-READ.
011291     IF WS-RERUN-MODE
011292         PERFORM 1880-FIND-RERUN-STEP THRU 1880-EXIT
011293         IF NOT WS-RERUN-STEP-SELECTED
011294             DISPLAY "HELLO: STEP " CTL-STEP-NAME
011295                 " NOT SELECTED FOR RERUN, SKIPPING"
011296             IF WS-CHKPT-FOUND
011297                 MOVE "P" TO WS-RESULT-NEW-STATUS
011298                 PERFORM 3260-RECORD-STEP-RESULT THRU 3260-EXIT
011299             END-IF
011301             GO TO 3205-EXIT
011302         END-IF
011303         MOVE "N" TO WS-CHKPT-FOUND-SWITCH
011304     END-IF.
011307     IF WS-CHKPT-FOUND
011310         DISPLAY "HELLO: STEP " CTL-STEP-NAME
011320             " ALREADY CHECKPOINTED FOR " WS-RUN-DATE
011330             ", SKIPPING"
011660                     PERFORM 3235-SKIP-STEP-FOR-OPERATOR
011670                         THRU 3235-EXIT
011680                 ELSE
011682                     ACCEPT WS-FEED-FIRST-CHECK FROM TIME
011690                     PERFORM 3208-GATE-AND-DISPATCH
011700                         THRU 3208-EXIT
011780                 END-IF
011790             END-IF
011800         END-IF
011810     END-IF.
011820 3205-EXIT.
011821     EXIT.
011822*
011823* ---------------------------------------------------------- *
011824* 3208-GATE-AND-DISPATCH - THE LAST GATES BEFORE A STEP IS    *
011825* CALLED, SHARED BY THE CONTROL-FILE WALK AND THE HELD-STEP   *
011826* PASSES.  A FAILED PREDECESSOR SUPPRESSES THE STEP; A HELD   *
011827* PREDECESSOR HOLDS IT BEHIND THAT ONE; AN INBOUND TRIGGER    *
011828* DATASET THAT HAS NOT ARRIVED HOLDS IT UNTIL THE FEED TURNS  *
011829* UP OR ITS CUT-OFF PASSES.  OTHERWISE THE STEP IS DISPATCHED.*
011831* WS-STEP-HELD TELLS THE CALLER THE STEP IS STILL OUTSTANDING.*
011832* ---------------------------------------------------------- *
011833 3208-GATE-AND-DISPATCH.
011834     MOVE "N" TO WS-STEP-HELD-SWITCH.
011835     PERFORM 3210-CHECK-PREDECESSORS THRU 3210-EXIT.
011836     IF WS-PRED-FAILED
011837         PERFORM 3230-SUPPRESS-DEPENDENT-STEP THRU 3230-EXIT
011838         GO TO 3208-EXIT
011839     END-IF.
011841     IF WS-PRED-WAITING
011842         PERFORM 3410-HOLD-STEP THRU 3410-EXIT
011843         GO TO 3208-EXIT
011844     END-IF.
011845     IF CTL-TRIGGER-DATASET NOT = SPACES
011846         PERFORM 3420-PROBE-TRIGGER-FEED THRU 3420-EXIT
011847         IF NOT WS-FEED-ARRIVED
011848             PERFORM 3425-CHECK-FEED-CUTOFF THRU 3425-EXIT
011849             IF WS-FEED-CUTOFF-PASSED
011851                 PERFORM 3440-REPORT-FEED-MISSING THRU 3440-EXIT
011852             ELSE
011853                 PERFORM 3410-HOLD-STEP THRU 3410-EXIT
011854             END-IF
011855             GO TO 3208-EXIT
011856         END-IF
011857         PERFORM 3430-RECORD-FEED-ARRIVAL THRU 3430-EXIT
011858     END-IF.
011859     PERFORM 3220-DISPATCH-STEP THRU 3220-EXIT.
011861 3208-EXIT.
011862     EXIT.
011864*
011866* ---------------------------------------------------------- *
011868* 3207-CHECK-STEP-SCHEDULE - IS THE CURRENT CONTROL RECORD   *
011870* DUE TODAY?  A HOLIDAY TAKES EVERYTHING OFF THE SCHEDULE;   *
011880* OTHERWISE CTL-MONTHEND-FLAG AND CTL-FREQUENCY ARE CHECKED  *
011890* AGAINST THE RUN-MODE AND THE CALENDAR ROW.  A WEEKLY,      *
015180     MOVE 0   TO WS-ATTEMPT-NBR.
015190     MOVE 0   TO WS-ATTEMPT-MAX.
015200     MOVE SPACES TO WS-STEP-START-TIME.
015202     MOVE "OPER"           TO RCX-REASON-CODE.
015204     MOVE WS-SKIP-OPERATOR TO RCX-REASON-TEXT.
015210     PERFORM 3255-WRITE-STEP-LOG THRU 3255-EXIT.
015220     MOVE "INFO "    TO LOG-SEVERITY.
015230     MOVE "3235-SSO" TO LOG-PARAGRAPH-NAME.
015540* FAILED (OR WAS ITSELF SUPPRESSED) THIS RUN TRIPS THE        *
015550* WS-PRED-FAILED SWITCH; A PREDECESSOR THAT NEVER RAN AT ALL  *
015560* (FLAGGED OFF, OUT OF RUN-MODE) IS NOT IN THE TABLE AND     *
015570* DOES NOT SUPPRESS ITS DEPENDENTS.  A PREDECESSOR STILL HELD *
015572* FOR ITS INBOUND FEED TRIPS WS-PRED-WAITING INSTEAD.          *
015574* A PREDECESSOR IN ANOTHER NAMED STREAM IS NEVER IN THE TABLE *
015576* AND IS CHECKED ON THAT STREAM'S CHECKPOINT ROW (3218).      *
015580* ---------------------------------------------------------- *
015590 3210-CHECK-PREDECESSORS.
015600     MOVE "N" TO WS-PRED-FAILED-SWITCH.
015610     MOVE SPACES TO WS-FAILED-PRED-NAME.
015612     MOVE SPACES TO WS-FAILED-ROOT-NAME.
015614     MOVE "N" TO WS-PRED-WAITING-SWITCH.
015616     MOVE SPACES TO WS-WAITING-PRED-NAME.
015620     MOVE 1 TO WS-PRED-IX.
015630     PERFORM 3215-CHECK-ONE-PRED THRU 3215-EXIT
015640         UNTIL WS-PRED-IX > 2 OR WS-PRED-FAILED.
015710         PERFORM 3217-SCAN-RESULT-TABLE THRU 3217-EXIT
015720             UNTIL WS-STEP-RESULT-IX > WS-STEP-RESULT-COUNT
015730                 OR WS-PRED-FAILED
015735         IF NOT WS-PRED-FAILED AND NOT WS-PRED-WAITING
015736             PERFORM 3218-CHECK-OTHER-STREAM-PRED THRU 3218-EXIT
015737         END-IF
015740     END-IF.
015750     ADD 1 TO WS-PRED-IX.
015760 3215-EXIT.
015820             AND WS-RESULT-FAILED (WS-STEP-RESULT-IX)
015830         MOVE "Y" TO WS-PRED-FAILED-SWITCH
015840         MOVE CTL-PRED-STEP (WS-PRED-IX) TO WS-FAILED-PRED-NAME
015841         IF WS-RESULT-ROOT-NAME (WS-STEP-RESULT-IX) = SPACES
015842             MOVE CTL-PRED-STEP (WS-PRED-IX)
015843                 TO WS-FAILED-ROOT-NAME
015844         ELSE
015845             MOVE WS-RESULT-ROOT-NAME (WS-STEP-RESULT-IX)
015846                 TO WS-FAILED-ROOT-NAME
015847         END-IF
015848     END-IF.
015849     IF WS-RESULT-STEP-NAME (WS-STEP-RESULT-IX)
015851             = CTL-PRED-STEP (WS-PRED-IX)
015852             AND WS-RESULT-WAITING (WS-STEP-RESULT-IX)
015853         MOVE "Y" TO WS-PRED-WAITING-SWITCH
015854         MOVE CTL-PRED-STEP (WS-PRED-IX) TO WS-WAITING-PRED-NAME
015857     END-IF.
015860     ADD 1 TO WS-STEP-RESULT-IX.
015870 3217-EXIT.
015871     EXIT.
015872*
015873* ---------------------------------------------------------- *
015874* 3218-CHECK-OTHER-STREAM-PRED - THE PREDECESSOR IN THE       *
015875* CURRENT SLOT BELONGS TO ANOTHER NAMED STREAM, RUNNING AS    *
015876* ITS OWN JOB.  IT HAS COMPLETED WHEN THAT STREAM HAS         *
015877* CHECKPOINTED IT FOR THIS RUN-DATE.  UNTIL THEN THE STEP IS  *
015878* HELD BEHIND IT (THE HELD-STEP PASSES RE-READ THE ROW); ONCE *
015879* THE 06:00 DEADLINE HAS PASSED WITHOUT IT THE PREDECESSOR IS *
015881* TAKEN AS FAILED AND THE STEP IS SUPPRESSED.  A PREDECESSOR  *
015882* NOT DUE TODAY IN ITS OWN STREAM, OR NOT ON THE CONTROL FILE *
015883* AT ALL, DOES NOT HOLD ITS DEPENDENTS - AS IN ONE STREAM.    *
015884* ---------------------------------------------------------- *
015885 3218-CHECK-OTHER-STREAM-PRED.
015886     MOVE "N" TO WS-MAP-ROW-SWITCH.
015887     MOVE 1 TO WS-STREAM-MAP-IX.
015888     PERFORM 3219-FIND-MAP-ROW THRU 3219-EXIT
015889         UNTIL WS-STREAM-MAP-IX > WS-STREAM-MAP-COUNT
015891             OR WS-MAP-ROW-FOUND.
015892     IF NOT WS-MAP-ROW-FOUND
015893         GO TO 3218-EXIT
015894     END-IF.
015895     IF WS-MAP-STREAM-NAME (WS-STREAM-MAP-IX) = WS-STREAM-NAME
015896             OR NOT WS-MAP-STEP-DUE (WS-STREAM-MAP-IX)
015897         GO TO 3218-EXIT
015898     END-IF.
015899     MOVE WS-RUN-DATE TO CHK-RUN-DATE.
015901     MOVE WS-MAP-STREAM-NAME (WS-STREAM-MAP-IX)
015902         TO CHK-STREAM-NAME.
015903     MOVE CTL-PRED-STEP (WS-PRED-IX) TO CHK-STEP-NAME.
015904     READ CHECKPOINT-FILE
015905         KEY IS CHK-KEY
015906         INVALID KEY
015907             MOVE "N" TO WS-CHKPT-FOUND-SWITCH
015908         NOT INVALID KEY
015909             MOVE "Y" TO WS-CHKPT-FOUND-SWITCH
015911     END-READ.
015912     IF WS-CHKPT-FOUND
015913         GO TO 3218-EXIT
015914     END-IF.
015915     ACCEPT WS-RUN-TIME FROM TIME.
015916     MOVE WS-RUN-TIME TO WS-TTS-TIME.
015917     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
015918     MOVE WS-TTS-SECONDS TO WS-NOW-SECS.
015919     IF WS-NOW-SECS < WS-JOB-START-SECS
015921         ADD 86400 TO WS-NOW-SECS
015922     END-IF.
015923     IF WS-NOW-SECS > WS-DEADLINE-SECS
015924         DISPLAY "HELLO: PREDECESSOR " CTL-PRED-STEP (WS-PRED-IX)
015925             " OF STREAM " WS-MAP-STREAM-NAME (WS-STREAM-MAP-IX)
015926             " NOT COMPLETE BY 06:00 - TREATED AS FAILED"
015927         MOVE "Y" TO WS-PRED-FAILED-SWITCH
015928         MOVE CTL-PRED-STEP (WS-PRED-IX) TO WS-FAILED-PRED-NAME
015929         MOVE CTL-PRED-STEP (WS-PRED-IX) TO WS-FAILED-ROOT-NAME
015931         MOVE "WARN "    TO LOG-SEVERITY
015932         MOVE "3218-COS" TO LOG-PARAGRAPH-NAME
015933         MOVE "OTHER-STREAM PRED NOT DONE: " TO LOG-MESSAGE-TEXT
015934         MOVE CTL-PRED-STEP (WS-PRED-IX)
015935             TO LOG-MESSAGE-TEXT (29:8)
015936         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
015937     ELSE
015938         MOVE "Y" TO WS-PRED-WAITING-SWITCH
015939         MOVE CTL-PRED-STEP (WS-PRED-IX) TO WS-WAITING-PRED-NAME
015940     END-IF.
015941 3218-EXIT.
015942     EXIT.
015943*
015944 3219-FIND-MAP-ROW.
015945     IF WS-MAP-STEP-NAME (WS-STREAM-MAP-IX)
015946             = CTL-PRED-STEP (WS-PRED-IX)
015947         MOVE "Y" TO WS-MAP-ROW-SWITCH
015948     ELSE
015949         ADD 1 TO WS-STREAM-MAP-IX
015950     END-IF.
015951 3219-EXIT.
015952     EXIT.
015953*
015954* ---------------------------------------------------------- *
015955* 3220-DISPATCH-STEP - CALL THE STEP PROGRAM, RETRYING A NON- *
015956* ZERO RETURN CODE UP TO CTL-RETRY-LIMIT EXTRA TIMES BEFORE   *
015957* DECLARING THE STEP FAILED.  EACH ATTEMPT WRITES ITS OWN     *
015958* STEP RECORD (SEE 3225-CALL-STEP-ONCE) SO THE REPORTS SHOW   *
015959* THE FULL ATTEMPT HISTORY; ONLY THE FINAL OUTCOME DECIDES    *
015960* THE CHECKPOINT AND THE STEP-RESULT TABLE.                   *
015964* A FORCED RERUN FIRST CLEARS THE STEP'S OLD CHECKPOINT AND   *
015966* RESTART PROGRESS (3292).                                    *
015970* ---------------------------------------------------------- *
015980 3220-DISPATCH-STEP.
015982     IF WS-RERUN-MODE
015984         PERFORM 3292-RESET-STEP-FOR-RERUN THRU 3292-EXIT
015986     END-IF.
015990     IF CTL-RETRY-LIMIT IS NUMERIC
016000         COMPUTE WS-ATTEMPT-MAX = CTL-RETRY-LIMIT + 1
016010     ELSE
016180             " - NOT CHECKPOINTED"
016190         MOVE "F" TO WS-RESULT-NEW-STATUS
016200         PERFORM 3260-RECORD-STEP-RESULT THRU 3260-EXIT
016201         IF RCX-REASON-CODE = "ABND"
016202             MOVE "A" TO ICP-TYPE
016203         ELSE
016204             MOVE "F" TO ICP-TYPE
016205         END-IF
016206         MOVE CTL-STEP-NAME   TO ICP-STEP-NAME
016207         MOVE WS-STEP-RC      TO ICP-STEP-RC
016208         MOVE RCX-REASON-CODE TO ICP-REASON-CODE
016209         MOVE RCX-REASON-TEXT TO ICP-REASON-TEXT
016211         PERFORM 3280-FILE-INCIDENT THRU 3280-EXIT
016215     END-IF.
016220     PERFORM 3240-CHECK-STEP-OVERRUN THRU 3240-EXIT.
016230 3220-EXIT.
016240     EXIT.
016340* MISSING FROM STEPLIB) IS STILL LOGGED AS BEFORE, AND A SITE *
016350* WITHOUT STEPSHLD IN STEPLIB FALLS BACK TO THE DIRECT,       *
016360* UNSHIELDED CALL.                                            *
016362* AN ATTEMPT MADE IN A FORCED RERUN IS LOGGED WITH            *
016364* DISPOSITION "R" (AND, IF THE STEP GAVE NO REASON OF ITS     *
016366* OWN, REASON RRUN AND THE RERUNNING OPERATOR) SO IT STANDS   *
016368* BESIDE THE ORIGINAL RUN'S RECORDS RATHER THAN PASSING FOR   *
016369* THEM.                                                       *
016370* ---------------------------------------------------------- *
016380 3225-CALL-STEP-ONCE.
016390     ADD 1 TO WS-ATTEMPT-NBR.
016460     MOVE CTL-PROGRAM-ID TO SHLD-PROGRAM-ID.
016470     MOVE 0      TO SHLD-RETURN-CODE.
016480     MOVE "N"    TO SHLD-CALL-FAIL-FLAG.
016482     MOVE CTL-STEP-NAME  TO RCX-STEP-NAME.
016484     MOVE WS-ATTEMPT-NBR TO RCX-ATTEMPT-NBR.
016486     MOVE WS-ATTEMPT-MAX TO RCX-ATTEMPT-MAX.
016488     MOVE SPACES         TO RCX-RETURN-AREA.
016490     CALL "STEPSHLD" USING WS-SHIELD-CALL-PARMS
016492         WS-RUN-CONTEXT-AREA
016500         ON EXCEPTION
016510             PERFORM 3226-CALL-STEP-DIRECT THRU 3226-EXIT
016520     END-CALL.
016640                 LOG-MESSAGE-TEXT (21:8)
016650             PERFORM 1750-LOG-EVENT THRU 1750-EXIT
016660             MOVE 16 TO WS-STEP-RC
016662             MOVE "ABND"            TO RCX-REASON-CODE
016664             MOVE SHIELD-ABEND-CODE TO RCX-REASON-TEXT
016670         WHEN SHLD-CALL-FAILED
016680             DISPLAY "HELLO: STEP " CTL-STEP-NAME
016690                 " PGM=" CTL-PROGRAM-ID
016760                 LOG-MESSAGE-TEXT (22:8)
016770             PERFORM 1750-LOG-EVENT THRU 1750-EXIT
016780             MOVE 16 TO WS-STEP-RC
016782             MOVE "NCAL"            TO RCX-REASON-CODE
016784             MOVE "PGM NOT CALLED"  TO RCX-REASON-TEXT
016790         WHEN OTHER
016800             MOVE SHLD-RETURN-CODE TO WS-STEP-RC
016810     END-EVALUATE.
016811     IF WS-RERUN-MODE
016812         MOVE "R" TO WS-STEP-DISPOSITION
016813         IF RCX-REASON-CODE = SPACES
016814             MOVE "RRUN"            TO RCX-REASON-CODE
016815             MOVE WS-RERUN-OPERATOR TO RCX-REASON-TEXT
016816         END-IF
016817     ELSE
016820         MOVE " " TO WS-STEP-DISPOSITION
016828     END-IF.
016830     PERFORM 3255-WRITE-STEP-LOG THRU 3255-EXIT.
016840     IF WS-STEP-RC = 0
016850         MOVE "Y" TO WS-STEP-DONE-SWITCH
017070* ---------------------------------------------------------- *
017080 3226-CALL-STEP-DIRECT.
017090     MOVE 0 TO RETURN-CODE.
017100     CALL CTL-PROGRAM-ID USING WS-RUN-CONTEXT-AREA
017110         ON EXCEPTION
017120             MOVE "Y" TO SHLD-CALL-FAIL-FLAG
017130             MOVE 16 TO RETURN-CODE
017240* AND MARK THE STEP FAILED SO ITS OWN DEPENDENTS ARE          *
017250* SUPPRESSED IN TURN.  NO CHECKPOINT IS WRITTEN, SO A         *
017260* RESTART AFTER THE PREDECESSOR IS FIXED RUNS IT NORMALLY.    *
017262* THE SUPPRESSION IS ADDED AS A DETAIL LINE TO THE INCIDENT   *
017264* OF THE STEP AT THE ROOT OF THE CHAIN, SO ONE FAILURE AND    *
017266* EVERYTHING IT HELD BACK ARE WORKED AS ONE INCIDENT.         *
017270* ---------------------------------------------------------- *
017280 3230-SUPPRESS-DEPENDENT-STEP.
017290     DISPLAY "HELLO: STEP " CTL-STEP-NAME
017340     MOVE 0   TO WS-ATTEMPT-NBR.
017350     MOVE 0   TO WS-ATTEMPT-MAX.
017360     MOVE SPACES TO WS-STEP-START-TIME.
017362     MOVE "PRED"              TO RCX-REASON-CODE.
017364     MOVE WS-FAILED-PRED-NAME TO RCX-REASON-TEXT.
017370     PERFORM 3255-WRITE-STEP-LOG THRU 3255-EXIT.
017380     MOVE "F" TO WS-RESULT-NEW-STATUS.
017385     MOVE WS-FAILED-ROOT-NAME TO WS-RESULT-NEW-ROOT.
017390     PERFORM 3260-RECORD-STEP-RESULT THRU 3260-EXIT.
017400     MOVE "WARN "    TO LOG-SEVERITY.
017410     MOVE "3230-SDS" TO LOG-PARAGRAPH-NAME.
017420     MOVE "STEP NOT-RUN, PRED FAILED: " TO LOG-MESSAGE-TEXT.
017430     MOVE CTL-STEP-NAME TO LOG-MESSAGE-TEXT (28:8).
017440     PERFORM 1750-LOG-EVENT THRU 1750-EXIT.
017441     MOVE "S"                 TO ICP-TYPE.
017442     MOVE CTL-STEP-NAME       TO ICP-STEP-NAME.
017443     MOVE 0                   TO ICP-STEP-RC.
017444     MOVE "PRED"              TO ICP-REASON-CODE.
017445     MOVE WS-FAILED-PRED-NAME TO ICP-REASON-TEXT.
017446     MOVE WS-FAILED-ROOT-NAME TO ICP-ROOT-STEP-NAME.
017447     PERFORM 3280-FILE-INCIDENT THRU 3280-EXIT.
017450 3230-EXIT.
017460     EXIT.
017470*
018420* RESULT TABLE FOR LATER PREDECESSOR CHECKS.  A STREAM OF     *
018430* MORE THAN 50 STEPS OVERFLOWS QUIETLY - LATER PREDECESSOR    *
018440* CHECKS SIMPLY WILL NOT SEE THE OVERFLOWED STEPS, WHICH      *
018450* FAILS OPEN THE SAME WAY A STEP THAT NEVER RAN DOES.  A STEP  *
018452* ALREADY IN THE TABLE (HELD "W" FOR ITS FEED) HAS ITS ROW     *
018454* UPDATED IN PLACE WHEN IT IS FINALLY DISPOSED OF.             *
018456* A CHAIN ROOT IS FILED ONLY FOR A SUPPRESSED STEP: 3230 SETS *
018458* WS-RESULT-NEW-ROOT AND IT IS CLEARED AGAIN ONCE FILED.      *
018460* ---------------------------------------------------------- *
018470 3260-RECORD-STEP-RESULT.
018471     MOVE "N" TO WS-RESULT-ROW-SWITCH.
018472     MOVE 1 TO WS-STEP-RESULT-IX.
018473     PERFORM 3262-FIND-RESULT-ROW THRU 3262-EXIT
018474         UNTIL WS-STEP-RESULT-IX > WS-STEP-RESULT-COUNT
018475             OR WS-RESULT-ROW-FOUND.
018476     IF WS-RESULT-ROW-FOUND
018477         MOVE WS-RESULT-NEW-STATUS TO
018478             WS-RESULT-STATUS (WS-STEP-RESULT-IX)
018479         MOVE WS-RESULT-NEW-ROOT TO
018481             WS-RESULT-ROOT-NAME (WS-STEP-RESULT-IX)
018482         MOVE SPACES TO WS-RESULT-NEW-ROOT
018483         GO TO 3260-EXIT
018484     END-IF.
018487     IF WS-STEP-RESULT-COUNT < 50
018490         ADD 1 TO WS-STEP-RESULT-COUNT
018500         MOVE CTL-STEP-NAME TO
018510             WS-RESULT-STEP-NAME (WS-STEP-RESULT-COUNT)
018520         MOVE WS-RESULT-NEW-STATUS TO
018530             WS-RESULT-STATUS (WS-STEP-RESULT-COUNT)
018533         MOVE WS-RESULT-NEW-ROOT TO
018536             WS-RESULT-ROOT-NAME (WS-STEP-RESULT-COUNT)
018540     END-IF.
018545     MOVE SPACES TO WS-RESULT-NEW-ROOT.
018550 3260-EXIT.
018551     EXIT.
018552*
018553 3262-FIND-RESULT-ROW.
018554     IF WS-RESULT-STEP-NAME (WS-STEP-RESULT-IX) = CTL-STEP-NAME
018555         MOVE "Y" TO WS-RESULT-ROW-SWITCH
018556     ELSE
018557         ADD 1 TO WS-STEP-RESULT-IX
018558     END-IF.
018559 3262-EXIT.
018560     EXIT.
018570*
018580* ---------------------------------------------------------- *
018780         MOVE WS-ATTEMPT-MAX  TO STEPLOG-ATTEMPT-MAX
018790         MOVE WS-STEP-START-TIME TO STEPLOG-START-TIME
018800         MOVE WS-ENV-CODE     TO STEPLOG-ENV-CODE
018801         MOVE WS-STREAM-NAME  TO STEPLOG-STREAM-NAME
018802         MOVE RCX-REASON-CODE TO STEPLOG-REASON-CODE
018804         MOVE RCX-REASON-TEXT TO STEPLOG-REASON-TEXT
018810         WRITE STEP-LOG-RECORD
018820         IF WS-BATCHLOG-STATUS NOT = "00"
018830             DISPLAY "HELLO: UNABLE TO WRITE STEP LOG FOR STEP "
018940* ---------------------------------------------------------- *
018950 3250-WRITE-CHECKPOINT.
018960     MOVE WS-RUN-DATE   TO CHK-RUN-DATE.
018965     MOVE WS-STREAM-NAME TO CHK-STREAM-NAME.
018970     MOVE CTL-STEP-NAME TO CHK-STEP-NAME.
018980     ACCEPT WS-RUN-TIME FROM TIME.
018990     MOVE WS-RUN-TIME   TO CHK-COMPLETION-TIME.
019190     MOVE "C" TO RST-FUNCTION.
019200     MOVE WS-RUN-DATE   TO RST-RUN-DATE.
019210     MOVE CTL-STEP-NAME TO RST-STEP-NAME.
019215     MOVE WS-STREAM-NAME TO RST-STREAM-NAME.
019220     CALL "CHKREST" USING WS-RESTART-CALL-PARMS
019230         ON EXCEPTION
019240             CONTINUE
019270     EXIT.
019280*
019290* ---------------------------------------------------------- *
019291* 3292-RESET-STEP-FOR-RERUN - THE STEP IS ABOUT TO BE         *
019292* RE-DISPATCHED BY A FORCED RERUN.  ITS CHECKPOINT ROW FOR    *
019293* THE RUN-DATE IS DELETED (NONE THERE MEANS THE ORIGINAL RUN  *
019294* NEVER COMPLETED), SO A RERUN THAT FAILS LEAVES THE STEP     *
019295* UNCHECKPOINTED LIKE ANY FAILED STEP, AND ITS MID-FILE       *
019296* RESTART PROGRESS IS CLEARED SO THE RERUN STARTS FROM THE    *
019297* TOP OF ITS INPUT.                                           *
019298* ---------------------------------------------------------- *
019299 3292-RESET-STEP-FOR-RERUN.
019300     MOVE WS-RUN-DATE    TO CHK-RUN-DATE.
019301     MOVE WS-STREAM-NAME TO CHK-STREAM-NAME.
019302     MOVE CTL-STEP-NAME  TO CHK-STEP-NAME.
019303     DELETE CHECKPOINT-FILE RECORD
019304         INVALID KEY
019305             DISPLAY "HELLO: STEP " CTL-STEP-NAME
019306                 " HAD NO CHECKPOINT TO CLEAR FOR RERUN"
019307         NOT INVALID KEY
019308             DISPLAY "HELLO: CHECKPOINT FOR STEP " CTL-STEP-NAME
019309                 " CLEARED FOR RERUN"
019310     END-DELETE.
019311     PERFORM 3252-CLEAR-RESTART-PROGRESS THRU 3252-EXIT.
019312     MOVE "INFO "    TO LOG-SEVERITY.
019313     MOVE "3292-RSR" TO LOG-PARAGRAPH-NAME.
019314     MOVE "FORCED RERUN OF STEP: " TO LOG-MESSAGE-TEXT.
019315     MOVE CTL-STEP-NAME TO LOG-MESSAGE-TEXT (23:8).
019316     PERFORM 1750-LOG-EVENT THRU 1750-EXIT.
019317 3292-EXIT.
019318     EXIT.
019319*
019320* ---------------------------------------------------------- *
019321* 3280-FILE-INCIDENT - HAND INCOPEN WHAT WENT WRONG WITH THE  *
019322* STEP (THE CALLER FILLS IN THE TYPE, STEP, RC AND REASON) SO *
019323* AN INCIDENT IS OPENED FOR IT, OR TONIGHT'S OCCURRENCE IS    *
019324* ATTACHED TO THE ONE IT ALREADY HAS OPEN - OR, FOR A         *
019325* SUPPRESSED STEP, ADDED AS A DETAIL LINE TO THE CHAIN ROOT'S *
019326* OPEN INCIDENT (ICP-ROOT-STEP-NAME).  INCOPEN LOGS ITS       *
019327* OWN FILE PROBLEMS; ONLY A CALL THAT CANNOT BE MADE AT ALL   *
019328* IS LOGGED HERE.  NEITHER CHANGES HOW THE RUN ENDS.          *
019329* ---------------------------------------------------------- *
019330 3280-FILE-INCIDENT.
019331     MOVE WS-RUN-DATE    TO ICP-RUN-DATE.
019332     MOVE WS-ENV-CODE    TO ICP-ENV-CODE.
019333     MOVE WS-STREAM-NAME TO ICP-STREAM-NAME.
019334     MOVE WS-OPERATOR-ID TO ICP-OPERATOR-ID.
019335     MOVE 0 TO RETURN-CODE.
019336     CALL "INCOPEN" USING WS-INCIDENT-PARMS
019337         ON EXCEPTION
019338             DISPLAY "HELLO: INCOPEN COULD NOT BE CALLED"
019339             MOVE "ERROR"    TO LOG-SEVERITY
019340             MOVE "3280-FIN" TO LOG-PARAGRAPH-NAME
019341             MOVE "NO INCIDENT FILED FOR STEP: " TO
019342                 LOG-MESSAGE-TEXT
019343             MOVE ICP-STEP-NAME TO LOG-MESSAGE-TEXT (29:8)
019344             PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019345             MOVE 16 TO RETURN-CODE
019346     END-CALL.
019347     IF RETURN-CODE < 16
019348         MOVE "INFO "    TO LOG-SEVERITY
019349         MOVE "3280-FIN" TO LOG-PARAGRAPH-NAME
019350         EVALUATE TRUE
019351             WHEN ICP-ATTACHED
019352                 DISPLAY "HELLO: STEP " ICP-STEP-NAME
019353                     " ATTACHED TO ITS OPEN INCIDENT, OCCURRENCE "
019354                     ICP-OCCURRENCES
019355                 MOVE "INCIDENT ATTACHED FOR STEP: " TO
019356                     LOG-MESSAGE-TEXT
019357             WHEN ICP-DETAIL-ADDED
019358                 DISPLAY "HELLO: STEP " ICP-STEP-NAME
019359                     " ADDED TO THE OPEN INCIDENT OF "
019360                     ICP-ROOT-STEP-NAME
019361                 MOVE "INCIDENT DETAIL ADDED FOR: " TO
019362                     LOG-MESSAGE-TEXT
019363             WHEN OTHER
019364                 DISPLAY "HELLO: INCIDENT OPENED FOR STEP "
019365                     ICP-STEP-NAME
019366                 MOVE "INCIDENT OPENED FOR STEP: " TO
019367                     LOG-MESSAGE-TEXT
019368         END-EVALUATE
019369         MOVE ICP-STEP-NAME TO LOG-MESSAGE-TEXT (29:8)
019370         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019371     END-IF.
019372     MOVE 0 TO RETURN-CODE.
019373 3280-EXIT.
019374     EXIT.
019375*
019376* ---------------------------------------------------------- *
019377* 3300-RUN-RECONCILE - THE FINAL CONTROL STEP: HAND RECONCIL  *
019378* THE RUN-DATE AND LET IT MATCH EVERY PRODUCER'S CONTROL      *
019379* TOTALS AGAINST ITS CONSUMER'S.  A NON-ZERO VERDICT (OR A    *
019380* RECONCIL THAT CANNOT EVEN BE CALLED) ABENDS THE RUN SO AN   *
019381* OUT-OF-BALANCE NIGHT STOPS HERE, NOT AT A CUSTOMER CALL.    *
019382* RECONCIL IS GIVEN THE STREAM TOO, AND BALANCES ONLY THE     *
019383* TOTALS POSTED BY THIS STREAM'S STEPS.                       *
019384* EITHER WAY A FAILED RECONCILIATION FILES AN INCIDENT UNDER  *
019385* THE STEP NAME RECONCIL.                                     *
019386* ---------------------------------------------------------- *
019387 3300-RUN-RECONCILE.
019388     DISPLAY "HELLO: RUNNING CONTROL-TOTALS RECONCILIATION".
019389     MOVE WS-RUN-DATE TO REC-RUN-DATE.
019390     MOVE WS-ENV-CODE TO REC-ENV-CODE.
019392     MOVE WS-STREAM-NAME TO REC-STREAM-NAME.
019394     MOVE "O"              TO ICP-TYPE.
019396     MOVE "OOB "           TO ICP-REASON-CODE.
019398     MOVE "OUT OF BALANCE" TO ICP-REASON-TEXT.
019400     CALL "RECONCIL" USING WS-RECONCILE-PARMS
019410         ON EXCEPTION
019420             DISPLAY "HELLO: RECONCIL COULD NOT BE CALLED"
019450             MOVE "CALL FAILED FOR PGM: RECONCIL" TO
019460                 LOG-MESSAGE-TEXT
019470             PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019472             MOVE "F"              TO ICP-TYPE
019474             MOVE "NCAL"           TO ICP-REASON-CODE
019476             MOVE "PGM NOT CALLED" TO ICP-REASON-TEXT
019480             MOVE 16 TO RETURN-CODE
019490     END-CALL.
019500     IF RETURN-CODE NOT = 0
019510         DISPLAY "HELLO: CONTROL TOTALS OUT OF BALANCE"
019520             " - RUN FAILED"
019530         MOVE "Y" TO WS-ABEND-SWITCH
019531         MOVE "O" TO WS-RECON-VERDICT
019532         MOVE "RECONCIL"  TO ICP-STEP-NAME
019533         MOVE RETURN-CODE TO ICP-STEP-RC
019534         PERFORM 3280-FILE-INCIDENT THRU 3280-EXIT
019535     ELSE
019536         MOVE "C" TO WS-RECON-VERDICT
019540     END-IF.
019550 3300-EXIT.
019551     EXIT.
019552*
019553* ---------------------------------------------------------- *
019554* 3350-RUN-VOLUME-CHECK - THE NIGHT BALANCES; NOW ASK VOLCHK  *
019555* WHETHER ITS VOLUMES LOOK LIKE A NORMAL NIGHT OF THE SAME    *
019556* TYPE.  RC=4 (WARN) OR RC=8 (ERROR) MEANS BREACHES ARE HELD  *
019557* ON VOLBRCH UNTIL EXPLAINED - THE RUN ITSELF STILL           *
019558* COMPLETES.  A VOLCHK THAT CANNOT BE CALLED IS LOGGED, NOT   *
019559* ABENDED: THE TOTALS HAVE ALREADY BALANCED.                  *
019561* ---------------------------------------------------------- *
019562 3350-RUN-VOLUME-CHECK.
019563     DISPLAY "HELLO: RUNNING CONTROL-TOTAL VOLUME CHECK".
019564     MOVE WS-RUN-DATE    TO VOL-RUN-DATE.
019565     MOVE WS-ENV-CODE    TO VOL-ENV-CODE.
019566     MOVE WS-STREAM-NAME TO VOL-STREAM-NAME.
019567     MOVE 0 TO RETURN-CODE.
019568     CALL "VOLCHK" USING WS-VOLUME-CHECK-PARMS
019569         ON EXCEPTION
019571             DISPLAY "HELLO: VOLCHK COULD NOT BE CALLED"
019572             MOVE "WARN "    TO LOG-SEVERITY
019573             MOVE "3350-RVC" TO LOG-PARAGRAPH-NAME
019574             MOVE "CALL FAILED FOR PGM: VOLCHK" TO
019575                 LOG-MESSAGE-TEXT
019576             PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019577     END-CALL.
019578     IF RETURN-CODE = 4 OR RETURN-CODE = 8
019579         DISPLAY "HELLO: VOLUME BREACHES HELD FOR EXPLANATION"
019580             " - SEE VOLRPT"
019581         MOVE "WARN "    TO LOG-SEVERITY
019582         MOVE "3350-RVC" TO LOG-PARAGRAPH-NAME
019583         MOVE "VOLUME BREACHES HELD - SEE VOLRPT" TO
019584             LOG-MESSAGE-TEXT
019585         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019586     END-IF.
019587     MOVE 0 TO RETURN-CODE.
019588 3350-EXIT.
019589     EXIT.
019590*
019591* ---------------------------------------------------------- *
019592* 3370-RUN-DISTRIBUTION - THE LAST CONTROL STEP, RUN FOR ANY  *
019593* NIGHT THAT REACHED DISPATCH: DISTRIB RELEASES EACH OUTPUT   *
019594* ON THE DISTRIBUTION LIST WHOSE PRODUCING STEP RAN CLEAN,    *
019595* ONLY IF RECONCIL BALANCED (WS-RECON-VERDICT - STILL "N" IF  *
019596* IT NEVER RAN) AND NO VOLUME BREACH IS HELD, AND FILES EVERY *
019597* OUTPUT ON THE MANIFEST.  RC=4 MEANS SOMETHING WAS WITHHELD, *
019598* RC=16 THAT THE MANIFEST COULD NOT BE OPENED.  NEITHER       *
019599* CHANGES HOW THE RUN ITSELF ENDS.                            *
019600* ---------------------------------------------------------- *
019601 3370-RUN-DISTRIBUTION.
019602     DISPLAY "HELLO: RUNNING OUTPUT DISTRIBUTION".
019603     MOVE WS-RUN-DATE      TO DST-RUN-DATE.
019604     MOVE WS-ENV-CODE      TO DST-ENV-CODE.
019605     MOVE WS-STREAM-NAME   TO DST-STREAM-NAME.
019606     MOVE WS-RECON-VERDICT TO DST-RECON-VERDICT.
019607     MOVE 0 TO RETURN-CODE.
019608     CALL "DISTRIB" USING WS-DISTRIBUTION-PARMS
019609         ON EXCEPTION
019610             DISPLAY "HELLO: DISTRIB COULD NOT BE CALLED"
019611             MOVE 16 TO RETURN-CODE
019612     END-CALL.
019613     MOVE "3370-RDS" TO LOG-PARAGRAPH-NAME.
019614     EVALUATE RETURN-CODE
019615         WHEN 0
019616             CONTINUE
019617         WHEN 4
019618             DISPLAY "HELLO: OUTPUTS WITHHELD - SEE DISTRPT"
019619             MOVE "WARN "    TO LOG-SEVERITY
019620             MOVE "OUTPUTS WITHHELD - SEE DISTRPT" TO
019621                 LOG-MESSAGE-TEXT
019622             PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019623         WHEN OTHER
019624             DISPLAY "HELLO: DISTRIBUTION FAILED - NOTHING"
019625                 " RELEASED"
019626             MOVE "ERROR"    TO LOG-SEVERITY
019627             MOVE "DISTRIBUTION FAILED - NOTHING RELEASED" TO
019628                 LOG-MESSAGE-TEXT
019629             PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019630     END-EVALUATE.
019631     MOVE 0 TO RETURN-CODE.
019632 3370-EXIT.
019633     EXIT.
019634*
019635* ---------------------------------------------------------- *
019636* 3400-WORK-HELD-STEPS - EVERY CONTROL ROW HAS BEEN SEEN; NOW *
019637* WORK OFF STEPS STILL HELD (FEED, OTHER-STREAM PRED) - THE   *
019638* WALK HAS ALREADY RE-CHECKED THEM AFTER EACH ROW (3402), SO  *
019639* ONLY WHAT IS LEFT NEEDS WAITING FOR HERE.  EACH PASS        *
019640* POLLS OPERCMD (HOLD/RELEASE/STOPAFTER STILL APPLY), THEN    *
019641* RE-GATES EVERY STILL-HELD STEP IN CONTROL-FILE ORDER, SO A  *
019642* DEPENDENT IS RELEASED IN THE SAME PASS AS THE STEP IT WAITS *
019643* ON.  A PASS THAT RESOLVES NOTHING WAITS FIFTEEN SECONDS     *
019644* BEFORE THE NEXT, THE SAME AS A HELD STREAM (3017).  A       *
019645* STOPAFTER LEAVES THE REMAINING HELD STEPS UNRUN AND UN-     *
019646* CHECKPOINTED, SO A RESTART PICKS THEM UP.                   *
019647* ---------------------------------------------------------- *
019648 3400-WORK-HELD-STEPS.
019649     IF WS-HELD-PENDING = 0 OR WS-STOPAFTER-REQUESTED
019650         GO TO 3400-EXIT
019651     END-IF.
019652     DISPLAY "HELLO: " WS-HELD-PENDING
019653         " STEP(S) HELD (FEED / OTHER-STREAM PREDECESSOR)"
019654         " - WAITING".
019655     MOVE "Y" TO WS-HELD-PASS-SWITCH.
019656     PERFORM 3405-ONE-HELD-PASS THRU 3405-EXIT
019657         UNTIL WS-HELD-PENDING = 0 OR WS-STOPAFTER-REQUESTED.
019658     MOVE "N" TO WS-HELD-PASS-SWITCH.
019659     IF WS-HELD-PENDING > 0
019660         DISPLAY "HELLO: STOPAFTER HONOURED - " WS-HELD-PENDING
019661             " HELD STEP(S) LEFT UNRUN"
019662         MOVE "INFO "    TO LOG-SEVERITY
019663         MOVE "3400-WHS" TO LOG-PARAGRAPH-NAME
019664         MOVE "STOPAFTER LEFT HELD STEPS UNRUN" TO
019665             LOG-MESSAGE-TEXT
019666         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019667     END-IF.
019668 3400-EXIT.
019669     EXIT.
019670*
019671* ---------------------------------------------------------- *
019672* 3402-RECHECK-HELD-STEPS - ONE PASS OVER THE HELD-STEP TABLE *
019673* BETWEEN CONTROL ROWS: THE SAME RE-GATE AS 3405 (FEED PROBE, *
019674* CUT-OFF, PREDECESSOR) BUT WITH NO OPERCMD POLL, WHICH THE   *
019675* WALK HAS JUST DONE, AND NO WAIT - THE WALK GOES STRAIGHT ON *
019676* TO ITS NEXT ROW WHETHER ANYTHING WAS RELEASED OR NOT.       *
019677* ---------------------------------------------------------- *
019678 3402-RECHECK-HELD-STEPS.
019679     MOVE "Y" TO WS-HELD-PASS-SWITCH.
019680     MOVE 0 TO WS-HELD-RESOLVED.
019681     MOVE 1 TO WS-HELD-STEP-IX.
019682     PERFORM 3407-REGATE-ONE-HELD-STEP THRU 3407-EXIT
019683         UNTIL WS-HELD-STEP-IX > WS-HELD-STEP-COUNT.
019684     MOVE "N" TO WS-HELD-PASS-SWITCH.
019685 3402-EXIT.
019686     EXIT.
019687*
019688 3405-ONE-HELD-PASS.
019689     PERFORM 3010-POLL-OPERATOR-CMDS THRU 3010-EXIT.
019690     PERFORM 3017-WAIT-FOR-RELEASE THRU 3017-EXIT
019691         UNTIL NOT WS-HELD.
019692     IF WS-STOPAFTER-REQUESTED
019693         GO TO 3405-EXIT
019694     END-IF.
019695     MOVE 0 TO WS-HELD-RESOLVED.
019696     MOVE 1 TO WS-HELD-STEP-IX.
019697     PERFORM 3407-REGATE-ONE-HELD-STEP THRU 3407-EXIT
019698         UNTIL WS-HELD-STEP-IX > WS-HELD-STEP-COUNT.
019699     IF WS-HELD-PENDING > 0 AND WS-HELD-RESOLVED = 0
019700         CALL "ILBOWAT0" USING WS-WAIT-HUNDREDTHS
019701             ON EXCEPTION
019702                 CONTINUE
019703         END-CALL
019704     END-IF.
019705 3405-EXIT.
019706     EXIT.
019707*
019708 3407-REGATE-ONE-HELD-STEP.
019709     IF WS-HELD-OPEN (WS-HELD-STEP-IX)
019710         MOVE WS-HELD-CONTROL-IMAGE (WS-HELD-STEP-IX)
019711             TO CONTROL-RECORD
019712         MOVE WS-HELD-FIRST-CHECK (WS-HELD-STEP-IX)
019713             TO WS-FEED-FIRST-CHECK
019714         PERFORM 3208-GATE-AND-DISPATCH THRU 3208-EXIT
019715         IF NOT WS-STEP-HELD
019716             MOVE "C" TO WS-HELD-STATE (WS-HELD-STEP-IX)
019717             SUBTRACT 1 FROM WS-HELD-PENDING
019718             ADD 1 TO WS-HELD-RESOLVED
019719             PERFORM 3245-CHECK-BATCH-WINDOW THRU 3245-EXIT
019720         END-IF
019721     END-IF.
019722     ADD 1 TO WS-HELD-STEP-IX.
019723 3407-EXIT.
019724     EXIT.
019725*
019726* ---------------------------------------------------------- *
019727* 3410-HOLD-STEP - THE STEP CANNOT GO YET.  ON THE CONTROL-   *
019728* FILE WALK IT IS PARKED IN THE HELD-STEP TABLE AND MARKED    *
019729* "W" IN THE STEP-RESULT TABLE, SO ITS OWN DEPENDENTS ARE     *
019730* HELD BEHIND IT; ON A HELD-STEP PASS IT IS SIMPLY LEFT WHERE *
019731* IT IS.  A FULL TABLE CANNOT HOLD ANOTHER STEP, SO THAT STEP *
019732* IS FILED AS IF ITS FEED WERE MISSING RATHER THAN BEING      *
019733* DISPATCHED AGAINST A FEED THAT IS NOT THERE - OR, WHEN IT   *
019734* IS WAITING ON A PREDECESSOR, SUPPRESSED AS IF THAT          *
019735* PREDECESSOR HAD FAILED RATHER THAN DISPATCHED AHEAD OF IT.  *
019736* ---------------------------------------------------------- *
019737 3410-HOLD-STEP.
019738     IF WS-HELD-PASS
019739         MOVE "Y" TO WS-STEP-HELD-SWITCH
019740         GO TO 3410-EXIT
019741     END-IF.
019742     IF WS-HELD-STEP-COUNT NOT < 20
019743         DISPLAY "HELLO: HELD-STEP TABLE FULL - STEP "
019744             CTL-STEP-NAME " CANNOT BE HELD"
019745         MOVE "ERROR"    TO LOG-SEVERITY
019746         MOVE "3410-HLD" TO LOG-PARAGRAPH-NAME
019747         MOVE "HELD-STEP TABLE FULL: " TO LOG-MESSAGE-TEXT
019748         MOVE CTL-STEP-NAME TO LOG-MESSAGE-TEXT (23:8)
019749         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019750         IF WS-PRED-WAITING
019751             MOVE WS-WAITING-PRED-NAME TO WS-FAILED-PRED-NAME
019752             MOVE WS-WAITING-PRED-NAME TO WS-FAILED-ROOT-NAME
019753             PERFORM 3230-SUPPRESS-DEPENDENT-STEP THRU 3230-EXIT
019754         ELSE
019755             PERFORM 3440-REPORT-FEED-MISSING THRU 3440-EXIT
019756         END-IF
019757         GO TO 3410-EXIT
019758     END-IF.
019759     ADD 1 TO WS-HELD-STEP-COUNT.
019760     ADD 1 TO WS-HELD-PENDING.
019761     MOVE CONTROL-RECORD TO
019762         WS-HELD-CONTROL-IMAGE (WS-HELD-STEP-COUNT).
019763     MOVE WS-FEED-FIRST-CHECK TO
019764         WS-HELD-FIRST-CHECK (WS-HELD-STEP-COUNT).
019765     MOVE "W" TO WS-HELD-STATE (WS-HELD-STEP-COUNT).
019766     MOVE "W" TO WS-RESULT-NEW-STATUS.
019767     PERFORM 3260-RECORD-STEP-RESULT THRU 3260-EXIT.
019768     MOVE "Y" TO WS-STEP-HELD-SWITCH.
019769     MOVE "INFO "    TO LOG-SEVERITY.
019770     MOVE "3410-HLD" TO LOG-PARAGRAPH-NAME.
019771     IF WS-PRED-WAITING
019772         DISPLAY "HELLO: STEP " CTL-STEP-NAME
019773             " HELD BEHIND PREDECESSOR " WS-WAITING-PRED-NAME
019774         MOVE "STEP HELD BEHIND PRED: " TO LOG-MESSAGE-TEXT
019775         MOVE CTL-STEP-NAME TO LOG-MESSAGE-TEXT (24:8)
019776     ELSE
019777         DISPLAY "HELLO: STEP " CTL-STEP-NAME
019778             " HELD FOR INBOUND FEED " CTL-TRIGGER-DATASET
019779         MOVE "STEP HELD FOR FEED: " TO LOG-MESSAGE-TEXT
019780         MOVE CTL-STEP-NAME TO LOG-MESSAGE-TEXT (21:8)
019781         MOVE CTL-TRIGGER-DATASET TO LOG-MESSAGE-TEXT (30:8)
019782     END-IF.
019783     PERFORM 1750-LOG-EVENT THRU 1750-EXIT.
019784 3410-EXIT.
019785     EXIT.
019786*
019787* ---------------------------------------------------------- *
019788* 3420-PROBE-TRIGGER-FEED - HAS THE STEP'S INBOUND TRIGGER    *
019789* DATASET ARRIVED?  IT HAS WHEN IT OPENS CLEANLY AND HOLDS AT *
019790* LEAST ONE RECORD - AN EMPTY DATASET IS A FEED THE PARTNER   *
019791* HAS ALLOCATED BUT NOT YET WRITTEN.  NOT FOUND, EMPTY OR ANY *
019792* OTHER OPEN FAILURE ALL MEAN "NOT YET"; THE CUT-OFF DECIDES  *
019793* HOW LONG THAT IS ALLOWED TO GO ON.                          *
019794* ---------------------------------------------------------- *
019795 3420-PROBE-TRIGGER-FEED.
019796     MOVE "N" TO WS-FEED-ARRIVED-SWITCH.
019797     MOVE CTL-TRIGGER-DATASET TO WS-PREFLIGHT-DSNAME.
019798     OPEN INPUT PREFLIGHT-FILE.
019799     IF WS-PREFLIGHT-STATUS = "00" OR WS-PREFLIGHT-STATUS = "05"
019800         READ PREFLIGHT-FILE
019801             AT END
019802                 CONTINUE
019803             NOT AT END
019804                 MOVE "Y" TO WS-FEED-ARRIVED-SWITCH
019805         END-READ
019806         CLOSE PREFLIGHT-FILE
019807     END-IF.
019808 3420-EXIT.
019809     EXIT.
019810*
019811* ---------------------------------------------------------- *
019812* 3425-CHECK-FEED-CUTOFF - IS IT PAST THE STEP'S LATEST       *
019813* ARRIVAL TIME?  THE HHMM CUT-OFF IS TAKEN AS THE FIRST SUCH  *
019814* TIME AFTER THE JOB STARTED, SO A 02:30 CUT-OFF ON A STREAM  *
019815* THAT STARTED AT 22:00 MEANS 02:30 NEXT MORNING.  A CUT-OFF  *
019816* OF SPACES FALLS BACK TO THE 06:00 BATCH-WINDOW DEADLINE.    *
019817* ---------------------------------------------------------- *
019818 3425-CHECK-FEED-CUTOFF.
019819     MOVE "N" TO WS-FEED-CUTOFF-SWITCH.
019820     IF CTL-TRIGGER-CUTOFF IS NUMERIC
019821         MOVE CTL-TRIGGER-CUTOFF TO WS-FEED-CUTOFF-HHMM
019822         COMPUTE WS-FEED-CUTOFF-SECS =
019823             (WS-FEED-CUTOFF-HH * 3600) + (WS-FEED-CUTOFF-MM * 60)
019824         IF WS-FEED-CUTOFF-SECS < WS-JOB-START-SECS
019825             ADD 86400 TO WS-FEED-CUTOFF-SECS
019826         END-IF
019827     ELSE
019828         MOVE WS-DEADLINE-SECS TO WS-FEED-CUTOFF-SECS
019829     END-IF.
019830     ACCEPT WS-RUN-TIME FROM TIME.
019831     MOVE WS-RUN-TIME TO WS-TTS-TIME.
019832     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
019833     MOVE WS-TTS-SECONDS TO WS-NOW-SECS.
019834     IF WS-NOW-SECS < WS-JOB-START-SECS
019835         ADD 86400 TO WS-NOW-SECS
019836     END-IF.
019837     IF WS-NOW-SECS > WS-FEED-CUTOFF-SECS
019838         MOVE "Y" TO WS-FEED-CUTOFF-SWITCH
019839     END-IF.
019840 3425-EXIT.
019841     EXIT.
019842*
019843* ---------------------------------------------------------- *
019844* 3430-RECORD-FEED-ARRIVAL - THE FEED IS HERE.  FILE ITS      *
019845* ARRIVAL ON BATCH-LOG: "A" IF IT WAS THERE AT THE FIRST LOOK,*
019846* "W" IF THE STEP HAD TO BE HELD FOR IT.                      *
019847* ---------------------------------------------------------- *
019848 3430-RECORD-FEED-ARRIVAL.
019849     IF WS-HELD-PASS
019850         MOVE "W" TO WS-FEED-STATUS-CODE
019851         DISPLAY "HELLO: INBOUND FEED " CTL-TRIGGER-DATASET
019852             " ARRIVED - RELEASING STEP " CTL-STEP-NAME
019853         MOVE "INFO "    TO LOG-SEVERITY
019854         MOVE "3430-RFA" TO LOG-PARAGRAPH-NAME
019855         MOVE "FEED ARRIVED, STEP RELEASED: " TO
019856             LOG-MESSAGE-TEXT
019857         MOVE CTL-STEP-NAME TO LOG-MESSAGE-TEXT (30:8)
019858         PERFORM 1750-LOG-EVENT THRU 1750-EXIT
019859     ELSE
019860         MOVE "A" TO WS-FEED-STATUS-CODE
019861     END-IF.
019862     PERFORM 3450-WRITE-FEED-LOG THRU 3450-EXIT.
019863 3430-EXIT.
019864     EXIT.
019865*
019866* ---------------------------------------------------------- *
019867* 3440-REPORT-FEED-MISSING - THE CUT-OFF HAS PASSED AND THE   *
019868* FEED IS STILL NOT HERE.  PAGE "LATEFEED", FILE A NOT-RUN    *
019869* STEP RECORD (DISPOSITION "F", REASON "FEED" AND THE DDNAME) *
019870* AND A MISSING-FEED RECORD, AND MARK THE STEP FAILED SO ITS  *
019871* DEPENDENTS ARE SUPPRESSED IN TURN.  NO CHECKPOINT IS        *
019872* WRITTEN, SO A RESTART ONCE THE FEED LANDS RUNS IT NORMALLY. *
019873* ---------------------------------------------------------- *
019874 3440-REPORT-FEED-MISSING.
019875     DISPLAY "HELLO: STEP " CTL-STEP-NAME
019876         " NOT RUN - INBOUND FEED " CTL-TRIGGER-DATASET
019877         " NOT ARRIVED BY CUT-OFF " CTL-TRIGGER-CUTOFF
019878         " - PAGING".
019879     MOVE "LATEFEED" TO PAGE-STATUS.
019880     MOVE "ERROR"    TO PAGE-SEVERITY.
019881     MOVE SPACES     TO PAGE-MESSAGE-TEXT.
019882     MOVE "NO FEED " TO PAGE-MESSAGE-TEXT.
019883     MOVE CTL-TRIGGER-DATASET TO PAGE-MESSAGE-TEXT (9:8).
019884     MOVE " FOR " TO PAGE-MESSAGE-TEXT (17:5).
019885     MOVE CTL-STEP-NAME TO PAGE-MESSAGE-TEXT (22:8).
019886     ACCEPT WS-RUN-TIME FROM TIME.
019887     PERFORM 1700-NOTIFY-PAGING THRU 1700-EXIT.
019888     MOVE "WARN "    TO LOG-SEVERITY.
019889     MOVE "3440-RFM" TO LOG-PARAGRAPH-NAME.
019890     MOVE "FEED MISSING AT CUT-OFF: " TO LOG-MESSAGE-TEXT.
019891     MOVE CTL-TRIGGER-DATASET TO LOG-MESSAGE-TEXT (26:8).
019892     PERFORM 1750-LOG-EVENT THRU 1750-EXIT.
019893     MOVE 0   TO WS-STEP-RC.
019894     MOVE "F" TO WS-STEP-DISPOSITION.
019895     MOVE 0   TO WS-ATTEMPT-NBR.
019896     MOVE 0   TO WS-ATTEMPT-MAX.
019897     MOVE SPACES TO WS-STEP-START-TIME.
019898     MOVE "FEED"              TO RCX-REASON-CODE.
019899     MOVE CTL-TRIGGER-DATASET TO RCX-REASON-TEXT.
019900     PERFORM 3255-WRITE-STEP-LOG THRU 3255-EXIT.
019901     MOVE "F" TO WS-RESULT-NEW-STATUS.
019902     PERFORM 3260-RECORD-STEP-RESULT THRU 3260-EXIT.
019903     MOVE "M" TO WS-FEED-STATUS-CODE.
019904     PERFORM 3450-WRITE-FEED-LOG THRU 3450-EXIT.
019905     MOVE "F"                 TO ICP-TYPE.
019906     MOVE CTL-STEP-NAME       TO ICP-STEP-NAME.
019907     MOVE 0                   TO ICP-STEP-RC.
019908     MOVE "FEED"              TO ICP-REASON-CODE.
019909     MOVE CTL-TRIGGER-DATASET TO ICP-REASON-TEXT.
019910     PERFORM 3280-FILE-INCIDENT THRU 3280-EXIT.
019911 3440-EXIT.
019912     EXIT.
019913*
019914* ---------------------------------------------------------- *
019915* 3450-WRITE-FEED-LOG - ONE FEEDLOG RECORD FOR THE CURRENT    *
019916* STEP'S TRIGGER DATASET: WHEN IT WAS FIRST LOOKED FOR, WHEN  *
019917* IT ARRIVED (SPACES IF IT NEVER DID) AND HOW LONG THE STEP   *
019918* WAITED.  WS-FEED-STATUS-CODE IS SET BY THE CALLER.          *
019919* ---------------------------------------------------------- *
019920 3450-WRITE-FEED-LOG.
019921     ACCEPT WS-RUN-TIME FROM TIME.
019922     MOVE WS-FEED-FIRST-CHECK TO WS-TTS-TIME.
019923     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
019924     MOVE WS-TTS-SECONDS TO WS-STEP-START-SECS.
019925     MOVE WS-RUN-TIME TO WS-TTS-TIME.
019926     PERFORM 7100-TIME-TO-SECONDS THRU 7100-EXIT.
019927     COMPUTE WS-FEED-WAIT-SECS =
019928         WS-TTS-SECONDS - WS-STEP-START-SECS.
019929     IF WS-FEED-WAIT-SECS < 0
019930         ADD 86400 TO WS-FEED-WAIT-SECS
019931     END-IF.
019932     PERFORM 1900-OPEN-BATCH-LOG THRU 1900-EXIT.
019933     IF NOT WS-ABEND
019934         MOVE SPACES              TO FEED-LOG-RECORD
019935         MOVE "F"                 TO FEEDLOG-RECORD-TYPE
019936         MOVE WS-RUN-DATE         TO FEEDLOG-RUN-DATE
019937         MOVE CTL-STEP-NAME       TO FEEDLOG-STEP-NAME
019938         MOVE CTL-TRIGGER-DATASET TO FEEDLOG-DATASET-NAME
019939         MOVE CTL-TRIGGER-CUTOFF  TO FEEDLOG-CUTOFF-TIME
019940         MOVE WS-FEED-FIRST-CHECK TO FEEDLOG-FIRST-CHECK-TIME
019941         IF WS-FEED-STATUS-CODE NOT = "M"
019942             MOVE WS-RUN-TIME     TO FEEDLOG-ARRIVAL-TIME
019943         END-IF
019944         MOVE WS-FEED-WAIT-SECS   TO FEEDLOG-WAIT-SECONDS
019945         MOVE WS-FEED-STATUS-CODE TO FEEDLOG-STATUS
019946         MOVE WS-ENV-CODE         TO FEEDLOG-ENV-CODE
019947         MOVE WS-STREAM-NAME      TO FEEDLOG-STREAM-NAME
019948         WRITE FEED-LOG-RECORD
019949         IF WS-BATCHLOG-STATUS NOT = "00"
019950             DISPLAY "HELLO: UNABLE TO WRITE FEED LOG FOR STEP "
019951                 CTL-STEP-NAME " STATUS=" WS-BATCHLOG-STATUS
019952         END-IF
019953         PERFORM 1950-CLOSE-BATCH-LOG THRU 1950-EXIT
019954     END-IF.
019955 3450-EXIT.
019956     EXIT.
019957*
019958* ---------------------------------------------------------- *
019959* 7100-TIME-TO-SECONDS - CONVERT AN HHMMSSHH TIME-OF-DAY      *
019960* (AS RETURNED BY ACCEPT FROM TIME) IN WS-TTS-TIME TO         *
019961* SECONDS OF DAY IN WS-TTS-SECONDS.  THE HUNDREDTHS ARE       *
019962* DELIBERATELY DROPPED - STEP TIMING IS WHOLE SECONDS.        *
019963* ---------------------------------------------------------- *
019964 7100-TIME-TO-SECONDS.
019965     MOVE WS-TTS-TIME (1:2) TO WS-TTS-HH.
019966     MOVE WS-TTS-TIME (3:2) TO WS-TTS-MM.
019967     MOVE WS-TTS-TIME (5:2) TO WS-TTS-SS.
019968     COMPUTE WS-TTS-SECONDS =
019969         (WS-TTS-HH * 3600) + (WS-TTS-MM * 60) + WS-TTS-SS.
019970 7100-EXIT.
019971     EXIT.
019972*
019973* ---------------------------------------------------------- *
019974* 9000-TERMINATE - SET THE RETURN CODE.  BATCH-LOG IS NEVER   *
019975* LEFT OPEN ACROSS PARAGRAPHS (SEE 1900/1950), SO THERE IS    *
019976* NOTHING TO CLOSE HERE.                                      *
019977* ---------------------------------------------------------- *
019978 9000-TERMINATE.
019979     IF WS-LOCK-HELD
019980         PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
019981     END-IF.
019982     IF WS-ABEND
019983         MOVE 16 TO RETURN-CODE
019984     ELSE
019985         MOVE 0 TO RETURN-CODE
019986     END-IF.
019987 9000-EXIT.
019988     EXIT.
019989*
019990* ---------------------------------------------------------- *
019991* 9100-RELEASE-RUN-LOCK - CLEAR THE (RUN-DATE, ENV, STREAM)    *
019992* LOCK THIS RUN REGISTERED AT 1070.  ONLY PERFORMED WHEN IT IS*
019993* ACTUALLY OURS - A RUN REFUSED FOR SOMEBODY ELSE'S LIVE      *
019994* LOCK MUST NOT CLEAR IT ON THE WAY OUT.                      *
019995* ---------------------------------------------------------- *
019996 9100-RELEASE-RUN-LOCK.
019997     OPEN I-O RUN-LOCK-FILE.
019998     IF WS-RUNLOCK-STATUS = "00"
019999         MOVE WS-RUN-DATE TO LOCK-RUN-DATE
020000         MOVE WS-ENV-CODE TO LOCK-ENV-CODE
020005         MOVE WS-STREAM-NAME TO LOCK-STREAM-NAME
020010         DELETE RUN-LOCK-FILE
020020             INVALID KEY
020030                 CONTINUE
