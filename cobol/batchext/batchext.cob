000190* A LOG THAT CARRIES A SINGLE ENVIRONMENT).  STEP RECORDS ARE
000200* TAKEN FROM THE LIVE BATCH-LOG AND, FOR A DATE ALREADY SWEPT
000202* BY LOGARCH, FROM THE INDEXED LOG-HISTORY FILE.
000204* "STREAM=NAME" LIMITS THE EXTRACT TO ONE NAMED STREAM'S STEP
000206* RECORDS; WITHOUT IT EVERY STREAM'S STEPS ARE EXTRACTED.
000210*
000220* MOD HISTORY
000230*   22-08-2026 PK  INITIAL VERSION.
000243*                  HAS NO STEP RECORDS AND NO FATAL - A NIGHT
000244*                  ON WHICH HELLO NEVER RAN MUST NOT READ AS
000245*                  COMPLETE TO THE SCHEDULER.
000247*   15-10-2026 PK  CARRY DISPOSITION "F" (STEP NOT RUN, INBOUND
000248*                  FEED MISSING AT CUT-OFF) INTO THE "D"
000249*                  RECORD, COUNTED AS NOT-RUN, AND MARK THE
000251*                  TRAILER FAILED - NO UPSTREAM STEP FAILED,
000252*                  BUT THE NIGHT IS STILL INCOMPLETE.
000253*   15-10-2026 PK  CARRY EACH STEP'S NAMED STREAM INTO ITS "D"
000254*                  RECORD AND ACCEPT STREAM= IN THE PARM TO
000255*                  EXTRACT ONE STREAM'S STEPS, NAMED ON THE
000256*                  TRAILER.  A FATAL LOG LINE CARRIES NO
000257*                  STREAM AND STILL FAILS THE TRAILER.
000258*   15-10-2026 PK  CARRY DISPOSITION "R" (OPERATOR-FORCED
000259*                  RERUN) INTO THE "D" RECORD, WITH THE STEP'S
000261*                  ORIGINAL RETURN CODE, DISPOSITION AND END
000262*                  TIME BESIDE THE RERUN'S, AND COUNT RERUN
000263*                  STEPS ON THE TRAILER.  A RERUN THAT ENDED
000264*                  NON-ZERO COUNTS AS FAILED LIKE ANY STEP.
000265* ------------------------------------------------------------ *
000267 ENVIRONMENT DIVISION.
000268 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
000290         ORGANIZATION IS SEQUENTIAL
000672 77  WS-RUN-ENV-CODE              PIC X(04)  VALUE SPACES.
000674 77  WS-FILTER-ENV                PIC X(04)  VALUE SPACES.
000676 77  WS-REC-ENV-CODE              PIC X(04)  VALUE SPACES.
000677 77  WS-FILTER-STREAM             PIC X(08)  VALUE SPACES.
000678 77  WS-REC-STREAM-NAME           PIC X(08)  VALUE SPACES.
000680*
000690 77  WS-STEP-COUNT                PIC 9(04)  COMP VALUE 0.
000700 77  WS-STEP-IX                   PIC 9(04)  COMP.
000730     88  WS-SLOT-FOUND            VALUE "Y".
000740 77  WS-FAIL-COUNT                PIC 9(05)  VALUE 0.
000750 77  WS-NOTRUN-COUNT              PIC 9(05)  VALUE 0.
000752 77  WS-FEED-MISSING-COUNT        PIC 9(05)  VALUE 0.
000754 77  WS-RERUN-COUNT               PIC 9(05)  VALUE 0.
000756 77  WS-SLOT-NEW-SWITCH           PIC X(01)  VALUE "N".
000758     88  WS-SLOT-NEW              VALUE "Y".
000760*
000770* ONE ROW PER STEP NAME - A LATER RECORD FOR THE SAME STEP
000780* OVERWRITES THE EARLIER ONE, SO AFTER THE SWEEP EACH ROW
000790* HOLDS THE STEP'S FINAL ATTEMPT (OR ITS NOT-RUN/SKIP ROW).
000793* THE FIRST FORCED-RERUN RECORD FOR A STEP SAVES THE ROW AS IT
000796* THEN STOOD IN THE WS-ST-ORIG- FIELDS BEFORE OVERWRITING IT.
000800 01  WS-STEP-TABLE.
000810     05  WS-STEP-ENTRY OCCURS 50 TIMES.
000820         10  WS-ST-STEP-NAME      PIC X(08).
000880         10  WS-ST-ATTEMPT-MAX    PIC 9(02).
000890         10  WS-ST-DISPOSITION    PIC X(01).
000892         10  WS-ST-ENV-CODE       PIC X(04).
000893         10  WS-ST-STREAM-NAME    PIC X(08).
000894         10  WS-ST-RERUN-FLAG     PIC X(01).
000895             88  WS-ST-RERUN      VALUE "Y".
000896         10  WS-ST-ORIG-RETURN-CODE
000897                                  PIC 9(04).
000898         10  WS-ST-ORIG-DISPOSITION
000899                                  PIC X(01).
000901         10  WS-ST-ORIG-END-TIME  PIC X(08).
000905*
000910 77  WS-PARM-LENGTH               PIC 9(04)  COMP.
000920 77  WS-PARM-POINTER              PIC 9(04)  COMP.
000930 01  WS-PARM-PAIR.
001334             DISPLAY "BATCHEXT: EXTRACTING ENVIRONMENT "
001336                 WS-FILTER-ENV " ONLY"
001338         END-IF
001339         IF WS-FILTER-STREAM NOT = SPACES
001341             DISPLAY "BATCHEXT: EXTRACTING STREAM "
001342                 WS-FILTER-STREAM " ONLY"
001343         END-IF
001346         PERFORM 1200-OPEN-FILES THRU 1200-EXIT
001350     END-IF.
001360 1000-EXIT.
001370     EXIT.
001480             MOVE WS-PARM-VALUE (1:8) TO WS-EXTRACT-DATE
001482         WHEN "ENV"
001484             MOVE WS-PARM-VALUE (1:4) TO WS-FILTER-ENV
001485         WHEN "STREAM"
001486             MOVE WS-PARM-VALUE (1:8) TO WS-FILTER-STREAM
001487         WHEN OTHER
001488             CONTINUE
001490     END-EVALUATE.
001500 1100-EXIT.
002260* INTO ITS STEP'S ROW (LATER RECORDS OVERWRITE, SO THE FINAL  *
002270* ATTEMPT WINS), AND REMEMBER WHETHER ANY FATAL LOG LINE WAS  *
002280* RAISED FOR THE DATE - THAT FAILS THE RUN IN THE TRAILER     *
002290* EVEN IF EVERY STEP RECORD LOOKS CLEAN.  A STEP RECORD OF    *
002295* ANOTHER STREAM THAN THE PARM'S IS PASSED OVER.              *
002300* ---------------------------------------------------------- *
002301 3000-TALLY-ONE-RECORD.
002302     EVALUATE LOGHDR-RECORD-TYPE
002303         WHEN "S"
002304             MOVE STEPLOG-ENV-CODE TO WS-REC-ENV-CODE
002305             MOVE STEPLOG-STREAM-NAME TO WS-REC-STREAM-NAME
002306         WHEN "L"
002307             MOVE LOG-ENV-CODE TO WS-REC-ENV-CODE
002308             MOVE WS-FILTER-STREAM TO WS-REC-STREAM-NAME
002309         WHEN OTHER
002310             MOVE SPACES TO WS-REC-ENV-CODE
002311             MOVE WS-FILTER-STREAM TO WS-REC-STREAM-NAME
002312     END-EVALUATE.
002313     IF WS-REC-ENV-CODE = LOW-VALUE
002314         MOVE SPACES TO WS-REC-ENV-CODE
002315     END-IF.
002316     IF WS-REC-STREAM-NAME = LOW-VALUE
002317         MOVE SPACES TO WS-REC-STREAM-NAME
002318     END-IF.
002319     IF WS-FILTER-ENV NOT = SPACES
002320             AND WS-REC-ENV-CODE NOT = SPACES
002321             AND WS-REC-ENV-CODE NOT = WS-FILTER-ENV
002322         CONTINUE
002323     ELSE
002324     IF WS-FILTER-STREAM NOT = SPACES
002325             AND WS-REC-STREAM-NAME NOT = WS-FILTER-STREAM
002326         CONTINUE
002327     ELSE
002328     EVALUATE TRUE
002430         WHEN OTHER
002440             CONTINUE
002450     END-EVALUATE
002452     END-IF
002455     END-IF.
002460 3000-EXIT.
002470     EXIT.
002480*
002490 3100-FIND-STEP-SLOT.
002500     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
002505     MOVE "N" TO WS-SLOT-NEW-SWITCH.
002510     MOVE 1 TO WS-SLOT-IX.
002520     PERFORM 3150-CHECK-ONE-SLOT THRU 3150-EXIT
002530         UNTIL WS-SLOT-FOUND OR WS-SLOT-IX > WS-STEP-COUNT.
002580             MOVE STEPLOG-STEP-NAME
002590                 TO WS-ST-STEP-NAME (WS-SLOT-IX)
002600             MOVE "Y" TO WS-SLOT-FOUND-SWITCH
002601             MOVE "Y" TO WS-SLOT-NEW-SWITCH
002602             MOVE "N" TO WS-ST-RERUN-FLAG (WS-SLOT-IX)
002603             MOVE 0   TO WS-ST-ORIG-RETURN-CODE (WS-SLOT-IX)
002604             MOVE " " TO WS-ST-ORIG-DISPOSITION (WS-SLOT-IX)
002605             MOVE SPACES TO WS-ST-ORIG-END-TIME (WS-SLOT-IX)
002610         ELSE
002620             DISPLAY "BATCHEXT: STEP TABLE FULL AT "
002630                 STEPLOG-STEP-NAME " - STEP NOT EXTRACTED"
002750 3150-EXIT.
002760     EXIT.
002770*
002771* ---------------------------------------------------------- *
002772* 3200-FILE-STEP-FIELDS - OVERWRITE THE STEP'S ROW WITH THIS  *
002773* RECORD.  ON THE STEP'S FIRST FORCED-RERUN RECORD THE ROW'S  *
002774* OUTCOME SO FAR IS SAVED AS THE ORIGINAL FIRST (3250).       *
002775* ---------------------------------------------------------- *
002780 3200-FILE-STEP-FIELDS.
002782     IF STEPLOG-DISP-RERUN AND NOT WS-ST-RERUN (WS-SLOT-IX)
002784         PERFORM 3250-SAVE-ORIGINAL-OUTCOME THRU 3250-EXIT
002786     END-IF.
002790     MOVE STEPLOG-PROGRAM-ID
002800         TO WS-ST-PROGRAM-ID (WS-SLOT-IX).
002810     IF STEPLOG-RETURN-CODE IS NUMERIC
003010         MOVE 0 TO WS-ST-ATTEMPT-MAX (WS-SLOT-IX)
003020     END-IF.
003030     IF STEPLOG-DISP-DEP-NOTRUN OR STEPLOG-DISP-OPER-SKIP
003032             OR STEPLOG-DISP-FEED-MISSING
003036             OR STEPLOG-DISP-RERUN
003040         MOVE STEPLOG-DISPOSITION
003050             TO WS-ST-DISPOSITION (WS-SLOT-IX)
003060     ELSE
003070         MOVE " " TO WS-ST-DISPOSITION (WS-SLOT-IX)
003072     END-IF.
003074     MOVE STEPLOG-ENV-CODE
003077         TO WS-ST-ENV-CODE (WS-SLOT-IX).
003079     MOVE WS-REC-STREAM-NAME
003081         TO WS-ST-STREAM-NAME (WS-SLOT-IX).
003084     IF WS-RUN-ENV-CODE = SPACES
003085             AND STEPLOG-ENV-CODE NOT = SPACES
003086             AND STEPLOG-ENV-CODE NOT = LOW-VALUE
003087         MOVE STEPLOG-ENV-CODE TO WS-RUN-ENV-CODE
003088     END-IF.
003090 3200-EXIT.
003092     EXIT.
003093*
003094 3250-SAVE-ORIGINAL-OUTCOME.
003095     MOVE "Y" TO WS-ST-RERUN-FLAG (WS-SLOT-IX).
003096     IF WS-SLOT-NEW
003097         MOVE "N" TO WS-ST-ORIG-DISPOSITION (WS-SLOT-IX)
003098     ELSE
003099         MOVE WS-ST-RETURN-CODE (WS-SLOT-IX)
003101             TO WS-ST-ORIG-RETURN-CODE (WS-SLOT-IX)
003102         MOVE WS-ST-DISPOSITION (WS-SLOT-IX)
003103             TO WS-ST-ORIG-DISPOSITION (WS-SLOT-IX)
003104         MOVE WS-ST-END-TIME (WS-SLOT-IX)
003105             TO WS-ST-ORIG-END-TIME (WS-SLOT-IX)
003106     END-IF.
003107 3250-EXIT.
003108     EXIT.
003110*
003120* ---------------------------------------------------------- *
003130* 4000-WRITE-EXTRACT - ONE "D" RECORD PER STEP, THEN THE "T"  *
003160 4000-WRITE-EXTRACT.
003170     MOVE 0 TO WS-FAIL-COUNT.
003180     MOVE 0 TO WS-NOTRUN-COUNT.
003182     MOVE 0 TO WS-FEED-MISSING-COUNT.
003186     MOVE 0 TO WS-RERUN-COUNT.
003190     MOVE 1 TO WS-STEP-IX.
003200     PERFORM 4100-WRITE-ONE-DETAIL THRU 4100-EXIT
003210         UNTIL WS-STEP-IX > WS-STEP-COUNT.
003430         TO EXT-DISPOSITION.
003432     MOVE WS-ST-ENV-CODE (WS-STEP-IX)
003434         TO EXT-ENV-CODE.
003435     MOVE WS-ST-STREAM-NAME (WS-STEP-IX)
003436         TO EXT-STREAM-NAME.
003437     IF WS-ST-RERUN (WS-STEP-IX)
003438         MOVE WS-ST-ORIG-RETURN-CODE (WS-STEP-IX)
003439             TO EXT-ORIG-RETURN-CODE
003441         MOVE WS-ST-ORIG-DISPOSITION (WS-STEP-IX)
003442             TO EXT-ORIG-DISPOSITION
003443         MOVE WS-ST-ORIG-END-TIME (WS-STEP-IX)
003444             TO EXT-ORIG-END-TIME
003445         ADD 1 TO WS-RERUN-COUNT
003446     ELSE
003447         MOVE 0 TO EXT-ORIG-RETURN-CODE
003448         MOVE SPACES TO EXT-ORIG-DISPOSITION
003449         MOVE SPACES TO EXT-ORIG-END-TIME
003450     END-IF.
003451     IF WS-ST-DISPOSITION (WS-STEP-IX) = " "
003452             OR WS-ST-DISPOSITION (WS-STEP-IX) = "R"
003456         IF WS-ST-RETURN-CODE (WS-STEP-IX) > 0
003460             ADD 1 TO WS-FAIL-COUNT
003470         END-IF
003480     ELSE
003490         ADD 1 TO WS-NOTRUN-COUNT
003492     END-IF.
003494     IF WS-ST-DISPOSITION (WS-STEP-IX) = "F"
003496         ADD 1 TO WS-FEED-MISSING-COUNT
003500     END-IF.
003510     WRITE EXTRACT-STEP-RECORD.
003520     IF WS-EXTRACT-STATUS NOT = "00"
003630     MOVE "T" TO EXT-TRL-RECORD-TYPE.
003640     MOVE WS-EXTRACT-DATE TO EXT-TRL-RUN-DATE.
003650     IF WS-FAIL-COUNT > 0 OR WS-FATAL-SEEN
003652             OR WS-FEED-MISSING-COUNT > 0
003660         MOVE "FAILED" TO EXT-TRL-RUN-STATUS
003670     ELSE
003672         IF WS-STEP-COUNT = 0
003690     END-IF.
003700     MOVE WS-STEP-COUNT  TO EXT-TRL-STEP-COUNT.
003710     MOVE WS-FAIL-COUNT  TO EXT-TRL-FAIL-COUNT.
003713     MOVE WS-NOTRUN-COUNT TO EXT-TRL-NOTRUN-COUNT.
003717     MOVE WS-RERUN-COUNT  TO EXT-TRL-RERUN-COUNT.
003721     IF WS-FILTER-ENV NOT = SPACES
003722         MOVE WS-FILTER-ENV TO EXT-TRL-ENV-CODE
003723     ELSE
003724         MOVE WS-RUN-ENV-CODE TO EXT-TRL-ENV-CODE
003725     END-IF.
003727     MOVE WS-FILTER-STREAM TO EXT-TRL-STREAM-NAME.
003730     WRITE EXTRACT-TRAILER-RECORD.
003740     IF WS-EXTRACT-STATUS NOT = "00"
003750         DISPLAY "BATCHEXT: UNABLE TO WRITE EXTRACT, STATUS="
