000160* but a matched pair that disagrees FAILS THE RUN (RETURN-CODE
000170* 16), with a FATAL log line and a page, so an out-of-balance
000180* night stops before outputs are distributed.
000183* A night LOGARCH has already swept to LOGHIST (a forced rerun
000186* of an old run-date) is read from there first, then BATCH-LOG.
000190*
000200* MOD HISTORY
000210*   22-08-2026 PK  INITIAL VERSION.
000380*                  LOGGED WARN AND DOES NOT FAIL THE NIGHT;
000390*                  ANY UNLISTED DATASET STILL BALANCES TO THE
000400*                  PENNY.
000401*   15-10-2026 PK  NAMED STREAMS: ONLY ACCUMULATE TYPE "T" ROWS
000402*                  WRITTEN BY STEPS OF REC-STREAM-NAME (FROM
000403*                  THE CONTROL FILE), SO EACH STREAM BALANCES
000404*                  ITS OWN DATASETS.  STREAM= SHOWN ON THE
000405*                  REPORT HEADER.
000406*   15-10-2026 PK  A STEP RUN MORE THAN ONCE FOR THE RUN-DATE
000407*                  (AN IN-RUN RETRY OR AN OPERATOR'S FORCED
000408*                  RERUN) NOW COUNTS ONLY THE TOTALS OF ITS
000409*                  LATEST RUN - THE ROWS OF AN EARLIER RUN,
000411*                  ENDED BY ITS STEP RECORD, ARE SUPERSEDED
000412*                  INSTEAD OF ADDED IN AND DOUBLING THE NIGHT.
000413*   15-10-2026 PK  SWEEP LOGHIST FOR THE RUN-DATE BEFORE
000414*                  BATCH-LOG: A FORCED RERUN OF A NIGHT LOGARCH
000415*                  HAS ALREADY ARCHIVED FINDS THE REST OF THE
000416*                  NIGHT'S TOTALS THERE, AND THE RERUN'S ROWS
000417*                  SUPERSEDE THE ARCHIVED RUN OF THE SAME STEP,
000418*                  INSTEAD OF BALANCING AGAINST NOTHING.
000419* ------------------------------------------------------------ *
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000510     SELECT REPORT-FILE ASSIGN TO "RECONRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000532     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000533         ORGANIZATION IS SEQUENTIAL
000534         FILE STATUS IS WS-CTLFILE-STATUS.
000535     SELECT LOG-HISTORY-FILE ASSIGN TO "LOGHIST"
000536         ORGANIZATION IS INDEXED
000537         ACCESS MODE IS DYNAMIC
000538         RECORD KEY IS ARCH-KEY
000539         FILE STATUS IS WS-LOGHIST-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BATCH-LOG-FILE
000580     RECORDING MODE IS F.
000590     COPY TOTREC.
000595     COPY STEPLOG.
000600 FD  RULES-FILE
000610     RECORDING MODE IS F.
000620     COPY RECRULE.
000630 FD  REPORT-FILE
000640     RECORDING MODE IS F.
000650 01  REPORT-RECORD                PIC X(80).
000652 FD  CONTROL-FILE
000654     RECORDING MODE IS F.
000656     COPY CTLFILE.
000657 FD  LOG-HISTORY-FILE.
000658     COPY ARCHREC.
000660*
000670 WORKING-STORAGE SECTION.
000680 77  WS-BATCHLOG-STATUS           PIC X(02)  VALUE "00".
000690 77  WS-BATCHLOG-EOF-SWITCH       PIC X(01)  VALUE "N".
000700     88  WS-BATCHLOG-EOF          VALUE "Y".
000702 77  WS-LOGHIST-STATUS            PIC X(02)  VALUE "00".
000705 77  WS-LOGHIST-DONE-SWITCH       PIC X(01)  VALUE "N".
000707     88  WS-LOGHIST-DONE          VALUE "Y".
000710 77  WS-OUT-OF-BALANCE-SWITCH     PIC X(01)  VALUE "N".
000720     88  WS-OUT-OF-BALANCE        VALUE "Y".
000730 77  WS-DATASET-COUNT             PIC 9(04)  COMP VALUE 0.
001250 77  WS-EDIT-AMOUNT               PIC -9(11).99.
001260 77  WS-EDIT-AMOUNT-2             PIC -9(11).99.
001270*
001271* STEP NAMES OF THE STREAM BEING BALANCED, FROM THE CONTROL
001272* FILE.  NO CONTROL FILE MEANS NO STREAM FILTER - EVERY ROW FOR
001273* THE RUN-DATE AND ENV IS ACCUMULATED, AS BEFORE STREAMS.
001274 77  WS-CTLFILE-STATUS            PIC X(02)  VALUE "00".
001275 77  WS-CTLFILE-EOF-SWITCH        PIC X(01)  VALUE "N".
001276     88  WS-CTLFILE-EOF           VALUE "Y".
001277 77  WS-STREAM-FILTER-SWITCH      PIC X(01)  VALUE "N".
001278     88  WS-STREAM-FILTER-ON      VALUE "Y".
001279 77  WS-STREAM-STEP-COUNT         PIC 9(04)  COMP VALUE 0.
001281 77  WS-STREAM-STEP-IX            PIC 9(04)  COMP.
001282 77  WS-STREAM-STEP-SWITCH        PIC X(01)  VALUE "N".
001283     88  WS-STREAM-STEP-FOUND     VALUE "Y".
001284 01  WS-STREAM-STEP-TABLE.
001285     05  WS-STREAM-STEP-NAME      PIC X(08)  OCCURS 100 TIMES.
001286*
001287* ONE ROW PER (STEP, ROLE, DATASET) THE NIGHT'S TYPE "T" ROWS
001288* CAME FROM, POSTED INTO THE DATASET TABLE ONCE THE SWEEP IS
001289* DONE.  A STEP'S RUN ENDS WITH ITS STEP RECORD (HELLO WRITES
001291* ONE AFTER EVERY DISPATCH ATTEMPT), WHICH MARKS THE STEP'S OPEN
001292* ROWS ENDED; IF THE SAME STEP POSTS AGAIN LATER IN THE SWEEP -
001293* A RETRY OR A FORCED RERUN - ITS ENDED ROWS ARE SUPERSEDED AND
001294* ONLY THE NEW RUN'S TOTALS COUNT.
001295 77  WS-CONTRIB-COUNT             PIC 9(04)  COMP VALUE 0.
001296 77  WS-CONTRIB-IX                PIC 9(04)  COMP.
001297 77  WS-CONTRIB-FOUND-SWITCH      PIC X(01)  VALUE "N".
001298     88  WS-CONTRIB-FOUND         VALUE "Y".
001299 01  WS-CONTRIB-TABLE.
001301     05  WS-CONTRIB-ENTRY OCCURS 200 TIMES.
001302         10  WS-CB-STEP-NAME      PIC X(08).
001303         10  WS-CB-ROLE           PIC X(01).
001304             88  WS-CB-PRODUCER   VALUE "P".
001305             88  WS-CB-CONSUMER   VALUE "C".
001306         10  WS-CB-DATASET-NAME   PIC X(08).
001307         10  WS-CB-COUNT          PIC 9(09).
001308         10  WS-CB-AMOUNT         PIC S9(11)V99.
001309         10  WS-CB-STATE          PIC X(01).
001311             88  WS-CB-OPEN       VALUE "O".
001312             88  WS-CB-ENDED      VALUE "E".
001313             88  WS-CB-SUPERSEDED
001314                                  VALUE "S".
001315*
001316 COPY LOGPARM REPLACING LOG-CALL-PARMS
001317     BY WS-LOG-CALL-PARMS.
001318*
001319 COPY EVENTREC REPLACING PAGE-EVENT-RECORD
001320     BY WS-PAGE-EVENT-RECORD.
001330*
001340 77  WS-RUN-TIME                  PIC X(08).
001400*
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001425     PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT.
001430     IF WS-BATCHLOG-STATUS = "00"
001440         PERFORM 2100-READ-BATCH-LOG THRU 2100-EXIT
001450         PERFORM 2150-FILE-AND-READ-NEXT THRU 2150-EXIT
001460             UNTIL WS-BATCHLOG-EOF
001470         CLOSE BATCH-LOG-FILE
001475         PERFORM 2900-POST-CONTRIBUTIONS THRU 2900-EXIT
001480         PERFORM 3000-MATCH-TOTALS THRU 3000-EXIT
001490     END-IF.
001500     PERFORM 5000-WRITE-BALANCE-REPORT THRU 5000-EXIT.
001660             WS-BATCHLOG-STATUS
001670     END-IF.
001680     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
001685     PERFORM 1200-LOAD-STREAM-STEPS THRU 1200-EXIT.
001690 1000-EXIT.
001700     EXIT.
001710*
002180 1150-EXIT.
002190     EXIT.
002200*
002201* ---------------------------------------------------------- *
002202* 1200-LOAD-STREAM-STEPS - REMEMBER WHICH STEPS BELONG TO THE *
002203* STREAM BEING BALANCED.  A PRODUCER IN ONE STREAM AND ITS    *
002204* CONSUMER IN ANOTHER THEN EACH SHOW ONE-SIDED AND ARE LEFT   *
002205* ALONE, THE SAME AS ANY OTHER ONE-SIDED DATASET.  AN         *
002206* UNREADABLE CONTROL FILE TURNS THE FILTER OFF.               *
002207* ---------------------------------------------------------- *
002208 1200-LOAD-STREAM-STEPS.
002209     MOVE "N" TO WS-CTLFILE-EOF-SWITCH.
002211     OPEN INPUT CONTROL-FILE.
002212     IF WS-CTLFILE-STATUS = "00"
002213         MOVE "Y" TO WS-STREAM-FILTER-SWITCH
002214         PERFORM 1250-READ-ONE-CONTROL THRU 1250-EXIT
002215             UNTIL WS-CTLFILE-EOF
002216         CLOSE CONTROL-FILE
002217     ELSE
002218         DISPLAY "RECONCIL: CTLFILE NOT AVAILABLE, STATUS="
002219             WS-CTLFILE-STATUS " - NO STREAM FILTER"
002221     END-IF.
002222 1200-EXIT.
002223     EXIT.
002224*
002225 1250-READ-ONE-CONTROL.
002226     READ CONTROL-FILE
002227         AT END
002228             MOVE "Y" TO WS-CTLFILE-EOF-SWITCH
002229     END-READ.
002231     IF NOT WS-CTLFILE-EOF
002232             AND CTL-STREAM-NAME = REC-STREAM-NAME
002233         IF WS-STREAM-STEP-COUNT < 100
002234             ADD 1 TO WS-STREAM-STEP-COUNT
002235             MOVE CTL-STEP-NAME
002236                 TO WS-STREAM-STEP-NAME (WS-STREAM-STEP-COUNT)
002237         ELSE
002238             DISPLAY "RECONCIL: STREAM STEP TABLE FULL AT "
002239                 CTL-STEP-NAME " - FILTER OFF"
002241             MOVE "N" TO WS-STREAM-FILTER-SWITCH
002242         END-IF
002243     END-IF.
002244 1250-EXIT.
002245     EXIT.
002246*
002247* ---------------------------------------------------------- *
002248* 2000-SWEEP-HISTORY - A NIGHT LOGARCH HAS ALREADY SWEPT TO   *
002249* LOGHIST (A FORCED RERUN OF AN OLD RUN-DATE) HAS ITS EARLIER *
002250* ROWS THERE, SO FILE THEM FIRST, AS DISTRIB DOES: START AT   *
002251* (RUN-DATE, 000000) AND READ FORWARD WHILE THE DATE HOLDS.   *
002252* BATCH-LOG IS SWEPT AFTER, SO A STEP RERUN TONIGHT           *
002253* SUPERSEDES ITS ARCHIVED RUN (2270) AND ONLY ITS LATEST      *
002254* TOTALS COUNT.  NO LOGHIST IS NOT AN ERROR - THE NIGHT IS    *
002255* THEN ALL ON THE LIVE LOG.                                   *
002256* ---------------------------------------------------------- *
002257 2000-SWEEP-HISTORY.
002258     OPEN INPUT LOG-HISTORY-FILE.
002259     IF WS-LOGHIST-STATUS NOT = "00"
002260         GO TO 2000-EXIT
002261     END-IF.
002262     MOVE "N" TO WS-LOGHIST-DONE-SWITCH.
002263     MOVE REC-RUN-DATE TO ARCH-RUN-DATE.
002264     MOVE 0 TO ARCH-RECORD-SEQ.
002265     START LOG-HISTORY-FILE KEY IS >= ARCH-KEY
002266         INVALID KEY
002268             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
002269     END-START.
002270     PERFORM 2050-READ-ONE-HISTORY-ROW THRU 2050-EXIT
002271         UNTIL WS-LOGHIST-DONE.
002272     CLOSE LOG-HISTORY-FILE.
002273 2000-EXIT.
002274     EXIT.
002275*
002276 2050-READ-ONE-HISTORY-ROW.
002277     READ LOG-HISTORY-FILE NEXT RECORD
002278         AT END
002279             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
002280     END-READ.
002281     IF NOT WS-LOGHIST-DONE
002282         IF ARCH-RUN-DATE NOT = REC-RUN-DATE
002283             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
002284         ELSE
002285             MOVE ARCH-LOG-DATA TO TOTAL-RECORD
002286             PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT
002287         END-IF
002289     END-IF.
002290 2050-EXIT.
002291     EXIT.
002292*
002293 2100-READ-BATCH-LOG.
002294     READ BATCH-LOG-FILE
002295         AT END
002296             MOVE "Y" TO WS-BATCHLOG-EOF-SWITCH
002297     END-READ.
002298 2100-EXIT.
002299     EXIT.
002300*
002301 2150-FILE-AND-READ-NEXT.
002302     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT.
002303     PERFORM 2100-READ-BATCH-LOG THRU 2100-EXIT.
002304 2150-EXIT.
002305     EXIT.
002306*
002307* ---------------------------------------------------------- *
002308* 2200-FILE-ONE-RECORD - FILE A TYPE "T" ROW FOR THE          *
002310* REQUESTED RUN-DATE AND ENVIRONMENT AGAINST ITS STEP, ROLE   *
002315* AND DATASET (2270); A STEP RECORD FOR THE DATE ENDS THAT    *
002320* STEP'S RUN (2300).  EVERY OTHER RECORD IS PASSED OVER.  A   *
002330* TEST RUN SHARING THE LOG MUST NOT SUM INTO PROD'S BUCKETS   *
002340* AND FAIL THE NIGHT WITH A FALSE OUT-OF-BALANCE.  A ROW      *
002350* OLDER THAN THE ENV FIELD (SPACES) STILL PAIRS, SO CUTOVER   *
002360* DAY BALANCES.  ONLY ROWS FROM THE STREAM'S OWN STEPS COUNT. *
002370* ---------------------------------------------------------- *
002380 2200-FILE-ONE-RECORD.
002381     IF STEPLOG-RECORD-TYPE = "S"
002382             AND STEPLOG-RUN-DATE = REC-RUN-DATE
002383             AND (STEPLOG-ENV-CODE = REC-ENV-CODE
002384                 OR STEPLOG-ENV-CODE = SPACES)
002385         PERFORM 2300-END-STEP-RUN THRU 2300-EXIT
002386     END-IF.
002390     IF TOT-RECORD-TYPE = "T"
002400             AND TOT-RUN-DATE = REC-RUN-DATE
002410             AND (TOT-ENV-CODE OF TOTAL-RECORD = REC-ENV-CODE
002420                 OR TOT-ENV-CODE OF TOTAL-RECORD = SPACES)
002421         PERFORM 2240-CHECK-STREAM-STEP THRU 2240-EXIT
002422     ELSE
002423         MOVE "N" TO WS-STREAM-STEP-SWITCH
002424     END-IF.
002425     IF WS-STREAM-STEP-FOUND
002430         PERFORM 2270-FILE-CONTRIBUTION THRU 2270-EXIT
002780     END-IF.
002800 2200-EXIT.
002810     EXIT.
002820*
002830* ---------------------------------------------------------- *
002831* 2240-CHECK-STREAM-STEP - IS TOT-STEP-NAME ONE OF THE STEPS  *
002832* OF THE STREAM BEING BALANCED?  WITH NO FILTER, EVERY ROW IS *
002833* ACCEPTED.                                                   *
002834* ---------------------------------------------------------- *
002835 2240-CHECK-STREAM-STEP.
002836     IF NOT WS-STREAM-FILTER-ON
002837         MOVE "Y" TO WS-STREAM-STEP-SWITCH
002838         GO TO 2240-EXIT
002839     END-IF.
002840     MOVE "N" TO WS-STREAM-STEP-SWITCH.
002841     MOVE 1 TO WS-STREAM-STEP-IX.
002842     PERFORM 2245-CHECK-ONE-STREAM-STEP THRU 2245-EXIT
002843         UNTIL WS-STREAM-STEP-FOUND
002844            OR WS-STREAM-STEP-IX > WS-STREAM-STEP-COUNT.
002845 2240-EXIT.
002846     EXIT.
002847*
002848 2245-CHECK-ONE-STREAM-STEP.
002849     IF WS-STREAM-STEP-NAME (WS-STREAM-STEP-IX) = TOT-STEP-NAME
002850         MOVE "Y" TO WS-STREAM-STEP-SWITCH
002851     ELSE
002852         ADD 1 TO WS-STREAM-STEP-IX
002853     END-IF.
002854 2245-EXIT.
002855     EXIT.
002856*
002857* ---------------------------------------------------------- *
002858* 2250-FIND-DATASET-SLOT - LOCATE (OR OPEN) THE TABLE ROW FOR *
002859* WS-CB-DATASET-NAME.  A 51ST DATASET NAME HAS NOWHERE TO GO  *
002860* AND IS REPORTED OUT OF BALANCE RATHER THAN SILENTLY         *
002870* DROPPED - AN UNVERIFIABLE TOTAL MUST NOT PASS THE NIGHT.    *
002880* ---------------------------------------------------------- *
002960         IF WS-DATASET-COUNT < 50
002970             ADD 1 TO WS-DATASET-COUNT
002980             MOVE WS-DATASET-COUNT TO WS-SLOT-IX
002990             MOVE WS-CB-DATASET-NAME (WS-CONTRIB-IX)
003000                 TO WS-DSN-NAME (WS-SLOT-IX)
003010             MOVE "N" TO WS-DSN-P-SEEN (WS-SLOT-IX)
003020             MOVE "N" TO WS-DSN-C-SEEN (WS-SLOT-IX)
003110             MOVE "ONE-SIDED" TO WS-DSN-VERDICT (WS-SLOT-IX)
003120             MOVE "Y" TO WS-SLOT-FOUND-SWITCH
003130         ELSE
003131             DISPLAY "RECONCIL: DATASET TABLE FULL AT "
003132                 WS-CB-DATASET-NAME (WS-CONTRIB-IX)
003133                 " - CANNOT VERIFY"
003134             MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
003135         END-IF
003136     END-IF.
003137 2250-EXIT.
003138     EXIT.
003139*
003140 2260-CHECK-ONE-SLOT.
003141     IF WS-DSN-NAME (WS-SLOT-IX)
003142             = WS-CB-DATASET-NAME (WS-CONTRIB-IX)
003143         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
003144     ELSE
003145         ADD 1 TO WS-SLOT-IX
003146     END-IF.
003147 2260-EXIT.
003148     EXIT.
003149*
003150* ---------------------------------------------------------- *
003151* 2270-FILE-CONTRIBUTION - ADD THE ROW TO ITS STEP'S OPEN     *
003152* (STEP, ROLE, DATASET) ROW, OPENING ONE IF NEED BE.  ANY     *
003153* ROWS THE STEP'S PREVIOUS RUN ENDED ARE SUPERSEDED FIRST -   *
003154* THIS IS A NEW RUN OF THE STEP.  A 201ST ROW CANNOT BE HELD  *
003155* AND THE NIGHT IS REPORTED OUT OF BALANCE, AS FOR A FULL     *
003156* DATASET TABLE.                                              *
003157* ---------------------------------------------------------- *
003158 2270-FILE-CONTRIBUTION.
003159     MOVE 1 TO WS-CONTRIB-IX.
003160     PERFORM 2275-SUPERSEDE-ONE-ENDED THRU 2275-EXIT
003161         UNTIL WS-CONTRIB-IX > WS-CONTRIB-COUNT.
003162     MOVE "N" TO WS-CONTRIB-FOUND-SWITCH.
003163     MOVE 1 TO WS-CONTRIB-IX.
003164     PERFORM 2280-CHECK-ONE-CONTRIB THRU 2280-EXIT
003165         UNTIL WS-CONTRIB-FOUND
003166             OR WS-CONTRIB-IX > WS-CONTRIB-COUNT.
003167     IF NOT WS-CONTRIB-FOUND
003168         IF WS-CONTRIB-COUNT < 200
003169             ADD 1 TO WS-CONTRIB-COUNT
003170             MOVE WS-CONTRIB-COUNT TO WS-CONTRIB-IX
003171             MOVE TOT-STEP-NAME TO WS-CB-STEP-NAME (WS-CONTRIB-IX)
003172             MOVE TOT-ROLE      TO WS-CB-ROLE (WS-CONTRIB-IX)
003173             MOVE TOT-DATASET-NAME
003174                 TO WS-CB-DATASET-NAME (WS-CONTRIB-IX)
003175             MOVE 0 TO WS-CB-COUNT (WS-CONTRIB-IX)
003176             MOVE 0 TO WS-CB-AMOUNT (WS-CONTRIB-IX)
003177             MOVE "O" TO WS-CB-STATE (WS-CONTRIB-IX)
003178         ELSE
003179             DISPLAY "RECONCIL: STEP TOTALS TABLE FULL AT "
003180                 TOT-STEP-NAME "/" TOT-DATASET-NAME
003181                 " - CANNOT VERIFY"
003182             MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
003184             GO TO 2270-EXIT
003185         END-IF
003186     END-IF.
003187     ADD TOT-RECORD-COUNT TO WS-CB-COUNT (WS-CONTRIB-IX).
003188     ADD TOT-AMOUNT       TO WS-CB-AMOUNT (WS-CONTRIB-IX).
003189 2270-EXIT.
003190     EXIT.
003191*
003192 2275-SUPERSEDE-ONE-ENDED.
003193     IF WS-CB-STEP-NAME (WS-CONTRIB-IX) = TOT-STEP-NAME
003194             AND WS-CB-ENDED (WS-CONTRIB-IX)
003195         MOVE "S" TO WS-CB-STATE (WS-CONTRIB-IX)
003196     END-IF.
003197     ADD 1 TO WS-CONTRIB-IX.
003198 2275-EXIT.
003199     EXIT.
003200*
003201 2280-CHECK-ONE-CONTRIB.
003202     IF WS-CB-STEP-NAME (WS-CONTRIB-IX) = TOT-STEP-NAME
003203             AND WS-CB-ROLE (WS-CONTRIB-IX) = TOT-ROLE
003204             AND WS-CB-DATASET-NAME (WS-CONTRIB-IX)
003205                 = TOT-DATASET-NAME
003206             AND WS-CB-OPEN (WS-CONTRIB-IX)
003207         MOVE "Y" TO WS-CONTRIB-FOUND-SWITCH
003208     ELSE
003209         ADD 1 TO WS-CONTRIB-IX
003210     END-IF.
003211 2280-EXIT.
003212     EXIT.
003213*
003214* ---------------------------------------------------------- *
003215* 2300-END-STEP-RUN - THE STEP HAS RETURNED: ITS OPEN ROWS    *
003216* ARE NOW ITS LATEST COMPLETE RUN'S TOTALS.                   *
003217* ---------------------------------------------------------- *
003218 2300-END-STEP-RUN.
003219     MOVE 1 TO WS-CONTRIB-IX.
003220     PERFORM 2310-END-ONE-CONTRIB THRU 2310-EXIT
003221         UNTIL WS-CONTRIB-IX > WS-CONTRIB-COUNT.
003222 2300-EXIT.
003223     EXIT.
003224*
003225 2310-END-ONE-CONTRIB.
003226     IF WS-CB-STEP-NAME (WS-CONTRIB-IX) = STEPLOG-STEP-NAME
003227             AND WS-CB-OPEN (WS-CONTRIB-IX)
003228         MOVE "E" TO WS-CB-STATE (WS-CONTRIB-IX)
003229     END-IF.
003230     ADD 1 TO WS-CONTRIB-IX.
003231 2310-EXIT.
003232     EXIT.
003233*
003234* ---------------------------------------------------------- *
003235* 2900-POST-CONTRIBUTIONS - ADD EVERY ROW NOT SUPERSEDED INTO *
003237* ITS DATASET'S SLOT, ON ITS SIDE OF THE BALANCE, NAMING THE  *
003238* CONTRIBUTING STEP ("+" WHEN MORE THAN ONE STEP POSTED THAT  *
003239* SIDE).                                                      *
003240* ---------------------------------------------------------- *
003241 2900-POST-CONTRIBUTIONS.
003242     MOVE 1 TO WS-CONTRIB-IX.
003243     PERFORM 2950-POST-ONE-CONTRIB THRU 2950-EXIT
003244         UNTIL WS-CONTRIB-IX > WS-CONTRIB-COUNT.
003245 2900-EXIT.
003246     EXIT.
003247*
003248 2950-POST-ONE-CONTRIB.
003250     IF NOT WS-CB-SUPERSEDED (WS-CONTRIB-IX)
003252         PERFORM 2250-FIND-DATASET-SLOT THRU 2250-EXIT
003254         IF WS-SLOT-FOUND
003256             IF WS-CB-PRODUCER (WS-CONTRIB-IX)
003257                 MOVE "Y" TO WS-DSN-P-SEEN (WS-SLOT-IX)
003258                 ADD WS-CB-COUNT (WS-CONTRIB-IX)
003259                     TO WS-DSN-P-COUNT (WS-SLOT-IX)
003260                 ADD WS-CB-AMOUNT (WS-CONTRIB-IX)
003261                     TO WS-DSN-P-AMOUNT (WS-SLOT-IX)
003262                 IF WS-DSN-P-STEP (WS-SLOT-IX) = SPACES
003263                     MOVE WS-CB-STEP-NAME (WS-CONTRIB-IX)
003264                         TO WS-DSN-P-STEP (WS-SLOT-IX)
003265                 END-IF
003266                 IF WS-DSN-P-STEP (WS-SLOT-IX)
003267                         NOT = WS-CB-STEP-NAME (WS-CONTRIB-IX)
003268                     MOVE "+" TO WS-DSN-P-MORE (WS-SLOT-IX)
003269                 END-IF
003270             END-IF
003271             IF WS-CB-CONSUMER (WS-CONTRIB-IX)
003272                 MOVE "Y" TO WS-DSN-C-SEEN (WS-SLOT-IX)
003273                 ADD WS-CB-COUNT (WS-CONTRIB-IX)
003274                     TO WS-DSN-C-COUNT (WS-SLOT-IX)
003275                 ADD WS-CB-AMOUNT (WS-CONTRIB-IX)
003276                     TO WS-DSN-C-AMOUNT (WS-SLOT-IX)
003277                 IF WS-DSN-C-STEP (WS-SLOT-IX) = SPACES
003278                     MOVE WS-CB-STEP-NAME (WS-CONTRIB-IX)
003279                         TO WS-DSN-C-STEP (WS-SLOT-IX)
003280                 END-IF
003281                 IF WS-DSN-C-STEP (WS-SLOT-IX)
003282                         NOT = WS-CB-STEP-NAME (WS-CONTRIB-IX)
003283                     MOVE "+" TO WS-DSN-C-MORE (WS-SLOT-IX)
003284                 END-IF
003285             END-IF
003286         END-IF
003287     END-IF.
003288     ADD 1 TO WS-CONTRIB-IX.
003289 2950-EXIT.
003290     EXIT.
003300*
003310* ---------------------------------------------------------- *
004520         MOVE SPACES TO WS-PRINT-LINE
004530         STRING "CONTROL-TOTALS BALANCING REPORT  RUN-DATE="
004540             REC-RUN-DATE "  ENV=" REC-ENV-CODE
004545             "  STREAM=" REC-STREAM-NAME
004550             INTO WS-PRINT-LINE
004560         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004570         IF WS-DATASET-COUNT = 0
