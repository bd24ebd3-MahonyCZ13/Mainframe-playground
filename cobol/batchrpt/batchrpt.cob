000293*                  ENV-LABELLED PAGE, SO CONCURRENT TEST AND
000294*                  PROD RUNS INTERLEAVING ON THE SHARED LOG
000295*                  CANNOT PRINT UNDER EACH OTHER'S BANNER.
000301*   15-10-2026 PK  PRINT A "REASON=" LINE UNDER ANY STEP LINE
000302*                  WHOSE RECORD CARRIES A REASON CODE (FILED
000303*                  BY THE STEP IN ITS RUN-CONTEXT RETURN AREA,
000304*                  OR BY HELLO FOR AN ABEND, CALL FAILURE,
000305*                  SUPPRESSION OR OPERATOR SKIP).
000306*   15-10-2026 PK  PRINT A STEP NOT RUN FOR A MISSING INBOUND
000307*                  FEED (DISPOSITION "F") AS NOT-RUN (FEED
000308*                  MISSING), AND A "FEED=" LINE FOR EVERY
000309*                  FEEDLOG RECORD - CUT-OFF, ARRIVAL TIME AND
000311*                  SECONDS WAITED - SO A LATE PARTNER SHOWS ON
000312*                  THE HANDOFF PAGE.
000313*   15-10-2026 PK  CARRY THE NAMED STREAM: FOLD PAGES ON
000314*                  (RUN-DATE, ENV, STREAM), PRINT A "STREAM="
000315*                  LINE UNDER THE BANNER OF A NAMED STREAM'S
000316*                  PAGE, AND ACCEPT AN OPTIONAL PARM STREAM=
000317*                  FILTER.  LOG LINES CARRY NO STREAM AND
000318*                  STAY WITH THE PAGE THEY FALL ON.
000319*   15-10-2026 PK  PRINT AN ATTEMPT MADE IN A FORCED RERUN
000320*                  (DISPOSITION "R") WITH "RERUN=" IN PLACE OF
000321*                  "TRY=", SO THE RERUN'S LINES ARE NOT MISTAKEN
000322*                  FOR THE ORIGINAL RUN'S, WHICH STILL PRINT.
000323* ------------------------------------------------------------ *
000324 ENVIRONMENT DIVISION.
000325 INPUT-OUTPUT SECTION.
000326 FILE-CONTROL.
000327     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
000328         ORGANIZATION IS SEQUENTIAL
000329         FILE STATUS IS WS-BATCHLOG-STATUS.
000330     SELECT REPORT-FILE ASSIGN TO "BATCHPRT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-REPORT-STATUS.
000410     COPY LOGHDR.
000420     COPY STEPLOG.
000430     COPY LOGREC.
000432     COPY FEEDLOG.
000440 FD  REPORT-FILE
000450     RECORDING MODE IS F.
000460 01  REPORT-RECORD                PIC X(80).
000710 77  WS-ELAPSED-HH                PIC 9(02).
000720 77  WS-ELAPSED-MM                PIC 9(02).
000730 77  WS-ELAPSED-SS                PIC 9(02).
000731*
000732 77  WS-STEP-START-SECS           PIC 9(06).
000734 77  WS-STEP-END-SECS             PIC 9(06).
000735 77  WS-STEP-ELAPSED-SECS         PIC 9(06).
000737 77  WS-STEP-ELAPSED-TXT          PIC X(12).
000738*
000739 01  WS-PRINT-LINE                PIC X(80).
000741*
000742 77  WS-FILTER-ENV                PIC X(04)  VALUE SPACES.
000744 77  WS-CURR-ENV-CODE             PIC X(04)  VALUE SPACES.
000745 77  WS-REC-ENV-CODE              PIC X(04)  VALUE SPACES.
000747 77  WS-ENV-SELECT-SWITCH         PIC X(01)  VALUE "Y".
000748     88  WS-ENV-SELECTED          VALUE "Y".
000749 77  WS-FILTER-STREAM             PIC X(08)  VALUE SPACES.
000751 77  WS-CURR-STREAM-NAME          PIC X(08)  VALUE SPACES.
000752 77  WS-REC-STREAM-NAME           PIC X(08)  VALUE SPACES.
000754 77  WS-STREAM-SELECT-SWITCH      PIC X(01)  VALUE "Y".
000755     88  WS-STREAM-SELECTED       VALUE "Y".
000757 77  WS-PARM-LENGTH               PIC 9(04)  COMP.
000758 77  WS-PARM-POINTER              PIC 9(04)  COMP.
000759 01  WS-PARM-PAIR.
000989         DISPLAY "BATCHRPT: REPORTING ENVIRONMENT "
000990             WS-FILTER-ENV " ONLY"
000991     END-IF.
000993     IF WS-FILTER-STREAM NOT = SPACES
000994         DISPLAY "BATCHRPT: REPORTING STREAM "
000995             WS-FILTER-STREAM " ONLY"
000996     END-IF.
000998     OPEN INPUT BATCH-LOG-FILE.
001000     IF WS-BATCHLOG-STATUS NOT = "00"
001010         DISPLAY "BATCHRPT: UNABLE TO OPEN BATCH-LOG, STATUS="
001020             WS-BATCHLOG-STATUS
001132     IF WS-PARM-KEY = "ENV"
001133         MOVE WS-PARM-VALUE (1:4) TO WS-FILTER-ENV
001134     END-IF.
001138     IF WS-PARM-KEY = "STREAM"
001139         MOVE WS-PARM-VALUE (1:8) TO WS-FILTER-STREAM
001141     END-IF.
001142 1050-EXIT.
001144     EXIT.
001146*
001148 2000-READ-BATCH-LOG.
001150     READ BATCH-LOG-FILE
001160         AT END
001170             MOVE "Y" TO WS-BATCHLOG-EOF-SWITCH
001220* ---------------------------------------------------------- *
001230* 3000-PROCESS-RECORD - A HEADER RECORD STARTS A NEW RUN-     *
001240* DATE'S PAGE (FLUSHING WHATEVER PAGE WAS OPEN); A STEP       *
001250* RECORD ADDS ONE LINE TO THE CURRENT PAGE, AS DOES AN       *
001252* INBOUND-FEED RECORD.                                        *
001260* ---------------------------------------------------------- *
001270 3000-PROCESS-RECORD.
001272     PERFORM 3020-EXTRACT-RECORD-ENV THRU 3020-EXIT.
001274     IF WS-ENV-SELECTED AND WS-STREAM-SELECTED
001280     EVALUATE TRUE
001290         WHEN LOGHDR-RECORD-TYPE = "H"
001300             PERFORM 3050-ON-HEADER-RECORD THRU 3050-EXIT
001310         WHEN STEPLOG-RECORD-TYPE = "S"
001320             PERFORM 3200-ADD-STEP-LINE THRU 3200-EXIT
001322         WHEN FEEDLOG-RECORD-TYPE = "F"
001324             PERFORM 3400-ADD-FEED-LINE THRU 3400-EXIT
001330         WHEN LOG-RECORD-TYPE = "L"
001340             IF LOG-SEV-ERROR OR LOG-SEV-FATAL
001345                     OR LOG-MESSAGE-TEXT (1:8) = "OPR CMD "
001395     END-IF.
001400     PERFORM 2000-READ-BATCH-LOG THRU 2000-EXIT.
001410 3000-EXIT.
001411     EXIT.
001412*
001413* ---------------------------------------------------------- *
001415* 3020-EXTRACT-RECORD-ENV - LIFT THE RECORD'S ENVIRONMENT     *
001416* CODE (WHOSE POSITION DEPENDS ON THE RECORD TYPE), TREATING  *
001417* A RECORD OLDER THAN THE FIELD AS BLANK, AND DECIDE WHETHER  *
001418* THE PARM ENV FILTER SELECTS IT.  BLANK-ENV RECORDS ALWAYS   *
001420* PRINT - HISTORY MUST NOT VANISH BECAUSE A FIELD WAS ADDED.  *
001421* THE STREAM IS LIFTED THE SAME WAY.  A LOG LINE HAS NO ROOM  *
001422* FOR ONE, SO IT TAKES THE STREAM OF THE PAGE IT FALLS ON AND *
001423* THE PARM STREAM FILTER ALWAYS PASSES IT.                    *
001425* ---------------------------------------------------------- *
001426 3020-EXTRACT-RECORD-ENV.
001427     EVALUATE LOGHDR-RECORD-TYPE
001429         WHEN "H"
001430             MOVE LOGHDR-ENV-CODE TO WS-REC-ENV-CODE
001431             MOVE LOGHDR-STREAM-NAME TO WS-REC-STREAM-NAME
001432         WHEN "S"
001434             MOVE STEPLOG-ENV-CODE TO WS-REC-ENV-CODE
001435             MOVE STEPLOG-STREAM-NAME TO WS-REC-STREAM-NAME
001436         WHEN "L"
001437             MOVE LOG-ENV-CODE TO WS-REC-ENV-CODE
001439             MOVE WS-CURR-STREAM-NAME TO WS-REC-STREAM-NAME
001440         WHEN "F"
001441             MOVE FEEDLOG-ENV-CODE TO WS-REC-ENV-CODE
001442             MOVE FEEDLOG-STREAM-NAME TO WS-REC-STREAM-NAME
001444         WHEN OTHER
001445             MOVE SPACES TO WS-REC-ENV-CODE
001446             MOVE SPACES TO WS-REC-STREAM-NAME
001448     END-EVALUATE.
001449     IF WS-REC-ENV-CODE = LOW-VALUE
001450         MOVE SPACES TO WS-REC-ENV-CODE
001456     ELSE
001457         MOVE "N" TO WS-ENV-SELECT-SWITCH
001458     END-IF.
001459     IF WS-REC-STREAM-NAME = LOW-VALUE
001460         MOVE SPACES TO WS-REC-STREAM-NAME
001461     END-IF.
001462     IF WS-FILTER-STREAM = SPACES
001464             OR LOGHDR-RECORD-TYPE = "L"
001465             OR WS-REC-STREAM-NAME = WS-FILTER-STREAM
001466         MOVE "Y" TO WS-STREAM-SELECT-SWITCH
001467     ELSE
001469         MOVE "N" TO WS-STREAM-SELECT-SWITCH
001470     END-IF.
001471 3020-EXIT.
001472     EXIT.
001473*
001475* ---------------------------------------------------------- *
001476* 3050-ON-HEADER-RECORD - A RESTART FOR A RUN-DATE THAT       *
001477* ALREADY HAS A PAGE OPEN (BECAUSE AN EARLIER ABORTED ATTEMPT *
001478* FOR THAT SAME DATE ALREADY LOGGED A FATAL LINE - SEE        *
001480* 3160-START-LOG-ONLY-PAGE) ADOPTS THE REAL JOB NAME/START    *
001490* TIME ONTO THAT PAGE INSTEAD OF OPENING A SECOND ONE, SO     *
001500* ONE RUN-DATE STILL PRINTS AS ONE PAGE.  A LOG-ONLY PAGE HAS *
001505* NO STREAM YET, SO IT TAKES THE HEADER'S.                    *
001510* ---------------------------------------------------------- *
001520 3050-ON-HEADER-RECORD.
001530     IF WS-HAVE-PAGE AND WS-CURR-RUN-DATE = LOGHDR-RUN-DATE
001532             AND (WS-REC-ENV-CODE = WS-CURR-ENV-CODE
001534                 OR WS-REC-ENV-CODE = SPACES)
001535             AND (WS-REC-STREAM-NAME = WS-CURR-STREAM-NAME
001536                 OR (WS-CURR-JOB-NAME = SPACES
001537                     AND WS-CURR-STREAM-NAME = SPACES))
001540         MOVE LOGHDR-JOB-NAME TO WS-CURR-JOB-NAME
001550         MOVE LOGHDR-RUN-TIME TO WS-CURR-START-TIME
001552         IF WS-CURR-STREAM-NAME NOT = WS-REC-STREAM-NAME
001554             MOVE WS-REC-STREAM-NAME TO WS-CURR-STREAM-NAME
001556             PERFORM 3180-WRITE-STREAM-LINE THRU 3180-EXIT
001558         END-IF
001560     ELSE
001570         IF WS-HAVE-PAGE
001580             PERFORM 4000-FLUSH-CURRENT-PAGE THRU 4000-EXIT
001910 3160-START-LOG-ONLY-PAGE.
001920     MOVE LOG-RUN-DATE TO WS-CURR-RUN-DATE.
001925     MOVE WS-REC-ENV-CODE TO WS-CURR-ENV-CODE.
001927     MOVE SPACES TO WS-CURR-STREAM-NAME.
001930     MOVE SPACES       TO WS-CURR-JOB-NAME.
001940     MOVE LOG-RUN-TIME TO WS-CURR-START-TIME.
001950     MOVE LOG-RUN-TIME TO WS-CURR-END-TIME.
002050 3170-START-STEP-ONLY-PAGE.
002051     MOVE STEPLOG-RUN-DATE TO WS-CURR-RUN-DATE.
002052     MOVE WS-REC-ENV-CODE  TO WS-CURR-ENV-CODE.
002053     MOVE WS-REC-STREAM-NAME TO WS-CURR-STREAM-NAME.
002054     MOVE SPACES           TO WS-CURR-JOB-NAME.
002055     MOVE STEPLOG-RUN-TIME TO WS-CURR-START-TIME.
002056     MOVE STEPLOG-RUN-TIME TO WS-CURR-END-TIME.
002058     MOVE 0                TO WS-CURR-STEP-COUNT.
002059     MOVE "Y"              TO WS-HAVE-PAGE-SWITCH.
002060     MOVE SPACES TO WS-PRINT-LINE.
002061     STRING "BATCH RUN SUMMARY  RUN-DATE=" WS-CURR-RUN-DATE
002062         "  JOB=(NO HEADER)  ENV=" WS-CURR-ENV-CODE
002064         INTO WS-PRINT-LINE.
002065     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002066     PERFORM 3180-WRITE-STREAM-LINE THRU 3180-EXIT.
002067 3170-EXIT.
002069     EXIT.
002071*
002072* ---------------------------------------------------------- *
002073* 3180-WRITE-STREAM-LINE - NAME THE STREAM UNDER THE PAGE     *
002074* BANNER (THE BANNER ITSELF HAS NO ROOM LEFT).  THE DEFAULT   *
002075* STREAM PRINTS NO LINE, SO ITS PAGES READ AS BEFORE.        *
002076* ---------------------------------------------------------- *
002077 3180-WRITE-STREAM-LINE.
002078     IF WS-CURR-STREAM-NAME NOT = SPACES
002079         MOVE SPACES TO WS-PRINT-LINE
002080         STRING "  STREAM=" WS-CURR-STREAM-NAME
002081             INTO WS-PRINT-LINE
002082         WRITE REPORT-RECORD FROM WS-PRINT-LINE
002083     END-IF.
002084 3180-EXIT.
002085     EXIT.
002086*
002087* ---------------------------------------------------------- *
002088* 3100-START-NEW-PAGE - REMEMBER THE HEADER AND PRINT THE     *
002089* PAGE BANNER.                                                *
002090* ---------------------------------------------------------- *
002100 3100-START-NEW-PAGE.
002110     MOVE LOGHDR-RUN-DATE  TO WS-CURR-RUN-DATE.
002115     MOVE WS-REC-ENV-CODE  TO WS-CURR-ENV-CODE.
002117     MOVE WS-REC-STREAM-NAME TO WS-CURR-STREAM-NAME.
002120     MOVE LOGHDR-JOB-NAME  TO WS-CURR-JOB-NAME.
002130     MOVE LOGHDR-RUN-TIME  TO WS-CURR-START-TIME.
002140     MOVE LOGHDR-RUN-TIME  TO WS-CURR-END-TIME.
002195         "  ENV=" WS-CURR-ENV-CODE
002200         INTO WS-PRINT-LINE.
002210     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002215     PERFORM 3180-WRITE-STREAM-LINE THRU 3180-EXIT.
002220 3100-EXIT.
002230     EXIT.
002240*
002262* OR A NOT-RUN LINE WHEN HELLO SUPPRESSED THE STEP BECAUSE A *
002264* PREDECESSOR FAILED, SO THE HANDOFF PAGE DISTINGUISHES A    *
002266* DEPENDENCY SUPPRESSION FROM A STEP FLAGGED OFF.            *
002267* A STEP RECORD CARRYING A REASON CODE GETS A SECOND LINE    *
002268* WITH THE CODE AND ITS SHORT MESSAGE.                       *
002269* A FORCED-RERUN ATTEMPT PRINTS "RERUN=" IN PLACE OF         *
002271* "TRY=".                                                    *
002272* ---------------------------------------------------------- *
002274 3200-ADD-STEP-LINE.
002276     IF WS-HAVE-PAGE
002278             AND (WS-CURR-RUN-DATE NOT = STEPLOG-RUN-DATE
002279                 OR (WS-REC-ENV-CODE NOT = SPACES
002281                     AND WS-REC-ENV-CODE NOT = WS-CURR-ENV-CODE)
002283                 OR WS-REC-STREAM-NAME NOT = WS-CURR-STREAM-NAME)
002285         PERFORM 4000-FLUSH-CURRENT-PAGE THRU 4000-EXIT
002286     END-IF.
002287     IF NOT WS-HAVE-PAGE
002288         PERFORM 3170-START-STEP-ONLY-PAGE THRU 3170-EXIT
002289     END-IF.
002290     MOVE STEPLOG-RUN-TIME TO WS-CURR-END-TIME.
002291     ADD 1 TO WS-CURR-STEP-COUNT.
002292     PERFORM 3250-COMPUTE-STEP-ELAPSED THRU 3250-EXIT.
002293     MOVE SPACES TO WS-PRINT-LINE.
002294     IF STEPLOG-DISP-DEP-NOTRUN
002295         STRING "  STEP=" STEPLOG-STEP-NAME
002297             "  PGM=" STEPLOG-PROGRAM-ID
002298             "  TIME=" STEPLOG-RUN-TIME
002299             "  NOT-RUN (PREDECESSOR FAILED)"
002300             INTO WS-PRINT-LINE
002301     ELSE
002302     IF STEPLOG-DISP-OPER-SKIP
002304         STRING "  STEP=" STEPLOG-STEP-NAME
002305             "  PGM=" STEPLOG-PROGRAM-ID
002306             "  TIME=" STEPLOG-RUN-TIME
002307             "  SKIPPED (OPERATOR)"
002308             INTO WS-PRINT-LINE
002309     ELSE
002311     IF STEPLOG-DISP-FEED-MISSING
002312         STRING "  STEP=" STEPLOG-STEP-NAME
002313             "  PGM=" STEPLOG-PROGRAM-ID
002314             "  TIME=" STEPLOG-RUN-TIME
002315             "  NOT-RUN (FEED MISSING)"
002316             INTO WS-PRINT-LINE
002318     ELSE
002319     IF STEPLOG-DISP-RERUN
002320         STRING "  STEP=" STEPLOG-STEP-NAME
002321             "  PGM=" STEPLOG-PROGRAM-ID
002322             "  TIME=" STEPLOG-RUN-TIME
002323             "  RC=" STEPLOG-RETURN-CODE
002325             "  RERUN=" STEPLOG-ATTEMPT-NBR
002326             "/" STEPLOG-ATTEMPT-MAX
002327             WS-STEP-ELAPSED-TXT
002328             INTO WS-PRINT-LINE
002329     ELSE
002331         IF STEPLOG-ATTEMPT-NBR IS NUMERIC
002332                 AND STEPLOG-ATTEMPT-MAX IS NUMERIC
002333                 AND STEPLOG-ATTEMPT-MAX > 1
002348                 INTO WS-PRINT-LINE
002349         END-IF
002350     END-IF
002353     END-IF
002356     END-IF
002360     END-IF.
002370     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002371     IF STEPLOG-REASON-CODE NOT = SPACES
002373             AND STEPLOG-REASON-CODE NOT = LOW-VALUES
002374         MOVE SPACES TO WS-PRINT-LINE
002375         STRING "      REASON=" STEPLOG-REASON-CODE
002376             "  " STEPLOG-REASON-TEXT
002377             INTO WS-PRINT-LINE
002378         WRITE REPORT-RECORD FROM WS-PRINT-LINE
002379     END-IF.
002380 3200-EXIT.
002390     EXIT.
002391*
002510         INTO WS-PRINT-LINE.
002520     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002530 3300-EXIT.
002531     EXIT.
002532*
002533* ---------------------------------------------------------- *
002534* 3400-ADD-FEED-LINE - ONE LINE PER INBOUND FEED HELLO WAITED *
002535* ON: THE DDNAME, THE STEP IT TRIGGERS, ITS CUT-OFF, AND      *
002536* EITHER WHEN IT ARRIVED AND HOW MANY SECONDS THE STEP WAS    *
002537* HELD FOR IT, OR THAT IT NEVER CAME.  A FEED RECORD FOR A    *
002538* (RUN-DATE, ENV) WITH NO PAGE OPEN GETS A PAGE OF ITS OWN,   *
002539* THE SAME WAY A STRAY STEP RECORD DOES (3170).               *
002541* ---------------------------------------------------------- *
002542 3400-ADD-FEED-LINE.
002543     IF WS-HAVE-PAGE
002544             AND (WS-CURR-RUN-DATE NOT = FEEDLOG-RUN-DATE
002545                 OR (WS-REC-ENV-CODE NOT = SPACES
002546                     AND WS-REC-ENV-CODE NOT = WS-CURR-ENV-CODE)
002547                 OR WS-REC-STREAM-NAME NOT = WS-CURR-STREAM-NAME)
002548         PERFORM 4000-FLUSH-CURRENT-PAGE THRU 4000-EXIT
002549     END-IF.
002551     IF NOT WS-HAVE-PAGE
002552         PERFORM 3410-START-FEED-ONLY-PAGE THRU 3410-EXIT
002553     END-IF.
002554     MOVE SPACES TO WS-PRINT-LINE.
002555     IF FEEDLOG-MISSING
002556         STRING "  FEED=" FEEDLOG-DATASET-NAME
002557             "  STEP=" FEEDLOG-STEP-NAME
002558             "  CUTOFF=" FEEDLOG-CUTOFF-TIME
002559             "  MISSING AT CUT-OFF"
002561             INTO WS-PRINT-LINE
002562     ELSE
002563         STRING "  FEED=" FEEDLOG-DATASET-NAME
002564             "  STEP=" FEEDLOG-STEP-NAME
002565             "  CUTOFF=" FEEDLOG-CUTOFF-TIME
002566             "  ARRIVED=" FEEDLOG-ARRIVAL-TIME
002567             "  WAIT=" FEEDLOG-WAIT-SECONDS
002568             INTO WS-PRINT-LINE
002569     END-IF.
002571     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002572 3400-EXIT.
002573     EXIT.
002574*
002575 3410-START-FEED-ONLY-PAGE.
002576     MOVE FEEDLOG-RUN-DATE TO WS-CURR-RUN-DATE.
002577     MOVE WS-REC-ENV-CODE  TO WS-CURR-ENV-CODE.
002578     MOVE WS-REC-STREAM-NAME TO WS-CURR-STREAM-NAME.
002579     MOVE SPACES           TO WS-CURR-JOB-NAME.
002581     MOVE FEEDLOG-FIRST-CHECK-TIME TO WS-CURR-START-TIME.
002582     MOVE FEEDLOG-FIRST-CHECK-TIME TO WS-CURR-END-TIME.
002583     MOVE 0                TO WS-CURR-STEP-COUNT.
002584     MOVE "Y"              TO WS-HAVE-PAGE-SWITCH.
002585     MOVE SPACES TO WS-PRINT-LINE.
002586     STRING "BATCH RUN SUMMARY  RUN-DATE=" WS-CURR-RUN-DATE
002587         "  JOB=(NO HEADER)  ENV=" WS-CURR-ENV-CODE
002588         INTO WS-PRINT-LINE.
002589     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
002591     PERFORM 3180-WRITE-STREAM-LINE THRU 3180-EXIT.
002592 3410-EXIT.
002593     EXIT.
002594*
002595* ---------------------------------------------------------- *
002596* 4000-FLUSH-CURRENT-PAGE - PRINT THE END TIME, ELAPSED TIME  *
002597* AND STEP COUNT TRAILER FOR THE PAGE THAT IS OPEN.          *
002598* ---------------------------------------------------------- *
002600 4000-FLUSH-CURRENT-PAGE.
002610     PERFORM 4050-COMPUTE-ELAPSED THRU 4050-EXIT.
002620     MOVE SPACES TO WS-PRINT-LINE.
