000220*
000230* MOD HISTORY
000240*   02-09-2026 PK  INITIAL VERSION.
000241*   15-10-2026 PK  QUOTE THE STEP'S INBOUND TRIGGER DATASET AND
000242*                  CUT-OFF, WHEN THE FEED ARRIVED AND HOW LONG
000243*                  THE STEP WAS HELD FOR IT (FEEDLOG), AND
000244*                  EXPLAIN A STEP NOT RUN BECAUSE THE FEED WAS
000245*                  MISSING AT THE CUT-OFF (DISPOSITION "F").
000246*   15-10-2026 PK  SHOW THE STEP'S NAMED STREAM AND LOOK ITS
000247*                  CHECKPOINT UP UNDER THAT STREAM.
000248*   15-10-2026 PK  LIST AN OPERATOR-FORCED RERUN ATTEMPT
000249*                  (DISPOSITION "R") AS SUCH, AFTER THE STEP'S
000251*                  ORIGINAL ATTEMPTS.
000255* ------------------------------------------------------------ *
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000610     COPY LOGHDR.
000620     COPY STEPLOG.
000630     COPY LOGREC.
000632     COPY FEEDLOG.
000640 FD  LOG-HISTORY-FILE.
000650     COPY ARCHREC.
000660*
000960 77  WS-CTL-ME-FLAG               PIC X(01)  VALUE SPACE.
000970 77  WS-CTL-FREQ                  PIC X(01)  VALUE SPACE.
000980 77  WS-CTL-RETRY                 PIC X(01)  VALUE SPACE.
000982 77  WS-CTL-TRIGGER               PIC X(08)  VALUE SPACES.
000984 77  WS-CTL-CUTOFF                PIC X(04)  VALUE SPACES.
000987 77  WS-CTL-STREAM                PIC X(08)  VALUE SPACES.
000990 01  WS-CTL-PRED-NAMES.
001000     05  WS-CTL-PRED              PIC X(08)  OCCURS 02 TIMES.
001010*
001390* THE OPERATOR BEHIND A SKIP, DUG OUT OF THE "OPR CMD SKIP"
001400* LOG LINES HELLO WRITES (STEP NAME AT 14, OPERATOR AT 26).
001410 77  WS-SKIP-OPERATOR             PIC X(08)  VALUE SPACES.
001411*
001412* THE STEP'S INBOUND-FEED RECORD FOR THE NIGHT, IF ANY.
001413 77  WS-FEED-SEEN-SWITCH          PIC X(01)  VALUE "N".
001414     88  WS-FEED-SEEN             VALUE "Y".
001415 77  WS-FEED-STATUS               PIC X(01)  VALUE SPACE.
001416 77  WS-FEED-ARRIVAL              PIC X(08)  VALUE SPACES.
001417 77  WS-FEED-WAIT                 PIC X(06)  VALUE SPACES.
001420*
001430 77  WS-ANY-TRACE-SWITCH          PIC X(01)  VALUE "N".
001440     88  WS-ANY-TRACE             VALUE "Y".
002210             MOVE CTL-RETRY-LIMIT       TO WS-CTL-RETRY
002220             MOVE CTL-PRED-STEP (1)     TO WS-CTL-PRED (1)
002230             MOVE CTL-PRED-STEP (2)     TO WS-CTL-PRED (2)
002232             MOVE CTL-TRIGGER-DATASET   TO WS-CTL-TRIGGER
002234             MOVE CTL-TRIGGER-CUTOFF    TO WS-CTL-CUTOFF
002237             MOVE CTL-STREAM-NAME       TO WS-CTL-STREAM
002240         END-IF
002250     END-IF.
002260 2100-EXIT.
002620     IF WS-CHKPT-STATUS = "00"
002630         MOVE WS-INQUIRY-RUN-DATE  TO CHK-RUN-DATE
002640         MOVE WS-INQUIRY-STEP-NAME TO CHK-STEP-NAME
002645         MOVE WS-CTL-STREAM        TO CHK-STREAM-NAME
002650         READ CHECKPOINT-FILE
002660             KEY IS CHK-KEY
002670             INVALID KEY
003680* BATCH-LOG AREA SAYS ABOUT THE QUESTION: A TARGET-STEP "S"   *
003690* RECORD BECOMES AN ATTEMPT ROW, A PREDECESSOR'S BECOMES      *
003700* EVIDENCE, AND AN "OPR CMD SKIP" LOG LINE FOR THE STEP       *
003705* NAMES THE OPERATOR.  THE STEP'S INBOUND-FEED RECORD SAYS   *
003710* WHEN ITS TRIGGER DATASET TURNED UP.                          *
003720* ---------------------------------------------------------- *
003730 4000-ASSESS-ONE-RECORD.
003740     EVALUATE TRUE
003900             MOVE "Y" TO WS-ANY-TRACE-SWITCH
003910             MOVE LOG-MESSAGE-TEXT OF LOG-RECORD (26:8)
003920                 TO WS-SKIP-OPERATOR
003921         WHEN FEEDLOG-RECORD-TYPE = "F"
003922             AND FEEDLOG-RUN-DATE = WS-INQUIRY-RUN-DATE
003923             AND FEEDLOG-STEP-NAME = WS-INQUIRY-STEP-NAME
003924             MOVE "Y" TO WS-ANY-TRACE-SWITCH
003925             MOVE "Y" TO WS-FEED-SEEN-SWITCH
003926             MOVE FEEDLOG-STATUS TO WS-FEED-STATUS
003927             MOVE FEEDLOG-ARRIVAL-TIME TO WS-FEED-ARRIVAL
003928             MOVE FEEDLOG-WAIT-SECONDS TO WS-FEED-WAIT
003930         WHEN OTHER
003940             CONTINUE
003950     END-EVALUATE.
004700             " RETRY=" WS-CTL-RETRY
004710         DISPLAY "     PREDECESSORS: " WS-CTL-PRED (1)
004720             " / " WS-CTL-PRED (2)
004721         IF WS-CTL-STREAM NOT = SPACES
004722             DISPLAY "     STREAM: " WS-CTL-STREAM
004723         END-IF
004724         IF WS-CTL-TRIGGER NOT = SPACES
004725                 AND WS-CTL-TRIGGER NOT = LOW-VALUES
004726             DISPLAY "     INBOUND FEED: " WS-CTL-TRIGGER
004727                 " CUT-OFF=" WS-CTL-CUTOFF
004728         END-IF
004730         IF WS-CTL-RUN-FLAG NOT = "Y"
004740             DISPLAY "     >> FLAGGED OFF (RUN-FLAG NOT Y) -"
004750                 " STEP IS SKIPPED EVERY RUN"
005460         PERFORM 5450-EXPLAIN-ONE-ATTEMPT THRU 5450-EXIT
005470             UNTIL WS-ATT-IX > WS-ATT-COUNT
005480     END-IF.
005481     IF WS-FEED-SEEN AND WS-FEED-STATUS NOT = "M"
005482         DISPLAY "     INBOUND FEED " WS-CTL-TRIGGER
005483             " ARRIVED AT " WS-FEED-ARRIVAL
005484             " - STEP HELD " WS-FEED-WAIT " SEC FOR IT"
005485     END-IF.
005490 5400-EXIT.
005500     EXIT.
005510*
005630                 DISPLAY "     >> OPR CMD SKIP ISSUED BY "
005640                     WS-SKIP-OPERATOR
005650             END-IF
005651         WHEN "F"
005652             DISPLAY "     NOT RUN AT "
005653                 WS-ATT-END-TIME (WS-ATT-IX)
005654                 " - INBOUND FEED " WS-CTL-TRIGGER
005655                 " MISSING AT CUT-OFF " WS-CTL-CUTOFF
005656         WHEN "R"
005657             DISPLAY "     FORCED RERUN ATTEMPT "
005658                 WS-ATT-NBR (WS-ATT-IX)
005659                 " OF " WS-ATT-MAX (WS-ATT-IX)
005661                 " START=" WS-ATT-START-TIME (WS-ATT-IX)
005662                 " END=" WS-ATT-END-TIME (WS-ATT-IX)
005663                 " RC=" WS-ATT-RC (WS-ATT-IX)
005666         WHEN OTHER
005670             DISPLAY "     ATTEMPT " WS-ATT-NBR (WS-ATT-IX)
005680                 " OF " WS-ATT-MAX (WS-ATT-IX)
005690                 " START=" WS-ATT-START-TIME (WS-ATT-IX)
005890                     WS-CTL-PRED (WS-PRED-IX)
005900                     " WAS ITSELF SUPPRESSED"
005910             ELSE
005911             IF WS-PRED-LAST-DISP (WS-PRED-IX) = "F"
005912                 DISPLAY "     >> PREDECESSOR "
005913                     WS-CTL-PRED (WS-PRED-IX)
005914                     " WAS NOT RUN - ITS INBOUND FEED"
005915                     " WAS MISSING"
005916             ELSE
005920                 DISPLAY "     >> PREDECESSOR "
005930                     WS-CTL-PRED (WS-PRED-IX)
005940                     " LAST RC=" WS-PRED-LAST-RC (WS-PRED-IX)
005945             END-IF
005950             END-IF
005960         ELSE
005970             DISPLAY "     >> PREDECESSOR "
