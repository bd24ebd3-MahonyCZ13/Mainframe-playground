000220*
000230* MOD HISTORY
000240*   22-08-2026 PK  INITIAL VERSION.
000242*   15-10-2026 PK  FILE HELLO'S INBOUND-FEED RECORDS (TYPE
000244*                  "F", SEE FEEDLOG) UNDER THEIR RUN-DATE TOO.
000250* ------------------------------------------------------------ *
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000460     COPY STEPLOG.
000470     COPY LOGREC.
000480     COPY TOTREC.
000482     COPY FEEDLOG.
000490 FD  LOG-HISTORY-FILE.
000500     COPY ARCHREC.
000510 FD  RETAINED-LOG-FILE
001910         WHEN "T"
001920             MOVE TOT-RUN-DATE OF TOTAL-RECORD
001930                 TO WS-RECORD-RUN-DATE
001932         WHEN "F"
001934             MOVE FEEDLOG-RUN-DATE TO WS-RECORD-RUN-DATE
001940         WHEN OTHER
001950             MOVE SPACES TO WS-RECORD-RUN-DATE
001960     END-EVALUATE.
