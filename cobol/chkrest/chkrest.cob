000200*
000210* MOD HISTORY
000220*   02-09-2026 PK  INITIAL VERSION.
000222*   15-10-2026 PK  KEY THE PROGRESS ROW BY THE CALLER'S NAMED
000224*                  STREAM AS WELL (RST-STREAM-NAME, SPACES FOR
000226*                  THE DEFAULT STREAM).
000230* ------------------------------------------------------------ *
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000990         TO RST-RUN-DATE OF RESTART-RECORD.
001000     MOVE RST-STEP-NAME OF RESTART-CALL-PARMS-PASSED
001010         TO RST-STEP-NAME OF RESTART-RECORD.
001013     MOVE RST-STREAM-NAME OF RESTART-CALL-PARMS-PASSED
001016         TO RST-STREAM-NAME OF RESTART-RECORD.
001020     READ RESTART-FILE
001030         KEY IS RST-KEY
001040         INVALID KEY
001330         TO RST-RUN-DATE OF RESTART-RECORD.
001340     MOVE RST-STEP-NAME OF RESTART-CALL-PARMS-PASSED
001350         TO RST-STEP-NAME OF RESTART-RECORD.
001353     MOVE RST-STREAM-NAME OF RESTART-CALL-PARMS-PASSED
001356         TO RST-STREAM-NAME OF RESTART-RECORD.
001360     MOVE RST-RECORD-NBR OF RESTART-CALL-PARMS-PASSED
001370         TO RST-RECORD-NBR OF RESTART-RECORD.
001380     MOVE RST-LAST-KEY OF RESTART-CALL-PARMS-PASSED
001610         TO RST-RUN-DATE OF RESTART-RECORD.
001620     MOVE RST-STEP-NAME OF RESTART-CALL-PARMS-PASSED
001630         TO RST-STEP-NAME OF RESTART-RECORD.
001633     MOVE RST-STREAM-NAME OF RESTART-CALL-PARMS-PASSED
001636         TO RST-STREAM-NAME OF RESTART-RECORD.
001640     DELETE RESTART-FILE
001650         INVALID KEY
001660             CONTINUE
