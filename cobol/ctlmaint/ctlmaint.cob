000247*   02-09-2026 PK  PROMPT AND VALIDATE CTL-PRODUCER-FLAG -
000248*                  THE MARK THAT MAKES AN OPERATOR SKIP OF
000249*                  THE STEP NEED SKIP-PRODUCER PERMISSION.
000251*   15-10-2026 PK  PROMPT, VALIDATE AND LIST THE INBOUND
000252*                  TRIGGER DATASET AND ITS HHMM CUT-OFF THAT
000253*                  HELLO HOLDS THE STEP FOR.
000254*   15-10-2026 PK  PROMPT, VALIDATE AND LIST CTL-STREAM-NAME,
000255*                  THE NAMED STREAM (HELLOJOB STREAM= PARM)
000256*                  THAT DISPATCHES THE STEP.  BLANK IS THE
000257*                  DEFAULT STREAM.
000258* ------------------------------------------------------------ *
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
002540         " DUR=" CTL-EXPECTED-DURATION
002545         " FREQ=" CTL-FREQUENCY
002546         " PROD=" CTL-PRODUCER-FLAG.
002547     IF CTL-TRIGGER-DATASET NOT = SPACES
002548         DISPLAY "       TRIG=" CTL-TRIGGER-DATASET
002549             " CUT=" CTL-TRIGGER-CUTOFF
002551     END-IF.
002552     IF CTL-STREAM-NAME NOT = SPACES
002553         DISPLAY "       STREAM=" CTL-STREAM-NAME
002554     END-IF.
002557     ADD 1 TO WS-CTL-IX.
002560 3100-EXIT.
002570     EXIT.
002580*
003992     ACCEPT WS-REPLY.
003993     IF WS-REPLY NOT = SPACES
003994         MOVE WS-REPLY (1:1) TO CTL-PRODUCER-FLAG
003997     END-IF.
003998     DISPLAY "  INBOUND TRIGGER DDNAME [" CTL-TRIGGER-DATASET
003999         "]: " WITH NO ADVANCING.
004001     MOVE SPACES TO WS-REPLY.
004002     ACCEPT WS-REPLY.
004003     IF WS-REPLY NOT = SPACES
004004         IF WS-REPLY (1:1) = "-"
004005             MOVE SPACES TO CTL-TRIGGER-DATASET
004006             MOVE SPACES TO CTL-TRIGGER-CUTOFF
004007         ELSE
004008             MOVE WS-REPLY (1:8) TO CTL-TRIGGER-DATASET
004009         END-IF
004010     END-IF.
004011     IF CTL-TRIGGER-DATASET NOT = SPACES
004012         DISPLAY "  FEED CUT-OFF HHMM [" CTL-TRIGGER-CUTOFF "]: "
004013             WITH NO ADVANCING
004014         MOVE SPACES TO WS-REPLY
004015         ACCEPT WS-REPLY
004016         IF WS-REPLY NOT = SPACES
004017             IF WS-REPLY (1:1) = "-"
004018                 MOVE SPACES TO CTL-TRIGGER-CUTOFF
004019             ELSE
004020                 MOVE WS-REPLY (1:4) TO CTL-TRIGGER-CUTOFF
004021             END-IF
004022         END-IF
004023     END-IF.
004024     DISPLAY "  STREAM NAME [" CTL-STREAM-NAME "]: "
004025         WITH NO ADVANCING.
004026     MOVE SPACES TO WS-REPLY.
004027     ACCEPT WS-REPLY.
004028     IF WS-REPLY NOT = SPACES
004029         IF WS-REPLY (1:1) = "-"
004030             MOVE SPACES TO CTL-STREAM-NAME
004031         ELSE
004032             MOVE WS-REPLY (1:8) TO CTL-STREAM-NAME
004033         END-IF
004034     END-IF.
004035 4500-EXIT.
004036     EXIT.
004037*
004038* ---------------------------------------------------------- *
004039* 4600-RIGHT-JUSTIFY-NUM - AN OPERATOR KEYS "120", NOT        *
004040* "00120".  SHIFT THE REPLY RIGHT UNTIL THE LAST BYTE IS      *
004050* NON-SPACE, THEN ZERO-FILL WHAT IS LEFT ON THE FRONT, SO     *
004060* THE NUMERIC EDIT SEES THE VALUE THE OPERATOR MEANT.         *
005632             AND CTL-PRODUCER-FLAG NOT = SPACE
005633         DISPLAY "CTLMAINT: PRODUCER FLAG MUST BE Y, N OR"
005634             " BLANK"
005638         MOVE "N" TO WS-RECORD-VALID-SWITCH
005639     END-IF.
005640     IF CTL-TRIGGER-CUTOFF NOT = SPACES
005641         IF CTL-TRIGGER-DATASET = SPACES
005642             DISPLAY "CTLMAINT: FEED CUT-OFF GIVEN WITHOUT AN"
005643                 " INBOUND TRIGGER DDNAME"
005644             MOVE "N" TO WS-RECORD-VALID-SWITCH
005645         END-IF
005646         IF CTL-TRIGGER-CUTOFF IS NOT NUMERIC
005647                 OR CTL-TRIGGER-CUTOFF (1:2) > "23"
005648                 OR CTL-TRIGGER-CUTOFF (3:2) > "59"
005649             DISPLAY "CTLMAINT: FEED CUT-OFF MUST BE HHMM 0000-"
005650                 "2359 OR BLANK FOR THE 06:00 WINDOW"
005651             MOVE "N" TO WS-RECORD-VALID-SWITCH
005652         END-IF
005653     END-IF.
005654     IF CTL-TRIGGER-DATASET NOT = SPACES
005655             AND CTL-TRIGGER-DATASET = CTL-DATASET-NAME
005656         DISPLAY "CTLMAINT: TRIGGER DDNAME MUST NOT BE THE"
005657             " STEP'S OWN OUTPUT DATASET"
005658         MOVE "N" TO WS-RECORD-VALID-SWITCH
005659     END-IF.
005660     IF CTL-STREAM-NAME NOT = SPACES
005661             AND CTL-STREAM-NAME (1:1) IS NOT ALPHABETIC-UPPER
005662         DISPLAY "CTLMAINT: STREAM NAME MUST START WITH A LETTER"
005663             " OR BE BLANK FOR THE DEFAULT STREAM"
005664         MOVE "N" TO WS-RECORD-VALID-SWITCH
005665     END-IF.
005666 7000-EXIT.
005667     EXIT.
005668*
005669 7100-CHECK-ONE-DUPLICATE.
005670     IF WS-SCAN-IX NOT = WS-VAL-SKIP-IX
005680             AND WS-CTL-ROW-STEP (WS-SCAN-IX) = CTL-STEP-NAME
005690             AND CTL-STEP-NAME NOT = SPACES
