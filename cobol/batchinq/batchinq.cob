000174*                  SHARED LOG CAN NEVER BE READ AS A PROD
000175*                  FAILURE (BLANK FOR RECORDS OLDER THAN THE
000176*                  FIELD).
000177*   15-10-2026 PK  SHOW THE STEP'S REASON CODE AND MESSAGE (SEE
000178*                  STEPLOG-REASON-CODE) ON A SECOND LINE UNDER
000179*                  ANY STEP RECORD THAT CARRIES ONE.
000180*   15-10-2026 PK  SHOW A STEP NOT RUN FOR A MISSING INBOUND
000181*                  FEED (DISPOSITION "F") AS NOT-RUN (FEED
000182*                  MISSING), AND EACH INBOUND-FEED RECORD
000183*                  (SEE FEEDLOG) WITH ITS ARRIVAL AND WAIT.
000184*   15-10-2026 PK  PROMPT FOR AN OPTIONAL STREAM NAME AND SHOW
000185*                  ONLY THAT NAMED STREAM'S STEP AND FEED LINES
000186*                  (BLANK SHOWS EVERY STREAM); LABEL EACH STEP
000187*                  AND FEED LINE WITH ITS STREAM.
000188*   15-10-2026 PK  SHOW A FORCED-RERUN ATTEMPT (DISPOSITION
000189*                  "R") AS "RERUN=N/M" BESIDE THE ORIGINAL RUN'S
000190*                  LINES, AND SHOW THE RERUN'S OPERATOR, REASON
000191*                  AND PER-STEP LOG LINES AS WELL AS ERROR/FATAL.
000192*   15-10-2026 PK  BLANK THE STREAM OF A STEP OR FEED RECORD
000193*                  WRITTEN BEFORE THE FIELD EXISTED (LOW-VALUE)
000194*                  BEFORE DISPLAYING IT, AS THE ENV ALREADY IS.
000195* ------------------------------------------------------------ *
000196 ENVIRONMENT DIVISION.
000197 INPUT-OUTPUT SECTION.
000198 FILE-CONTROL.
000200     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
000210         ORGANIZATION IS SEQUENTIAL
000220         FILE STATUS IS WS-BATCHLOG-STATUS.
000280     COPY LOGHDR.
000290     COPY STEPLOG.
000300     COPY LOGREC.
000302     COPY FEEDLOG.
000305 FD  LOG-HISTORY-FILE.
000307     COPY ARCHREC.
000310*
000390     88  WS-FOUND                 VALUE "Y".
000400 77  WS-INQUIRY-RUN-DATE          PIC X(08).
000410 77  WS-DISPLAY-ENV               PIC X(04).
000412 77  WS-INQUIRY-STREAM            PIC X(08)  VALUE SPACES.
000413 77  WS-DISPLAY-STREAM            PIC X(08).
000416*
000420 PROCEDURE DIVISION.
000430*
000440 0000-MAINLINE.
000670*
000680* ---------------------------------------------------------- *
000690* 1100-PROMPT-FOR-RUN-DATE - ASK THE OPERATOR WHAT DAY TO      *
000700* LOOK UP, AND WHICH NAMED STREAM (BLANK FOR ALL OF THEM).   *
000710* ---------------------------------------------------------- *
000720 1100-PROMPT-FOR-RUN-DATE.
000730     DISPLAY "BATCHINQ - ENTER RUN-DATE TO DISPLAY (YYYYMMDD): "
000740         WITH NO ADVANCING.
000750     ACCEPT WS-INQUIRY-RUN-DATE.
000752     DISPLAY "BATCHINQ - ENTER STREAM NAME (BLANK FOR ALL): "
000754         WITH NO ADVANCING.
000756     ACCEPT WS-INQUIRY-STREAM.
000760 1100-EXIT.
000770     EXIT.
000780*
000781* ---------------------------------------------------------- *
000782* 2000-SEARCH-BATCH-LOG - POSITION INTO THE INDEXED HISTORY   *
000784* FILE AT (RUN-DATE, 000001) AND READ FORWARD UNTIL THE DATE  *
000785* CHANGES, THEN SWEEP THE (TRIMMED) LIVE LOG FOR RECORDS NOT  *
000786* YET ARCHIVED.  RECENT DAYS LIVE ONLY ON THE LIVE LOG, OLD   *
000788* DAYS ONLY IN HISTORY, AND THE SWEEP DAY ITSELF MAY SPAN     *
000789* BOTH - SO BOTH SOURCES ARE ALWAYS CONSULTED.                *
000790* ---------------------------------------------------------- *
000792 2000-SEARCH-BATCH-LOG.
000793     MOVE "N" TO WS-BATCHLOG-EOF-SWITCH.
000794     MOVE "N" TO WS-FOUND-SWITCH.
000796     DISPLAY " ".
000797     DISPLAY "BATCH-LOG ENTRIES FOR RUN-DATE "
000798         WS-INQUIRY-RUN-DATE.
000800     IF WS-INQUIRY-STREAM NOT = SPACES
000801         DISPLAY "  STREAM " WS-INQUIRY-STREAM " ONLY"
000802     END-IF.
000804     IF WS-LOGHIST-AVAIL
000805         PERFORM 2050-SEARCH-LOG-HISTORY THRU 2050-EXIT
000806     END-IF.
000869* 2300-SHOW-ONE-RECORD - DISPLAY THE RECORD IN THE BATCH-LOG  *
000870* RECORD AREA IF IT BELONGS TO THE REQUESTED RUN-DATE,        *
000871* WHATEVER ITS RECORD TYPE.  FED FROM BOTH THE LIVE LOG AND   *
000872* (VIA ARCH-LOG-DATA) THE INDEXED HISTORY FILE.  WITH A      *
000873* STREAM NAMED, ANOTHER STREAM'S STEP AND FEED LINES ARE      *
000874* PASSED OVER; ERROR/FATAL LINES CARRY NO STREAM AND ALWAYS   *
000875* SHOW.                                                       *
000877* A FORCED RERUN'S STEP LINES SHOW "RERUN=" IN PLACE OF       *
000878* "TRY=", AND ITS INFO LOG LINES (WHO, WHY AND WHICH STEPS)   *
000879* SHOW WITH THE ERROR/FATAL LINES.                            *
000880* ---------------------------------------------------------- *
000882 2300-SHOW-ONE-RECORD.
000883     EVALUATE TRUE
000884         WHEN STEPLOG-RECORD-TYPE = "S"
000885             AND STEPLOG-RUN-DATE = WS-INQUIRY-RUN-DATE
000887             AND (WS-INQUIRY-STREAM = SPACES
000888                 OR STEPLOG-STREAM-NAME = WS-INQUIRY-STREAM)
000889             MOVE "Y" TO WS-FOUND-SWITCH
000890             MOVE STEPLOG-ENV-CODE TO WS-DISPLAY-ENV
000892             MOVE STEPLOG-STREAM-NAME TO WS-DISPLAY-STREAM
000893             IF WS-DISPLAY-ENV = LOW-VALUE
000894                 MOVE SPACES TO WS-DISPLAY-ENV
000895             END-IF
000897             INSPECT WS-DISPLAY-STREAM
000898                 REPLACING ALL LOW-VALUE BY SPACE
000899             IF STEPLOG-DISP-DEP-NOTRUN
000901                 DISPLAY "  STEP=" STEPLOG-STEP-NAME
000902                     " PGM=" STEPLOG-PROGRAM-ID
000903                     " TIME=" STEPLOG-RUN-TIME
000904                     " ENV=" WS-DISPLAY-ENV
000906                     " STREAM=" WS-DISPLAY-STREAM
000907                     " NOT-RUN (PREDECESSOR FAILED)"
000908             ELSE
000909             IF STEPLOG-DISP-OPER-SKIP
000911                 DISPLAY "  STEP=" STEPLOG-STEP-NAME
000912                     " PGM=" STEPLOG-PROGRAM-ID
000913                     " TIME=" STEPLOG-RUN-TIME
000914                     " ENV=" WS-DISPLAY-ENV
000916                     " STREAM=" WS-DISPLAY-STREAM
000917                     " SKIPPED (OPERATOR)"
000918             ELSE
000919             IF STEPLOG-DISP-FEED-MISSING
000921                 DISPLAY "  STEP=" STEPLOG-STEP-NAME
000922                     " PGM=" STEPLOG-PROGRAM-ID
000923                     " TIME=" STEPLOG-RUN-TIME
000925                     " ENV=" WS-DISPLAY-ENV
000926                     " STREAM=" WS-DISPLAY-STREAM
000927                     " NOT-RUN (FEED MISSING)"
000928             ELSE
000930             IF STEPLOG-DISP-RERUN
000931                 DISPLAY "  STEP=" STEPLOG-STEP-NAME
000932                     " PGM=" STEPLOG-PROGRAM-ID
000933                     " TIME=" STEPLOG-RUN-TIME
000935                     " ENV=" WS-DISPLAY-ENV
000936                     " STREAM=" WS-DISPLAY-STREAM
000937                     " RC=" STEPLOG-RETURN-CODE
000938                     " RERUN=" STEPLOG-ATTEMPT-NBR
000940                     "/" STEPLOG-ATTEMPT-MAX
000941             ELSE
000942             IF STEPLOG-ATTEMPT-NBR IS NUMERIC
000943                     AND STEPLOG-ATTEMPT-MAX IS NUMERIC
000945                     AND STEPLOG-ATTEMPT-MAX > 1
000946                 DISPLAY "  STEP=" STEPLOG-STEP-NAME
000947                     " PGM=" STEPLOG-PROGRAM-ID
000949                     " TIME=" STEPLOG-RUN-TIME
000950                     " ENV=" WS-DISPLAY-ENV
000951                     " STREAM=" WS-DISPLAY-STREAM
000952                     " RC=" STEPLOG-RETURN-CODE
000954                     " TRY=" STEPLOG-ATTEMPT-NBR
000955                     "/" STEPLOG-ATTEMPT-MAX
000956             ELSE
000957                 DISPLAY "  STEP=" STEPLOG-STEP-NAME
000959                     " PGM=" STEPLOG-PROGRAM-ID
000960                     " TIME=" STEPLOG-RUN-TIME
000961                     " ENV=" WS-DISPLAY-ENV
000962                     " STREAM=" WS-DISPLAY-STREAM
000964                     " RC=" STEPLOG-RETURN-CODE
000965             END-IF
000966             END-IF
000967             END-IF
000969             END-IF
000970             END-IF
000971             IF STEPLOG-REASON-CODE NOT = SPACES
000973                     AND STEPLOG-REASON-CODE NOT = LOW-VALUES
000974                 DISPLAY "      REASON=" STEPLOG-REASON-CODE
000975                     "  " STEPLOG-REASON-TEXT
000976             END-IF
000978         WHEN LOG-RECORD-TYPE = "L"
000979             AND LOG-RUN-DATE = WS-INQUIRY-RUN-DATE
000980             AND (LOG-SEV-ERROR OR LOG-SEV-FATAL
000981                 OR LOG-MESSAGE-TEXT (1:13) = "OPR CMD RERUN"
000983                 OR LOG-MESSAGE-TEXT (1:13) = "OPR CMD WHY: "
000984                 OR LOG-MESSAGE-TEXT (1:13) = "FORCED RERUN ")
000985             MOVE "Y" TO WS-FOUND-SWITCH
000986             MOVE LOG-ENV-CODE TO WS-DISPLAY-ENV
000988             IF WS-DISPLAY-ENV = LOW-VALUE
000989                 MOVE SPACES TO WS-DISPLAY-ENV
000990             END-IF
000991             DISPLAY "  " LOG-SEVERITY
000993                 " " LOG-PROGRAM-ID "/" LOG-PARAGRAPH-NAME
000994                 " " LOG-RUN-TIME " ENV=" WS-DISPLAY-ENV
000995                 " " LOG-MESSAGE-TEXT
000997         WHEN FEEDLOG-RECORD-TYPE = "F"
000998             AND FEEDLOG-RUN-DATE = WS-INQUIRY-RUN-DATE
000999             AND (WS-INQUIRY-STREAM = SPACES
001000                 OR FEEDLOG-STREAM-NAME = WS-INQUIRY-STREAM)
001001             MOVE "Y" TO WS-FOUND-SWITCH
001002             MOVE FEEDLOG-ENV-CODE TO WS-DISPLAY-ENV
001003             MOVE FEEDLOG-STREAM-NAME TO WS-DISPLAY-STREAM
001004             IF WS-DISPLAY-ENV = LOW-VALUE
001005                 MOVE SPACES TO WS-DISPLAY-ENV
001006             END-IF
001007             INSPECT WS-DISPLAY-STREAM
001008                 REPLACING ALL LOW-VALUE BY SPACE
001009             IF FEEDLOG-MISSING
001010                 DISPLAY "  FEED=" FEEDLOG-DATASET-NAME
001011                     " STEP=" FEEDLOG-STEP-NAME
001012                     " CUTOFF=" FEEDLOG-CUTOFF-TIME
001013                     " ENV=" WS-DISPLAY-ENV
001014                     " STREAM=" WS-DISPLAY-STREAM
001015                     " MISSING AT CUT-OFF"
001016             ELSE
001017                 DISPLAY "  FEED=" FEEDLOG-DATASET-NAME
001018                     " STEP=" FEEDLOG-STEP-NAME
001019                     " CUTOFF=" FEEDLOG-CUTOFF-TIME
001020                     " ENV=" WS-DISPLAY-ENV
001021                     " STREAM=" WS-DISPLAY-STREAM
001022                     " ARRIVED=" FEEDLOG-ARRIVAL-TIME
001023                     " WAIT=" FEEDLOG-WAIT-SECONDS
001024             END-IF
001034         WHEN OTHER
001044             CONTINUE
001054     END-EVALUATE.
001064 2300-EXIT.
001074     EXIT.
001084*
001094* ---------------------------------------------------------- *
001104* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE       *
001114* ---------------------------------------------------------- *
001124 9000-TERMINATE.
001134     CLOSE BATCH-LOG-FILE.
001144     IF WS-LOGHIST-AVAIL
001154         CLOSE LOG-HISTORY-FILE
001164     END-IF.
001174     IF WS-ABEND
001184         MOVE 16 TO RETURN-CODE
001194     ELSE
001204         MOVE 0 TO RETURN-CODE
001214     END-IF.
001224 9000-EXIT.
001234     EXIT.
001244*
001254 END PROGRAM BATCHINQ.
