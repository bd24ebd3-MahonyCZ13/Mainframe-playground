000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCMAINT.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* INCMAINT is the foreground program (run under TSO, the same
000090* style as CTLMAINT) through which operations work the
000100* incidents HELLO opens on the INCIDENT file (see INCREC) for
000110* failed steps, shielded abends, suppressed dependents and
000120* out-of-balance nights.  The operator names the environment,
000130* LISTs the incidents not yet closed, and picks one by step
000140* and stream - a step never has more than one open - to SHOW,
000150* ACKnowledge, ASSIGN to a person, give a root-cause CAUSE
000160* category, add resolution NOTEs to, or CLOSE.  A close needs
000170* a cause and a note; closing an incident nobody acknowledged
000180* acknowledges it at the same time.  A closed incident is
000190* final - the next failure of the step opens a new one.
000192* SHOW also lists the incident's detail lines from INCDETL
000194* (see INCDTL) - the steps its failure held back - so the
000196* whole suppressed chain is worked with the incident.
000200*
000210* Every change appends an audit row (operator ID, date, time,
000220* before and after images - see INCAUD) to the INCAUDIT
000230* dataset, as CTLMAINT does to CTLAUDIT, and an INFO line to
000240* BATCH-LOG under the run-date the incident was opened for.
000250*
000260* MOD HISTORY
000270*   15-10-2026 PK  INITIAL VERSION.
000275*   15-10-2026 PK  SHOW LISTS THE INCIDENT'S DETAIL LINES.
000280* ------------------------------------------------------------ *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS INC-KEY
000360         FILE STATUS IS WS-INCIDENT-STATUS.
000370     SELECT AUDIT-FILE ASSIGN TO "INCAUDIT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-AUDIT-STATUS.
000391     SELECT DETAIL-FILE ASSIGN TO "INCDETL"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS IND-KEY
000395         FILE STATUS IS WS-DETAIL-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  INCIDENT-FILE.
000440     COPY INCREC.
000450 FD  AUDIT-FILE
000460     RECORDING MODE IS F.
000470     COPY INCAUD.
000473 FD  DETAIL-FILE.
000476     COPY INCDTL.
000480*
000490 WORKING-STORAGE SECTION.
000500 77  WS-INCIDENT-STATUS           PIC X(02)  VALUE "00".
000510 77  WS-AUDIT-STATUS              PIC X(02)  VALUE "00".
000515 77  WS-DETAIL-STATUS             PIC X(02)  VALUE "00".
000520 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000530     88  WS-ABEND                 VALUE "Y".
000540 77  WS-END-REQUEST-SWITCH        PIC X(01)  VALUE "N".
000550     88  WS-END-REQUESTED         VALUE "Y".
000560 77  WS-SCAN-DONE-SWITCH          PIC X(01)  VALUE "N".
000570     88  WS-SCAN-DONE             VALUE "Y".
000580 77  WS-INCIDENT-FOUND-SWITCH     PIC X(01)  VALUE "N".
000590     88  WS-INCIDENT-FOUND        VALUE "Y".
000593 77  WS-DETAIL-DONE-SWITCH        PIC X(01)  VALUE "N".
000596     88  WS-DETAIL-DONE           VALUE "Y".
000600 77  WS-OPERATOR-ID               PIC X(08)  VALUE SPACES.
000610 77  WS-COMMAND                   PIC X(08)  VALUE SPACES.
000620 77  WS-TODAY-DATE                PIC X(08).
000630 77  WS-RUN-TIME                  PIC X(08).
000640*
000650* THE ENVIRONMENT BEING WORKED, AND THE INCIDENT A COMMAND
000660* NAMES BY STEP AND STREAM.
000670 77  WS-MAINT-ENV-CODE            PIC X(04)  VALUE SPACES.
000680 77  WS-TARGET-STEP               PIC X(08)  VALUE SPACES.
000690 77  WS-TARGET-STREAM             PIC X(08)  VALUE SPACES.
000700 77  WS-REPLY                     PIC X(80)  VALUE SPACES.
000710 77  WS-LISTED-COUNT              PIC 9(04)  VALUE 0.
000720*
000730* AUDIT WORK AREAS - FILLED BY EACH CHANGE BEFORE 8000.
000740 77  WS-AUDIT-ACTION              PIC X(08)  VALUE SPACES.
000750 01  WS-BEFORE-IMAGE              PIC X(256) VALUE SPACES.
000760*
000770* LIST AND SHOW DISPLAY WORK AREAS.
000780 77  WS-TYPE-TEXT                 PIC X(08)  VALUE SPACES.
000790 77  WS-STATUS-TEXT               PIC X(06)  VALUE SPACES.
000800 77  WS-STREAM-TEXT               PIC X(08)  VALUE SPACES.
000810*
000820 COPY LOGPARM REPLACING LOG-CALL-PARMS
000830     BY WS-LOG-CALL-PARMS.
000840*
000850 PROCEDURE DIVISION.
000860*
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     IF NOT WS-ABEND
000900         PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
000910             UNTIL WS-END-REQUESTED OR WS-ABEND
000920         CLOSE INCIDENT-FILE
000930     END-IF.
000940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000950     STOP RUN.
000960 0000-MAINLINE-EXIT.
000970     EXIT.
000980*
000990* ---------------------------------------------------------- *
001000* 1000-INITIALIZE - IDENTIFY THE OPERATOR (EVERY AUDIT ROW    *
001010* CARRIES THE ID) AND THE ENVIRONMENT, OPEN THE INCIDENT FILE *
001020* FOR UPDATE AND LIST WHAT IS STILL OPEN.                     *
001030* ---------------------------------------------------------- *
001040 1000-INITIALIZE.
001050     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001060     DISPLAY "INCMAINT - ENTER OPERATOR ID: "
001070         WITH NO ADVANCING.
001080     ACCEPT WS-OPERATOR-ID.
001090     IF WS-OPERATOR-ID = SPACES
001100         DISPLAY "INCMAINT: OPERATOR ID REQUIRED - EVERY"
001110             " CHANGE IS AUDITED"
001120         MOVE "Y" TO WS-ABEND-SWITCH
001130         GO TO 1000-EXIT
001140     END-IF.
001150     DISPLAY "INCMAINT - ENTER ENV CODE: "
001160         WITH NO ADVANCING.
001170     ACCEPT WS-MAINT-ENV-CODE.
001180     IF WS-MAINT-ENV-CODE = SPACES
001190         DISPLAY "INCMAINT: ENV IS REQUIRED"
001200         MOVE "Y" TO WS-ABEND-SWITCH
001210         GO TO 1000-EXIT
001220     END-IF.
001230     OPEN I-O INCIDENT-FILE.
001240     IF WS-INCIDENT-STATUS NOT = "00"
001250         DISPLAY "INCMAINT: UNABLE TO OPEN INCIDENT, STATUS="
001260             WS-INCIDENT-STATUS
001270         MOVE "Y" TO WS-ABEND-SWITCH
001280     ELSE
001290         PERFORM 3000-LIST-OPEN-INCIDENTS THRU 3000-EXIT
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330*
001340* ---------------------------------------------------------- *
001350* 2000-PROCESS-ONE-COMMAND - PROMPT FOR AND DISPATCH ONE      *
001360* OPERATOR COMMAND.                                           *
001370* ---------------------------------------------------------- *
001380 2000-PROCESS-ONE-COMMAND.
001390     DISPLAY " ".
001400     DISPLAY "INCMAINT - COMMAND (LIST/SHOW/ACK/ASSIGN/CAUSE/"
001410         "NOTE/CLOSE/END): " WITH NO ADVANCING.
001420     MOVE SPACES TO WS-COMMAND.
001430     ACCEPT WS-COMMAND.
001440     EVALUATE WS-COMMAND
001450         WHEN "LIST"
001460             PERFORM 3000-LIST-OPEN-INCIDENTS THRU 3000-EXIT
001470         WHEN "SHOW"
001480             PERFORM 3500-SHOW-INCIDENT THRU 3500-EXIT
001490         WHEN "ACK"
001500             PERFORM 4000-ACKNOWLEDGE THRU 4000-EXIT
001510         WHEN "ASSIGN"
001520             PERFORM 4100-ASSIGN THRU 4100-EXIT
001530         WHEN "CAUSE"
001540             PERFORM 4200-SET-CAUSE THRU 4200-EXIT
001550         WHEN "NOTE"
001560             PERFORM 4300-ADD-NOTE THRU 4300-EXIT
001570         WHEN "CLOSE"
001580             PERFORM 4400-CLOSE-INCIDENT THRU 4400-EXIT
001590         WHEN "END"
001600             MOVE "Y" TO WS-END-REQUEST-SWITCH
001610         WHEN OTHER
001620             DISPLAY "INCMAINT: UNRECOGNISED COMMAND "
001630                 WS-COMMAND
001640     END-EVALUATE.
001650 2000-EXIT.
001660     EXIT.
001670*
001680* ---------------------------------------------------------- *
001690* 3000-LIST-OPEN-INCIDENTS - EVERY INCIDENT FOR THE           *
001700* ENVIRONMENT NOT YET CLOSED, OLDEST RUN-DATE FIRST, ONE LINE *
001710* EACH.                                                       *
001720* ---------------------------------------------------------- *
001730 3000-LIST-OPEN-INCIDENTS.
001740     MOVE 0 TO WS-LISTED-COUNT.
001750     MOVE "N" TO WS-SCAN-DONE-SWITCH.
001760     MOVE LOW-VALUES TO INC-KEY.
001770     START INCIDENT-FILE KEY IS >= INC-KEY
001780         INVALID KEY
001790             MOVE "Y" TO WS-SCAN-DONE-SWITCH
001800     END-START.
001810     DISPLAY "  RUN-DATE STEP     STREAM   TYPE     STATUS"
001820         " OCC  ASSIGNED CAUS".
001830     PERFORM 3100-LIST-ONE-INCIDENT THRU 3100-EXIT
001840         UNTIL WS-SCAN-DONE.
001850     IF WS-LISTED-COUNT = 0
001860         DISPLAY "INCMAINT: NO OPEN INCIDENTS IN "
001870             WS-MAINT-ENV-CODE
001880     ELSE
001890         DISPLAY "INCMAINT: " WS-LISTED-COUNT
001900             " INCIDENT(S) NOT YET CLOSED"
001910     END-IF.
001920 3000-EXIT.
001930     EXIT.
001940*
001950 3100-LIST-ONE-INCIDENT.
001960     READ INCIDENT-FILE NEXT RECORD
001970         AT END
001980             MOVE "Y" TO WS-SCAN-DONE-SWITCH
001990     END-READ.
002000     IF WS-SCAN-DONE
002010         GO TO 3100-EXIT
002020     END-IF.
002030     IF INC-ENV-CODE NOT = WS-MAINT-ENV-CODE
002040             OR INC-CLOSED
002050         GO TO 3100-EXIT
002060     END-IF.
002070     ADD 1 TO WS-LISTED-COUNT.
002080     PERFORM 7800-DESCRIBE-INCIDENT THRU 7800-EXIT.
002090     DISPLAY "  " INC-RUN-DATE " " INC-STEP-NAME " "
002100         WS-STREAM-TEXT " " WS-TYPE-TEXT " " WS-STATUS-TEXT
002110         " " INC-OCCURRENCES " " INC-ASSIGNED-TO " "
002120         INC-CAUSE-CODE.
002130 3100-EXIT.
002140     EXIT.
002150*
002160* ---------------------------------------------------------- *
002170* 3500-SHOW-INCIDENT - EVERYTHING ON FILE FOR ONE OPEN        *
002180* INCIDENT, AND THE STEPS ITS FAILURE HELD BACK.              *
002190* ---------------------------------------------------------- *
002200 3500-SHOW-INCIDENT.
002210     PERFORM 7500-FIND-OPEN-INCIDENT THRU 7500-EXIT.
002220     IF NOT WS-INCIDENT-FOUND
002230         GO TO 3500-EXIT
002240     END-IF.
002250     PERFORM 7800-DESCRIBE-INCIDENT THRU 7800-EXIT.
002260     DISPLAY "  INCIDENT " INC-RUN-DATE "/" INC-ENV-CODE "/"
002270         WS-STREAM-TEXT "/" INC-STEP-NAME "/" INC-SEQ-NBR.
002280     DISPLAY "    TYPE=" WS-TYPE-TEXT " STATUS=" WS-STATUS-TEXT
002290         " RC=" INC-STEP-RC " REASON=" INC-REASON-CODE " "
002300         INC-REASON-TEXT.
002310     DISPLAY "    OPENED " INC-OPENED-DATE " " INC-OPENED-TIME
002320         "  OCCURRENCES=" INC-OCCURRENCES
002330         "  LAST RUN-DATE=" INC-LAST-RUN-DATE.
002340     IF INC-ACK-BY NOT = SPACES
002350         DISPLAY "    ACKNOWLEDGED BY " INC-ACK-BY " "
002360             INC-ACK-DATE " " INC-ACK-TIME
002370     END-IF.
002380     DISPLAY "    ASSIGNED TO=" INC-ASSIGNED-TO
002390         "  CAUSE=" INC-CAUSE-CODE.
002400     DISPLAY "    NOTES: " INC-RESOLUTION.
002402     IF INC-DETAIL-LINES NUMERIC AND INC-DETAIL-LINES > 0
002404         PERFORM 3550-SHOW-DETAIL-LINES THRU 3550-EXIT
002406     END-IF.
002410 3500-EXIT.
002420     EXIT.
002430*
002431* ---------------------------------------------------------- *
002432* 3550-SHOW-DETAIL-LINES - LIST THE INCIDENT'S LINES ON       *
002433* INCDETL IN LINE ORDER: EACH STEP SUPPRESSED BEHIND THE      *
002434* FAILURE, THE NIGHT, AND THE PREDECESSOR IT WAITED ON.       *
002435* ---------------------------------------------------------- *
002436 3550-SHOW-DETAIL-LINES.
002437     DISPLAY "    HELD BACK: " INC-DETAIL-LINES " STEP(S)".
002438     OPEN INPUT DETAIL-FILE.
002439     IF WS-DETAIL-STATUS NOT = "00"
002440         DISPLAY "INCMAINT: UNABLE TO OPEN INCDETL, STATUS="
002441             WS-DETAIL-STATUS
002442         GO TO 3550-EXIT
002443     END-IF.
002444     MOVE "N"     TO WS-DETAIL-DONE-SWITCH.
002445     MOVE INC-KEY TO IND-INCIDENT-KEY.
002446     MOVE 0       TO IND-LINE-NBR.
002447     START DETAIL-FILE KEY IS >= IND-KEY
002448         INVALID KEY
002449             MOVE "Y" TO WS-DETAIL-DONE-SWITCH
002450     END-START.
002451     PERFORM 3560-SHOW-ONE-DETAIL-LINE THRU 3560-EXIT
002452         UNTIL WS-DETAIL-DONE.
002453     CLOSE DETAIL-FILE.
002454 3550-EXIT.
002455     EXIT.
002456*
002457 3560-SHOW-ONE-DETAIL-LINE.
002458     READ DETAIL-FILE NEXT RECORD
002459         AT END
002460             MOVE "Y" TO WS-DETAIL-DONE-SWITCH
002461     END-READ.
002462     IF WS-DETAIL-DONE
002463         GO TO 3560-EXIT
002464     END-IF.
002465     IF IND-INCIDENT-KEY NOT = INC-KEY
002466         MOVE "Y" TO WS-DETAIL-DONE-SWITCH
002467         GO TO 3560-EXIT
002468     END-IF.
002469     DISPLAY "      " IND-LINE-NBR " " IND-RUN-DATE " "
002470         IND-STEP-NAME " NOT RUN - PREDECESSOR " IND-PRED-STEP
002471         " ADDED " IND-ADDED-DATE " " IND-ADDED-TIME.
002472 3560-EXIT.
002473     EXIT.
002474*
002475* ---------------------------------------------------------- *
002476* 4000-ACKNOWLEDGE - SOMEBODY HAS PICKED THE INCIDENT UP.     *
002477* ONLY AN OPEN ("O") INCIDENT CAN BE ACKNOWLEDGED, SO THE     *
002478* FIRST ACKNOWLEDGEMENT STANDS.                               *
002480* ---------------------------------------------------------- *
002490 4000-ACKNOWLEDGE.
002500     PERFORM 7500-FIND-OPEN-INCIDENT THRU 7500-EXIT.
002510     IF NOT WS-INCIDENT-FOUND
002520         GO TO 4000-EXIT
002530     END-IF.
002540     IF INC-ACKNOWLEDGED
002550         DISPLAY "INCMAINT: ALREADY ACKNOWLEDGED BY " INC-ACK-BY
002560         GO TO 4000-EXIT
002570     END-IF.
002580     MOVE INCIDENT-RECORD TO WS-BEFORE-IMAGE.
002590     ACCEPT WS-RUN-TIME FROM TIME.
002600     MOVE "A"            TO INC-STATUS.
002610     MOVE WS-OPERATOR-ID TO INC-ACK-BY.
002620     MOVE WS-TODAY-DATE  TO INC-ACK-DATE.
002630     MOVE WS-RUN-TIME    TO INC-ACK-TIME.
002640     MOVE "ACK"          TO WS-AUDIT-ACTION.
002650     PERFORM 8000-APPLY-CHANGE THRU 8000-EXIT.
002660 4000-EXIT.
002670     EXIT.
002680*
002690* ---------------------------------------------------------- *
002700* 4100-ASSIGN - NAME THE PERSON WORKING THE INCIDENT.  IT MAY *
002710* BE REASSIGNED AS OFTEN AS NEEDED; THE AUDIT TRAIL KEEPS     *
002720* EVERY EARLIER ASSIGNEE.                                     *
002730* ---------------------------------------------------------- *
002740 4100-ASSIGN.
002750     PERFORM 7500-FIND-OPEN-INCIDENT THRU 7500-EXIT.
002760     IF NOT WS-INCIDENT-FOUND
002770         GO TO 4100-EXIT
002780     END-IF.
002790     DISPLAY "  ASSIGN TO [" INC-ASSIGNED-TO "]: "
002800         WITH NO ADVANCING.
002810     MOVE SPACES TO WS-REPLY.
002820     ACCEPT WS-REPLY.
002830     IF WS-REPLY = SPACES
002840         DISPLAY "INCMAINT: AN ASSIGNEE IS REQUIRED - NOT CHANGED"
002850         GO TO 4100-EXIT
002860     END-IF.
002870     MOVE INCIDENT-RECORD TO WS-BEFORE-IMAGE.
002880     MOVE WS-REPLY (1:8)  TO INC-ASSIGNED-TO.
002890     MOVE "ASSIGN"        TO WS-AUDIT-ACTION.
002900     PERFORM 8000-APPLY-CHANGE THRU 8000-EXIT.
002910 4100-EXIT.
002920     EXIT.
002930*
002940* ---------------------------------------------------------- *
002950* 4200-SET-CAUSE - RECORD THE ROOT-CAUSE CATEGORY.  ONLY THE  *
002960* CATEGORIES LISTED IN INCREC ARE ACCEPTED, SO THE MONTHLY    *
002970* REPORT'S CAUSE COUNTS ADD UP.                               *
002980* ---------------------------------------------------------- *
002990 4200-SET-CAUSE.
003000     PERFORM 7500-FIND-OPEN-INCIDENT THRU 7500-EXIT.
003010     IF NOT WS-INCIDENT-FOUND
003020         GO TO 4200-EXIT
003030     END-IF.
003040     DISPLAY "  CAUSE DATA/CODE/INFR/FEED/OPER/CTLF/OTHR ["
003050         INC-CAUSE-CODE "]: " WITH NO ADVANCING.
003060     MOVE SPACES TO WS-REPLY.
003070     ACCEPT WS-REPLY.
003080     MOVE INCIDENT-RECORD TO WS-BEFORE-IMAGE.
003090     MOVE WS-REPLY (1:4)  TO INC-CAUSE-CODE.
003100     IF NOT INC-CAUSE-VALID
003110         DISPLAY "INCMAINT: CAUSE " WS-REPLY (1:4)
003120             " IS NOT A ROOT-CAUSE CATEGORY - NOT CHANGED"
003130         MOVE WS-BEFORE-IMAGE TO INCIDENT-RECORD
003140         GO TO 4200-EXIT
003150     END-IF.
003160     MOVE "CAUSE"         TO WS-AUDIT-ACTION.
003170     PERFORM 8000-APPLY-CHANGE THRU 8000-EXIT.
003180 4200-EXIT.
003190     EXIT.
003200*
003210* ---------------------------------------------------------- *
003220* 4300-ADD-NOTE - RECORD WHAT WAS FOUND AND WHAT WAS DONE.    *
003230* THE NOTE REPLACES THE ONE ON THE INCIDENT; EVERY EARLIER    *
003240* NOTE IS KEPT IN THE BEFORE-IMAGES ON INCAUDIT.              *
003250* ---------------------------------------------------------- *
003260 4300-ADD-NOTE.
003270     PERFORM 7500-FIND-OPEN-INCIDENT THRU 7500-EXIT.
003280     IF NOT WS-INCIDENT-FOUND
003290         GO TO 4300-EXIT
003300     END-IF.
003310     IF INC-RESOLUTION NOT = SPACES
003320         DISPLAY "  CURRENT: " INC-RESOLUTION
003330     END-IF.
003340     DISPLAY "  RESOLUTION NOTES: " WITH NO ADVANCING.
003350     MOVE SPACES TO WS-REPLY.
003360     ACCEPT WS-REPLY.
003370     IF WS-REPLY = SPACES
003380         DISPLAY "INCMAINT: A NOTE IS REQUIRED - NOT CHANGED"
003390         GO TO 4300-EXIT
003400     END-IF.
003410     MOVE INCIDENT-RECORD TO WS-BEFORE-IMAGE.
003420     MOVE WS-REPLY        TO INC-RESOLUTION.
003430     MOVE "NOTE"          TO WS-AUDIT-ACTION.
003440     PERFORM 8000-APPLY-CHANGE THRU 8000-EXIT.
003450 4300-EXIT.
003460     EXIT.
003470*
003480* ---------------------------------------------------------- *
003490* 4400-CLOSE-INCIDENT - THE INCIDENT IS RESOLVED.  A CAUSE    *
003500* AND A NOTE MUST BE ON FILE FIRST.  AN INCIDENT NOBODY       *
003510* ACKNOWLEDGED IS ACKNOWLEDGED BY THE SAME OPERATOR AT THE    *
003520* SAME MOMENT, SO TIME TO ACKNOWLEDGE IS NEVER MISSING FROM A *
003530* CLOSED ONE.                                                 *
003540* ---------------------------------------------------------- *
003550 4400-CLOSE-INCIDENT.
003560     PERFORM 7500-FIND-OPEN-INCIDENT THRU 7500-EXIT.
003570     IF NOT WS-INCIDENT-FOUND
003580         GO TO 4400-EXIT
003590     END-IF.
003600     IF NOT INC-CAUSE-VALID
003610             OR INC-RESOLUTION = SPACES
003620         DISPLAY "INCMAINT: SET A CAUSE AND A NOTE BEFORE"
003630             " CLOSING - NOT CLOSED"
003640         GO TO 4400-EXIT
003650     END-IF.
003660     MOVE INCIDENT-RECORD TO WS-BEFORE-IMAGE.
003670     ACCEPT WS-RUN-TIME FROM TIME.
003680     IF INC-OPEN
003690         MOVE WS-OPERATOR-ID TO INC-ACK-BY
003700         MOVE WS-TODAY-DATE  TO INC-ACK-DATE
003710         MOVE WS-RUN-TIME    TO INC-ACK-TIME
003720     END-IF.
003730     MOVE "C"            TO INC-STATUS.
003740     MOVE WS-OPERATOR-ID TO INC-CLOSED-BY.
003750     MOVE WS-TODAY-DATE  TO INC-CLOSED-DATE.
003760     MOVE WS-RUN-TIME    TO INC-CLOSED-TIME.
003770     MOVE "CLOSE"        TO WS-AUDIT-ACTION.
003780     PERFORM 8000-APPLY-CHANGE THRU 8000-EXIT.
003790 4400-EXIT.
003800     EXIT.
003810*
003820* ---------------------------------------------------------- *
003830* 7000-LOG-EVENT - FILE A LINE UNDER THE RUN-DATE THE         *
003840* INCIDENT WAS OPENED FOR.                                    *
003850* ---------------------------------------------------------- *
003860 7000-LOG-EVENT.
003870     MOVE "INCMAINT"        TO LOG-PROGRAM-ID.
003880     MOVE INC-RUN-DATE      TO LOG-RUN-DATE.
003890     MOVE WS-MAINT-ENV-CODE TO LOG-ENV-CODE.
003900     CALL "LOGWRITE" USING WS-LOG-CALL-PARMS.
003910 7000-EXIT.
003920     EXIT.
003930*
003940* ---------------------------------------------------------- *
003950* 7500-FIND-OPEN-INCIDENT - ASK FOR THE STEP AND STREAM AND   *
003960* READ THE FILE FOR ITS INCIDENT NOT YET CLOSED IN THE        *
003970* ENVIRONMENT BEING WORKED.  ON SUCCESS THE RECORD IS LEFT IN *
003980* THE FILE AREA FOR THE CALLER TO CHANGE AND REWRITE.         *
003990* ---------------------------------------------------------- *
004000 7500-FIND-OPEN-INCIDENT.
004010     MOVE "N" TO WS-INCIDENT-FOUND-SWITCH.
004020     DISPLAY "  STEP NAME: " WITH NO ADVANCING.
004030     MOVE SPACES TO WS-TARGET-STEP.
004040     ACCEPT WS-TARGET-STEP.
004050     IF WS-TARGET-STEP = SPACES
004060         DISPLAY "INCMAINT: STEP NAME REQUIRED"
004070         GO TO 7500-EXIT
004080     END-IF.
004090     DISPLAY "  STREAM NAME (BLANK FOR DEFAULT): "
004100         WITH NO ADVANCING.
004110     MOVE SPACES TO WS-TARGET-STREAM.
004120     ACCEPT WS-TARGET-STREAM.
004130     MOVE "N" TO WS-SCAN-DONE-SWITCH.
004140     MOVE LOW-VALUES TO INC-KEY.
004150     START INCIDENT-FILE KEY IS >= INC-KEY
004160         INVALID KEY
004170             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004180     END-START.
004190     PERFORM 7600-CHECK-ONE-INCIDENT THRU 7600-EXIT
004200         UNTIL WS-SCAN-DONE OR WS-INCIDENT-FOUND.
004210     IF NOT WS-INCIDENT-FOUND
004220         DISPLAY "INCMAINT: NO OPEN INCIDENT FOR STEP "
004230             WS-TARGET-STEP " IN " WS-MAINT-ENV-CODE
004240     END-IF.
004250 7500-EXIT.
004260     EXIT.
004270*
004280 7600-CHECK-ONE-INCIDENT.
004290     READ INCIDENT-FILE NEXT RECORD
004300         AT END
004310             MOVE "Y" TO WS-SCAN-DONE-SWITCH
004320     END-READ.
004330     IF WS-SCAN-DONE
004340         GO TO 7600-EXIT
004350     END-IF.
004360     IF INC-ENV-CODE = WS-MAINT-ENV-CODE
004370             AND INC-STREAM-NAME = WS-TARGET-STREAM
004380             AND INC-STEP-NAME = WS-TARGET-STEP
004390             AND INC-NOT-CLOSED
004400         MOVE "Y" TO WS-INCIDENT-FOUND-SWITCH
004410     END-IF.
004420 7600-EXIT.
004430     EXIT.
004440*
004450* ---------------------------------------------------------- *
004460* 7800-DESCRIBE-INCIDENT - SPELL OUT THE TYPE, STATUS AND     *
004470* STREAM OF THE INCIDENT IN THE FILE AREA FOR DISPLAY.        *
004480* ---------------------------------------------------------- *
004490 7800-DESCRIBE-INCIDENT.
004500     EVALUATE TRUE
004510         WHEN INC-TYPE-FAILED
004520             MOVE "FAILED"   TO WS-TYPE-TEXT
004530         WHEN INC-TYPE-ABEND
004540             MOVE "ABEND"    TO WS-TYPE-TEXT
004550         WHEN INC-TYPE-SUPPRESSED
004560             MOVE "SUPPRESS" TO WS-TYPE-TEXT
004570         WHEN INC-TYPE-OUT-OF-BAL
004580             MOVE "OUTOFBAL" TO WS-TYPE-TEXT
004590         WHEN OTHER
004600             MOVE INC-TYPE   TO WS-TYPE-TEXT
004610     END-EVALUATE.
004620     EVALUATE TRUE
004630         WHEN INC-OPEN
004640             MOVE "OPEN"     TO WS-STATUS-TEXT
004650         WHEN INC-ACKNOWLEDGED
004660             MOVE "ACKED"    TO WS-STATUS-TEXT
004670         WHEN OTHER
004680             MOVE "CLOSED"   TO WS-STATUS-TEXT
004690     END-EVALUATE.
004700     IF INC-STREAM-NAME = SPACES
004710         MOVE "DEFAULT"  TO WS-STREAM-TEXT
004720     ELSE
004730         MOVE INC-STREAM-NAME TO WS-STREAM-TEXT
004740     END-IF.
004750 7800-EXIT.
004760     EXIT.
004770*
004780* ---------------------------------------------------------- *
004790* 8000-APPLY-CHANGE - REWRITE THE INCIDENT THE CALLER HAS     *
004800* CHANGED (ITS BEFORE-IMAGE AND WS-AUDIT-ACTION ALREADY SET), *
004810* AUDIT IT AND LOG IT.  A REWRITE THAT FAILS IS NOT AUDITED,  *
004820* SINCE NOTHING CHANGED.                                      *
004830* ---------------------------------------------------------- *
004840 8000-APPLY-CHANGE.
004850     REWRITE INCIDENT-RECORD
004860         INVALID KEY
004870             CONTINUE
004880     END-REWRITE.
004890     IF WS-INCIDENT-STATUS NOT = "00"
004900         DISPLAY "INCMAINT: UNABLE TO REWRITE INCIDENT, STATUS="
004910             WS-INCIDENT-STATUS
004920         GO TO 8000-EXIT
004930     END-IF.
004940     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
004950     DISPLAY "INCMAINT: INCIDENT FOR " INC-STEP-NAME " - "
004960         WS-AUDIT-ACTION " DONE".
004970     MOVE "INFO "    TO LOG-SEVERITY.
004980     MOVE "8000-APC" TO LOG-PARAGRAPH-NAME.
004990     MOVE SPACES TO LOG-MESSAGE-TEXT.
005000     STRING "INCIDENT " INC-STEP-NAME " "
005010         WS-AUDIT-ACTION DELIMITED BY SPACE
005020         " BY " WS-OPERATOR-ID
005030         DELIMITED BY SIZE
005040         INTO LOG-MESSAGE-TEXT.
005050     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
005060 8000-EXIT.
005070     EXIT.
005080*
005090* ---------------------------------------------------------- *
005100* 8500-WRITE-AUDIT - APPEND ONE ROW TO INCAUDIT, CREATING IT  *
005110* THE FIRST TIME.  AN AUDIT ROW THAT CANNOT BE WRITTEN ENDS   *
005120* THE SESSION, AS IN CTLMAINT - A CHANGE NOBODY CAN ACCOUNT   *
005130* FOR IS WORSE THAN NO CHANGE.                                *
005140* ---------------------------------------------------------- *
005150 8500-WRITE-AUDIT.
005160     OPEN EXTEND AUDIT-FILE.
005170     IF WS-AUDIT-STATUS = "35"
005180         OPEN OUTPUT AUDIT-FILE
005190     END-IF.
005200     IF WS-AUDIT-STATUS NOT = "00"
005210             AND WS-AUDIT-STATUS NOT = "05"
005220         DISPLAY "INCMAINT: UNABLE TO OPEN INCAUDIT, STATUS="
005230             WS-AUDIT-STATUS
005240         MOVE "Y" TO WS-ABEND-SWITCH
005250     ELSE
005260         ACCEPT WS-RUN-TIME FROM TIME
005270         MOVE SPACES          TO INCIDENT-AUDIT-RECORD
005280         MOVE WS-TODAY-DATE   TO IAU-CHANGE-DATE
005290         MOVE WS-RUN-TIME     TO IAU-CHANGE-TIME
005300         MOVE WS-OPERATOR-ID  TO IAU-OPERATOR-ID
005310         MOVE WS-AUDIT-ACTION TO IAU-ACTION
005320         MOVE INC-KEY         TO IAU-INCIDENT-KEY
005330         MOVE WS-BEFORE-IMAGE TO IAU-BEFORE-IMAGE
005340         MOVE INCIDENT-RECORD TO IAU-AFTER-IMAGE
005350         WRITE INCIDENT-AUDIT-RECORD
005360         IF WS-AUDIT-STATUS NOT = "00"
005370             DISPLAY "INCMAINT: UNABLE TO WRITE INCAUDIT,"
005380                 " STATUS=" WS-AUDIT-STATUS
005390             MOVE "Y" TO WS-ABEND-SWITCH
005400         END-IF
005410         CLOSE AUDIT-FILE
005420     END-IF.
005430 8500-EXIT.
005440     EXIT.
005450*
005460* ---------------------------------------------------------- *
005470* 9000-TERMINATE - SET THE RETURN CODE.                       *
005480* ---------------------------------------------------------- *
005490 9000-TERMINATE.
005500     IF WS-ABEND
005510         MOVE 16 TO RETURN-CODE
005520     ELSE
005530         MOVE 0 TO RETURN-CODE
005540     END-IF.
005550 9000-EXIT.
005560     EXIT.
005570*
005580 END PROGRAM INCMAINT.
