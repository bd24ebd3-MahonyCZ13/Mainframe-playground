000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCOPEN.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* INCOPEN files an incident for something that went wrong in
000090* the night - a failed step, a step that abended under
000100* STEPSHLD, a step suppressed because its predecessor failed,
000110* or an out-of-balance night - on the indexed INCIDENT file
000120* (see INCREC).  HELLO calls it at each of those points with
000130* the run-date, ENV, named stream and step (see INCPARM).
000140* If the step already has an incident that is not yet closed,
000150* whatever night it was opened for, the new occurrence is
000160* attached to it (occurrence count, last run-date and how it
000170* went wrong this time) instead of opening another; otherwise
000180* a new incident is opened with status "O".  Either way an
000190* audit row with the before and after images goes to INCAUDIT
000200* (see INCAUD), just as INCMAINT writes one for every change
000210* an operator makes.
000211*
000212* A step suppressed behind a failed predecessor comes with the
000213* name of the step at the root of its chain.  If that step has
000214* an incident not yet closed, the suppression is added to it as
000215* a detail line on the indexed INCDETL file (see INCDTL) and
000216* its detail-line count goes up, so the failure and everything
000217* it held back are one incident; the audit row is a "DETAIL"
000218* against the root's incident.  Only when the root has nothing
000219* open (or the line cannot be added) is the suppressed step
000220* attached or opened on its own, as before.
000221*
000230* THE OPEN-INCIDENT LOOK-UP READS THE WHOLE FILE: THE KEY
000240* LEADS WITH THE RUN-DATE OPENED FOR, AND A STEP'S OPEN
000250* INCIDENT MAY BE FROM ANY EARLIER NIGHT.  INCIDENTS ARE FEW
000260* ENOUGH (A HANDFUL A MONTH) THAT THIS IS CHEAPER THAN A
000270* SECOND INDEX.
000280*
000290* MOD HISTORY
000300*   15-10-2026 PK  INITIAL VERSION.
000302*   15-10-2026 PK  A SUPPRESSED STEP IS ADDED AS A DETAIL LINE
000304*                  (INCDETL) TO ITS CHAIN ROOT'S OPEN INCIDENT
000306*                  INSTEAD OF OPENING ONE OF ITS OWN.
000310* ------------------------------------------------------------ *
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS INC-KEY
000390         FILE STATUS IS WS-INCIDENT-STATUS.
000400     SELECT AUDIT-FILE ASSIGN TO "INCAUDIT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-STATUS.
000421     SELECT DETAIL-FILE ASSIGN TO "INCDETL"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS IND-KEY
000425         FILE STATUS IS WS-DETAIL-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  INCIDENT-FILE.
000470     COPY INCREC.
000480 FD  AUDIT-FILE
000490     RECORDING MODE IS F.
000500     COPY INCAUD.
000503 FD  DETAIL-FILE.
000506     COPY INCDTL.
000510*
000520 WORKING-STORAGE SECTION.
000530 77  WS-INCIDENT-STATUS           PIC X(02)  VALUE "00".
000540 77  WS-AUDIT-STATUS              PIC X(02)  VALUE "00".
000545 77  WS-DETAIL-STATUS             PIC X(02)  VALUE "00".
000550 77  WS-INCIDENT-AVAIL-SWITCH     PIC X(01)  VALUE "N".
000560     88  WS-INCIDENT-AVAIL        VALUE "Y".
000570 77  WS-FILED-SWITCH              PIC X(01)  VALUE "N".
000580     88  WS-INCIDENT-FILED        VALUE "Y".
000590 77  WS-AUDIT-FAILED-SWITCH       PIC X(01)  VALUE "N".
000600     88  WS-AUDIT-FAILED          VALUE "Y".
000610 77  WS-SCAN-DONE-SWITCH          PIC X(01)  VALUE "N".
000620     88  WS-SCAN-DONE             VALUE "Y".
000630 77  WS-OPEN-FOUND-SWITCH         PIC X(01)  VALUE "N".
000640     88  WS-OPEN-FOUND            VALUE "Y".
000650 77  WS-SEQ-FREE-SWITCH           PIC X(01)  VALUE "N".
000660     88  WS-SEQ-FREE              VALUE "Y".
000670 77  WS-TODAY-DATE                PIC X(08).
000680 77  WS-RUN-TIME                  PIC X(08).
000690 77  WS-NEXT-SEQ                  PIC 9(02)  VALUE 0.
000695 77  WS-SEARCH-STEP               PIC X(08)  VALUE SPACES.
000700 77  WS-AUDIT-ACTION              PIC X(08)  VALUE SPACES.
000710 01  WS-BEFORE-IMAGE              PIC X(256) VALUE SPACES.
000720 01  WS-AFTER-IMAGE               PIC X(256) VALUE SPACES.
000730*
000740 COPY LOGPARM REPLACING LOG-CALL-PARMS
000750     BY WS-LOG-CALL-PARMS.
000760*
000770 LINKAGE SECTION.
000780 COPY INCPARM.
000790*
000800 PROCEDURE DIVISION USING INCIDENT-PARMS.
000810*
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000840     IF WS-INCIDENT-AVAIL
000845         IF ICP-TYPE-SUPPRESSED
000850                 AND ICP-ROOT-STEP-NAME NOT = SPACES
000855             PERFORM 5000-ADD-TO-ROOT-INCIDENT THRU 5000-EXIT
000860         END-IF
000865         IF NOT WS-INCIDENT-FILED
000870             MOVE ICP-STEP-NAME TO WS-SEARCH-STEP
000875             PERFORM 2000-FIND-OPEN-INCIDENT THRU 2000-EXIT
000880             IF WS-OPEN-FOUND
000885                 PERFORM 3000-ATTACH-OCCURRENCE THRU 3000-EXIT
000890             ELSE
000895                 PERFORM 4000-OPEN-NEW-INCIDENT THRU 4000-EXIT
000900             END-IF
000905         END-IF
000910         CLOSE INCIDENT-FILE
000920     END-IF.
000930     IF WS-INCIDENT-FILED
000940         PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
000950     END-IF.
000960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000970     GOBACK.
000980 0000-MAINLINE-EXIT.
000990     EXIT.
001000*
001010* ---------------------------------------------------------- *
001020* 1000-INITIALIZE - CLEAR THE PER-CALL STATE (WORKING-STORAGE *
001030* LIVES ON BETWEEN CALLS) AND OPEN THE INCIDENT FILE FOR      *
001040* UPDATE, CREATING IT THE FIRST TIME.                         *
001050* ---------------------------------------------------------- *
001060 1000-INITIALIZE.
001070     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001080     ACCEPT WS-RUN-TIME FROM TIME.
001090     MOVE "N"    TO WS-INCIDENT-AVAIL-SWITCH.
001100     MOVE "N"    TO WS-FILED-SWITCH.
001110     MOVE "N"    TO WS-AUDIT-FAILED-SWITCH.
001120     MOVE "N"    TO WS-OPEN-FOUND-SWITCH.
001130     MOVE SPACES TO ICP-ACTION-TAKEN.
001140     MOVE SPACES TO ICP-INCIDENT-KEY.
001150     MOVE 0      TO ICP-OCCURRENCES.
001160     OPEN I-O INCIDENT-FILE.
001170     IF WS-INCIDENT-STATUS = "35"
001180         OPEN OUTPUT INCIDENT-FILE
001190         CLOSE INCIDENT-FILE
001200         OPEN I-O INCIDENT-FILE
001210     END-IF.
001220     IF WS-INCIDENT-STATUS NOT = "00"
001230         DISPLAY "INCOPEN: UNABLE TO OPEN INCIDENT, STATUS="
001240             WS-INCIDENT-STATUS " - NOT RECORDED"
001250         MOVE "ERROR"    TO LOG-SEVERITY
001260         MOVE "1000-INI" TO LOG-PARAGRAPH-NAME
001270         MOVE "INCIDENT FILE UNAVAILABLE - NOT RECORDED"
001280             TO LOG-MESSAGE-TEXT
001290         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
001300         GO TO 1000-EXIT
001310     END-IF.
001320     MOVE "Y" TO WS-INCIDENT-AVAIL-SWITCH.
001330 1000-EXIT.
001340     EXIT.
001350*
001360* ---------------------------------------------------------- *
001370* 2000-FIND-OPEN-INCIDENT - READ THE FILE FROM THE TOP FOR AN *
001380* INCIDENT ON THE SAME ENV AND STREAM, FOR THE STEP IN        *
001385* WS-SEARCH-STEP, THAT IS NOT YET CLOSED.  THERE IS NEVER     *
001390* MORE THAN ONE, SINCE A SECOND OCCURRENCE ATTACHES TO THE    *
001400* FIRST.                                                      *
001410* ---------------------------------------------------------- *
001420 2000-FIND-OPEN-INCIDENT.
001430     MOVE "N" TO WS-SCAN-DONE-SWITCH.
001435     MOVE "N" TO WS-OPEN-FOUND-SWITCH.
001440     MOVE LOW-VALUES TO INC-KEY.
001450     START INCIDENT-FILE KEY IS >= INC-KEY
001460         INVALID KEY
001470             MOVE "Y" TO WS-SCAN-DONE-SWITCH
001480     END-START.
001490     PERFORM 2100-CHECK-ONE-INCIDENT THRU 2100-EXIT
001500         UNTIL WS-SCAN-DONE OR WS-OPEN-FOUND.
001510 2000-EXIT.
001520     EXIT.
001530*
001540 2100-CHECK-ONE-INCIDENT.
001550     READ INCIDENT-FILE NEXT RECORD
001560         AT END
001570             MOVE "Y" TO WS-SCAN-DONE-SWITCH
001580     END-READ.
001590     IF WS-SCAN-DONE
001600         GO TO 2100-EXIT
001610     END-IF.
001620     IF INC-ENV-CODE = ICP-ENV-CODE
001630             AND INC-STREAM-NAME = ICP-STREAM-NAME
001640             AND INC-STEP-NAME = WS-SEARCH-STEP
001650             AND INC-NOT-CLOSED
001660         MOVE "Y" TO WS-OPEN-FOUND-SWITCH
001670     END-IF.
001680 2100-EXIT.
001690     EXIT.
001700*
001710* ---------------------------------------------------------- *
001720* 3000-ATTACH-OCCURRENCE - THE STEP STILL HAS AN INCIDENT     *
001730* OPEN, SO COUNT TONIGHT'S OCCURRENCE AGAINST IT.  THE        *
001740* OPENING FACTS (TYPE, RC, REASON) ARE KEPT AS FILED; THE     *
001750* LAST- FIELDS CARRY THIS OCCURRENCE.  AN INCIDENT ALREADY    *
001760* ACKNOWLEDGED STAYS ACKNOWLEDGED.                            *
001770* ---------------------------------------------------------- *
001780 3000-ATTACH-OCCURRENCE.
001790     MOVE INCIDENT-RECORD TO WS-BEFORE-IMAGE.
001800     ADD 1 TO INC-OCCURRENCES.
001810     MOVE ICP-RUN-DATE  TO INC-LAST-RUN-DATE.
001820     MOVE ICP-TYPE      TO INC-LAST-TYPE.
001830     MOVE WS-TODAY-DATE TO INC-LAST-DATE.
001840     MOVE WS-RUN-TIME   TO INC-LAST-TIME.
001850     REWRITE INCIDENT-RECORD
001860         INVALID KEY
001870             CONTINUE
001880     END-REWRITE.
001890     IF WS-INCIDENT-STATUS NOT = "00"
001900         DISPLAY "INCOPEN: UNABLE TO REWRITE INCIDENT, STATUS="
001910             WS-INCIDENT-STATUS
001920         MOVE "ERROR"    TO LOG-SEVERITY
001930         MOVE "3000-ATO" TO LOG-PARAGRAPH-NAME
001940         MOVE "INCIDENT NOT UPDATED FOR STEP: " TO
001950             LOG-MESSAGE-TEXT
001960         MOVE ICP-STEP-NAME TO LOG-MESSAGE-TEXT (32:8)
001970         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
001980         GO TO 3000-EXIT
001990     END-IF.
002000     MOVE "Y"             TO WS-FILED-SWITCH.
002010     MOVE "A"             TO ICP-ACTION-TAKEN.
002020     MOVE "ATTACH"        TO WS-AUDIT-ACTION.
002030     MOVE INCIDENT-RECORD TO WS-AFTER-IMAGE.
002040     MOVE INC-KEY         TO ICP-INCIDENT-KEY.
002050     MOVE INC-OCCURRENCES TO ICP-OCCURRENCES.
002060 3000-EXIT.
002070     EXIT.
002080*
002090* ---------------------------------------------------------- *
002100* 4000-OPEN-NEW-INCIDENT - NOTHING OPEN FOR THE STEP, SO OPEN *
002110* A NEW INCIDENT UNDER TONIGHT'S RUN-DATE, TAKING THE FIRST   *
002120* SEQUENCE NUMBER NOT ALREADY USED FOR THE KEY (A STEP WHOSE  *
002130* INCIDENT WAS CLOSED AND THEN FAILED AGAIN ON THE SAME NIGHT *
002140* GETS A SECOND ONE).                                         *
002150* ---------------------------------------------------------- *
002160 4000-OPEN-NEW-INCIDENT.
002170     MOVE 0   TO WS-NEXT-SEQ.
002180     MOVE "N" TO WS-SEQ-FREE-SWITCH.
002190     PERFORM 4100-PROBE-ONE-SEQ THRU 4100-EXIT
002200         UNTIL WS-SEQ-FREE OR WS-NEXT-SEQ = 99.
002210     IF NOT WS-SEQ-FREE
002220         DISPLAY "INCOPEN: NO FREE INCIDENT NUMBER FOR "
002230             ICP-STEP-NAME " ON " ICP-RUN-DATE
002240         MOVE "ERROR"    TO LOG-SEVERITY
002250         MOVE "4000-ONI" TO LOG-PARAGRAPH-NAME
002260         MOVE "INCIDENT NOT OPENED FOR STEP: " TO
002270             LOG-MESSAGE-TEXT
002280         MOVE ICP-STEP-NAME TO LOG-MESSAGE-TEXT (31:8)
002290         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
002300         GO TO 4000-EXIT
002310     END-IF.
002320     MOVE SPACES          TO INCIDENT-RECORD.
002330     MOVE ICP-RUN-DATE    TO INC-RUN-DATE.
002340     MOVE ICP-ENV-CODE    TO INC-ENV-CODE.
002350     MOVE ICP-STREAM-NAME TO INC-STREAM-NAME.
002360     MOVE ICP-STEP-NAME   TO INC-STEP-NAME.
002370     MOVE WS-NEXT-SEQ     TO INC-SEQ-NBR.
002380     MOVE ICP-TYPE        TO INC-TYPE.
002390     MOVE "O"             TO INC-STATUS.
002400     MOVE ICP-STEP-RC     TO INC-STEP-RC.
002410     MOVE ICP-REASON-CODE TO INC-REASON-CODE.
002420     MOVE ICP-REASON-TEXT TO INC-REASON-TEXT.
002430     MOVE WS-TODAY-DATE   TO INC-OPENED-DATE.
002440     MOVE WS-RUN-TIME     TO INC-OPENED-TIME.
002450     MOVE 1               TO INC-OCCURRENCES.
002460     MOVE ICP-RUN-DATE    TO INC-LAST-RUN-DATE.
002470     MOVE ICP-TYPE        TO INC-LAST-TYPE.
002480     MOVE WS-TODAY-DATE   TO INC-LAST-DATE.
002490     MOVE WS-RUN-TIME     TO INC-LAST-TIME.
002500     WRITE INCIDENT-RECORD
002510         INVALID KEY
002520             CONTINUE
002530     END-WRITE.
002540     IF WS-INCIDENT-STATUS NOT = "00"
002550         DISPLAY "INCOPEN: UNABLE TO WRITE INCIDENT, STATUS="
002560             WS-INCIDENT-STATUS
002570         MOVE "ERROR"    TO LOG-SEVERITY
002580         MOVE "4000-ONI" TO LOG-PARAGRAPH-NAME
002590         MOVE "INCIDENT NOT OPENED FOR STEP: " TO
002600             LOG-MESSAGE-TEXT
002610         MOVE ICP-STEP-NAME TO LOG-MESSAGE-TEXT (31:8)
002620         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
002630         GO TO 4000-EXIT
002640     END-IF.
002650     MOVE "Y"             TO WS-FILED-SWITCH.
002660     MOVE "N"             TO ICP-ACTION-TAKEN.
002670     MOVE "OPEN"          TO WS-AUDIT-ACTION.
002680     MOVE SPACES          TO WS-BEFORE-IMAGE.
002690     MOVE INCIDENT-RECORD TO WS-AFTER-IMAGE.
002700     MOVE INC-KEY         TO ICP-INCIDENT-KEY.
002710     MOVE INC-OCCURRENCES TO ICP-OCCURRENCES.
002720 4000-EXIT.
002730     EXIT.
002740*
002750 4100-PROBE-ONE-SEQ.
002760     ADD 1 TO WS-NEXT-SEQ.
002770     MOVE ICP-RUN-DATE    TO INC-RUN-DATE.
002780     MOVE ICP-ENV-CODE    TO INC-ENV-CODE.
002790     MOVE ICP-STREAM-NAME TO INC-STREAM-NAME.
002800     MOVE ICP-STEP-NAME   TO INC-STEP-NAME.
002810     MOVE WS-NEXT-SEQ     TO INC-SEQ-NBR.
002820     READ INCIDENT-FILE
002830         KEY IS INC-KEY
002840         INVALID KEY
002850             MOVE "Y" TO WS-SEQ-FREE-SWITCH
002860     END-READ.
002870 4100-EXIT.
002880     EXIT.
002890*
002891* ---------------------------------------------------------- *
002892* 5000-ADD-TO-ROOT-INCIDENT - THE STEP WAS SUPPRESSED BEHIND  *
002893* A FAILED PREDECESSOR.  IF THE STEP AT THE ROOT OF ITS CHAIN *
002894* HAS AN INCIDENT OPEN, WRITE THE SUPPRESSION TO INCDETL AS   *
002895* THAT INCIDENT'S NEXT DETAIL LINE (CREATING THE DATASET THE  *
002896* FIRST TIME) AND RAISE ITS DETAIL-LINE COUNT.  ANYTHING THAT *
002897* STOPS THE LINE BEING WRITTEN LEAVES THE CALL UNFILED, AND   *
002898* THE MAINLINE THEN FILES THE STEP ON ITS OWN AS BEFORE.  A   *
002899* LINE WRITTEN BUT NOT COUNTED ON THE INCIDENT IS LOGGED BUT  *
002900* STILL COUNTS AS FILED - THE LINE ITSELF IS ON FILE.         *
002901* ---------------------------------------------------------- *
002902 5000-ADD-TO-ROOT-INCIDENT.
002903     MOVE ICP-ROOT-STEP-NAME TO WS-SEARCH-STEP.
002904     PERFORM 2000-FIND-OPEN-INCIDENT THRU 2000-EXIT.
002905     IF NOT WS-OPEN-FOUND
002906         GO TO 5000-EXIT
002907     END-IF.
002908     IF INC-DETAIL-LINES NOT NUMERIC
002909         MOVE 0 TO INC-DETAIL-LINES
002910     END-IF.
002911     IF INC-DETAIL-LINES = 999
002912         DISPLAY "INCOPEN: INCIDENT OF " ICP-ROOT-STEP-NAME
002913             " HAS NO ROOM FOR ANOTHER DETAIL LINE"
002914         GO TO 5000-EXIT
002915     END-IF.
002916     OPEN I-O DETAIL-FILE.
002917     IF WS-DETAIL-STATUS = "35"
002918         OPEN OUTPUT DETAIL-FILE
002919         CLOSE DETAIL-FILE
002920         OPEN I-O DETAIL-FILE
002921     END-IF.
002922     IF WS-DETAIL-STATUS NOT = "00"
002923         DISPLAY "INCOPEN: UNABLE TO OPEN INCDETL, STATUS="
002924             WS-DETAIL-STATUS
002925         MOVE "ERROR"    TO LOG-SEVERITY
002926         MOVE "5000-ARI" TO LOG-PARAGRAPH-NAME
002927         MOVE "INCIDENT DETAIL FILE UNAVAILABLE" TO
002928             LOG-MESSAGE-TEXT
002929         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
002930         GO TO 5000-EXIT
002931     END-IF.
002932     MOVE INCIDENT-RECORD TO WS-BEFORE-IMAGE.
002933     ADD 1 TO INC-DETAIL-LINES.
002934     MOVE SPACES           TO INCIDENT-DETAIL-RECORD.
002935     MOVE INC-KEY          TO IND-INCIDENT-KEY.
002936     MOVE INC-DETAIL-LINES TO IND-LINE-NBR.
002937     MOVE ICP-RUN-DATE     TO IND-RUN-DATE.
002938     MOVE ICP-STEP-NAME    TO IND-STEP-NAME.
002939     MOVE ICP-TYPE         TO IND-TYPE.
002940     MOVE ICP-REASON-CODE  TO IND-REASON-CODE.
002941     MOVE ICP-REASON-TEXT  TO IND-PRED-STEP.
002942     MOVE WS-TODAY-DATE    TO IND-ADDED-DATE.
002943     MOVE WS-RUN-TIME      TO IND-ADDED-TIME.
002944     WRITE INCIDENT-DETAIL-RECORD
002945         INVALID KEY
002946             CONTINUE
002947     END-WRITE.
002948     IF WS-DETAIL-STATUS NOT = "00"
002949         DISPLAY "INCOPEN: UNABLE TO WRITE INCDETL, STATUS="
002950             WS-DETAIL-STATUS
002951         CLOSE DETAIL-FILE
002952         MOVE "ERROR"    TO LOG-SEVERITY
002953         MOVE "5000-ARI" TO LOG-PARAGRAPH-NAME
002954         MOVE "INCIDENT DETAIL NOT ADDED FOR: " TO
002955             LOG-MESSAGE-TEXT
002956         MOVE ICP-STEP-NAME TO LOG-MESSAGE-TEXT (32:8)
002957         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
002958         GO TO 5000-EXIT
002959     END-IF.
002960     CLOSE DETAIL-FILE.
002961     REWRITE INCIDENT-RECORD
002962         INVALID KEY
002963             CONTINUE
002964     END-REWRITE.
002965     IF WS-INCIDENT-STATUS NOT = "00"
002966         DISPLAY "INCOPEN: UNABLE TO REWRITE INCIDENT, STATUS="
002967             WS-INCIDENT-STATUS
002968         MOVE "ERROR"    TO LOG-SEVERITY
002969         MOVE "5000-ARI" TO LOG-PARAGRAPH-NAME
002970         MOVE "DETAIL LINE NOT COUNTED FOR: " TO
002971             LOG-MESSAGE-TEXT
002972         MOVE ICP-STEP-NAME TO LOG-MESSAGE-TEXT (30:8)
002973         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
002974     END-IF.
002975     MOVE "Y"             TO WS-FILED-SWITCH.
002976     MOVE "D"             TO ICP-ACTION-TAKEN.
002977     MOVE "DETAIL"        TO WS-AUDIT-ACTION.
002978     MOVE INCIDENT-RECORD TO WS-AFTER-IMAGE.
002979     MOVE INC-KEY         TO ICP-INCIDENT-KEY.
002980     MOVE INC-OCCURRENCES TO ICP-OCCURRENCES.
002981 5000-EXIT.
002982     EXIT.
002983*
002984* ---------------------------------------------------------- *
002985* 7000-LOG-EVENT - FILE A SEVERITY-LEVELED LINE UNDER THE     *
002986* RUN-DATE THE INCIDENT IS FOR.  THE CALLER SETS              *
002987* LOG-SEVERITY, LOG-PARAGRAPH-NAME AND LOG-MESSAGE-TEXT       *
002988* FIRST.                                                      *
002989* ---------------------------------------------------------- *
002990 7000-LOG-EVENT.
002991     MOVE "INCOPEN"    TO LOG-PROGRAM-ID.
002992     MOVE ICP-RUN-DATE TO LOG-RUN-DATE.
002993     MOVE ICP-ENV-CODE TO LOG-ENV-CODE.
003000     CALL "LOGWRITE" USING WS-LOG-CALL-PARMS.
003010 7000-EXIT.
003020     EXIT.
003030*
003040* ---------------------------------------------------------- *
003050* 8500-WRITE-AUDIT - APPEND THE OPEN, ATTACH OR DETAIL LINE   *
003055* TO INCAUDIT, CREATING THE DATASET THE FIRST TIME, AS        *
003060* CTLMAINT DOES FOR CTLAUDIT.  THE INCIDENT IS ALREADY FILED, *
003070* SO A FAILURE HERE IS REPORTED (RC 8) BUT NOT UNDONE.        *
003090* ---------------------------------------------------------- *
003100 8500-WRITE-AUDIT.
003110     OPEN EXTEND AUDIT-FILE.
003120     IF WS-AUDIT-STATUS = "35"
003130         OPEN OUTPUT AUDIT-FILE
003140     END-IF.
003150     IF WS-AUDIT-STATUS NOT = "00"
003160             AND WS-AUDIT-STATUS NOT = "05"
003170         DISPLAY "INCOPEN: UNABLE TO OPEN INCAUDIT, STATUS="
003180             WS-AUDIT-STATUS
003190         MOVE "Y" TO WS-AUDIT-FAILED-SWITCH
003200     ELSE
003210         MOVE SPACES           TO INCIDENT-AUDIT-RECORD
003220         MOVE WS-TODAY-DATE    TO IAU-CHANGE-DATE
003230         MOVE WS-RUN-TIME      TO IAU-CHANGE-TIME
003240         MOVE ICP-OPERATOR-ID  TO IAU-OPERATOR-ID
003250         MOVE WS-AUDIT-ACTION  TO IAU-ACTION
003260         MOVE ICP-INCIDENT-KEY TO IAU-INCIDENT-KEY
003270         MOVE WS-BEFORE-IMAGE  TO IAU-BEFORE-IMAGE
003280         MOVE WS-AFTER-IMAGE   TO IAU-AFTER-IMAGE
003290         WRITE INCIDENT-AUDIT-RECORD
003300         IF WS-AUDIT-STATUS NOT = "00"
003310             DISPLAY "INCOPEN: UNABLE TO WRITE INCAUDIT,"
003320                 " STATUS=" WS-AUDIT-STATUS
003330             MOVE "Y" TO WS-AUDIT-FAILED-SWITCH
003340         END-IF
003350         CLOSE AUDIT-FILE
003360     END-IF.
003370     IF WS-AUDIT-FAILED
003380         MOVE "ERROR"    TO LOG-SEVERITY
003390         MOVE "8500-WAU" TO LOG-PARAGRAPH-NAME
003400         MOVE "INCIDENT AUDIT ROW NOT WRITTEN: " TO
003410             LOG-MESSAGE-TEXT
003420         MOVE ICP-STEP-NAME TO LOG-MESSAGE-TEXT (33:8)
003430         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
003440     END-IF.
003450 8500-EXIT.
003460     EXIT.
003470*
003480* ---------------------------------------------------------- *
003490* 9000-TERMINATE - 16 IF THE INCIDENT WAS NOT FILED, 8 IF IT  *
003500* WAS FILED BUT ITS AUDIT ROW WAS NOT WRITTEN, ELSE ZERO.     *
003510* ---------------------------------------------------------- *
003520 9000-TERMINATE.
003530     EVALUATE TRUE
003540         WHEN NOT WS-INCIDENT-FILED
003550             MOVE 16 TO RETURN-CODE
003560         WHEN WS-AUDIT-FAILED
003570             MOVE 8 TO RETURN-CODE
003580         WHEN OTHER
003590             MOVE 0 TO RETURN-CODE
003600     END-EVALUATE.
003610 9000-EXIT.
003620     EXIT.
003630*
003640 END PROGRAM INCOPEN.
