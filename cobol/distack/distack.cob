000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DISTACK.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* DISTACK is the foreground program (run under TSO, the same
000090* style as CTLMAINT) over the distribution manifest DISTRIB
000100* files each night (see DISTMAN).  The operator names the
000110* run-date, environment and named stream, then:
000120*   LIST    - every output on the manifest for the night:
000130*             released or withheld, why, when, and any
000140*             acknowledgement already recorded, and how
000145*             often an output went out again after a rerun;
000150*   ACK     - records a downstream acknowledgement against a
000160*             released output: the recipient's own reference
000170*             (mandatory), the operator ID, date and time;
000180*   RELEASE - runs DISTRIB again for the night with the
000190*             RECONCIL verdict the run filed, so outputs
000200*             withheld only for a volume breach go out once
000210*             the breach has been explained through VOLEXPL.
000220*             DISTRIB applies every gate again - nothing is
000230*             released here that DISTRIB would not release.
000240* Every acknowledgement is logged to BATCH-LOG as an INFO line.
000250*
000260* MOD HISTORY
000270*   15-10-2026 PK  INITIAL VERSION.
000273*   15-10-2026 PK  LIST SHOWS THE RE-RELEASE COUNT OF AN OUTPUT
000276*                  SENT AGAIN AFTER ITS STEP WAS RERUN.
000280* ------------------------------------------------------------ *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MANIFEST-FILE ASSIGN TO "DISTMAN"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS DSM-KEY
000360         FILE STATUS IS WS-MANIFEST-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  MANIFEST-FILE.
000410     COPY DISTMAN.
000420*
000430 WORKING-STORAGE SECTION.
000440 77  WS-MANIFEST-STATUS           PIC X(02)  VALUE "00".
000450 77  WS-MANIFEST-OPEN-SWITCH      PIC X(01)  VALUE "N".
000460     88  WS-MANIFEST-OPEN         VALUE "Y".
000470 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000480     88  WS-ABEND                 VALUE "Y".
000490 77  WS-END-REQUEST-SWITCH        PIC X(01)  VALUE "N".
000500     88  WS-END-REQUESTED         VALUE "Y".
000510 77  WS-MANIFEST-DONE-SWITCH      PIC X(01)  VALUE "N".
000520     88  WS-MANIFEST-DONE         VALUE "Y".
000530 77  WS-OPERATOR-ID               PIC X(08)  VALUE SPACES.
000540 77  WS-COMMAND                   PIC X(08)  VALUE SPACES.
000550 77  WS-TODAY-DATE                PIC X(08).
000560 77  WS-RUN-TIME                  PIC X(08).
000570*
000580* THE NIGHT BEING WORKED AND THE OUTPUT NAMED ON AN ACK.
000590 77  WS-ACK-RUN-DATE              PIC X(08)  VALUE SPACES.
000600 77  WS-ACK-ENV-CODE              PIC X(04)  VALUE SPACES.
000610 77  WS-ACK-STREAM                PIC X(08)  VALUE SPACES.
000620 77  WS-ACK-DATASET               PIC X(08)  VALUE SPACES.
000630 77  WS-ACK-REFERENCE             PIC X(20)  VALUE SPACES.
000640 77  WS-LISTED-COUNT              PIC 9(04)  VALUE 0.
000650 77  WS-WITHHELD-COUNT            PIC 9(04)  VALUE 0.
000660 77  WS-UNACKED-COUNT             PIC 9(04)  VALUE 0.
000670 77  WS-STATUS-TEXT               PIC X(08)  VALUE SPACES.
000680 77  WS-RECON-TEXT                PIC X(14)  VALUE SPACES.
000690*
000700 COPY DSTPARM REPLACING DISTRIBUTION-PARMS
000710     BY WS-DISTRIBUTION-PARMS.
000720*
000730 COPY LOGPARM REPLACING LOG-CALL-PARMS
000740     BY WS-LOG-CALL-PARMS.
000750*
000760 PROCEDURE DIVISION.
000770*
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800     IF NOT WS-ABEND
000810         PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
000820             UNTIL WS-END-REQUESTED OR WS-ABEND
000830     END-IF.
000840     IF WS-MANIFEST-OPEN
000850         CLOSE MANIFEST-FILE
000860     END-IF.
000870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000880     STOP RUN.
000890 0000-MAINLINE-EXIT.
000900     EXIT.
000910*
000920* ---------------------------------------------------------- *
000930* 1000-INITIALIZE - IDENTIFY THE OPERATOR AND THE NIGHT, OPEN *
000940* THE MANIFEST FOR UPDATE AND LIST WHAT IS ON IT.             *
000950* ---------------------------------------------------------- *
000960 1000-INITIALIZE.
000970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
000980     DISPLAY "DISTACK - ENTER OPERATOR ID: "
000990         WITH NO ADVANCING.
001000     ACCEPT WS-OPERATOR-ID.
001010     IF WS-OPERATOR-ID = SPACES
001020         DISPLAY "DISTACK: OPERATOR ID REQUIRED - EVERY"
001030             " ACKNOWLEDGEMENT CARRIES IT"
001040         MOVE "Y" TO WS-ABEND-SWITCH
001050         GO TO 1000-EXIT
001060     END-IF.
001070     DISPLAY "DISTACK - ENTER RUN-DATE (YYYYMMDD): "
001080         WITH NO ADVANCING.
001090     ACCEPT WS-ACK-RUN-DATE.
001100     DISPLAY "DISTACK - ENTER ENV CODE: "
001110         WITH NO ADVANCING.
001120     ACCEPT WS-ACK-ENV-CODE.
001130     DISPLAY "DISTACK - ENTER STREAM NAME (BLANK FOR DEFAULT): "
001140         WITH NO ADVANCING.
001150     ACCEPT WS-ACK-STREAM.
001160     IF WS-ACK-RUN-DATE IS NOT NUMERIC
001170             OR WS-ACK-ENV-CODE = SPACES
001180         DISPLAY "DISTACK: RUN-DATE MUST BE YYYYMMDD AND ENV"
001190             " IS REQUIRED"
001200         MOVE "Y" TO WS-ABEND-SWITCH
001210         GO TO 1000-EXIT
001220     END-IF.
001230     PERFORM 1100-OPEN-MANIFEST THRU 1100-EXIT.
001240     IF WS-MANIFEST-OPEN
001250         PERFORM 3000-LIST-MANIFEST THRU 3000-EXIT
001260     END-IF.
001270 1000-EXIT.
001280     EXIT.
001290*
001300 1100-OPEN-MANIFEST.
001310     OPEN I-O MANIFEST-FILE.
001320     IF WS-MANIFEST-STATUS = "00"
001330         MOVE "Y" TO WS-MANIFEST-OPEN-SWITCH
001340     ELSE
001350         DISPLAY "DISTACK: UNABLE TO OPEN DISTMAN, STATUS="
001360             WS-MANIFEST-STATUS
001370         MOVE "Y" TO WS-ABEND-SWITCH
001380     END-IF.
001390 1100-EXIT.
001400     EXIT.
001410*
001420* ---------------------------------------------------------- *
001430* 2000-PROCESS-ONE-COMMAND - PROMPT FOR AND DISPATCH ONE      *
001440* OPERATOR COMMAND.                                           *
001450* ---------------------------------------------------------- *
001460 2000-PROCESS-ONE-COMMAND.
001470     DISPLAY " ".
001480     DISPLAY "DISTACK - COMMAND (LIST/ACK/RELEASE/END): "
001490         WITH NO ADVANCING.
001500     MOVE SPACES TO WS-COMMAND.
001510     ACCEPT WS-COMMAND.
001520     EVALUATE WS-COMMAND
001530         WHEN "LIST"
001540             PERFORM 3000-LIST-MANIFEST THRU 3000-EXIT
001550         WHEN "ACK"
001560             PERFORM 4000-ACKNOWLEDGE-OUTPUT THRU 4000-EXIT
001570         WHEN "RELEASE"
001580             PERFORM 5000-RERUN-DISTRIBUTION THRU 5000-EXIT
001590         WHEN "END"
001600             MOVE "Y" TO WS-END-REQUEST-SWITCH
001610         WHEN OTHER
001620             DISPLAY "DISTACK: UNRECOGNISED COMMAND "
001630                 WS-COMMAND
001640     END-EVALUATE.
001650 2000-EXIT.
001660     EXIT.
001670*
001680* ---------------------------------------------------------- *
001690* 3000-LIST-MANIFEST - THE NIGHT ROW, THEN EVERY OUTPUT FOR   *
001700* THE KEY.  NO NIGHT ROW MEANS DISTRIB HAS NOT RUN FOR IT.    *
001710* ---------------------------------------------------------- *
001720 3000-LIST-MANIFEST.
001730     MOVE 0 TO WS-LISTED-COUNT.
001740     MOVE 0 TO WS-WITHHELD-COUNT.
001750     MOVE 0 TO WS-UNACKED-COUNT.
001760     MOVE "N" TO WS-MANIFEST-DONE-SWITCH.
001770     MOVE WS-ACK-RUN-DATE TO DSM-RUN-DATE.
001780     MOVE WS-ACK-ENV-CODE TO DSM-ENV-CODE.
001790     MOVE WS-ACK-STREAM   TO DSM-STREAM-NAME.
001800     MOVE SPACES          TO DSM-DATASET-NAME.
001810     READ MANIFEST-FILE
001820         KEY IS DSM-KEY
001830         INVALID KEY
001840             DISPLAY "DISTACK: NO MANIFEST ON FILE FOR "
001850                 WS-ACK-RUN-DATE "/" WS-ACK-ENV-CODE "/"
001860                 WS-ACK-STREAM
001870             MOVE "Y" TO WS-MANIFEST-DONE-SWITCH
001880         NOT INVALID KEY
001890             PERFORM 3050-SHOW-NIGHT-ROW THRU 3050-EXIT
001900     END-READ.
001910     PERFORM 3100-LIST-ONE-OUTPUT THRU 3100-EXIT
001920         UNTIL WS-MANIFEST-DONE.
001930     IF WS-LISTED-COUNT > 0
001940         DISPLAY "DISTACK: " WS-LISTED-COUNT " OUTPUT(S), "
001950             WS-WITHHELD-COUNT " WITHHELD, "
001960             WS-UNACKED-COUNT " RELEASED NOT YET ACKNOWLEDGED"
001970     END-IF.
001980 3000-EXIT.
001990     EXIT.
002000*
002010 3050-SHOW-NIGHT-ROW.
002020     EVALUATE TRUE
002030         WHEN DSM-RECON-CLEAN
002040             MOVE "IN BALANCE"     TO WS-RECON-TEXT
002050         WHEN DSM-RECON-OUT-OF-BAL
002060             MOVE "OUT OF BALANCE" TO WS-RECON-TEXT
002070         WHEN OTHER
002080             MOVE "NOT RUN"        TO WS-RECON-TEXT
002090     END-EVALUATE.
002100     DISPLAY "DISTACK: DISTRIBUTED " DSM-DECIDED-DATE " "
002110         DSM-DECIDED-TIME "  RECONCIL=" WS-RECON-TEXT.
002120 3050-EXIT.
002130     EXIT.
002140*
002150 3100-LIST-ONE-OUTPUT.
002160     READ MANIFEST-FILE NEXT RECORD
002170         AT END
002180             MOVE "Y" TO WS-MANIFEST-DONE-SWITCH
002190     END-READ.
002200     IF WS-MANIFEST-DONE
002210         GO TO 3100-EXIT
002220     END-IF.
002230     IF DSM-RUN-DATE NOT = WS-ACK-RUN-DATE
002240             OR DSM-ENV-CODE NOT = WS-ACK-ENV-CODE
002250             OR DSM-STREAM-NAME NOT = WS-ACK-STREAM
002260         MOVE "Y" TO WS-MANIFEST-DONE-SWITCH
002270         GO TO 3100-EXIT
002280     END-IF.
002290     ADD 1 TO WS-LISTED-COUNT.
002300     IF DSM-RELEASED
002310         MOVE "RELEASED" TO WS-STATUS-TEXT
002320         IF NOT DSM-ACKNOWLEDGED
002330             ADD 1 TO WS-UNACKED-COUNT
002340         END-IF
002350     ELSE
002360         MOVE "WITHHELD" TO WS-STATUS-TEXT
002370         ADD 1 TO WS-WITHHELD-COUNT
002380     END-IF.
002390     DISPLAY "  " DSM-DATASET-NAME "  " DSM-RECIPIENT
002400         "  " DSM-METHOD "  " WS-STATUS-TEXT "  " DSM-REASON.
002410     DISPLAY "      DECIDED " DSM-DECIDED-DATE " "
002420         DSM-DECIDED-TIME "  PRODUCED BY " DSM-PRODUCING-STEP.
002422     IF DSM-RERELEASE-COUNT NUMERIC AND DSM-RERELEASE-COUNT > 0
002424         DISPLAY "      RE-RELEASED AFTER A RERUN "
002425             DSM-RERELEASE-COUNT " TIME(S) - DECIDED IS "
002426             "THE LATEST"
002428     END-IF.
002430     IF DSM-RELEASED AND DSM-HELD-REASON NOT = SPACES
002440         DISPLAY "      EARLIER WITHHELD: " DSM-HELD-REASON
002450     END-IF.
002460     IF DSM-ACKNOWLEDGED
002470         DISPLAY "      ACKNOWLEDGED " DSM-ACK-DATE " "
002480             DSM-ACK-TIME " BY " DSM-ACK-BY
002490             " REF " DSM-ACK-REFERENCE
002500     END-IF.
002510 3100-EXIT.
002520     EXIT.
002530*
002540* ---------------------------------------------------------- *
002550* 4000-ACKNOWLEDGE-OUTPUT - RECORD THE RECIPIENT'S            *
002560* ACKNOWLEDGEMENT OF ONE RELEASED OUTPUT.  A WITHHELD OUTPUT  *
002570* WAS NEVER SENT, SO THERE IS NOTHING TO ACKNOWLEDGE; THE     *
002580* FIRST ACKNOWLEDGEMENT RECORDED STANDS.                      *
002590* ---------------------------------------------------------- *
002600 4000-ACKNOWLEDGE-OUTPUT.
002610     DISPLAY "  DATASET NAME: " WITH NO ADVANCING.
002620     MOVE SPACES TO WS-ACK-DATASET.
002630     ACCEPT WS-ACK-DATASET.
002640     IF WS-ACK-DATASET = SPACES
002650         DISPLAY "DISTACK: DATASET NAME REQUIRED"
002660         GO TO 4000-EXIT
002670     END-IF.
002680     MOVE WS-ACK-RUN-DATE TO DSM-RUN-DATE.
002690     MOVE WS-ACK-ENV-CODE TO DSM-ENV-CODE.
002700     MOVE WS-ACK-STREAM   TO DSM-STREAM-NAME.
002710     MOVE WS-ACK-DATASET  TO DSM-DATASET-NAME.
002720     READ MANIFEST-FILE
002730         KEY IS DSM-KEY
002740         INVALID KEY
002750             DISPLAY "DISTACK: " WS-ACK-DATASET
002760                 " IS NOT ON THE MANIFEST"
002770             GO TO 4000-EXIT
002780     END-READ.
002790     IF NOT DSM-RELEASED
002800         DISPLAY "DISTACK: " WS-ACK-DATASET
002810             " WAS WITHHELD - NOTHING TO ACKNOWLEDGE"
002820         GO TO 4000-EXIT
002830     END-IF.
002840     IF DSM-ACKNOWLEDGED
002850         DISPLAY "DISTACK: ALREADY ACKNOWLEDGED BY "
002860             DSM-ACK-BY " REF " DSM-ACK-REFERENCE
002870         GO TO 4000-EXIT
002880     END-IF.
002890     DISPLAY "  RECIPIENT'S REFERENCE: " WITH NO ADVANCING.
002900     MOVE SPACES TO WS-ACK-REFERENCE.
002910     ACCEPT WS-ACK-REFERENCE.
002920     IF WS-ACK-REFERENCE = SPACES
002930         DISPLAY "DISTACK: A REFERENCE IS REQUIRED - NOT"
002940             " ACKNOWLEDGED"
002950         GO TO 4000-EXIT
002960     END-IF.
002970     ACCEPT WS-RUN-TIME FROM TIME.
002980     MOVE "A"              TO DSM-ACK-STATUS.
002990     MOVE WS-OPERATOR-ID   TO DSM-ACK-BY.
003000     MOVE WS-TODAY-DATE    TO DSM-ACK-DATE.
003010     MOVE WS-RUN-TIME      TO DSM-ACK-TIME.
003020     MOVE WS-ACK-REFERENCE TO DSM-ACK-REFERENCE.
003030     REWRITE DISTRIBUTION-MANIFEST-RECORD
003040         INVALID KEY
003050             CONTINUE
003060     END-REWRITE.
003070     IF WS-MANIFEST-STATUS NOT = "00"
003080         DISPLAY "DISTACK: UNABLE TO REWRITE DISTMAN, STATUS="
003090             WS-MANIFEST-STATUS
003100         GO TO 4000-EXIT
003110     END-IF.
003120     DISPLAY "DISTACK: " WS-ACK-DATASET " ACKNOWLEDGED".
003130     MOVE "INFO "    TO LOG-SEVERITY.
003140     MOVE "4000-AKO" TO LOG-PARAGRAPH-NAME.
003150     MOVE SPACES TO LOG-MESSAGE-TEXT.
003160     STRING "DELIVERY OF " WS-ACK-DATASET
003170         " ACKNOWLEDGED BY " WS-OPERATOR-ID
003180         DELIMITED BY SIZE
003190         INTO LOG-MESSAGE-TEXT.
003200     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
003210 4000-EXIT.
003220     EXIT.
003230*
003240* ---------------------------------------------------------- *
003250* 5000-RERUN-DISTRIBUTION - HAND THE NIGHT BACK TO DISTRIB    *
003260* WITH A SPACES VERDICT, SO IT USES THE ONE THE RUN FILED.    *
003270* THE MANIFEST IS CLOSED ACROSS THE CALL SINCE DISTRIB OPENS  *
003280* IT ITSELF.                                                  *
003290* ---------------------------------------------------------- *
003300 5000-RERUN-DISTRIBUTION.
003310     CLOSE MANIFEST-FILE.
003320     MOVE "N" TO WS-MANIFEST-OPEN-SWITCH.
003330     MOVE WS-ACK-RUN-DATE TO DST-RUN-DATE.
003340     MOVE WS-ACK-ENV-CODE TO DST-ENV-CODE.
003350     MOVE WS-ACK-STREAM   TO DST-STREAM-NAME.
003360     MOVE SPACE           TO DST-RECON-VERDICT.
003370     MOVE 0 TO RETURN-CODE.
003380     CALL "DISTRIB" USING WS-DISTRIBUTION-PARMS
003390         ON EXCEPTION
003400             DISPLAY "DISTACK: DISTRIB COULD NOT BE CALLED"
003410             MOVE 16 TO RETURN-CODE
003420     END-CALL.
003430     EVALUATE RETURN-CODE
003440         WHEN 0
003450             DISPLAY "DISTACK: NOTHING WITHHELD FOR THE NIGHT"
003460         WHEN 4
003470             DISPLAY "DISTACK: OUTPUTS STILL WITHHELD - SEE LIST"
003480         WHEN OTHER
003490             DISPLAY "DISTACK: DISTRIBUTION FAILED, RC="
003500                 RETURN-CODE
003510     END-EVALUATE.
003520     MOVE 0 TO RETURN-CODE.
003530     PERFORM 1100-OPEN-MANIFEST THRU 1100-EXIT.
003540     IF WS-MANIFEST-OPEN
003550         PERFORM 3000-LIST-MANIFEST THRU 3000-EXIT
003560     END-IF.
003570 5000-EXIT.
003580     EXIT.
003590*
003600* ---------------------------------------------------------- *
003610* 7000-LOG-EVENT - FILE A LINE UNDER THE NIGHT BEING WORKED.  *
003620* ---------------------------------------------------------- *
003630 7000-LOG-EVENT.
003640     MOVE "DISTACK"       TO LOG-PROGRAM-ID.
003650     MOVE WS-ACK-RUN-DATE TO LOG-RUN-DATE.
003660     MOVE WS-ACK-ENV-CODE TO LOG-ENV-CODE.
003670     CALL "LOGWRITE" USING WS-LOG-CALL-PARMS.
003680 7000-EXIT.
003690     EXIT.
003700*
003710* ---------------------------------------------------------- *
003720* 9000-TERMINATE - SET THE RETURN CODE.                       *
003730* ---------------------------------------------------------- *
003740 9000-TERMINATE.
003750     IF WS-ABEND
003760         MOVE 16 TO RETURN-CODE
003770     ELSE
003780         MOVE 0 TO RETURN-CODE
003790     END-IF.
003800 9000-EXIT.
003810     EXIT.
003820*
003830 END PROGRAM DISTACK.
