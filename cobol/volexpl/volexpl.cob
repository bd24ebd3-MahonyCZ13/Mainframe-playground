000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VOLEXPL.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* VOLEXPL is the foreground program (run under TSO, the same
000090* style as CTLMAINT) through which operations mark a volume
000100* breach held by VOLCHK as explained.  The operator names the
000110* run-date, environment and named stream, LISTs the night's
000120* breaches from VOLBRCH, and EXPLAINs one dataset at a time
000130* with a mandatory reason.  The row is rewritten with status
000140* "E", the operator ID, the date and time and the reason, and
000150* an INFO line goes to BATCH-LOG.  Only an operator whose
000160* OPERAUTH row for the environment carries OPA-EXPLAIN-FLAG may
000170* explain; an explanation is final - a rerun of VOLCHK keeps
000180* it.  A night VOLCHK could not check in full (its dataset
000183* table overflowed) is held on the night row itself; EXPLAIN
000186* *NIGHT releases that hold the same way, reason and all.
000190*
000200* MOD HISTORY
000210*   15-10-2026 PK  INITIAL VERSION.
000212*   15-10-2026 PK  EXPLAIN *NIGHT EXPLAINS A HELD NIGHT ROW (NOT
000214*                  EVERY DATASET CHECKED) WITH THE SAME REASON,
000216*                  REWRITE AND LOG LINE AS A DATASET BREACH;
000218*                  LIST SHOWS THE NIGHT ROW'S HOLD.
000220* ------------------------------------------------------------ *
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT BREACH-FILE ASSIGN TO "VOLBRCH"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS VBR-KEY
000300         FILE STATUS IS WS-BREACH-STATUS.
000310     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-OPERAUTH-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  BREACH-FILE.
000380     COPY VOLBRCH.
000390 FD  OPERATOR-AUTH-FILE
000400     RECORDING MODE IS F.
000410     COPY AUTHREC.
000420*
000430 WORKING-STORAGE SECTION.
000440 77  WS-BREACH-STATUS             PIC X(02)  VALUE "00".
000450 77  WS-OPERAUTH-STATUS           PIC X(02)  VALUE "00".
000460 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000470     88  WS-ABEND                 VALUE "Y".
000480 77  WS-END-REQUEST-SWITCH        PIC X(01)  VALUE "N".
000490     88  WS-END-REQUESTED         VALUE "Y".
000500 77  WS-OPERAUTH-EOF-SWITCH       PIC X(01)  VALUE "N".
000510     88  WS-OPERAUTH-EOF          VALUE "Y".
000520 77  WS-AUTH-ROW-SWITCH           PIC X(01)  VALUE "N".
000530     88  WS-AUTH-ROW-FOUND        VALUE "Y".
000540 77  WS-AUTH-EXPLAIN-FLAG         PIC X(01)  VALUE "N".
000550     88  WS-AUTH-MAY-EXPLAIN      VALUE "Y".
000560 77  WS-BREACH-DONE-SWITCH        PIC X(01)  VALUE "N".
000570     88  WS-BREACH-DONE           VALUE "Y".
000580 77  WS-OPERATOR-ID               PIC X(08)  VALUE SPACES.
000590 77  WS-COMMAND                   PIC X(08)  VALUE SPACES.
000600 77  WS-TODAY-DATE                PIC X(08).
000610 77  WS-RUN-TIME                  PIC X(08).
000620*
000630* THE NIGHT BEING WORKED AND THE DATASET NAMED ON AN EXPLAIN.
000640 77  WS-EXPL-RUN-DATE             PIC X(08)  VALUE SPACES.
000650 77  WS-EXPL-ENV-CODE             PIC X(04)  VALUE SPACES.
000660 77  WS-EXPL-STREAM               PIC X(08)  VALUE SPACES.
000670 77  WS-EXPL-DATASET              PIC X(08)  VALUE SPACES.
000675     88  WS-EXPL-NIGHT-ROW        VALUE "*NIGHT".
000680 77  WS-EXPL-REASON               PIC X(40)  VALUE SPACES.
000690 77  WS-LISTED-COUNT              PIC 9(04)  VALUE 0.
000700 77  WS-HELD-COUNT                PIC 9(04)  VALUE 0.
000710*
000720* LIST DISPLAY WORK AREAS.
000730 77  WS-SEVERITY-TEXT             PIC X(05)  VALUE SPACES.
000740 77  WS-STATUS-TEXT               PIC X(09)  VALUE SPACES.
000750 77  WS-EDIT-COUNT                PIC -9(09).
000760 77  WS-EDIT-COUNT-2              PIC -9(09).
000770 77  WS-EDIT-PCT                  PIC ZZ9.
000780 77  WS-EDIT-PCT-2                PIC ZZ9.
000790*
000800 COPY LOGPARM REPLACING LOG-CALL-PARMS
000810     BY WS-LOG-CALL-PARMS.
000820*
000830 PROCEDURE DIVISION.
000840*
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000870     IF NOT WS-ABEND
000880         PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
000890             UNTIL WS-END-REQUESTED OR WS-ABEND
000900         CLOSE BREACH-FILE
000910     END-IF.
000920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000930     STOP RUN.
000940 0000-MAINLINE-EXIT.
000950     EXIT.
000960*
000970* ---------------------------------------------------------- *
000980* 1000-INITIALIZE - IDENTIFY THE OPERATOR AND THE NIGHT,      *
000990* CHECK THE OPERATOR MAY EXPLAIN BREACHES IN THAT             *
001000* ENVIRONMENT, AND OPEN VOLBRCH FOR UPDATE.                   *
001010* ---------------------------------------------------------- *
001020 1000-INITIALIZE.
001030     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001040     DISPLAY "VOLEXPL - ENTER OPERATOR ID: "
001050         WITH NO ADVANCING.
001060     ACCEPT WS-OPERATOR-ID.
001070     IF WS-OPERATOR-ID = SPACES
001080         DISPLAY "VOLEXPL: OPERATOR ID REQUIRED - EVERY"
001090             " EXPLANATION CARRIES IT"
001100         MOVE "Y" TO WS-ABEND-SWITCH
001110         GO TO 1000-EXIT
001120     END-IF.
001130     DISPLAY "VOLEXPL - ENTER RUN-DATE (YYYYMMDD): "
001140         WITH NO ADVANCING.
001150     ACCEPT WS-EXPL-RUN-DATE.
001160     DISPLAY "VOLEXPL - ENTER ENV CODE: "
001170         WITH NO ADVANCING.
001180     ACCEPT WS-EXPL-ENV-CODE.
001190     DISPLAY "VOLEXPL - ENTER STREAM NAME (BLANK FOR DEFAULT): "
001200         WITH NO ADVANCING.
001210     ACCEPT WS-EXPL-STREAM.
001220     IF WS-EXPL-RUN-DATE IS NOT NUMERIC
001230             OR WS-EXPL-ENV-CODE = SPACES
001240         DISPLAY "VOLEXPL: RUN-DATE MUST BE YYYYMMDD AND ENV"
001250             " IS REQUIRED"
001260         MOVE "Y" TO WS-ABEND-SWITCH
001270         GO TO 1000-EXIT
001280     END-IF.
001290     PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT.
001300     IF NOT WS-AUTH-MAY-EXPLAIN
001310         DISPLAY "VOLEXPL: OPERATOR " WS-OPERATOR-ID
001320             " MAY NOT EXPLAIN VOLUME BREACHES IN "
001330             WS-EXPL-ENV-CODE
001340         MOVE "Y" TO WS-ABEND-SWITCH
001350         GO TO 1000-EXIT
001360     END-IF.
001370     OPEN I-O BREACH-FILE.
001380     IF WS-BREACH-STATUS NOT = "00"
001390         DISPLAY "VOLEXPL: UNABLE TO OPEN VOLBRCH, STATUS="
001400             WS-BREACH-STATUS
001410         MOVE "Y" TO WS-ABEND-SWITCH
001420     ELSE
001430         PERFORM 3000-LIST-BREACHES THRU 3000-EXIT
001440     END-IF.
001450 1000-EXIT.
001460     EXIT.
001470*
001480* ---------------------------------------------------------- *
001490* 1100-CHECK-AUTHORITY - SCAN OPERAUTH FOR THE (OPERATOR,     *
001500* ENV) ROW.  NO ROW, OR NO DATASET, REFUSES - AS IN HELLO.    *
001510* ---------------------------------------------------------- *
001520 1100-CHECK-AUTHORITY.
001530     MOVE "N" TO WS-AUTH-ROW-SWITCH.
001540     MOVE "N" TO WS-OPERAUTH-EOF-SWITCH.
001550     MOVE "N" TO WS-AUTH-EXPLAIN-FLAG.
001560     OPEN INPUT OPERATOR-AUTH-FILE.
001570     IF WS-OPERAUTH-STATUS = "00"
001580         PERFORM 1150-READ-ONE-AUTH-ROW THRU 1150-EXIT
001590             UNTIL WS-OPERAUTH-EOF OR WS-AUTH-ROW-FOUND
001600         CLOSE OPERATOR-AUTH-FILE
001610     END-IF.
001620 1100-EXIT.
001630     EXIT.
001640*
001650 1150-READ-ONE-AUTH-ROW.
001660     READ OPERATOR-AUTH-FILE
001670         AT END
001680             MOVE "Y" TO WS-OPERAUTH-EOF-SWITCH
001690     END-READ.
001700     IF NOT WS-OPERAUTH-EOF
001710         IF OPA-OPERATOR-ID = WS-OPERATOR-ID
001720                 AND OPA-ENV-CODE = WS-EXPL-ENV-CODE
001730             MOVE "Y" TO WS-AUTH-ROW-SWITCH
001740             MOVE OPA-EXPLAIN-FLAG TO WS-AUTH-EXPLAIN-FLAG
001750         END-IF
001760     END-IF.
001770 1150-EXIT.
001780     EXIT.
001790*
001800* ---------------------------------------------------------- *
001810* 2000-PROCESS-ONE-COMMAND - PROMPT FOR AND DISPATCH ONE      *
001820* OPERATOR COMMAND.                                           *
001830* ---------------------------------------------------------- *
001840 2000-PROCESS-ONE-COMMAND.
001850     DISPLAY " ".
001860     DISPLAY "VOLEXPL - COMMAND (LIST/EXPLAIN/END): "
001870         WITH NO ADVANCING.
001880     MOVE SPACES TO WS-COMMAND.
001890     ACCEPT WS-COMMAND.
001900     EVALUATE WS-COMMAND
001910         WHEN "LIST"
001920             PERFORM 3000-LIST-BREACHES THRU 3000-EXIT
001930         WHEN "EXPLAIN"
001940             PERFORM 4000-EXPLAIN-BREACH THRU 4000-EXIT
001950         WHEN "END"
001960             MOVE "Y" TO WS-END-REQUEST-SWITCH
001970         WHEN OTHER
001980             DISPLAY "VOLEXPL: UNRECOGNISED COMMAND "
001990                 WS-COMMAND
002000     END-EVALUATE.
002010 2000-EXIT.
002020     EXIT.
002030*
002040* ---------------------------------------------------------- *
002050* 3000-LIST-BREACHES - EVERY VOLBRCH ROW FOR THE NIGHT, HELD  *
002060* AND EXPLAINED, WITH THE FIGURES THAT TRIPPED IT.  NO NIGHT  *
002070* ROW MEANS VOLCHK HAS NOT RUN FOR THE KEY YET; A NIGHT ROW    *
002075* THAT IS HELD OR EXPLAINED ITSELF IS SHOWN FIRST (3050).     *
002080* ---------------------------------------------------------- *
002090 3000-LIST-BREACHES.
002100     MOVE 0 TO WS-LISTED-COUNT.
002110     MOVE 0 TO WS-HELD-COUNT.
002120     MOVE "N" TO WS-BREACH-DONE-SWITCH.
002130     MOVE WS-EXPL-RUN-DATE TO VBR-RUN-DATE.
002140     MOVE WS-EXPL-ENV-CODE TO VBR-ENV-CODE.
002150     MOVE WS-EXPL-STREAM   TO VBR-STREAM-NAME.
002160     MOVE SPACES           TO VBR-DATASET-NAME.
002170     READ BREACH-FILE
002180         KEY IS VBR-KEY
002190         INVALID KEY
002200             DISPLAY "VOLEXPL: NO VOLUME CHECK ON FILE FOR "
002210                 WS-EXPL-RUN-DATE "/" WS-EXPL-ENV-CODE "/"
002220                 WS-EXPL-STREAM
002230             MOVE "Y" TO WS-BREACH-DONE-SWITCH
002280     END-READ.
002282     IF NOT WS-BREACH-DONE
002284         PERFORM 3050-SHOW-NIGHT-ROW THRU 3050-EXIT
002286     END-IF.
002290     PERFORM 3100-LIST-ONE-ROW THRU 3100-EXIT
002300         UNTIL WS-BREACH-DONE.
002310     IF WS-LISTED-COUNT = 0
002320         DISPLAY "VOLEXPL: NO BREACHES FOR THIS NIGHT"
002330     ELSE
002340         DISPLAY "VOLEXPL: " WS-LISTED-COUNT " BREACH(ES), "
002350             WS-HELD-COUNT " STILL HELD"
002360     END-IF.
002370 3000-EXIT.
002380     EXIT.
002390*
002391* ---------------------------------------------------------- *
002392* 3050-SHOW-NIGHT-ROW - WHEN THE CHECK RAN, AND WHETHER THE   *
002393* NIGHT ROW ITSELF HOLDS THE NIGHT.  ONCE EXPLAINED, ITS      *
002394* BY/DATE/TIME ARE THE OPERATOR'S, NOT VOLCHK'S.              *
002395* ---------------------------------------------------------- *
002396 3050-SHOW-NIGHT-ROW.
002397     EVALUATE TRUE
002398         WHEN VBR-HELD
002399             DISPLAY "VOLEXPL: CHECK RAN " VBR-EXPLAINED-DATE
002400                 " " VBR-EXPLAINED-TIME "  DAY TYPE="
002401                 VBR-DAY-TYPE
002402             DISPLAY "VOLEXPL: NIGHT HELD - NOT EVERY DATASET WAS"
002403                 " CHECKED (EXPLAIN *NIGHT)"
002404         WHEN VBR-EXPLAINED
002405             DISPLAY "VOLEXPL: CHECK RAN  DAY TYPE=" VBR-DAY-TYPE
002406             DISPLAY "VOLEXPL: NIGHT HOLD EXPLAINED BY "
002407                 VBR-EXPLAINED-BY " " VBR-EXPLAINED-DATE " "
002408                 VBR-EXPLAINED-TIME ": " VBR-REASON
002409         WHEN OTHER
002410             DISPLAY "VOLEXPL: CHECK RAN " VBR-EXPLAINED-DATE
002411                 " " VBR-EXPLAINED-TIME "  DAY TYPE="
002412                 VBR-DAY-TYPE
002413     END-EVALUATE.
002414 3050-EXIT.
002415     EXIT.
002416*
002417 3100-LIST-ONE-ROW.
002418     READ BREACH-FILE NEXT RECORD
002420         AT END
002430             MOVE "Y" TO WS-BREACH-DONE-SWITCH
002440     END-READ.
002450     IF WS-BREACH-DONE
002460         GO TO 3100-EXIT
002470     END-IF.
002480     IF VBR-RUN-DATE NOT = WS-EXPL-RUN-DATE
002490             OR VBR-ENV-CODE NOT = WS-EXPL-ENV-CODE
002500             OR VBR-STREAM-NAME NOT = WS-EXPL-STREAM
002510         MOVE "Y" TO WS-BREACH-DONE-SWITCH
002520         GO TO 3100-EXIT
002530     END-IF.
002540     ADD 1 TO WS-LISTED-COUNT.
002550     IF VBR-SEV-ERROR
002560         MOVE "ERROR" TO WS-SEVERITY-TEXT
002570     ELSE
002580         MOVE "WARN " TO WS-SEVERITY-TEXT
002590     END-IF.
002600     IF VBR-EXPLAINED
002610         MOVE "EXPLAINED" TO WS-STATUS-TEXT
002620     ELSE
002630         MOVE "HELD"      TO WS-STATUS-TEXT
002640         ADD 1 TO WS-HELD-COUNT
002650     END-IF.
002660     DISPLAY "  " VBR-DATASET-NAME "  " WS-SEVERITY-TEXT
002670         "  " WS-STATUS-TEXT.
002680     MOVE VBR-CURR-COUNT     TO WS-EDIT-COUNT.
002690     MOVE VBR-BASE-COUNT     TO WS-EDIT-COUNT-2.
002700     MOVE VBR-COUNT-DEV-PCT  TO WS-EDIT-PCT.
002710     MOVE VBR-AMOUNT-DEV-PCT TO WS-EDIT-PCT-2.
002720     DISPLAY "      COUNT=" WS-EDIT-COUNT
002730         " BASELINE=" WS-EDIT-COUNT-2
002740         " DEV=" WS-EDIT-PCT "% AMOUNT DEV=" WS-EDIT-PCT-2 "%".
002750     IF VBR-EXPLAINED
002760         DISPLAY "      BY " VBR-EXPLAINED-BY " "
002770             VBR-EXPLAINED-DATE " " VBR-EXPLAINED-TIME
002780             ": " VBR-REASON
002790     END-IF.
002800 3100-EXIT.
002810     EXIT.
002820*
002830* ---------------------------------------------------------- *
002840* 4000-EXPLAIN-BREACH - MARK ONE HELD BREACH EXPLAINED.  THE  *
002850* REASON IS MANDATORY; AN ALREADY EXPLAINED ROW IS LEFT ALONE *
002860* SO THE FIRST EXPLANATION STANDS.  *NIGHT NAMES THE NIGHT    *
002863* ROW (SPACES DATASET), WHICH ONLY NEEDS EXPLAINING WHEN      *
002866* VOLCHK HELD IT FOR NOT CHECKING EVERY DATASET.              *
002870* ---------------------------------------------------------- *
002880 4000-EXPLAIN-BREACH.
002890     DISPLAY "  DATASET NAME: " WITH NO ADVANCING.
002900     MOVE SPACES TO WS-EXPL-DATASET.
002910     ACCEPT WS-EXPL-DATASET.
002920     IF WS-EXPL-DATASET = SPACES
002930         DISPLAY "VOLEXPL: DATASET NAME REQUIRED"
002940         GO TO 4000-EXIT
002950     END-IF.
002960     MOVE WS-EXPL-RUN-DATE TO VBR-RUN-DATE.
002970     MOVE WS-EXPL-ENV-CODE TO VBR-ENV-CODE.
002980     MOVE WS-EXPL-STREAM   TO VBR-STREAM-NAME.
002983     IF WS-EXPL-NIGHT-ROW
002986         MOVE SPACES          TO VBR-DATASET-NAME
002989     ELSE
002992         MOVE WS-EXPL-DATASET TO VBR-DATASET-NAME
002995     END-IF.
003000     READ BREACH-FILE
003010         KEY IS VBR-KEY
003020         INVALID KEY
003030             DISPLAY "VOLEXPL: NO BREACH FOR " WS-EXPL-DATASET
003040             GO TO 4000-EXIT
003050     END-READ.
003060     IF VBR-EXPLAINED
003070         DISPLAY "VOLEXPL: ALREADY EXPLAINED BY "
003080             VBR-EXPLAINED-BY
003090         GO TO 4000-EXIT
003100     END-IF.
003102     IF VBR-NIGHT-ROW AND NOT VBR-HELD
003104         DISPLAY "VOLEXPL: NIGHT IS NOT HELD - NOTHING TO EXPLAIN"
003106         GO TO 4000-EXIT
003108     END-IF.
003110     DISPLAY "  REASON: " WITH NO ADVANCING.
003120     MOVE SPACES TO WS-EXPL-REASON.
003130     ACCEPT WS-EXPL-REASON.
003140     IF WS-EXPL-REASON = SPACES
003150         DISPLAY "VOLEXPL: A REASON IS REQUIRED - NOT EXPLAINED"
003160         GO TO 4000-EXIT
003170     END-IF.
003180     ACCEPT WS-RUN-TIME FROM TIME.
003190     MOVE "E"            TO VBR-STATUS.
003200     MOVE WS-OPERATOR-ID TO VBR-EXPLAINED-BY.
003210     MOVE WS-TODAY-DATE  TO VBR-EXPLAINED-DATE.
003220     MOVE WS-RUN-TIME    TO VBR-EXPLAINED-TIME.
003230     MOVE WS-EXPL-REASON TO VBR-REASON.
003240     REWRITE VOLUME-BREACH-RECORD
003250         INVALID KEY
003260             CONTINUE
003270     END-REWRITE.
003280     IF WS-BREACH-STATUS NOT = "00"
003290         DISPLAY "VOLEXPL: UNABLE TO REWRITE VOLBRCH, STATUS="
003300             WS-BREACH-STATUS
003310         GO TO 4000-EXIT
003320     END-IF.
003330     DISPLAY "VOLEXPL: " WS-EXPL-DATASET " EXPLAINED".
003340     MOVE "INFO "    TO LOG-SEVERITY.
003350     MOVE "4000-EXB" TO LOG-PARAGRAPH-NAME.
003360     MOVE SPACES TO LOG-MESSAGE-TEXT.
003364     IF WS-EXPL-NIGHT-ROW
003368         STRING "NIGHT VOLUME HOLD EXPLAINED BY "
003372             WS-OPERATOR-ID
003376             DELIMITED BY SIZE
003380             INTO LOG-MESSAGE-TEXT
003384     ELSE
003388         STRING "VOLUME BREACH " WS-EXPL-DATASET
003392             " EXPLAINED BY " WS-OPERATOR-ID
003396             DELIMITED BY SIZE
003400             INTO LOG-MESSAGE-TEXT
003404     END-IF.
003410     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
003420 4000-EXIT.
003430     EXIT.
003440*
003450* ---------------------------------------------------------- *
003460* 7000-LOG-EVENT - FILE A LINE UNDER THE NIGHT BEING WORKED.  *
003470* ---------------------------------------------------------- *
003480 7000-LOG-EVENT.
003490     MOVE "VOLEXPL"        TO LOG-PROGRAM-ID.
003500     MOVE WS-EXPL-RUN-DATE TO LOG-RUN-DATE.
003510     MOVE WS-EXPL-ENV-CODE TO LOG-ENV-CODE.
003520     CALL "LOGWRITE" USING WS-LOG-CALL-PARMS.
003530 7000-EXIT.
003540     EXIT.
003550*
003560* ---------------------------------------------------------- *
003570* 9000-TERMINATE - SET THE RETURN CODE.                       *
003580* ---------------------------------------------------------- *
003590 9000-TERMINATE.
003600     IF WS-ABEND
003610         MOVE 16 TO RETURN-CODE
003620     ELSE
003630         MOVE 0 TO RETURN-CODE
003640     END-IF.
003650 9000-EXIT.
003660     EXIT.
003670*
003680 END PROGRAM VOLEXPL.
