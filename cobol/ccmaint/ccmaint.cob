000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CCMAINT.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* CCMAINT is the foreground maintenance program, run under TSO
000090* in the same style as CTLMAINT, for the COSTCTR reference file
000100* that CHGBACK charges the batch window from.  It loads the
000110* file into a table and lets the operator LIST the rows, ADDCC,
000120* CHGCC and DELCC a cost center (code, description, ledger
000130* account, rate per second), and ADDSTEP, CHGSTEP and DELSTEP
000140* a step's assignment (step, cost center, application owner).
000150* Validation - center codes and step names present and unique,
000160* description and ledger account present, rate numeric and
000170* above zero, every step assigned to a center that exists, a
000180* center still carrying steps never deleted, owner present -
000190* keeps finance from being billed against a typo.  The edited
000200* image goes to CCNEW for the JCL to swap in (CCSWAP), the
000210* CTLMAINT pattern, and every add, change and delete appends an
000220* audit row (operator id, date, time, before and after images -
000230* see CCAUD) to the CCAUDIT dataset.
000240*
000250* MOD HISTORY
000260*   15-10-2026 PK  INITIAL VERSION.
000270* ------------------------------------------------------------ *
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-COSTCTR-STATUS.
000340     SELECT COST-CENTER-NEW-FILE ASSIGN TO "CCNEW"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-CCNEW-STATUS.
000370     SELECT AUDIT-FILE ASSIGN TO "CCAUDIT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-AUDIT-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  COST-CENTER-FILE
000440     RECORDING MODE IS F.
000450 01  COST-CENTER-FILE-RECORD      PIC X(80).
000460 FD  COST-CENTER-NEW-FILE
000470     RECORDING MODE IS F.
000480 01  COST-CENTER-NEW-RECORD       PIC X(80).
000490 FD  AUDIT-FILE
000500     RECORDING MODE IS F.
000510     COPY CCAUD.
000520*
000530 WORKING-STORAGE SECTION.
000540 77  WS-COSTCTR-STATUS            PIC X(02)  VALUE "00".
000550 77  WS-CCNEW-STATUS              PIC X(02)  VALUE "00".
000560 77  WS-AUDIT-STATUS              PIC X(02)  VALUE "00".
000570 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000580     88  WS-ABEND                 VALUE "Y".
000590 77  WS-COSTCTR-EOF-SWITCH        PIC X(01)  VALUE "N".
000600     88  WS-COSTCTR-EOF           VALUE "Y".
000610 77  WS-END-REQUEST-SWITCH        PIC X(01)  VALUE "N".
000620     88  WS-END-REQUESTED         VALUE "Y".
000630 77  WS-CHANGES-MADE-SWITCH       PIC X(01)  VALUE "N".
000640     88  WS-CHANGES-MADE          VALUE "Y".
000650 77  WS-RECORD-VALID-SWITCH       PIC X(01)  VALUE "N".
000660     88  WS-RECORD-VALID          VALUE "Y".
000670 77  WS-ROW-FOUND-SWITCH          PIC X(01)  VALUE "N".
000680     88  WS-ROW-FOUND             VALUE "Y".
000690 77  WS-REFERENCED-SWITCH         PIC X(01)  VALUE "N".
000700     88  WS-CENTER-REFERENCED     VALUE "Y".
000710 77  WS-CENTER-OK-SWITCH          PIC X(01)  VALUE "N".
000720     88  WS-CENTER-OK             VALUE "Y".
000730 77  WS-RATE-BAD-SWITCH           PIC X(01)  VALUE "N".
000740     88  WS-RATE-BAD              VALUE "Y".
000750 77  WS-OPERATOR-ID               PIC X(08)  VALUE SPACES.
000760 77  WS-COMMAND                   PIC X(08)  VALUE SPACES.
000770 77  WS-TODAY-DATE                PIC X(08).
000780 77  WS-RUN-TIME                  PIC X(08).
000790*
000800* THE WHOLE REFERENCE FILE IS HELD IN THIS TABLE WHILE IT IS
000810* EDITED - ROOM FOR 50 COST CENTERS PLUS AN ASSIGNMENT ROW FOR
000820* EVERY STEP OF SEVERAL STREAMS.
000830 77  WS-CC-COUNT                  PIC 9(04)  COMP VALUE 0.
000840 77  WS-CC-IX                     PIC 9(04)  COMP.
000850 77  WS-SCAN-IX                   PIC 9(04)  COMP.
000860 77  WS-SHIFT-IX                  PIC 9(04)  COMP.
000870 77  WS-FOUND-IX                  PIC 9(04)  COMP VALUE 0.
000880 77  WS-VAL-SKIP-IX               PIC 9(04)  COMP VALUE 0.
000890 77  WS-LIST-COUNT                PIC 9(04)  COMP VALUE 0.
000900 77  WS-POS-DISP                  PIC 9(04).
000910 01  WS-CC-TABLE.
000920     05  WS-CC-ENTRY OCCURS 200 TIMES.
000930         10  WS-CC-ROW            PIC X(80).
000940         10  WS-CC-ROW-KEY REDEFINES WS-CC-ROW.
000950             15  WS-CC-ROW-TYPE   PIC X(01).
000960             15  WS-CC-ROW-NAME   PIC X(08).
000970             15  WS-CC-ROW-CENTER PIC X(08).
000980             15  FILLER           PIC X(63).
000990*
001000* THE ROW BEING ADDED OR CHANGED IS EDITED IN THE COSTCTR
001010* LAYOUT ITSELF; THE FD RECORD IS A PLAIN 80-BYTE AREA.
001020 COPY COSTCTR.
001030*
001050 77  WS-BEFORE-IMAGE              PIC X(80)  VALUE SPACES.
001060 77  WS-AFTER-IMAGE               PIC X(80)  VALUE SPACES.
001070 77  WS-AUDIT-ACTION              PIC X(08)  VALUE SPACES.
001080 77  WS-AUDIT-TYPE                PIC X(01)  VALUE SPACES.
001090 77  WS-AUDIT-KEY                 PIC X(08)  VALUE SPACES.
001100 77  WS-TARGET-TYPE               PIC X(01)  VALUE SPACES.
001110 77  WS-TARGET-KEY                PIC X(08)  VALUE SPACES.
001120 77  WS-ROW-NOUN                  PIC X(11)  VALUE SPACES.
001130*
001140* FIELD-PROMPT WORK AREAS.  A BLANK REPLY ON A CHANGE KEEPS
001150* THE FIELD.  THE RATE IS KEYED AS A DECIMAL ("0.0125" OR
001160* ".0125") AND SPLIT AT THE POINT INTO ITS WHOLE AND DECIMAL
001170* PARTS, WHICH ARE ZERO-FILLED INTO THE 9(03)V9(06) FIELD.
001180 77  WS-REPLY                     PIC X(24)  VALUE SPACES.
001190 77  WS-RATE-WHOLE-IN             PIC X(04)  VALUE SPACES.
001200 77  WS-RATE-DEC-IN               PIC X(07)  VALUE SPACES.
001210 77  WS-RATE-WHOLE                PIC X(03)  VALUE SPACES.
001220 77  WS-RATE-WHOLE-LEN            PIC 9(02)  COMP VALUE 0.
001230 77  WS-RATE-EDIT                 PIC ZZ9.999999.
001240*
001250 PROCEDURE DIVISION.
001260*
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     IF NOT WS-ABEND
001300         PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
001310             UNTIL WS-END-REQUESTED OR WS-ABEND
001320     END-IF.
001330     IF NOT WS-ABEND AND WS-CHANGES-MADE
001340         PERFORM 8000-WRITE-COST-CENTER-NEW THRU 8000-EXIT
001350     END-IF.
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001370     STOP RUN.
001380 0000-MAINLINE-EXIT.
001390     EXIT.
001400*
001410* ---------------------------------------------------------- *
001420* 1000-INITIALIZE - IDENTIFY THE OPERATOR (EVERY AUDIT ROW    *
001430* CARRIES THE ID) AND LOAD COSTCTR INTO THE EDIT TABLE.       *
001440* ---------------------------------------------------------- *
001450 1000-INITIALIZE.
001460     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001470     DISPLAY "CCMAINT - ENTER OPERATOR ID: "
001480         WITH NO ADVANCING.
001490     ACCEPT WS-OPERATOR-ID.
001500     IF WS-OPERATOR-ID = SPACES
001510         DISPLAY "CCMAINT: OPERATOR ID REQUIRED - EVERY"
001520             " CHANGE IS AUDITED"
001530         MOVE "Y" TO WS-ABEND-SWITCH
001540     ELSE
001550         PERFORM 1200-LOAD-COST-TABLE THRU 1200-EXIT
001560     END-IF.
001570 1000-EXIT.
001580     EXIT.
001590*
001600* ---------------------------------------------------------- *
001610* 1200-LOAD-COST-TABLE - READ EVERY COSTCTR ROW INTO THE EDIT *
001620* TABLE.  A MISSING DATASET (STATUS 35) IS A VALID EMPTY      *
001630* STARTING POINT - THE FIRST SESSION BUILDS THE FILE.         *
001640* ---------------------------------------------------------- *
001650 1200-LOAD-COST-TABLE.
001660     OPEN INPUT COST-CENTER-FILE.
001670     EVALUATE WS-COSTCTR-STATUS
001680         WHEN "00"
001690             MOVE "N" TO WS-COSTCTR-EOF-SWITCH
001700             PERFORM 1250-READ-ONE-COST-ROW THRU 1250-EXIT
001710                 UNTIL WS-COSTCTR-EOF OR WS-ABEND
001720             CLOSE COST-CENTER-FILE
001730         WHEN "35"
001740             DISPLAY "CCMAINT: NO COSTCTR FILE YET - STARTING"
001750                 " WITH NO COST CENTERS"
001760         WHEN OTHER
001770             DISPLAY "CCMAINT: UNABLE TO OPEN COSTCTR, STATUS="
001780                 WS-COSTCTR-STATUS
001790             MOVE "Y" TO WS-ABEND-SWITCH
001800     END-EVALUATE.
001810     MOVE WS-CC-COUNT TO WS-POS-DISP.
001820     IF NOT WS-ABEND
001830         DISPLAY "CCMAINT: " WS-POS-DISP " ROW(S) LOADED"
001840     END-IF.
001850 1200-EXIT.
001860     EXIT.
001870*
001880 1250-READ-ONE-COST-ROW.
001890     READ COST-CENTER-FILE
001900         AT END
001910             MOVE "Y" TO WS-COSTCTR-EOF-SWITCH
001920     END-READ.
001930     IF NOT WS-COSTCTR-EOF
001940         IF WS-CC-COUNT < 200
001950             ADD 1 TO WS-CC-COUNT
001960             MOVE COST-CENTER-FILE-RECORD
001970                 TO WS-CC-ROW (WS-CC-COUNT)
001980         ELSE
001990             DISPLAY "CCMAINT: MORE THAN 200 COSTCTR ROWS -"
002000                 " CANNOT EDIT THIS FILE"
002010             MOVE "Y" TO WS-ABEND-SWITCH
002020         END-IF
002030     END-IF.
002040 1250-EXIT.
002050     EXIT.
002060*
002070* ---------------------------------------------------------- *
002080* 2000-PROCESS-ONE-COMMAND - PROMPT FOR AND DISPATCH ONE      *
002090* OPERATOR COMMAND.  END WRITES THE EDITED IMAGE AND LEAVES.  *
002100* ---------------------------------------------------------- *
002110 2000-PROCESS-ONE-COMMAND.
002120     DISPLAY " ".
002130     DISPLAY "CCMAINT - COMMAND (LIST/ADDCC/CHGCC/DELCC/"
002140         "ADDSTEP/CHGSTEP/DELSTEP/END): "
002150         WITH NO ADVANCING.
002160     MOVE SPACES TO WS-COMMAND.
002170     ACCEPT WS-COMMAND.
002180     EVALUATE WS-COMMAND
002190         WHEN "LIST"
002200             PERFORM 3000-LIST-COST-TABLE THRU 3000-EXIT
002210         WHEN "ADDCC"
002220             PERFORM 4000-ADD-CENTER THRU 4000-EXIT
002230         WHEN "CHGCC"
002240             PERFORM 4100-CHANGE-CENTER THRU 4100-EXIT
002250         WHEN "DELCC"
002260             PERFORM 4200-DELETE-CENTER THRU 4200-EXIT
002270         WHEN "ADDSTEP"
002280             PERFORM 5000-ADD-STEP THRU 5000-EXIT
002290         WHEN "CHGSTEP"
002300             PERFORM 5100-CHANGE-STEP THRU 5100-EXIT
002310         WHEN "DELSTEP"
002320             PERFORM 5200-DELETE-STEP THRU 5200-EXIT
002330         WHEN "END"
002340             MOVE "Y" TO WS-END-REQUEST-SWITCH
002350         WHEN OTHER
002360             DISPLAY "CCMAINT: UNRECOGNISED COMMAND "
002370                 WS-COMMAND
002380     END-EVALUATE.
002390 2000-EXIT.
002400     EXIT.
002410*
002420* ---------------------------------------------------------- *
002430* 3000-LIST-COST-TABLE - THE COST CENTERS FIRST, THEN THE     *
002440* STEP ASSIGNMENTS, ONE LINE EACH.                            *
002450* ---------------------------------------------------------- *
002460 3000-LIST-COST-TABLE.
002470     IF WS-CC-COUNT = 0
002480         DISPLAY "CCMAINT: NO COST CENTERS OR STEPS DEFINED"
002490         GO TO 3000-EXIT
002500     END-IF.
002510     DISPLAY "  COST CENTERS".
002520     MOVE 0 TO WS-LIST-COUNT.
002530     MOVE 1 TO WS-CC-IX.
002540     PERFORM 3100-LIST-ONE-CENTER THRU 3100-EXIT
002550         UNTIL WS-CC-IX > WS-CC-COUNT.
002560     IF WS-LIST-COUNT = 0
002570         DISPLAY "    (NONE)"
002580     END-IF.
002590     DISPLAY "  STEP ASSIGNMENTS".
002600     MOVE 0 TO WS-LIST-COUNT.
002610     MOVE 1 TO WS-CC-IX.
002620     PERFORM 3200-LIST-ONE-STEP THRU 3200-EXIT
002630         UNTIL WS-CC-IX > WS-CC-COUNT.
002640     IF WS-LIST-COUNT = 0
002650         DISPLAY "    (NONE)"
002660     END-IF.
002670 3000-EXIT.
002680     EXIT.
002690*
002700 3100-LIST-ONE-CENTER.
002710     IF WS-CC-ROW-TYPE (WS-CC-IX) = "C"
002720         MOVE WS-CC-ROW (WS-CC-IX) TO COST-CENTER-RECORD
002730         ADD 1 TO WS-LIST-COUNT
002740         IF CCR-RATE-PER-SECOND IS NUMERIC
002750             MOVE CCR-RATE-PER-SECOND TO WS-RATE-EDIT
002760         ELSE
002770             MOVE 0 TO WS-RATE-EDIT
002780         END-IF
002790         DISPLAY "    CENTER=" CCR-ROW-KEY
002800             " " CCR-CENTER-NAME
002810             " ACCT=" CCR-LEDGER-ACCOUNT
002820             " RATE/SEC=" WS-RATE-EDIT
002830     END-IF.
002840     ADD 1 TO WS-CC-IX.
002850 3100-EXIT.
002860     EXIT.
002870*
002880 3200-LIST-ONE-STEP.
002890     IF WS-CC-ROW-TYPE (WS-CC-IX) = "S"
002900         MOVE WS-CC-ROW (WS-CC-IX) TO COST-CENTER-RECORD
002910         ADD 1 TO WS-LIST-COUNT
002920         DISPLAY "    STEP=" CCR-ROW-KEY
002930             " CENTER=" CCR-STEP-CENTER
002940             " OWNER=" CCR-APPL-OWNER
002950     END-IF.
002960     ADD 1 TO WS-CC-IX.
002970 3200-EXIT.
002980     EXIT.
002990*
003000* ---------------------------------------------------------- *
003010* 4000-ADD-CENTER - PROMPT A NEW COST-CENTER ROW, VALIDATE IT *
003020* AND APPEND IT.  AUDITED WITH A SPACE BEFORE-IMAGE.          *
003030* ---------------------------------------------------------- *
003040 4000-ADD-CENTER.
003050     IF WS-CC-COUNT >= 200
003060         DISPLAY "CCMAINT: COSTCTR TABLE FULL - CANNOT ADD"
003070         GO TO 4000-EXIT
003080     END-IF.
003090     MOVE SPACES TO COST-CENTER-RECORD.
003100     MOVE "C" TO CCR-RECORD-TYPE.
003110     DISPLAY "  COST CENTER CODE: " WITH NO ADVANCING.
003120     MOVE SPACES TO WS-REPLY.
003130     ACCEPT WS-REPLY.
003140     MOVE WS-REPLY (1:8) TO CCR-ROW-KEY.
003150     PERFORM 4500-PROMPT-CENTER-FIELDS THRU 4500-EXIT.
003160     MOVE 0 TO WS-VAL-SKIP-IX.
003170     PERFORM 7000-VALIDATE-CENTER THRU 7000-EXIT.
003180     IF NOT WS-RECORD-VALID
003190         DISPLAY "CCMAINT: ADD ABANDONED - ROW NOT VALID"
003200         GO TO 4000-EXIT
003210     END-IF.
003220     ADD 1 TO WS-CC-COUNT.
003230     MOVE COST-CENTER-RECORD TO WS-CC-ROW (WS-CC-COUNT).
003240     MOVE "ADDCC"            TO WS-AUDIT-ACTION.
003250     MOVE SPACES             TO WS-BEFORE-IMAGE.
003260     PERFORM 8400-AUDIT-EDITED-ROW THRU 8400-EXIT.
003270     DISPLAY "CCMAINT: COST CENTER " CCR-ROW-KEY " ADDED".
003280 4000-EXIT.
003290     EXIT.
003300*
003310* ---------------------------------------------------------- *
003320* 4100-CHANGE-CENTER - RE-PROMPT THE DESCRIPTION, LEDGER      *
003330* ACCOUNT AND RATE OF AN EXISTING CENTER (BLANK KEEPS THE     *
003340* CURRENT VALUE).  THE CODE ITSELF IS NOT CHANGED HERE - ADD  *
003350* THE NEW CODE, MOVE THE STEPS ACROSS AND DELETE THE OLD ONE, *
003360* SO EVERY STEP'S MOVE IS AUDITED.  AUDITED WITH BOTH IMAGES. *
003370* ---------------------------------------------------------- *
003380 4100-CHANGE-CENTER.
003390     DISPLAY "  CHANGE WHICH COST CENTER: " WITH NO ADVANCING.
003400     MOVE SPACES TO WS-TARGET-KEY.
003410     ACCEPT WS-TARGET-KEY.
003420     MOVE "C" TO WS-TARGET-TYPE.
003430     PERFORM 7500-FIND-ROW THRU 7500-EXIT.
003440     IF NOT WS-ROW-FOUND
003450         DISPLAY "CCMAINT: COST CENTER " WS-TARGET-KEY
003460             " NOT FOUND"
003470         GO TO 4100-EXIT
003480     END-IF.
003490     MOVE WS-CC-ROW (WS-FOUND-IX) TO COST-CENTER-RECORD.
003500     MOVE WS-CC-ROW (WS-FOUND-IX) TO WS-BEFORE-IMAGE.
003510     PERFORM 4500-PROMPT-CENTER-FIELDS THRU 4500-EXIT.
003520     MOVE WS-FOUND-IX TO WS-VAL-SKIP-IX.
003530     PERFORM 7000-VALIDATE-CENTER THRU 7000-EXIT.
003540     IF NOT WS-RECORD-VALID
003550         DISPLAY "CCMAINT: CHANGE ABANDONED - ROW NOT VALID"
003560         GO TO 4100-EXIT
003570     END-IF.
003580     MOVE COST-CENTER-RECORD TO WS-CC-ROW (WS-FOUND-IX).
003590     MOVE "CHGCC"            TO WS-AUDIT-ACTION.
003600     PERFORM 8400-AUDIT-EDITED-ROW THRU 8400-EXIT.
003610     DISPLAY "CCMAINT: COST CENTER " CCR-ROW-KEY " CHANGED".
003620 4100-EXIT.
003630     EXIT.
003640*
003650* ---------------------------------------------------------- *
003660* 4200-DELETE-CENTER - REMOVE A COST CENTER, UNLESS A STEP IS *
003670* STILL ASSIGNED TO IT - THAT STEP'S WINDOW TIME WOULD        *
003680* QUIETLY DROP OUT OF THE CHARGEBACK.  AUDITED WITH A SPACE   *
003690* AFTER-IMAGE.                                                *
003700* ---------------------------------------------------------- *
003710 4200-DELETE-CENTER.
003720     DISPLAY "  DELETE WHICH COST CENTER: " WITH NO ADVANCING.
003730     MOVE SPACES TO WS-TARGET-KEY.
003740     ACCEPT WS-TARGET-KEY.
003750     MOVE "C" TO WS-TARGET-TYPE.
003760     PERFORM 7500-FIND-ROW THRU 7500-EXIT.
003770     IF NOT WS-ROW-FOUND
003780         DISPLAY "CCMAINT: COST CENTER " WS-TARGET-KEY
003790             " NOT FOUND"
003800         GO TO 4200-EXIT
003810     END-IF.
003820     PERFORM 7700-CHECK-REFERENCES THRU 7700-EXIT.
003830     IF WS-CENTER-REFERENCED
003840         DISPLAY "CCMAINT: COST CENTER " WS-TARGET-KEY
003850             " STILL HAS STEPS ASSIGNED - DELETE REFUSED"
003860         GO TO 4200-EXIT
003870     END-IF.
003880     PERFORM 6000-REMOVE-FOUND-ROW THRU 6000-EXIT.
003890     MOVE "DELCC" TO WS-AUDIT-ACTION.
003900     PERFORM 8450-AUDIT-REMOVED-ROW THRU 8450-EXIT.
003910     DISPLAY "CCMAINT: COST CENTER " WS-TARGET-KEY " DELETED".
003920 4200-EXIT.
003930     EXIT.
003940*
003950* ---------------------------------------------------------- *
003960* 4500-PROMPT-CENTER-FIELDS - ONE PROMPT PER COST-CENTER      *
003970* FIELD.  A BLANK REPLY LEAVES THE FIELD AS IT STANDS (ON AN  *
003980* ADD THE ROW STARTS AS SPACES, SO BLANK LEAVES IT BLANK FOR  *
003990* VALIDATION TO CATCH).                                       *
004000* ---------------------------------------------------------- *
004010 4500-PROMPT-CENTER-FIELDS.
004020     DISPLAY "  DESCRIPTION [" CCR-CENTER-NAME "]: "
004030         WITH NO ADVANCING.
004040     MOVE SPACES TO WS-REPLY.
004050     ACCEPT WS-REPLY.
004060     IF WS-REPLY NOT = SPACES
004070         MOVE WS-REPLY TO CCR-CENTER-NAME
004080     END-IF.
004090     DISPLAY "  LEDGER ACCOUNT [" CCR-LEDGER-ACCOUNT "]: "
004100         WITH NO ADVANCING.
004110     MOVE SPACES TO WS-REPLY.
004120     ACCEPT WS-REPLY.
004130     IF WS-REPLY NOT = SPACES
004140         MOVE WS-REPLY (1:12) TO CCR-LEDGER-ACCOUNT
004150     END-IF.
004160     IF CCR-RATE-PER-SECOND IS NUMERIC
004170         MOVE CCR-RATE-PER-SECOND TO WS-RATE-EDIT
004180     ELSE
004190         MOVE 0 TO WS-RATE-EDIT
004200     END-IF.
004210     DISPLAY "  RATE PER SECOND [" WS-RATE-EDIT "]: "
004220         WITH NO ADVANCING.
004230     MOVE SPACES TO WS-REPLY.
004240     ACCEPT WS-REPLY.
004250     IF WS-REPLY NOT = SPACES
004260         PERFORM 4600-PARSE-RATE THRU 4600-EXIT
004270     END-IF.
004280 4500-EXIT.
004290     EXIT.
004300*
004310* ---------------------------------------------------------- *
004320* 4600-PARSE-RATE - AN OPERATOR KEYS "0.0125", NOT            *
004330* "000012500".  SPLIT THE REPLY AT THE DECIMAL POINT,         *
004340* RIGHT-JUSTIFY THE WHOLE PART INTO THREE DIGITS AND          *
004350* ZERO-FILL THE DECIMAL PART OUT TO SIX.  MORE THAN THREE     *
004360* WHOLE DIGITS OR SIX DECIMALS LEAVES THE RATE BLANK, WHICH   *
004370* THE NUMERIC EDIT THEN REJECTS.                              *
004380* ---------------------------------------------------------- *
004390 4600-PARSE-RATE.
004400     MOVE "N" TO WS-RATE-BAD-SWITCH.
004410     MOVE SPACES TO WS-RATE-WHOLE-IN WS-RATE-DEC-IN.
004420     UNSTRING WS-REPLY DELIMITED BY "." OR ALL " "
004430         INTO WS-RATE-WHOLE-IN WS-RATE-DEC-IN
004440     END-UNSTRING.
004450     IF WS-RATE-WHOLE-IN (4:1) NOT = SPACE
004460             OR WS-RATE-DEC-IN (7:1) NOT = SPACE
004470         MOVE "Y" TO WS-RATE-BAD-SWITCH
004485     ELSE
004500         MOVE 0 TO WS-RATE-WHOLE-LEN
004510         INSPECT WS-RATE-WHOLE-IN TALLYING WS-RATE-WHOLE-LEN
004520             FOR CHARACTERS BEFORE INITIAL " "
004530         MOVE "000" TO WS-RATE-WHOLE
004540         IF WS-RATE-WHOLE-LEN > 0
004550             MOVE WS-RATE-WHOLE-IN (1:WS-RATE-WHOLE-LEN)
004560                 TO WS-RATE-WHOLE (4 - WS-RATE-WHOLE-LEN:
004570                                   WS-RATE-WHOLE-LEN)
004580         END-IF
004590         INSPECT WS-RATE-DEC-IN (1:6) REPLACING ALL " " BY "0"
004600         IF WS-RATE-WHOLE IS NOT NUMERIC
004610                 OR WS-RATE-DEC-IN (1:6) IS NOT NUMERIC
004620             MOVE "Y" TO WS-RATE-BAD-SWITCH
004630         END-IF
004640     END-IF.
004650     IF WS-RATE-BAD
004660         DISPLAY "CCMAINT: RATE " WS-REPLY " NOT UNDERSTOOD -"
004670             " KEY UP TO 999.999999"
004680         MOVE SPACES TO CCR-RATE-TEXT
004690     ELSE
004700         MOVE WS-RATE-WHOLE        TO CCR-RATE-TEXT (1:3)
004710         MOVE WS-RATE-DEC-IN (1:6) TO CCR-RATE-TEXT (4:6)
004720     END-IF.
004730 4600-EXIT.
004740     EXIT.
004750*
004760* ---------------------------------------------------------- *
004770* 5000-ADD-STEP - ASSIGN A STEP TO A COST CENTER AND OWNER.   *
004780* AUDITED WITH A SPACE BEFORE-IMAGE.                          *
004790* ---------------------------------------------------------- *
004800 5000-ADD-STEP.
004810     IF WS-CC-COUNT >= 200
004820         DISPLAY "CCMAINT: COSTCTR TABLE FULL - CANNOT ADD"
004830         GO TO 5000-EXIT
004840     END-IF.
004850     MOVE SPACES TO COST-CENTER-RECORD.
004860     MOVE "S" TO CCR-RECORD-TYPE.
004870     DISPLAY "  STEP NAME: " WITH NO ADVANCING.
004880     MOVE SPACES TO WS-REPLY.
004890     ACCEPT WS-REPLY.
004900     MOVE WS-REPLY (1:8) TO CCR-ROW-KEY.
004910     PERFORM 5500-PROMPT-STEP-FIELDS THRU 5500-EXIT.
004920     MOVE 0 TO WS-VAL-SKIP-IX.
004930     PERFORM 7200-VALIDATE-STEP THRU 7200-EXIT.
004940     IF NOT WS-RECORD-VALID
004950         DISPLAY "CCMAINT: ADD ABANDONED - ROW NOT VALID"
004960         GO TO 5000-EXIT
004970     END-IF.
004980     ADD 1 TO WS-CC-COUNT.
004990     MOVE COST-CENTER-RECORD TO WS-CC-ROW (WS-CC-COUNT).
005000     MOVE "ADDSTEP"          TO WS-AUDIT-ACTION.
005010     MOVE SPACES             TO WS-BEFORE-IMAGE.
005020     PERFORM 8400-AUDIT-EDITED-ROW THRU 8400-EXIT.
005030     DISPLAY "CCMAINT: STEP " CCR-ROW-KEY " ASSIGNED TO "
005040         CCR-STEP-CENTER.
005050 5000-EXIT.
005060     EXIT.
005070*
005080* ---------------------------------------------------------- *
005090* 5100-CHANGE-STEP - MOVE A STEP TO ANOTHER COST CENTER OR    *
005100* OWNER (BLANK KEEPS THE CURRENT VALUE).  AUDITED WITH BOTH   *
005110* IMAGES, SO FINANCE CAN SEE WHEN A STEP CHANGED HANDS.       *
005120* ---------------------------------------------------------- *
005130 5100-CHANGE-STEP.
005140     DISPLAY "  CHANGE WHICH STEP: " WITH NO ADVANCING.
005150     MOVE SPACES TO WS-TARGET-KEY.
005160     ACCEPT WS-TARGET-KEY.
005170     MOVE "S" TO WS-TARGET-TYPE.
005180     PERFORM 7500-FIND-ROW THRU 7500-EXIT.
005190     IF NOT WS-ROW-FOUND
005200         DISPLAY "CCMAINT: STEP " WS-TARGET-KEY " NOT FOUND"
005210         GO TO 5100-EXIT
005220     END-IF.
005230     MOVE WS-CC-ROW (WS-FOUND-IX) TO COST-CENTER-RECORD.
005240     MOVE WS-CC-ROW (WS-FOUND-IX) TO WS-BEFORE-IMAGE.
005250     PERFORM 5500-PROMPT-STEP-FIELDS THRU 5500-EXIT.
005260     MOVE WS-FOUND-IX TO WS-VAL-SKIP-IX.
005270     PERFORM 7200-VALIDATE-STEP THRU 7200-EXIT.
005280     IF NOT WS-RECORD-VALID
005290         DISPLAY "CCMAINT: CHANGE ABANDONED - ROW NOT VALID"
005300         GO TO 5100-EXIT
005310     END-IF.
005320     MOVE COST-CENTER-RECORD TO WS-CC-ROW (WS-FOUND-IX).
005330     MOVE "CHGSTEP"          TO WS-AUDIT-ACTION.
005340     PERFORM 8400-AUDIT-EDITED-ROW THRU 8400-EXIT.
005350     DISPLAY "CCMAINT: STEP " CCR-ROW-KEY " CHANGED".
005360 5100-EXIT.
005370     EXIT.
005380*
005390* ---------------------------------------------------------- *
005400* 5200-DELETE-STEP - DROP A STEP'S ASSIGNMENT (A RETIRED      *
005410* STEP).  A STEP STILL RUNNING WITH NO ASSIGNMENT SHOWS ON    *
005420* THE CHARGEBACK AS UNASSIGNED.  AUDITED WITH A SPACE         *
005430* AFTER-IMAGE.                                                *
005440* ---------------------------------------------------------- *
005450 5200-DELETE-STEP.
005460     DISPLAY "  DELETE WHICH STEP: " WITH NO ADVANCING.
005470     MOVE SPACES TO WS-TARGET-KEY.
005480     ACCEPT WS-TARGET-KEY.
005490     MOVE "S" TO WS-TARGET-TYPE.
005500     PERFORM 7500-FIND-ROW THRU 7500-EXIT.
005510     IF NOT WS-ROW-FOUND
005520         DISPLAY "CCMAINT: STEP " WS-TARGET-KEY " NOT FOUND"
005530         GO TO 5200-EXIT
005540     END-IF.
005550     PERFORM 6000-REMOVE-FOUND-ROW THRU 6000-EXIT.
005560     MOVE "DELSTEP" TO WS-AUDIT-ACTION.
005570     PERFORM 8450-AUDIT-REMOVED-ROW THRU 8450-EXIT.
005580     DISPLAY "CCMAINT: STEP " WS-TARGET-KEY " DELETED".
005590 5200-EXIT.
005600     EXIT.
005610*
005620* ---------------------------------------------------------- *
005630* 5500-PROMPT-STEP-FIELDS - COST CENTER AND OWNER.  A BLANK   *
005640* REPLY LEAVES THE FIELD AS IT STANDS.                        *
005650* ---------------------------------------------------------- *
005660 5500-PROMPT-STEP-FIELDS.
005670     DISPLAY "  COST CENTER [" CCR-STEP-CENTER "]: "
005680         WITH NO ADVANCING.
005690     MOVE SPACES TO WS-REPLY.
005700     ACCEPT WS-REPLY.
005710     IF WS-REPLY NOT = SPACES
005720         MOVE WS-REPLY (1:8) TO CCR-STEP-CENTER
005730     END-IF.
005740     DISPLAY "  APPLICATION OWNER [" CCR-APPL-OWNER "]: "
005750         WITH NO ADVANCING.
005760     MOVE SPACES TO WS-REPLY.
005770     ACCEPT WS-REPLY.
005780     IF WS-REPLY NOT = SPACES
005790         MOVE WS-REPLY (1:16) TO CCR-APPL-OWNER
005800     END-IF.
005810 5500-EXIT.
005820     EXIT.
005830*
005840* ---------------------------------------------------------- *
005850* 6000-REMOVE-FOUND-ROW - CLOSE THE GAP LEFT BY THE ROW AT    *
005860* WS-FOUND-IX, KEEPING ITS IMAGE FOR THE AUDIT.               *
005870* ---------------------------------------------------------- *
005880 6000-REMOVE-FOUND-ROW.
005890     MOVE WS-CC-ROW (WS-FOUND-IX) TO WS-BEFORE-IMAGE.
005900     MOVE WS-FOUND-IX TO WS-SHIFT-IX.
005910     PERFORM 6200-SHIFT-ONE-ROW-DOWN THRU 6200-EXIT
005920         UNTIL WS-SHIFT-IX >= WS-CC-COUNT.
005930     MOVE SPACES TO WS-CC-ROW (WS-CC-COUNT).
005940     SUBTRACT 1 FROM WS-CC-COUNT.
005950 6000-EXIT.
005960     EXIT.
005970*
005980 6200-SHIFT-ONE-ROW-DOWN.
005990     COMPUTE WS-SCAN-IX = WS-SHIFT-IX + 1.
006000     MOVE WS-CC-ROW (WS-SCAN-IX) TO WS-CC-ROW (WS-SHIFT-IX).
006010     ADD 1 TO WS-SHIFT-IX.
006020 6200-EXIT.
006030     EXIT.
006040*
006050* ---------------------------------------------------------- *
006060* 7000-VALIDATE-CENTER - A COST CENTER NEEDS A UNIQUE CODE, A *
006070* DESCRIPTION FOR THE REPORT, THE LEDGER ACCOUNT THE FEED     *
006080* POSTS TO, AND A RATE ABOVE ZERO.  WS-VAL-SKIP-IX IS THE     *
006090* ROW'S OWN SLOT ON A CHANGE, EXCLUDED FROM THE DUPLICATE     *
006100* SCAN.                                                       *
006110* ---------------------------------------------------------- *
006120 7000-VALIDATE-CENTER.
006130     MOVE "Y" TO WS-RECORD-VALID-SWITCH.
006140     MOVE "COST CENTER" TO WS-ROW-NOUN.
006150     IF CCR-ROW-KEY = SPACES
006160         DISPLAY "CCMAINT: COST CENTER CODE IS REQUIRED"
006170         MOVE "N" TO WS-RECORD-VALID-SWITCH
006180     END-IF.
006190     MOVE 1 TO WS-SCAN-IX.
006200     PERFORM 7100-CHECK-ONE-DUPLICATE THRU 7100-EXIT
006210         UNTIL WS-SCAN-IX > WS-CC-COUNT.
006220     IF CCR-CENTER-NAME = SPACES
006230         DISPLAY "CCMAINT: DESCRIPTION IS REQUIRED - IT IS"
006240             " WHAT FINANCE READS ON THE CHARGEBACK"
006250         MOVE "N" TO WS-RECORD-VALID-SWITCH
006260     END-IF.
006270     IF CCR-LEDGER-ACCOUNT = SPACES
006280         DISPLAY "CCMAINT: LEDGER ACCOUNT IS REQUIRED - THE"
006290             " LEDGER FEED CANNOT POST WITHOUT ONE"
006300         MOVE "N" TO WS-RECORD-VALID-SWITCH
006310     END-IF.
006320     IF CCR-RATE-PER-SECOND IS NOT NUMERIC
006330         DISPLAY "CCMAINT: RATE PER SECOND MUST BE NUMERIC"
006340         MOVE "N" TO WS-RECORD-VALID-SWITCH
006350     ELSE
006360         IF CCR-RATE-PER-SECOND = 0
006370             DISPLAY "CCMAINT: RATE PER SECOND MUST BE ABOVE"
006380                 " ZERO"
006390             MOVE "N" TO WS-RECORD-VALID-SWITCH
006400         END-IF
006410     END-IF.
006420 7000-EXIT.
006430     EXIT.
006440*
006450 7100-CHECK-ONE-DUPLICATE.
006460     IF WS-SCAN-IX NOT = WS-VAL-SKIP-IX
006470             AND WS-CC-ROW-TYPE (WS-SCAN-IX) = CCR-RECORD-TYPE
006480             AND WS-CC-ROW-NAME (WS-SCAN-IX) = CCR-ROW-KEY
006490             AND CCR-ROW-KEY NOT = SPACES
006500         DISPLAY "CCMAINT: " WS-ROW-NOUN " " CCR-ROW-KEY
006510             " ALREADY EXISTS - KEYS MUST BE UNIQUE"
006520         MOVE "N" TO WS-RECORD-VALID-SWITCH
006530     END-IF.
006540     ADD 1 TO WS-SCAN-IX.
006550 7100-EXIT.
006560     EXIT.
006570*
006580* ---------------------------------------------------------- *
006590* 7200-VALIDATE-STEP - A STEP ASSIGNMENT NEEDS A UNIQUE STEP  *
006600* NAME (ONE CENTER PER STEP, OR ITS TIME WOULD BE CHARGED     *
006610* TWICE), A COST CENTER THAT EXISTS IN THIS FILE, AND AN      *
006620* OWNER.                                                      *
006630* ---------------------------------------------------------- *
006640 7200-VALIDATE-STEP.
006650     MOVE "Y" TO WS-RECORD-VALID-SWITCH.
006660     MOVE "STEP" TO WS-ROW-NOUN.
006670     IF CCR-ROW-KEY = SPACES
006680         DISPLAY "CCMAINT: STEP NAME IS REQUIRED"
006690         MOVE "N" TO WS-RECORD-VALID-SWITCH
006700     END-IF.
006710     MOVE 1 TO WS-SCAN-IX.
006720     PERFORM 7100-CHECK-ONE-DUPLICATE THRU 7100-EXIT
006730         UNTIL WS-SCAN-IX > WS-CC-COUNT.
006740     MOVE "N" TO WS-CENTER-OK-SWITCH.
006750     MOVE 1 TO WS-SCAN-IX.
006760     PERFORM 7250-SCAN-FOR-CENTER THRU 7250-EXIT
006770         UNTIL WS-CENTER-OK OR WS-SCAN-IX > WS-CC-COUNT.
006780     IF NOT WS-CENTER-OK
006790         DISPLAY "CCMAINT: COST CENTER " CCR-STEP-CENTER
006800             " IS NOT DEFINED - ADD IT WITH ADDCC FIRST"
006810         MOVE "N" TO WS-RECORD-VALID-SWITCH
006820     END-IF.
006830     IF CCR-APPL-OWNER = SPACES
006840         DISPLAY "CCMAINT: APPLICATION OWNER IS REQUIRED"
006850         MOVE "N" TO WS-RECORD-VALID-SWITCH
006860     END-IF.
006870 7200-EXIT.
006880     EXIT.
006890*
006900 7250-SCAN-FOR-CENTER.
006910     IF WS-CC-ROW-TYPE (WS-SCAN-IX) = "C"
006920             AND WS-CC-ROW-NAME (WS-SCAN-IX) = CCR-STEP-CENTER
006930             AND CCR-STEP-CENTER NOT = SPACES
006940         MOVE "Y" TO WS-CENTER-OK-SWITCH
006950     ELSE
006960         ADD 1 TO WS-SCAN-IX
006970     END-IF.
006980 7250-EXIT.
006990     EXIT.
007000*
007010* ---------------------------------------------------------- *
007020* 7500-FIND-ROW - LOCATE THE ROW OF TYPE WS-TARGET-TYPE KEYED *
007030* WS-TARGET-KEY IN THE EDIT TABLE.                            *
007040* ---------------------------------------------------------- *
007050 7500-FIND-ROW.
007060     MOVE "N" TO WS-ROW-FOUND-SWITCH.
007070     MOVE 0 TO WS-FOUND-IX.
007080     MOVE 1 TO WS-SCAN-IX.
007090     PERFORM 7550-CHECK-ONE-ROW THRU 7550-EXIT
007100         UNTIL WS-ROW-FOUND OR WS-SCAN-IX > WS-CC-COUNT.
007110 7500-EXIT.
007120     EXIT.
007130*
007140 7550-CHECK-ONE-ROW.
007150     IF WS-CC-ROW-TYPE (WS-SCAN-IX) = WS-TARGET-TYPE
007160             AND WS-CC-ROW-NAME (WS-SCAN-IX) = WS-TARGET-KEY
007170         MOVE "Y" TO WS-ROW-FOUND-SWITCH
007180         MOVE WS-SCAN-IX TO WS-FOUND-IX
007190     ELSE
007200         ADD 1 TO WS-SCAN-IX
007210     END-IF.
007220 7550-EXIT.
007230     EXIT.
007240*
007250* ---------------------------------------------------------- *
007260* 7700-CHECK-REFERENCES - IS ANY STEP STILL ASSIGNED TO THE   *
007270* COST CENTER WS-TARGET-KEY?                                  *
007280* ---------------------------------------------------------- *
007290 7700-CHECK-REFERENCES.
007300     MOVE "N" TO WS-REFERENCED-SWITCH.
007310     MOVE 1 TO WS-SCAN-IX.
007320     PERFORM 7750-CHECK-ONE-REFERENCE THRU 7750-EXIT
007330         UNTIL WS-CENTER-REFERENCED OR WS-SCAN-IX > WS-CC-COUNT.
007340 7700-EXIT.
007350     EXIT.
007360*
007370 7750-CHECK-ONE-REFERENCE.
007380     IF WS-CC-ROW-TYPE (WS-SCAN-IX) = "S"
007390             AND WS-CC-ROW-CENTER (WS-SCAN-IX) = WS-TARGET-KEY
007400         MOVE "Y" TO WS-REFERENCED-SWITCH
007410     END-IF.
007420     ADD 1 TO WS-SCAN-IX.
007430 7750-EXIT.
007440     EXIT.
007450*
007460* ---------------------------------------------------------- *
007470* 8000-WRITE-COST-CENTER-NEW - WRITE THE EDITED IMAGE TO      *
007480* CCNEW FOR CCSWAP TO SWAP IN OVER COSTCTR, THE SAME PATTERN  *
007490* AS CTLMAINT'S CTLNEW.  THE LIVE FILE IS NEVER REWRITTEN IN  *
007500* PLACE, SO AN EDIT SESSION THAT DIES LEAVES IT UNTOUCHED.    *
007510* ---------------------------------------------------------- *
007520 8000-WRITE-COST-CENTER-NEW.
007530     OPEN OUTPUT COST-CENTER-NEW-FILE.
007540     IF WS-CCNEW-STATUS NOT = "00"
007550         DISPLAY "CCMAINT: UNABLE TO OPEN CCNEW, STATUS="
007560             WS-CCNEW-STATUS
007570         MOVE "Y" TO WS-ABEND-SWITCH
007580     ELSE
007590         MOVE 1 TO WS-CC-IX
007600         PERFORM 8100-WRITE-ONE-ROW THRU 8100-EXIT
007610             UNTIL WS-CC-IX > WS-CC-COUNT OR WS-ABEND
007620         CLOSE COST-CENTER-NEW-FILE
007630         MOVE WS-CC-COUNT TO WS-POS-DISP
007640         DISPLAY "CCMAINT: " WS-POS-DISP " ROW(S) WRITTEN TO"
007650             " CCNEW - SWAP IN VIA JCL"
007660     END-IF.
007670 8000-EXIT.
007680     EXIT.
007690*
007700 8100-WRITE-ONE-ROW.
007710     WRITE COST-CENTER-NEW-RECORD FROM WS-CC-ROW (WS-CC-IX).
007720     IF WS-CCNEW-STATUS NOT = "00"
007730         DISPLAY "CCMAINT: UNABLE TO WRITE CCNEW, STATUS="
007740             WS-CCNEW-STATUS
007750         MOVE "Y" TO WS-ABEND-SWITCH
007760     END-IF.
007770     ADD 1 TO WS-CC-IX.
007780 8100-EXIT.
007790     EXIT.
007800*
007810* ---------------------------------------------------------- *
007820* 8400-AUDIT-EDITED-ROW - AUDIT AN ADD OR CHANGE: THE AFTER   *
007830* IMAGE AND KEY ARE THE ROW JUST EDITED.  THE CALLER HAS SET  *
007840* THE ACTION AND THE BEFORE IMAGE.                            *
007850* ---------------------------------------------------------- *
007860 8400-AUDIT-EDITED-ROW.
007870     MOVE "Y"                TO WS-CHANGES-MADE-SWITCH.
007880     MOVE CCR-RECORD-TYPE    TO WS-AUDIT-TYPE.
007890     MOVE CCR-ROW-KEY        TO WS-AUDIT-KEY.
007900     MOVE COST-CENTER-RECORD TO WS-AFTER-IMAGE.
007910     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
007920 8400-EXIT.
007930     EXIT.
007940*
007950* ---------------------------------------------------------- *
007960* 8450-AUDIT-REMOVED-ROW - AUDIT A DELETE: THE BEFORE IMAGE   *
007970* WAS KEPT BY 6000-REMOVE-FOUND-ROW, THE AFTER IMAGE IS       *
007980* SPACES.                                                     *
007990* ---------------------------------------------------------- *
008000 8450-AUDIT-REMOVED-ROW.
008010     MOVE "Y"             TO WS-CHANGES-MADE-SWITCH.
008020     MOVE WS-TARGET-TYPE  TO WS-AUDIT-TYPE.
008030     MOVE WS-TARGET-KEY   TO WS-AUDIT-KEY.
008040     MOVE SPACES          TO WS-AFTER-IMAGE.
008050     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
008060 8450-EXIT.
008070     EXIT.
008080*
008090* ---------------------------------------------------------- *
008100* 8500-WRITE-AUDIT - APPEND ONE AUDIT ROW FOR THE CHANGE JUST *
008110* APPLIED.  OPENED AND CLOSED AROUND EACH WRITE, CREATED THE  *
008120* FIRST TIME IT IS NEEDED - THE SAME PATTERN AS CTLMAINT.  A  *
008130* FAILED AUDIT WRITE ENDS THE SESSION: AN UNAUDITED CHANGE    *
008140* MUST NOT REACH CCNEW.                                       *
008150* ---------------------------------------------------------- *
008160 8500-WRITE-AUDIT.
008170     OPEN EXTEND AUDIT-FILE.
008180     IF WS-AUDIT-STATUS = "35"
008190         OPEN OUTPUT AUDIT-FILE
008200     END-IF.
008210     IF WS-AUDIT-STATUS NOT = "00"
008220             AND WS-AUDIT-STATUS NOT = "05"
008230         DISPLAY "CCMAINT: UNABLE TO OPEN CCAUDIT, STATUS="
008240             WS-AUDIT-STATUS
008250         MOVE "Y" TO WS-ABEND-SWITCH
008260     ELSE
008270         ACCEPT WS-RUN-TIME FROM TIME
008280         MOVE SPACES          TO COST-CENTER-AUDIT-RECORD
008290         MOVE WS-TODAY-DATE   TO CCA-CHANGE-DATE
008300         MOVE WS-RUN-TIME     TO CCA-CHANGE-TIME
008310         MOVE WS-OPERATOR-ID  TO CCA-OPERATOR-ID
008320         MOVE WS-AUDIT-ACTION TO CCA-ACTION
008330         MOVE WS-AUDIT-TYPE   TO CCA-ROW-TYPE
008340         MOVE WS-AUDIT-KEY    TO CCA-ROW-KEY
008350         MOVE WS-BEFORE-IMAGE TO CCA-BEFORE-IMAGE
008360         MOVE WS-AFTER-IMAGE  TO CCA-AFTER-IMAGE
008370         WRITE COST-CENTER-AUDIT-RECORD
008380         IF WS-AUDIT-STATUS NOT = "00"
008390             DISPLAY "CCMAINT: UNABLE TO WRITE CCAUDIT,"
008400                 " STATUS=" WS-AUDIT-STATUS
008410             MOVE "Y" TO WS-ABEND-SWITCH
008420         END-IF
008430         CLOSE AUDIT-FILE
008440     END-IF.
008450 8500-EXIT.
008460     EXIT.
008470*
008480* ---------------------------------------------------------- *
008490* 9000-TERMINATE - SET THE RETURN CODE.                       *
008500* ---------------------------------------------------------- *
008510 9000-TERMINATE.
008520     IF WS-ABEND
008530         MOVE 16 TO RETURN-CODE
008540     ELSE
008550         MOVE 0 TO RETURN-CODE
008560     END-IF.
008570 9000-EXIT.
008580     EXIT.
008590*
008600 END PROGRAM CCMAINT.
