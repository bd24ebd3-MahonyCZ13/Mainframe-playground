000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLPROM.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* CTLPROM is the foreground program (run under TSO, the same
000090* style as CTLMAINT) that promotes CONTROL-FILE changes proven
000100* in TEST into PROD.  It loads the TEST image (CTLTEST) and the
000110* live PROD file (CTLFILE) and prints a difference report, to
000120* the screen and to PROMRPT for the change record: every step
000130* added in TEST, removed from TEST, moved to a different place
000140* in the dispatch order, and every field that differs - flags,
000150* frequency, retry limit, expected duration, producer mark,
000160* predecessors, trigger, stream - with the PROD and the TEST
000170* value side by side.  Of the steps in both files, the
000172* longest run that keeps its PROD order in TEST stands still;
000174* only the steps outside it are reported as moved, so one step
000176* moved in TEST is one move, not every step it jumped over.
000180*
000190* The operator then APPROVEs or REJECTs each differing step
000200* (or ALL of them).  END builds the new PROD image: the PROD
000210* rows with only the approved differences applied - an
000220* approved add or move is placed straight after its TEST
000230* predecessor (the nearest step before it in TEST that is in
000235* the image) - and checks every row of it with the
000240* CTLMAINT rules.  A failing image is not written; the session
000250* carries on so the operator can approve the missing
000260* predecessor or reject the dependent.  A clean image is
000270* audited on CTLAUDIT, one row per approved step - action
000275* PROMADD, PROMCHG, PROMMOVE or PROMDEL - tagged
000280* with the source environment, and written to CTLNEW for the
000290* CTLSWAP job to swap in.  QUIT leaves without writing.
000300*
000310* MOD HISTORY
000320*   15-10-2026 PK  INITIAL VERSION.
000330* ------------------------------------------------------------ *
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TEST-CONTROL-FILE ASSIGN TO "CTLTEST"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-CTLTEST-STATUS.
000400     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-CTLFILE-STATUS.
000430     SELECT CONTROL-NEW-FILE ASSIGN TO "CTLNEW"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CTLNEW-STATUS.
000460     SELECT AUDIT-FILE ASSIGN TO "CTLAUDIT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000490     SELECT REPORT-FILE ASSIGN TO "PROMRPT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  TEST-CONTROL-FILE
000560     RECORDING MODE IS F.
000570 01  TEST-CONTROL-RECORD          PIC X(80).
000580 FD  CONTROL-FILE
000590     RECORDING MODE IS F.
000600 01  CONTROL-FILE-RECORD          PIC X(80).
000610 FD  CONTROL-NEW-FILE
000620     RECORDING MODE IS F.
000630 01  CONTROL-NEW-RECORD           PIC X(80).
000640 FD  AUDIT-FILE
000650     RECORDING MODE IS F.
000660     COPY CTLAUD.
000670 FD  REPORT-FILE
000680     RECORDING MODE IS F.
000690 01  REPORT-RECORD                PIC X(80).
000700*
000710 WORKING-STORAGE SECTION.
000720 77  WS-CTLTEST-STATUS            PIC X(02)  VALUE "00".
000730 77  WS-CTLFILE-STATUS            PIC X(02)  VALUE "00".
000740 77  WS-CTLNEW-STATUS             PIC X(02)  VALUE "00".
000750 77  WS-AUDIT-STATUS              PIC X(02)  VALUE "00".
000760 77  WS-REPORT-STATUS             PIC X(02)  VALUE "00".
000770 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000780     88  WS-ABEND                 VALUE "Y".
000790 77  WS-EOF-SWITCH                PIC X(01)  VALUE "N".
000800     88  WS-EOF                   VALUE "Y".
000810 77  WS-END-REQUEST-SWITCH        PIC X(01)  VALUE "N".
000820     88  WS-END-REQUESTED         VALUE "Y".
000830 77  WS-REPORT-OPEN-SWITCH        PIC X(01)  VALUE "N".
000840     88  WS-REPORT-OPEN           VALUE "Y".
000850 77  WS-TO-REPORT-SWITCH          PIC X(01)  VALUE "N".
000860     88  WS-TO-REPORT             VALUE "Y".
000870 77  WS-RECORD-VALID-SWITCH       PIC X(01)  VALUE "N".
000880     88  WS-RECORD-VALID          VALUE "Y".
000890 77  WS-IMAGE-VALID-SWITCH        PIC X(01)  VALUE "N".
000900     88  WS-IMAGE-VALID           VALUE "Y".
000910 77  WS-STEP-FOUND-SWITCH         PIC X(01)  VALUE "N".
000920     88  WS-STEP-FOUND            VALUE "Y".
000930 77  WS-PRED-OK-SWITCH            PIC X(01)  VALUE "N".
000940     88  WS-PRED-OK               VALUE "Y".
000950 77  WS-FIELDS-DIFFER-SWITCH      PIC X(01)  VALUE "N".
000960     88  WS-FIELDS-DIFFER         VALUE "Y".
000970 77  WS-OPERATOR-ID               PIC X(08)  VALUE SPACES.
000980 77  WS-SOURCE-ENV                PIC X(04)  VALUE SPACES.
000990 77  WS-TARGET-ENV                PIC X(04)  VALUE SPACES.
001000 77  WS-COMMAND                   PIC X(08)  VALUE SPACES.
001010 77  WS-TODAY-DATE                PIC X(08).
001020 77  WS-RUN-TIME                  PIC X(08).
001030 77  WS-REPLY                     PIC X(16)  VALUE SPACES.
001040 77  WS-TARGET-STEP               PIC X(08)  VALUE SPACES.
001050 77  WS-DECISION                  PIC X(01)  VALUE SPACE.
001060 77  WS-POS-DISP                  PIC 9(04).
001070 77  WS-POS-DISP-2                PIC 9(04).
001080*
001090* THE TEST IMAGE AND THE PROD FILE, EACH HELD WHOLE - 50 ROWS,
001100* THE SUITE'S STANDARD STEP-TABLE SIZE.  THE MATCH INDEX IS
001110* WHERE THE SAME STEP SITS IN THE OTHER FILE (ZERO IF IT DOES
001120* NOT); PREV-COMMON IS THE NEAREST EARLIER STEP THAT IS IN
001130* BOTH FILES, AS THE REPORT SHOWS IT.  THE CHAIN FIELDS FIND
001131* THE LONGEST RUN OF COMMON STEPS IN TEST ORDER WHOSE PROD
001132* PLACES ALSO ASCEND: CHAIN-LEN IS THE LONGEST SUCH RUN ENDING
001133* AT THE ROW, CHAIN-PREV THE ROW BEFORE IT IN THAT RUN, AND
001134* ORDER-KEPT MARKS THE ROWS OF THE LONGEST RUN - A COMMON STEP
001135* NOT MARKED IS A MOVE.
001140 77  WS-TST-COUNT                 PIC 9(04)  COMP VALUE 0.
001150 77  WS-PRD-COUNT                 PIC 9(04)  COMP VALUE 0.
001160 01  WS-TST-TABLE.
001170     05  WS-TST-ENTRY OCCURS 50 TIMES.
001180         10  WS-TST-ROW           PIC X(80).
001190         10  WS-TST-ROW-KEY REDEFINES WS-TST-ROW.
001200             15  WS-TST-ROW-STEP  PIC X(08).
001210             15  FILLER           PIC X(72).
001220         10  WS-TST-MATCH-IX      PIC 9(04)  COMP.
001230         10  WS-TST-PREV-COMMON   PIC X(08).
001232         10  WS-TST-CHAIN-LEN     PIC 9(04)  COMP.
001234         10  WS-TST-CHAIN-PREV    PIC 9(04)  COMP.
001236         10  WS-TST-ORDER-KEPT    PIC X(01).
001238             88  WS-TST-IN-ORDER  VALUE "Y".
001240 01  WS-PRD-TABLE.
001250     05  WS-PRD-ENTRY OCCURS 50 TIMES.
001260         10  WS-PRD-ROW           PIC X(80).
001270         10  WS-PRD-ROW-KEY REDEFINES WS-PRD-ROW.
001280             15  WS-PRD-ROW-STEP  PIC X(08).
001290             15  FILLER           PIC X(72).
001300         10  WS-PRD-MATCH-IX      PIC 9(04)  COMP.
001310         10  WS-PRD-PREV-COMMON   PIC X(08).
001320*
001330* THE NEW PROD IMAGE AS END BUILDS IT.
001340 77  WS-OUT-COUNT                 PIC 9(04)  COMP VALUE 0.
001350 01  WS-OUT-TABLE.
001360     05  WS-OUT-ENTRY OCCURS 50 TIMES.
001370         10  WS-OUT-ROW           PIC X(80).
001380         10  WS-OUT-ROW-KEY REDEFINES WS-OUT-ROW.
001390             15  WS-OUT-ROW-STEP  PIC X(08).
001400             15  FILLER           PIC X(72).
001410*
001420* ONE ROW PER STEP THAT DIFFERS: KIND A (ADDED IN TEST), R
001430* (REMOVED IN TEST) OR C (IN BOTH, CHANGED AND/OR MOVED), AND
001440* THE OPERATOR'S DECISION - P PENDING, Y APPROVED, N REJECTED.
001450* ROWS ARE KEPT IN TEST ORDER, THE REMOVED ONES AFTER THEM.
001460 77  WS-DIFF-COUNT                PIC 9(04)  COMP VALUE 0.
001470 77  WS-APPROVED-COUNT            PIC 9(04)  COMP VALUE 0.
001480 01  WS-DIFF-TABLE.
001490     05  WS-DIFF-ENTRY OCCURS 100 TIMES.
001500         10  WS-DF-STEP           PIC X(08).
001510         10  WS-DF-KIND           PIC X(01).
001520             88  WS-DF-ADDED      VALUE "A".
001530             88  WS-DF-REMOVED    VALUE "R".
001540             88  WS-DF-COMMON     VALUE "C".
001550         10  WS-DF-CHANGED        PIC X(01).
001560         10  WS-DF-MOVED          PIC X(01).
001570         10  WS-DF-TST-IX         PIC 9(04)  COMP.
001580         10  WS-DF-PRD-IX         PIC 9(04)  COMP.
001590         10  WS-DF-DECISION       PIC X(01).
001600             88  WS-DF-PENDING    VALUE "P".
001610             88  WS-DF-APPROVED   VALUE "Y".
001620             88  WS-DF-REJECTED   VALUE "N".
001630*
001640 77  WS-TST-IX                    PIC 9(04)  COMP.
001650 77  WS-PRD-IX                    PIC 9(04)  COMP.
001660 77  WS-OUT-IX                    PIC 9(04)  COMP.
001670 77  WS-DIFF-IX                   PIC 9(04)  COMP.
001680 77  WS-SCAN-IX                   PIC 9(04)  COMP.
001690 77  WS-SHIFT-IX                  PIC 9(04)  COMP.
001700 77  WS-FOUND-IX                  PIC 9(04)  COMP VALUE 0.
001710 77  WS-INSERT-POS                PIC 9(04)  COMP VALUE 0.
001720 77  WS-ANCHOR-IX                 PIC 9(04)  COMP VALUE 0.
001730 77  WS-VAL-POSITION              PIC 9(04)  COMP VALUE 0.
001740 77  WS-VAL-SKIP-IX               PIC 9(04)  COMP VALUE 0.
001750 77  WS-PRED-IX                   PIC 9(04)  COMP.
001760 77  WS-FIELD-IX                  PIC 9(04)  COMP.
001770 77  WS-SIDE-IX                   PIC 9(04)  COMP.
001780 77  WS-LAST-COMMON               PIC X(08)  VALUE SPACES.
001783 77  WS-CHAIN-BEST-IX             PIC 9(04)  COMP VALUE 0.
001786 77  WS-CHAIN-BEST-LEN            PIC 9(04)  COMP VALUE 0.
001790 77  WS-MOVING-ROW                PIC X(80)  VALUE SPACES.
001800*
001810* FIELD-BY-FIELD COMPARISON.  EACH ROW IS LAID OUT THROUGH
001820* THE CTLFILE COPYBOOK AND ITS FIELDS COPIED INTO ONE SIDE OF
001830* THIS AREA (1 = PROD, 2 = TEST), SO A FUTURE CTLFILE FIELD
001840* INSERTION CANNOT SHIFT THE COMPARISON.
001850 01  WS-FIELD-NAME-VALUES.
001860     05  FILLER                   PIC X(10)  VALUE "PROGRAM".
001870     05  FILLER                   PIC X(10)  VALUE "RUN-FLAG".
001880     05  FILLER                   PIC X(10)  VALUE "DATASET".
001890     05  FILLER                   PIC X(10)  VALUE "MONTH-END".
001900     05  FILLER                   PIC X(10)  VALUE "PRED-1".
001910     05  FILLER                   PIC X(10)  VALUE "PRED-2".
001920     05  FILLER                   PIC X(10)  VALUE "RETRY".
001930     05  FILLER                   PIC X(10)  VALUE "DURATION".
001940     05  FILLER                   PIC X(10)  VALUE "FREQUENCY".
001950     05  FILLER                   PIC X(10)  VALUE "PRODUCER".
001960     05  FILLER                   PIC X(10)  VALUE "TRIGGER".
001970     05  FILLER                   PIC X(10)  VALUE "CUT-OFF".
001980     05  FILLER                   PIC X(10)  VALUE "STREAM".
001990 01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
002000     05  WS-FIELD-NAME            PIC X(10) OCCURS 13 TIMES.
002010 01  WS-CMP-AREA.
002020     05  WS-CMP-SIDE OCCURS 2 TIMES.
002030         10  WS-CMP-FIELD         PIC X(08) OCCURS 13 TIMES.
002040*
002050* THE ROW BEING COMPARED OR VALIDATED IS LAID OUT IN THE
002060* CTLFILE LAYOUT ITSELF; THE FD RECORDS ARE PLAIN 80-BYTE AREAS.
002070 COPY CTLFILE.
002080*
002090 77  WS-BEFORE-IMAGE              PIC X(80)  VALUE SPACES.
002100 77  WS-AFTER-IMAGE               PIC X(80)  VALUE SPACES.
002110 77  WS-AUDIT-ACTION              PIC X(08)  VALUE SPACES.
002120 77  WS-AUDIT-STEP                PIC X(08)  VALUE SPACES.
002130*
002140 77  WS-KIND-TEXT                 PIC X(09)  VALUE SPACES.
002150 77  WS-DECISION-TEXT             PIC X(08)  VALUE SPACES.
002160 01  WS-PRINT-LINE                PIC X(80).
002170*
002180 PROCEDURE DIVISION.
002190*
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     IF NOT WS-ABEND
002230         PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
002240             UNTIL WS-END-REQUESTED OR WS-ABEND
002250     END-IF.
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270     STOP RUN.
002280 0000-MAINLINE-EXIT.
002290     EXIT.
002300*
002310* ---------------------------------------------------------- *
002320* 1000-INITIALIZE - IDENTIFY THE OPERATOR (EVERY AUDIT ROW    *
002330* CARRIES THE ID) AND THE TWO ENVIRONMENTS, LOAD BOTH FILES,  *
002340* WORK OUT THE DIFFERENCES AND PRINT THEM.                    *
002350* ---------------------------------------------------------- *
002360 1000-INITIALIZE.
002370     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002380     DISPLAY "CTLPROM - ENTER OPERATOR ID: "
002390         WITH NO ADVANCING.
002400     ACCEPT WS-OPERATOR-ID.
002410     IF WS-OPERATOR-ID = SPACES
002420         DISPLAY "CTLPROM: OPERATOR ID REQUIRED - EVERY"
002430             " PROMOTION IS AUDITED"
002440         MOVE "Y" TO WS-ABEND-SWITCH
002450         GO TO 1000-EXIT
002460     END-IF.
002470     DISPLAY "CTLPROM - SOURCE ENV CODE [TEST]: "
002480         WITH NO ADVANCING.
002490     ACCEPT WS-SOURCE-ENV.
002500     IF WS-SOURCE-ENV = SPACES
002510         MOVE "TEST" TO WS-SOURCE-ENV
002520     END-IF.
002530     DISPLAY "CTLPROM - TARGET ENV CODE [PROD]: "
002540         WITH NO ADVANCING.
002550     ACCEPT WS-TARGET-ENV.
002560     IF WS-TARGET-ENV = SPACES
002570         MOVE "PROD" TO WS-TARGET-ENV
002580     END-IF.
002590     IF WS-TARGET-ENV = WS-SOURCE-ENV
002600         DISPLAY "CTLPROM: SOURCE AND TARGET ENV ARE THE SAME"
002610         MOVE "Y" TO WS-ABEND-SWITCH
002620         GO TO 1000-EXIT
002630     END-IF.
002640     PERFORM 1200-LOAD-TEST-TABLE THRU 1200-EXIT.
002650     IF NOT WS-ABEND
002660         PERFORM 1300-LOAD-PROD-TABLE THRU 1300-EXIT
002670     END-IF.
002680     IF WS-ABEND
002690         GO TO 1000-EXIT
002700     END-IF.
002710     OPEN OUTPUT REPORT-FILE.
002720     IF WS-REPORT-STATUS NOT = "00"
002730         DISPLAY "CTLPROM: UNABLE TO OPEN PROMRPT, STATUS="
002740             WS-REPORT-STATUS
002750         MOVE "Y" TO WS-ABEND-SWITCH
002760         GO TO 1000-EXIT
002770     END-IF.
002780     MOVE "Y" TO WS-REPORT-OPEN-SWITCH.
002790     PERFORM 3000-FIND-DIFFERENCES THRU 3000-EXIT.
002800     MOVE "Y" TO WS-TO-REPORT-SWITCH.
002810     PERFORM 4000-PRINT-DIFFERENCES THRU 4000-EXIT.
002820     MOVE "N" TO WS-TO-REPORT-SWITCH.
002830     IF WS-DIFF-COUNT = 0
002840         DISPLAY "CTLPROM: NOTHING TO PROMOTE - NO CTLNEW WRITTEN"
002850         MOVE "Y" TO WS-END-REQUEST-SWITCH
002860     END-IF.
002870 1000-EXIT.
002880     EXIT.
002890*
002900* ---------------------------------------------------------- *
002910* 1200-LOAD-TEST-TABLE - THE SOURCE IMAGE MUST EXIST; THERE   *
002920* IS NOTHING TO PROMOTE FROM A MISSING ONE.                   *
002930* ---------------------------------------------------------- *
002940 1200-LOAD-TEST-TABLE.
002950     OPEN INPUT TEST-CONTROL-FILE.
002960     IF WS-CTLTEST-STATUS NOT = "00"
002970         DISPLAY "CTLPROM: UNABLE TO OPEN CTLTEST, STATUS="
002980             WS-CTLTEST-STATUS
002990         MOVE "Y" TO WS-ABEND-SWITCH
003000         GO TO 1200-EXIT
003010     END-IF.
003020     MOVE "N" TO WS-EOF-SWITCH.
003030     PERFORM 1250-READ-ONE-TEST-ROW THRU 1250-EXIT
003040         UNTIL WS-EOF OR WS-ABEND.
003050     CLOSE TEST-CONTROL-FILE.
003060     MOVE WS-TST-COUNT TO WS-POS-DISP.
003070     DISPLAY "CTLPROM: " WS-POS-DISP " " WS-SOURCE-ENV
003080         " STEP(S) LOADED".
003090 1200-EXIT.
003100     EXIT.
003110*
003120 1250-READ-ONE-TEST-ROW.
003130     READ TEST-CONTROL-FILE
003140         AT END
003150             MOVE "Y" TO WS-EOF-SWITCH
003160     END-READ.
003170     IF NOT WS-EOF
003180         IF WS-TST-COUNT < 50
003190             ADD 1 TO WS-TST-COUNT
003200             MOVE TEST-CONTROL-RECORD
003210                 TO WS-TST-ROW (WS-TST-COUNT)
003220             MOVE 0 TO WS-TST-MATCH-IX (WS-TST-COUNT)
003230         ELSE
003240             DISPLAY "CTLPROM: MORE THAN 50 CTLTEST ROWS -"
003250                 " CANNOT PROMOTE THIS FILE"
003260             MOVE "Y" TO WS-ABEND-SWITCH
003270         END-IF
003280     END-IF.
003290 1250-EXIT.
003300     EXIT.
003310*
003320* ---------------------------------------------------------- *
003330* 1300-LOAD-PROD-TABLE - A MISSING PROD FILE (STATUS 35) IS A *
003340* VALID EMPTY STARTING POINT, AS IN CTLMAINT - A NEW          *
003350* ENVIRONMENT IS BUILT BY PROMOTING EVERY STEP.               *
003360* ---------------------------------------------------------- *
003370 1300-LOAD-PROD-TABLE.
003380     OPEN INPUT CONTROL-FILE.
003390     EVALUATE WS-CTLFILE-STATUS
003400         WHEN "00"
003410             MOVE "N" TO WS-EOF-SWITCH
003420             PERFORM 1350-READ-ONE-PROD-ROW THRU 1350-EXIT
003430                 UNTIL WS-EOF OR WS-ABEND
003440             CLOSE CONTROL-FILE
003450         WHEN "35"
003460             DISPLAY "CTLPROM: NO " WS-TARGET-ENV
003470                 " CONTROL-FILE YET - EVERY STEP IS AN ADD"
003480         WHEN OTHER
003490             DISPLAY "CTLPROM: UNABLE TO OPEN CONTROL-FILE,"
003500                 " STATUS=" WS-CTLFILE-STATUS
003510             MOVE "Y" TO WS-ABEND-SWITCH
003520     END-EVALUATE.
003530     MOVE WS-PRD-COUNT TO WS-POS-DISP.
003540     IF NOT WS-ABEND
003550         DISPLAY "CTLPROM: " WS-POS-DISP " " WS-TARGET-ENV
003560             " STEP(S) LOADED"
003570     END-IF.
003580 1300-EXIT.
003590     EXIT.
003600*
003610 1350-READ-ONE-PROD-ROW.
003620     READ CONTROL-FILE
003630         AT END
003640             MOVE "Y" TO WS-EOF-SWITCH
003650     END-READ.
003660     IF NOT WS-EOF
003670         IF WS-PRD-COUNT < 50
003680             ADD 1 TO WS-PRD-COUNT
003690             MOVE CONTROL-FILE-RECORD
003700                 TO WS-PRD-ROW (WS-PRD-COUNT)
003710             MOVE 0 TO WS-PRD-MATCH-IX (WS-PRD-COUNT)
003720         ELSE
003730             DISPLAY "CTLPROM: MORE THAN 50 CONTROL ROWS -"
003740                 " CANNOT PROMOTE INTO THIS FILE"
003750             MOVE "Y" TO WS-ABEND-SWITCH
003760         END-IF
003770     END-IF.
003780 1350-EXIT.
003790     EXIT.
003800*
003810* ---------------------------------------------------------- *
003820* 2000-PROCESS-ONE-COMMAND - PROMPT FOR AND DISPATCH ONE      *
003830* OPERATOR COMMAND.  END BUILDS, CHECKS AND WRITES THE NEW    *
003840* IMAGE AND LEAVES ONLY IF IT WAS CLEAN.                      *
003850* ---------------------------------------------------------- *
003860 2000-PROCESS-ONE-COMMAND.
003870     DISPLAY " ".
003880     DISPLAY "CTLPROM - COMMAND"
003890         " (LIST/APPROVE/REJECT/END/QUIT): "
003900         WITH NO ADVANCING.
003910     MOVE SPACES TO WS-COMMAND.
003920     ACCEPT WS-COMMAND.
003930     EVALUATE WS-COMMAND
003940         WHEN "LIST"
003950             PERFORM 4000-PRINT-DIFFERENCES THRU 4000-EXIT
003960         WHEN "APPROVE"
003970             MOVE "Y" TO WS-DECISION
003980             PERFORM 5000-RECORD-DECISION THRU 5000-EXIT
003990         WHEN "REJECT"
004000             MOVE "N" TO WS-DECISION
004010             PERFORM 5000-RECORD-DECISION THRU 5000-EXIT
004020         WHEN "END"
004030             PERFORM 6000-PROMOTE THRU 6000-EXIT
004040         WHEN "QUIT"
004050             DISPLAY "CTLPROM: SESSION ABANDONED - NO CTLNEW"
004060                 " WRITTEN"
004070             MOVE "Y" TO WS-END-REQUEST-SWITCH
004080         WHEN OTHER
004090             DISPLAY "CTLPROM: UNRECOGNISED COMMAND "
004100                 WS-COMMAND
004110     END-EVALUATE.
004120 2000-EXIT.
004130     EXIT.
004140*
004150* ---------------------------------------------------------- *
004160* 3000-FIND-DIFFERENCES - MATCH THE TWO FILES BY STEP NAME,   *
004170* NOTE EACH STEP'S NEAREST EARLIER COMMON STEP ON BOTH SIDES  *
004173* FOR THE REPORT, FIND THE LONGEST RUN OF COMMON STEPS THAT   *
004176* KEEPS ITS PROD ORDER IN TEST (3260/3280), AND LIST EVERY    *
004180* STEP ADDED, REMOVED, CHANGED OR MOVED.  A COMMON STEP       *
004190* COUNTS AS MOVED WHEN IT IS NOT IN THAT RUN: PROD X,A,B      *
004200* AGAINST TEST A,B,X MOVES X ALONE.                           *
004210* ---------------------------------------------------------- *
004220 3000-FIND-DIFFERENCES.
004230     MOVE 1 TO WS-TST-IX.
004240     PERFORM 3100-MATCH-ONE-TEST-ROW THRU 3100-EXIT
004250         UNTIL WS-TST-IX > WS-TST-COUNT.
004260     MOVE SPACES TO WS-LAST-COMMON.
004270     MOVE 1 TO WS-TST-IX.
004280     PERFORM 3200-NOTE-TEST-PREV-COMMON THRU 3200-EXIT
004290         UNTIL WS-TST-IX > WS-TST-COUNT.
004300     MOVE SPACES TO WS-LAST-COMMON.
004310     MOVE 1 TO WS-PRD-IX.
004320     PERFORM 3250-NOTE-PROD-PREV-COMMON THRU 3250-EXIT
004330         UNTIL WS-PRD-IX > WS-PRD-COUNT.
004331     MOVE 0 TO WS-CHAIN-BEST-IX.
004332     MOVE 0 TO WS-CHAIN-BEST-LEN.
004333     MOVE 1 TO WS-TST-IX.
004334     PERFORM 3260-CHAIN-ONE-TEST-ROW THRU 3260-EXIT
004335         UNTIL WS-TST-IX > WS-TST-COUNT.
004336     MOVE WS-CHAIN-BEST-IX TO WS-TST-IX.
004337     PERFORM 3280-MARK-ONE-KEPT-ROW THRU 3280-EXIT
004338         UNTIL WS-TST-IX = 0.
004340     MOVE 0 TO WS-DIFF-COUNT.
004350     MOVE 1 TO WS-TST-IX.
004360     PERFORM 3300-LIST-ONE-TEST-ROW THRU 3300-EXIT
004370         UNTIL WS-TST-IX > WS-TST-COUNT.
004380     MOVE 1 TO WS-PRD-IX.
004390     PERFORM 3350-LIST-ONE-REMOVED-ROW THRU 3350-EXIT
004400         UNTIL WS-PRD-IX > WS-PRD-COUNT.
004410 3000-EXIT.
004420     EXIT.
004430*
004440 3100-MATCH-ONE-TEST-ROW.
004450     MOVE 1 TO WS-SCAN-IX.
004460     PERFORM 3150-CHECK-ONE-PROD-ROW THRU 3150-EXIT
004470         UNTIL WS-SCAN-IX > WS-PRD-COUNT
004480             OR WS-TST-MATCH-IX (WS-TST-IX) > 0.
004490     ADD 1 TO WS-TST-IX.
004500 3100-EXIT.
004510     EXIT.
004520*
004530 3150-CHECK-ONE-PROD-ROW.
004540     IF WS-PRD-ROW-STEP (WS-SCAN-IX) = WS-TST-ROW-STEP (WS-TST-IX)
004550         MOVE WS-SCAN-IX TO WS-TST-MATCH-IX (WS-TST-IX)
004560         MOVE WS-TST-IX  TO WS-PRD-MATCH-IX (WS-SCAN-IX)
004570     ELSE
004580         ADD 1 TO WS-SCAN-IX
004590     END-IF.
004600 3150-EXIT.
004610     EXIT.
004620*
004630 3200-NOTE-TEST-PREV-COMMON.
004640     MOVE WS-LAST-COMMON TO WS-TST-PREV-COMMON (WS-TST-IX).
004650     IF WS-TST-MATCH-IX (WS-TST-IX) > 0
004660         MOVE WS-TST-ROW-STEP (WS-TST-IX) TO WS-LAST-COMMON
004670     END-IF.
004680     ADD 1 TO WS-TST-IX.
004690 3200-EXIT.
004700     EXIT.
004710*
004720 3250-NOTE-PROD-PREV-COMMON.
004730     MOVE WS-LAST-COMMON TO WS-PRD-PREV-COMMON (WS-PRD-IX).
004740     IF WS-PRD-MATCH-IX (WS-PRD-IX) > 0
004750         MOVE WS-PRD-ROW-STEP (WS-PRD-IX) TO WS-LAST-COMMON
004760     END-IF.
004770     ADD 1 TO WS-PRD-IX.
004780 3250-EXIT.
004790     EXIT.
004800*
004801* ---------------------------------------------------------- *
004802* 3260-CHAIN-ONE-TEST-ROW - THE LONGEST RUN OF COMMON STEPS,  *
004803* IN TEST ORDER WITH ASCENDING PROD PLACES, THAT ENDS AT THIS *
004804* TEST ROW: ONE MORE THAN THE LONGEST ENDING AT AN EARLIER    *
004805* ROW THAT SITS EARLIER IN PROD TOO (3270).  THE FIRST ROW    *
004806* TO REACH THE LONGEST RUN ENDS IT, SO A TIE IS SETTLED THE   *
004807* SAME WAY EVERY TIME.                                        *
004808* ---------------------------------------------------------- *
004809 3260-CHAIN-ONE-TEST-ROW.
004810     MOVE 0   TO WS-TST-CHAIN-LEN (WS-TST-IX).
004811     MOVE 0   TO WS-TST-CHAIN-PREV (WS-TST-IX).
004812     MOVE "N" TO WS-TST-ORDER-KEPT (WS-TST-IX).
004813     IF WS-TST-MATCH-IX (WS-TST-IX) > 0
004814         MOVE 1 TO WS-TST-CHAIN-LEN (WS-TST-IX)
004815         MOVE 1 TO WS-SCAN-IX
004816         PERFORM 3270-TRY-ONE-EARLIER-ROW THRU 3270-EXIT
004817             UNTIL WS-SCAN-IX >= WS-TST-IX
004818         IF WS-TST-CHAIN-LEN (WS-TST-IX) > WS-CHAIN-BEST-LEN
004819             MOVE WS-TST-CHAIN-LEN (WS-TST-IX)
004820                 TO WS-CHAIN-BEST-LEN
004821             MOVE WS-TST-IX TO WS-CHAIN-BEST-IX
004822         END-IF
004823     END-IF.
004824     ADD 1 TO WS-TST-IX.
004825 3260-EXIT.
004826     EXIT.
004827*
004828 3270-TRY-ONE-EARLIER-ROW.
004829     IF WS-TST-MATCH-IX (WS-SCAN-IX) > 0
004830             AND WS-TST-MATCH-IX (WS-SCAN-IX)
004831                 < WS-TST-MATCH-IX (WS-TST-IX)
004832             AND WS-TST-CHAIN-LEN (WS-SCAN-IX)
004833                 >= WS-TST-CHAIN-LEN (WS-TST-IX)
004834         COMPUTE WS-TST-CHAIN-LEN (WS-TST-IX)
004835             = WS-TST-CHAIN-LEN (WS-SCAN-IX) + 1
004836         MOVE WS-SCAN-IX TO WS-TST-CHAIN-PREV (WS-TST-IX)
004837     END-IF.
004838     ADD 1 TO WS-SCAN-IX.
004839 3270-EXIT.
004840     EXIT.
004841*
004842* ---------------------------------------------------------- *
004843* 3280-MARK-ONE-KEPT-ROW - WALK THE LONGEST RUN BACK FROM ITS *
004844* LAST ROW, MARKING EACH ROW OF IT AS KEEPING ITS ORDER.      *
004845* ---------------------------------------------------------- *
004846 3280-MARK-ONE-KEPT-ROW.
004847     MOVE "Y" TO WS-TST-ORDER-KEPT (WS-TST-IX).
004848     MOVE WS-TST-CHAIN-PREV (WS-TST-IX) TO WS-TST-IX.
004849 3280-EXIT.
004850     EXIT.
004851*
004852 3300-LIST-ONE-TEST-ROW.
004853     IF WS-TST-MATCH-IX (WS-TST-IX) = 0
004854         PERFORM 3700-NEW-DIFF-ENTRY THRU 3700-EXIT
004855         MOVE WS-TST-ROW-STEP (WS-TST-IX)
004856             TO WS-DF-STEP (WS-DIFF-COUNT)
004860         MOVE "A" TO WS-DF-KIND (WS-DIFF-COUNT)
004870         MOVE WS-TST-IX TO WS-DF-TST-IX (WS-DIFF-COUNT)
004880     ELSE
004890         MOVE WS-TST-MATCH-IX (WS-TST-IX) TO WS-PRD-IX
004900         PERFORM 3400-COMPARE-FIELDS THRU 3400-EXIT
004910         IF WS-FIELDS-DIFFER
004920                 OR NOT WS-TST-IN-ORDER (WS-TST-IX)
004940             PERFORM 3700-NEW-DIFF-ENTRY THRU 3700-EXIT
004950             MOVE WS-TST-ROW-STEP (WS-TST-IX)
004960                 TO WS-DF-STEP (WS-DIFF-COUNT)
004970             MOVE "C" TO WS-DF-KIND (WS-DIFF-COUNT)
004980             MOVE WS-TST-IX TO WS-DF-TST-IX (WS-DIFF-COUNT)
004990             MOVE WS-PRD-IX TO WS-DF-PRD-IX (WS-DIFF-COUNT)
005000             IF WS-FIELDS-DIFFER
005010                 MOVE "Y" TO WS-DF-CHANGED (WS-DIFF-COUNT)
005020             END-IF
005030             IF NOT WS-TST-IN-ORDER (WS-TST-IX)
005050                 MOVE "Y" TO WS-DF-MOVED (WS-DIFF-COUNT)
005060             END-IF
005070         END-IF
005080     END-IF.
005090     ADD 1 TO WS-TST-IX.
005100 3300-EXIT.
005110     EXIT.
005120*
005130 3350-LIST-ONE-REMOVED-ROW.
005140     IF WS-PRD-MATCH-IX (WS-PRD-IX) = 0
005150         PERFORM 3700-NEW-DIFF-ENTRY THRU 3700-EXIT
005160         MOVE WS-PRD-ROW-STEP (WS-PRD-IX)
005170             TO WS-DF-STEP (WS-DIFF-COUNT)
005180         MOVE "R" TO WS-DF-KIND (WS-DIFF-COUNT)
005190         MOVE WS-PRD-IX TO WS-DF-PRD-IX (WS-DIFF-COUNT)
005200     END-IF.
005210     ADD 1 TO WS-PRD-IX.
005220 3350-EXIT.
005230     EXIT.
005240*
005250* ---------------------------------------------------------- *
005260* 3400-COMPARE-FIELDS - LAY THE PROD ROW AT WS-PRD-IX AND THE *
005270* TEST ROW AT WS-TST-IX OUT FIELD BY FIELD SIDE BY SIDE AND   *
005280* SAY WHETHER ANY FIELD DIFFERS.                              *
005290* ---------------------------------------------------------- *
005300 3400-COMPARE-FIELDS.
005310     MOVE WS-PRD-ROW (WS-PRD-IX) TO CONTROL-RECORD.
005320     MOVE 1 TO WS-SIDE-IX.
005330     PERFORM 3450-LOAD-ONE-SIDE THRU 3450-EXIT.
005340     MOVE WS-TST-ROW (WS-TST-IX) TO CONTROL-RECORD.
005350     MOVE 2 TO WS-SIDE-IX.
005360     PERFORM 3450-LOAD-ONE-SIDE THRU 3450-EXIT.
005370     MOVE "N" TO WS-FIELDS-DIFFER-SWITCH.
005380     MOVE 1 TO WS-FIELD-IX.
005390     PERFORM 3480-COMPARE-ONE-FIELD THRU 3480-EXIT
005400         UNTIL WS-FIELD-IX > 13.
005410 3400-EXIT.
005420     EXIT.
005430*
005440 3450-LOAD-ONE-SIDE.
005450     MOVE CTL-PROGRAM-ID        TO WS-CMP-FIELD (WS-SIDE-IX, 1).
005460     MOVE CTL-RUN-FLAG          TO WS-CMP-FIELD (WS-SIDE-IX, 2).
005470     MOVE CTL-DATASET-NAME      TO WS-CMP-FIELD (WS-SIDE-IX, 3).
005480     MOVE CTL-MONTHEND-FLAG     TO WS-CMP-FIELD (WS-SIDE-IX, 4).
005490     MOVE CTL-PRED-STEP (1)     TO WS-CMP-FIELD (WS-SIDE-IX, 5).
005500     MOVE CTL-PRED-STEP (2)     TO WS-CMP-FIELD (WS-SIDE-IX, 6).
005510     MOVE CTL-RETRY-LIMIT       TO WS-CMP-FIELD (WS-SIDE-IX, 7).
005520     MOVE CTL-EXPECTED-DURATION TO WS-CMP-FIELD (WS-SIDE-IX, 8).
005530     MOVE CTL-FREQUENCY         TO WS-CMP-FIELD (WS-SIDE-IX, 9).
005540     MOVE CTL-PRODUCER-FLAG     TO WS-CMP-FIELD (WS-SIDE-IX, 10).
005550     MOVE CTL-TRIGGER-DATASET   TO WS-CMP-FIELD (WS-SIDE-IX, 11).
005560     MOVE CTL-TRIGGER-CUTOFF    TO WS-CMP-FIELD (WS-SIDE-IX, 12).
005570     MOVE CTL-STREAM-NAME       TO WS-CMP-FIELD (WS-SIDE-IX, 13).
005580 3450-EXIT.
005590     EXIT.
005600*
005610 3480-COMPARE-ONE-FIELD.
005620     IF WS-CMP-FIELD (1, WS-FIELD-IX)
005630             NOT = WS-CMP-FIELD (2, WS-FIELD-IX)
005640         MOVE "Y" TO WS-FIELDS-DIFFER-SWITCH
005650     END-IF.
005660     ADD 1 TO WS-FIELD-IX.
005670 3480-EXIT.
005680     EXIT.
005690*
005700 3700-NEW-DIFF-ENTRY.
005710     ADD 1 TO WS-DIFF-COUNT.
005720     MOVE SPACES TO WS-DIFF-ENTRY (WS-DIFF-COUNT).
005730     MOVE "N" TO WS-DF-CHANGED (WS-DIFF-COUNT).
005740     MOVE "N" TO WS-DF-MOVED (WS-DIFF-COUNT).
005750     MOVE 0 TO WS-DF-TST-IX (WS-DIFF-COUNT).
005760     MOVE 0 TO WS-DF-PRD-IX (WS-DIFF-COUNT).
005770     MOVE "P" TO WS-DF-DECISION (WS-DIFF-COUNT).
005780 3700-EXIT.
005790     EXIT.
005800*
005810* ---------------------------------------------------------- *
005820* 4000-PRINT-DIFFERENCES - THE DIFFERENCE REPORT, ONE BLOCK   *
005830* PER STEP WITH ITS DECISION.  WRITTEN TO PROMRPT AS WELL AS  *
005840* THE SCREEN THE FIRST TIME; LIST SHOWS IT ON THE SCREEN      *
005850* ONLY.                                                       *
005860* ---------------------------------------------------------- *
005870 4000-PRINT-DIFFERENCES.
005880     MOVE SPACES TO WS-PRINT-LINE.
005890     STRING "CONTROL-FILE PROMOTION  " WS-SOURCE-ENV " TO "
005900         WS-TARGET-ENV "  DATE=" WS-TODAY-DATE
005910         "  OPERATOR=" WS-OPERATOR-ID
005920         DELIMITED BY SIZE
005930         INTO WS-PRINT-LINE.
005940     PERFORM 7900-EMIT-LINE THRU 7900-EXIT.
005950     MOVE WS-TST-COUNT TO WS-POS-DISP.
005960     MOVE WS-PRD-COUNT TO WS-POS-DISP-2.
005970     MOVE SPACES TO WS-PRINT-LINE.
005980     STRING "  " WS-SOURCE-ENV " ROWS=" WS-POS-DISP
005990         "  " WS-TARGET-ENV " ROWS=" WS-POS-DISP-2
006000         DELIMITED BY SIZE
006010         INTO WS-PRINT-LINE.
006020     MOVE WS-DIFF-COUNT TO WS-POS-DISP.
006030     STRING "  STEPS DIFFERING=" WS-POS-DISP
006040         DELIMITED BY SIZE
006050         INTO WS-PRINT-LINE (40:41).
006060     PERFORM 7900-EMIT-LINE THRU 7900-EXIT.
006070     IF WS-DIFF-COUNT = 0
006080         MOVE "  THE FILES ARE IDENTICAL" TO WS-PRINT-LINE
006090         PERFORM 7900-EMIT-LINE THRU 7900-EXIT
006100     END-IF.
006110     MOVE 1 TO WS-DIFF-IX.
006120     PERFORM 4100-PRINT-ONE-DIFFERENCE THRU 4100-EXIT
006130         UNTIL WS-DIFF-IX > WS-DIFF-COUNT.
006140 4000-EXIT.
006150     EXIT.
006160*
006170 4100-PRINT-ONE-DIFFERENCE.
006180     PERFORM 4800-DESCRIBE-DIFFERENCE THRU 4800-EXIT.
006190     MOVE SPACES TO WS-PRINT-LINE.
006200     EVALUATE TRUE
006210         WHEN WS-DF-ADDED (WS-DIFF-IX)
006220             MOVE WS-DF-TST-IX (WS-DIFF-IX) TO WS-POS-DISP
006230             STRING "  " WS-KIND-TEXT " " WS-DF-STEP (WS-DIFF-IX)
006240                 " " WS-SOURCE-ENV " POS " WS-POS-DISP
006250                 "  DECISION=" WS-DECISION-TEXT
006260                 DELIMITED BY SIZE
006270                 INTO WS-PRINT-LINE
006280         WHEN WS-DF-REMOVED (WS-DIFF-IX)
006290             MOVE WS-DF-PRD-IX (WS-DIFF-IX) TO WS-POS-DISP
006300             STRING "  " WS-KIND-TEXT " " WS-DF-STEP (WS-DIFF-IX)
006310                 " " WS-TARGET-ENV " POS " WS-POS-DISP
006320                 "  DECISION=" WS-DECISION-TEXT
006330                 DELIMITED BY SIZE
006340                 INTO WS-PRINT-LINE
006350         WHEN OTHER
006360             MOVE WS-DF-PRD-IX (WS-DIFF-IX) TO WS-POS-DISP
006370             MOVE WS-DF-TST-IX (WS-DIFF-IX) TO WS-POS-DISP-2
006380             STRING "  " WS-KIND-TEXT " " WS-DF-STEP (WS-DIFF-IX)
006390                 " POS " WS-POS-DISP "/" WS-POS-DISP-2
006400                 "  DECISION=" WS-DECISION-TEXT
006410                 DELIMITED BY SIZE
006420                 INTO WS-PRINT-LINE
006430     END-EVALUATE.
006440     PERFORM 7900-EMIT-LINE THRU 7900-EXIT.
006450     IF WS-DF-CHANGED (WS-DIFF-IX) = "Y"
006460         MOVE WS-DF-PRD-IX (WS-DIFF-IX) TO WS-PRD-IX
006470         MOVE WS-DF-TST-IX (WS-DIFF-IX) TO WS-TST-IX
006480         PERFORM 3400-COMPARE-FIELDS THRU 3400-EXIT
006490         MOVE 1 TO WS-FIELD-IX
006500         PERFORM 4200-PRINT-ONE-FIELD THRU 4200-EXIT
006510             UNTIL WS-FIELD-IX > 13
006520     END-IF.
006530     IF WS-DF-MOVED (WS-DIFF-IX) = "Y"
006540         MOVE WS-DF-PRD-IX (WS-DIFF-IX) TO WS-PRD-IX
006550         MOVE WS-DF-TST-IX (WS-DIFF-IX) TO WS-TST-IX
006560         MOVE SPACES TO WS-PRINT-LINE
006570         STRING "      ORDER      " WS-TARGET-ENV " AFTER ["
006580             WS-PRD-PREV-COMMON (WS-PRD-IX) "]  "
006590             WS-SOURCE-ENV " AFTER ["
006600             WS-TST-PREV-COMMON (WS-TST-IX) "]"
006610             DELIMITED BY SIZE
006620             INTO WS-PRINT-LINE
006630         PERFORM 7900-EMIT-LINE THRU 7900-EXIT
006640     END-IF.
006650     ADD 1 TO WS-DIFF-IX.
006660 4100-EXIT.
006670     EXIT.
006680*
006690 4200-PRINT-ONE-FIELD.
006700     IF WS-CMP-FIELD (1, WS-FIELD-IX)
006710             NOT = WS-CMP-FIELD (2, WS-FIELD-IX)
006720         MOVE SPACES TO WS-PRINT-LINE
006730         STRING "      " WS-FIELD-NAME (WS-FIELD-IX) " "
006740             WS-TARGET-ENV "=[" WS-CMP-FIELD (1, WS-FIELD-IX)
006750             "]  " WS-SOURCE-ENV "=["
006760             WS-CMP-FIELD (2, WS-FIELD-IX) "]"
006770             DELIMITED BY SIZE
006780             INTO WS-PRINT-LINE
006790         PERFORM 7900-EMIT-LINE THRU 7900-EXIT
006800     END-IF.
006810     ADD 1 TO WS-FIELD-IX.
006820 4200-EXIT.
006830     EXIT.
006840*
006850 4800-DESCRIBE-DIFFERENCE.
006860     EVALUATE TRUE
006870         WHEN WS-DF-ADDED (WS-DIFF-IX)
006880             MOVE "ADDED"     TO WS-KIND-TEXT
006890         WHEN WS-DF-REMOVED (WS-DIFF-IX)
006900             MOVE "REMOVED"   TO WS-KIND-TEXT
006910         WHEN WS-DF-CHANGED (WS-DIFF-IX) = "Y"
006920                 AND WS-DF-MOVED (WS-DIFF-IX) = "Y"
006930             MOVE "CHG+MOVED" TO WS-KIND-TEXT
006940         WHEN WS-DF-MOVED (WS-DIFF-IX) = "Y"
006950             MOVE "MOVED"     TO WS-KIND-TEXT
006960         WHEN OTHER
006970             MOVE "CHANGED"   TO WS-KIND-TEXT
006980     END-EVALUATE.
006990     EVALUATE TRUE
007000         WHEN WS-DF-APPROVED (WS-DIFF-IX)
007010             MOVE "APPROVED" TO WS-DECISION-TEXT
007020         WHEN WS-DF-REJECTED (WS-DIFF-IX)
007030             MOVE "REJECTED" TO WS-DECISION-TEXT
007040         WHEN OTHER
007050             MOVE "PENDING"  TO WS-DECISION-TEXT
007060     END-EVALUATE.
007070 4800-EXIT.
007080     EXIT.
007090*
007100* ---------------------------------------------------------- *
007110* 5000-RECORD-DECISION - APPROVE OR REJECT ONE DIFFERING      *
007120* STEP, OR ALL OF THEM.  A STEP IS APPROVED WHOLE - ITS FIELD *
007130* CHANGES AND ITS NEW PLACE IN THE ORDER TOGETHER.            *
007140* ---------------------------------------------------------- *
007150 5000-RECORD-DECISION.
007160     DISPLAY "  WHICH STEP (ALL = EVERY STEP LISTED): "
007170         WITH NO ADVANCING.
007180     MOVE SPACES TO WS-TARGET-STEP.
007190     ACCEPT WS-TARGET-STEP.
007200     IF WS-TARGET-STEP = "ALL"
007210         MOVE 1 TO WS-DIFF-IX
007220         PERFORM 5100-DECIDE-ONE THRU 5100-EXIT
007230             UNTIL WS-DIFF-IX > WS-DIFF-COUNT
007240         MOVE WS-DIFF-COUNT TO WS-POS-DISP
007250         DISPLAY "CTLPROM: DECISION RECORDED FOR " WS-POS-DISP
007260             " STEP(S)"
007270         GO TO 5000-EXIT
007280     END-IF.
007290     MOVE "N" TO WS-STEP-FOUND-SWITCH.
007300     MOVE 1 TO WS-DIFF-IX.
007310     PERFORM 5200-FIND-DIFFERENCE THRU 5200-EXIT
007320         UNTIL WS-STEP-FOUND OR WS-DIFF-IX > WS-DIFF-COUNT.
007330     IF NOT WS-STEP-FOUND
007340         DISPLAY "CTLPROM: STEP " WS-TARGET-STEP
007350             " HAS NO DIFFERENCE TO DECIDE"
007360         GO TO 5000-EXIT
007370     END-IF.
007380     PERFORM 5100-DECIDE-ONE THRU 5100-EXIT.
007390     DISPLAY "CTLPROM: DECISION RECORDED FOR " WS-TARGET-STEP.
007400 5000-EXIT.
007410     EXIT.
007420*
007430 5100-DECIDE-ONE.
007440     MOVE WS-DECISION TO WS-DF-DECISION (WS-DIFF-IX).
007450     ADD 1 TO WS-DIFF-IX.
007460 5100-EXIT.
007470     EXIT.
007480*
007490 5200-FIND-DIFFERENCE.
007500     IF WS-DF-STEP (WS-DIFF-IX) = WS-TARGET-STEP
007510         MOVE "Y" TO WS-STEP-FOUND-SWITCH
007520     ELSE
007530         ADD 1 TO WS-DIFF-IX
007540     END-IF.
007550 5200-EXIT.
007560     EXIT.
007570*
007580* ---------------------------------------------------------- *
007590* 6000-PROMOTE - BUILD THE NEW IMAGE FROM THE PROD ROWS AND   *
007600* THE APPROVED DIFFERENCES, CHECK EVERY ROW OF IT, AND ONLY   *
007610* IF IT IS CLEAN AUDIT THE PROMOTION AND WRITE CTLNEW.  AN    *
007620* IMAGE THAT FAILS A RULE LEAVES THE SESSION OPEN FOR MORE    *
007630* DECISIONS.                                                  *
007640* ---------------------------------------------------------- *
007650 6000-PROMOTE.
007660     MOVE 0 TO WS-APPROVED-COUNT.
007670     MOVE 1 TO WS-DIFF-IX.
007680     PERFORM 6050-COUNT-ONE-APPROVAL THRU 6050-EXIT
007690         UNTIL WS-DIFF-IX > WS-DIFF-COUNT.
007700     IF WS-APPROVED-COUNT = 0
007710         DISPLAY "CTLPROM: NOTHING APPROVED - NO CTLNEW WRITTEN"
007720         MOVE "Y" TO WS-END-REQUEST-SWITCH
007730         GO TO 6000-EXIT
007740     END-IF.
007750     PERFORM 6100-BUILD-IMAGE THRU 6100-EXIT.
007760     IF NOT WS-IMAGE-VALID
007770         DISPLAY "CTLPROM: NEW IMAGE NOT VALID - NOTHING WRITTEN."
007780             " APPROVE OR REJECT MORE STEPS, OR QUIT"
007790         GO TO 6000-EXIT
007800     END-IF.
007810     PERFORM 6500-VALIDATE-IMAGE THRU 6500-EXIT.
007820     IF NOT WS-IMAGE-VALID
007830         DISPLAY "CTLPROM: NEW IMAGE NOT VALID - NOTHING WRITTEN."
007840             " APPROVE OR REJECT MORE STEPS, OR QUIT"
007850         GO TO 6000-EXIT
007860     END-IF.
007870     MOVE 1 TO WS-DIFF-IX.
007880     PERFORM 6800-AUDIT-ONE-DIFFERENCE THRU 6800-EXIT
007890         UNTIL WS-DIFF-IX > WS-DIFF-COUNT OR WS-ABEND.
007900     IF NOT WS-ABEND
007910         PERFORM 8000-WRITE-CONTROL-NEW THRU 8000-EXIT
007920     END-IF.
007930     IF NOT WS-ABEND
007940         MOVE "Y" TO WS-TO-REPORT-SWITCH
007950         MOVE SPACES TO WS-PRINT-LINE
007960         PERFORM 7900-EMIT-LINE THRU 7900-EXIT
007970         MOVE WS-APPROVED-COUNT TO WS-POS-DISP
007980         MOVE WS-OUT-COUNT TO WS-POS-DISP-2
007990         STRING "PROMOTED " WS-POS-DISP " STEP(S) - "
008000             WS-POS-DISP-2 " ROW(S) WRITTEN TO CTLNEW"
008010             DELIMITED BY SIZE
008020             INTO WS-PRINT-LINE
008030         PERFORM 7900-EMIT-LINE THRU 7900-EXIT
008040         PERFORM 4000-PRINT-DIFFERENCES THRU 4000-EXIT
008050         MOVE "N" TO WS-TO-REPORT-SWITCH
008060         DISPLAY "CTLPROM: SWAP CTLNEW IN WITH THE CTLSWAP JOB"
008070     END-IF.
008080     MOVE "Y" TO WS-END-REQUEST-SWITCH.
008090 6000-EXIT.
008100     EXIT.
008110*
008120 6050-COUNT-ONE-APPROVAL.
008130     IF WS-DF-APPROVED (WS-DIFF-IX)
008140         ADD 1 TO WS-APPROVED-COUNT
008150     END-IF.
008160     ADD 1 TO WS-DIFF-IX.
008170 6050-EXIT.
008180     EXIT.
008190*
008200* ---------------------------------------------------------- *
008210* 6100-BUILD-IMAGE - START FROM THE PROD ROWS IN PROD ORDER.  *
008220* DROP THE APPROVED REMOVALS, TAKE THE TEST ROW FOR EACH      *
008230* APPROVED CHANGE, THEN - IN TEST ORDER - TAKE EACH APPROVED  *
008240* ADD AND MOVE OUT AND PUT IT STRAIGHT AFTER ITS TEST         *
008250* PREDECESSOR IN THE IMAGE BEING BUILT (6200): THE NEAREST    *
008255* STEP BEFORE IT IN TEST THAT THE IMAGE HOLDS, OR THE FRONT.  *
008260* UNAPPROVED STEPS KEEP THEIR PROD ROW AND PLACE.             *
008270* ---------------------------------------------------------- *
008280 6100-BUILD-IMAGE.
008290     MOVE "Y" TO WS-IMAGE-VALID-SWITCH.
008300     MOVE SPACES TO WS-OUT-TABLE.
008310     MOVE WS-PRD-COUNT TO WS-OUT-COUNT.
008320     MOVE 1 TO WS-OUT-IX.
008330     PERFORM 6110-COPY-ONE-PROD-ROW THRU 6110-EXIT
008340         UNTIL WS-OUT-IX > WS-OUT-COUNT.
008350     MOVE 1 TO WS-DIFF-IX.
008360     PERFORM 6120-APPLY-ONE-IN-PLACE THRU 6120-EXIT
008370         UNTIL WS-DIFF-IX > WS-DIFF-COUNT.
008380     MOVE 1 TO WS-DIFF-IX.
008390     PERFORM 6130-PLACE-ONE-ROW THRU 6130-EXIT
008400         UNTIL WS-DIFF-IX > WS-DIFF-COUNT OR NOT WS-IMAGE-VALID.
008410 6100-EXIT.
008420     EXIT.
008430*
008440 6110-COPY-ONE-PROD-ROW.
008450     MOVE WS-PRD-ROW (WS-OUT-IX) TO WS-OUT-ROW (WS-OUT-IX).
008460     ADD 1 TO WS-OUT-IX.
008470 6110-EXIT.
008480     EXIT.
008490*
008500 6120-APPLY-ONE-IN-PLACE.
008510     IF WS-DF-APPROVED (WS-DIFF-IX)
008520         MOVE WS-DF-STEP (WS-DIFF-IX) TO WS-TARGET-STEP
008530         PERFORM 7500-FIND-OUT-STEP THRU 7500-EXIT
008540         IF WS-STEP-FOUND AND WS-DF-REMOVED (WS-DIFF-IX)
008550             PERFORM 7600-REMOVE-OUT-ROW THRU 7600-EXIT
008560         END-IF
008570         IF WS-STEP-FOUND AND WS-DF-CHANGED (WS-DIFF-IX) = "Y"
008580             MOVE WS-TST-ROW (WS-DF-TST-IX (WS-DIFF-IX))
008590                 TO WS-OUT-ROW (WS-FOUND-IX)
008600         END-IF
008610     END-IF.
008620     ADD 1 TO WS-DIFF-IX.
008630 6120-EXIT.
008640     EXIT.
008650*
008660 6130-PLACE-ONE-ROW.
008670     IF WS-DF-APPROVED (WS-DIFF-IX)
008680             AND (WS-DF-ADDED (WS-DIFF-IX)
008690                 OR WS-DF-MOVED (WS-DIFF-IX) = "Y")
008700         IF WS-DF-ADDED (WS-DIFF-IX)
008710             MOVE WS-TST-ROW (WS-DF-TST-IX (WS-DIFF-IX))
008720                 TO WS-MOVING-ROW
008730         ELSE
008740             MOVE WS-DF-STEP (WS-DIFF-IX) TO WS-TARGET-STEP
008750             PERFORM 7500-FIND-OUT-STEP THRU 7500-EXIT
008760             MOVE WS-OUT-ROW (WS-FOUND-IX) TO WS-MOVING-ROW
008770             PERFORM 7600-REMOVE-OUT-ROW THRU 7600-EXIT
008780         END-IF
008790         IF WS-OUT-COUNT >= 50
008800             DISPLAY "CTLPROM: NEW IMAGE WOULD EXCEED 50 ROWS"
008810             MOVE "N" TO WS-IMAGE-VALID-SWITCH
008820         ELSE
008830             PERFORM 6200-FIND-ANCHOR THRU 6200-EXIT
008840             COMPUTE WS-INSERT-POS = WS-ANCHOR-IX + 1
008850             PERFORM 7700-INSERT-OUT-ROW THRU 7700-EXIT
008860         END-IF
008870     END-IF.
008880     ADD 1 TO WS-DIFF-IX.
008890 6130-EXIT.
008900     EXIT.
008910*
008920* ---------------------------------------------------------- *
008930* 6200-FIND-ANCHOR - WALK BACK THROUGH THE TEST ROWS BEFORE   *
008940* THE ONE BEING PLACED UNTIL ONE IS FOUND IN THE IMAGE AS IT  *
008950* NOW STANDS (A REJECTED ADD IS NOT THERE, AN EARLIER PLACED  *
008953* MOVE ALREADY IS); WS-ANCHOR-IX IS ITS PLACE THERE, OR ZERO  *
008956* FOR THE FRONT.                                              *
008960* ---------------------------------------------------------- *
008970 6200-FIND-ANCHOR.
008980     MOVE 0 TO WS-ANCHOR-IX.
008990     MOVE WS-DF-TST-IX (WS-DIFF-IX) TO WS-TST-IX.
009000     PERFORM 6250-CHECK-ONE-ANCHOR THRU 6250-EXIT
009010         UNTIL WS-ANCHOR-IX > 0 OR WS-TST-IX < 2.
009020 6200-EXIT.
009030     EXIT.
009040*
009050 6250-CHECK-ONE-ANCHOR.
009060     SUBTRACT 1 FROM WS-TST-IX.
009070     MOVE WS-TST-ROW-STEP (WS-TST-IX) TO WS-TARGET-STEP.
009080     PERFORM 7500-FIND-OUT-STEP THRU 7500-EXIT.
009090     IF WS-STEP-FOUND
009100         MOVE WS-FOUND-IX TO WS-ANCHOR-IX
009110     END-IF.
009120 6250-EXIT.
009130     EXIT.
009140*
009150* ---------------------------------------------------------- *
009160* 6500-VALIDATE-IMAGE - CHECK EVERY ROW OF THE NEW IMAGE AT   *
009170* ITS PLACE IN IT WITH CTLMAINT'S RULES, SO A PROMOTED FILE   *
009180* IS HELD TO THE SAME STANDARD AS AN EDITED ONE.  EVERY       *
009190* FAILING ROW IS REPORTED, NOT JUST THE FIRST.                *
009200* ---------------------------------------------------------- *
009210 6500-VALIDATE-IMAGE.
009220     MOVE "Y" TO WS-IMAGE-VALID-SWITCH.
009230     MOVE 1 TO WS-OUT-IX.
009240     PERFORM 6550-VALIDATE-ONE-ROW THRU 6550-EXIT
009250         UNTIL WS-OUT-IX > WS-OUT-COUNT.
009260 6500-EXIT.
009270     EXIT.
009280*
009290 6550-VALIDATE-ONE-ROW.
009300     MOVE WS-OUT-ROW (WS-OUT-IX) TO CONTROL-RECORD.
009310     MOVE WS-OUT-IX TO WS-VAL-POSITION.
009320     MOVE WS-OUT-IX TO WS-VAL-SKIP-IX.
009330     PERFORM 7000-VALIDATE-RECORD THRU 7000-EXIT.
009340     IF NOT WS-RECORD-VALID
009350         MOVE WS-OUT-IX TO WS-POS-DISP
009360         DISPLAY "CTLPROM: ROW " WS-POS-DISP " STEP "
009370             CTL-STEP-NAME " FAILS THE RULES ABOVE"
009380         MOVE "N" TO WS-IMAGE-VALID-SWITCH
009390     END-IF.
009400     ADD 1 TO WS-OUT-IX.
009410 6550-EXIT.
009420     EXIT.
009430*
009440* ---------------------------------------------------------- *
009450* 6800-AUDIT-ONE-DIFFERENCE - ONE CTLAUDIT ROW PER APPROVED   *
009460* STEP, TAGGED WITH THE SOURCE ENVIRONMENT: PROMADD WITH A    *
009470* SPACE BEFORE-IMAGE, PROMDEL WITH A SPACE AFTER-IMAGE,       *
009480* PROMCHG (FIELDS CHANGED, MOVED OR NOT) OR PROMMOVE (ONLY    *
009490* ITS PLACE CHANGED) WITH BOTH.                               *
009500* ---------------------------------------------------------- *
009510 6800-AUDIT-ONE-DIFFERENCE.
009530     IF WS-DF-APPROVED (WS-DIFF-IX)
009550         MOVE WS-DF-STEP (WS-DIFF-IX) TO WS-AUDIT-STEP
009560         MOVE SPACES TO WS-BEFORE-IMAGE
009570         MOVE SPACES TO WS-AFTER-IMAGE
009580         IF WS-DF-PRD-IX (WS-DIFF-IX) > 0
009590             MOVE WS-PRD-ROW (WS-DF-PRD-IX (WS-DIFF-IX))
009600                 TO WS-BEFORE-IMAGE
009610         END-IF
009620         IF WS-DF-TST-IX (WS-DIFF-IX) > 0
009630             MOVE WS-TST-ROW (WS-DF-TST-IX (WS-DIFF-IX))
009640                 TO WS-AFTER-IMAGE
009650         END-IF
009660         EVALUATE TRUE
009670             WHEN WS-DF-ADDED (WS-DIFF-IX)
009680                 MOVE "PROMADD"  TO WS-AUDIT-ACTION
009690             WHEN WS-DF-REMOVED (WS-DIFF-IX)
009700                 MOVE "PROMDEL"  TO WS-AUDIT-ACTION
009710             WHEN WS-DF-CHANGED (WS-DIFF-IX) = "Y"
009720                 MOVE "PROMCHG"  TO WS-AUDIT-ACTION
009730             WHEN OTHER
009740                 MOVE "PROMMOVE" TO WS-AUDIT-ACTION
009750         END-EVALUATE
009760         PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
009770     END-IF.
009780     ADD 1 TO WS-DIFF-IX.
009790 6800-EXIT.
009800     EXIT.
009810*
009820* ---------------------------------------------------------- *
009830* 7000-VALIDATE-RECORD - CTLMAINT'S RULES, RULE FOR RULE.     *
009840* WS-VAL-POSITION IS WHERE THE ROW SITS IN THE NEW IMAGE      *
009850* (PREDECESSORS MUST NAME STEPS STRICTLY EARLIER THAN THAT,   *
009860* WHICH ALSO MAKES A DEPENDENCY CYCLE IMPOSSIBLE);            *
009870* WS-VAL-SKIP-IX IS THE ROW'S OWN SLOT, EXCLUDED FROM THE     *
009880* DUPLICATE-NAME SCAN.  A CHANGE TO A RULE IN CTLMAINT MUST   *
009890* BE MADE HERE TOO.                                           *
009900* ---------------------------------------------------------- *
009910 7000-VALIDATE-RECORD.
009920     MOVE "Y" TO WS-RECORD-VALID-SWITCH.
009930     IF CTL-STEP-NAME = SPACES
009940         DISPLAY "CTLPROM: STEP NAME IS REQUIRED"
009950         MOVE "N" TO WS-RECORD-VALID-SWITCH
009960     END-IF.
009970     MOVE 1 TO WS-SCAN-IX.
009980     PERFORM 7100-CHECK-ONE-DUPLICATE THRU 7100-EXIT
009990         UNTIL WS-SCAN-IX > WS-OUT-COUNT.
010000     IF CTL-PROGRAM-ID = SPACES
010010         DISPLAY "CTLPROM: PROGRAM ID IS REQUIRED - A BLANK"
010020             " OR MISTYPED PROGRAM FAILS THE STEP AT 2 AM"
010030         MOVE "N" TO WS-RECORD-VALID-SWITCH
010040     END-IF.
010050     IF CTL-RUN-FLAG NOT = "Y" AND CTL-RUN-FLAG NOT = "N"
010060         DISPLAY "CTLPROM: RUN FLAG MUST BE Y OR N"
010070         MOVE "N" TO WS-RECORD-VALID-SWITCH
010080     END-IF.
010090     IF CTL-MONTHEND-FLAG NOT = "Y"
010100             AND CTL-MONTHEND-FLAG NOT = "N"
010110             AND CTL-MONTHEND-FLAG NOT = SPACE
010120         DISPLAY "CTLPROM: MONTH-END FLAG MUST BE Y, N OR"
010130             " BLANK"
010140         MOVE "N" TO WS-RECORD-VALID-SWITCH
010150     END-IF.
010160     MOVE 1 TO WS-PRED-IX.
010170     PERFORM 7200-CHECK-ONE-PRED THRU 7200-EXIT
010180         UNTIL WS-PRED-IX > 2.
010190     IF CTL-RETRY-LIMIT IS NOT NUMERIC
010200         DISPLAY "CTLPROM: RETRY LIMIT MUST BE A DIGIT 0-9 -"
010210             " A NON-NUMERIC VALUE SILENTLY DISABLES RETRY"
010220         MOVE "N" TO WS-RECORD-VALID-SWITCH
010230     END-IF.
010240     IF CTL-EXPECTED-DURATION IS NOT NUMERIC
010250         DISPLAY "CTLPROM: EXPECTED DURATION MUST BE NUMERIC"
010260             " - A NON-NUMERIC VALUE DISABLES THE BATCH-"
010270             "WINDOW PROJECTION"
010280         MOVE "N" TO WS-RECORD-VALID-SWITCH
010290     END-IF.
010300     IF NOT CTL-FREQ-DAILY
010310             AND NOT CTL-FREQ-WEEKLY
010320             AND NOT CTL-FREQ-MONTHEND
010330             AND NOT CTL-FREQ-QUARTERLY
010340             AND NOT CTL-FREQ-BUSDAY-ONLY
010350         DISPLAY "CTLPROM: FREQUENCY MUST BE D, W, M, Q, B"
010360             " OR BLANK"
010370         MOVE "N" TO WS-RECORD-VALID-SWITCH
010380     END-IF.
010390     IF CTL-PRODUCER-FLAG NOT = "Y"
010400             AND CTL-PRODUCER-FLAG NOT = "N"
010410             AND CTL-PRODUCER-FLAG NOT = SPACE
010420         DISPLAY "CTLPROM: PRODUCER FLAG MUST BE Y, N OR"
010430             " BLANK"
010440         MOVE "N" TO WS-RECORD-VALID-SWITCH
010450     END-IF.
010460     IF CTL-TRIGGER-CUTOFF NOT = SPACES
010470         IF CTL-TRIGGER-DATASET = SPACES
010480             DISPLAY "CTLPROM: FEED CUT-OFF GIVEN WITHOUT AN"
010490                 " INBOUND TRIGGER DDNAME"
010500             MOVE "N" TO WS-RECORD-VALID-SWITCH
010510         END-IF
010520         IF CTL-TRIGGER-CUTOFF IS NOT NUMERIC
010530                 OR CTL-TRIGGER-CUTOFF (1:2) > "23"
010540                 OR CTL-TRIGGER-CUTOFF (3:2) > "59"
010550             DISPLAY "CTLPROM: FEED CUT-OFF MUST BE HHMM 0000-"
010560                 "2359 OR BLANK FOR THE 06:00 WINDOW"
010570             MOVE "N" TO WS-RECORD-VALID-SWITCH
010580         END-IF
010590     END-IF.
010600     IF CTL-TRIGGER-DATASET NOT = SPACES
010610             AND CTL-TRIGGER-DATASET = CTL-DATASET-NAME
010620         DISPLAY "CTLPROM: TRIGGER DDNAME MUST NOT BE THE"
010630             " STEP'S OWN OUTPUT DATASET"
010640         MOVE "N" TO WS-RECORD-VALID-SWITCH
010650     END-IF.
010660     IF CTL-STREAM-NAME NOT = SPACES
010670             AND CTL-STREAM-NAME (1:1) IS NOT ALPHABETIC-UPPER
010680         DISPLAY "CTLPROM: STREAM NAME MUST START WITH A LETTER"
010690             " OR BE BLANK FOR THE DEFAULT STREAM"
010700         MOVE "N" TO WS-RECORD-VALID-SWITCH
010710     END-IF.
010720 7000-EXIT.
010730     EXIT.
010740*
010750 7100-CHECK-ONE-DUPLICATE.
010760     IF WS-SCAN-IX NOT = WS-VAL-SKIP-IX
010770             AND WS-OUT-ROW-STEP (WS-SCAN-IX) = CTL-STEP-NAME
010780             AND CTL-STEP-NAME NOT = SPACES
010790         DISPLAY "CTLPROM: STEP NAME " CTL-STEP-NAME
010800             " ALREADY EXISTS - NAMES MUST BE UNIQUE"
010810         MOVE "N" TO WS-RECORD-VALID-SWITCH
010820     END-IF.
010830     ADD 1 TO WS-SCAN-IX.
010840 7100-EXIT.
010850     EXIT.
010860*
010870 7200-CHECK-ONE-PRED.
010880     IF CTL-PRED-STEP (WS-PRED-IX) NOT = SPACES
010890         MOVE "N" TO WS-PRED-OK-SWITCH
010900         MOVE 1 TO WS-SCAN-IX
010910         PERFORM 7250-SCAN-EARLIER-STEPS THRU 7250-EXIT
010920             UNTIL WS-PRED-OK
010930                 OR WS-SCAN-IX >= WS-VAL-POSITION
010940                 OR WS-SCAN-IX > WS-OUT-COUNT
010950         IF NOT WS-PRED-OK
010960             DISPLAY "CTLPROM: PREDECESSOR "
010970                 CTL-PRED-STEP (WS-PRED-IX)
010980                 " DOES NOT NAME AN EARLIER STEP"
010990             MOVE "N" TO WS-RECORD-VALID-SWITCH
011000         END-IF
011010     END-IF.
011020     ADD 1 TO WS-PRED-IX.
011030 7200-EXIT.
011040     EXIT.
011050*
011060 7250-SCAN-EARLIER-STEPS.
011070     IF WS-SCAN-IX NOT = WS-VAL-SKIP-IX
011080             AND WS-OUT-ROW-STEP (WS-SCAN-IX)
011090             = CTL-PRED-STEP (WS-PRED-IX)
011100         MOVE "Y" TO WS-PRED-OK-SWITCH
011110     ELSE
011120         ADD 1 TO WS-SCAN-IX
011130     END-IF.
011140 7250-EXIT.
011150     EXIT.
011160*
011170* ---------------------------------------------------------- *
011180* 7500-FIND-OUT-STEP - LOCATE WS-TARGET-STEP IN THE NEW       *
011190* IMAGE.                                                      *
011200* ---------------------------------------------------------- *
011210 7500-FIND-OUT-STEP.
011220     MOVE "N" TO WS-STEP-FOUND-SWITCH.
011230     MOVE 0 TO WS-FOUND-IX.
011240     MOVE 1 TO WS-SCAN-IX.
011250     PERFORM 7550-CHECK-ONE-STEP THRU 7550-EXIT
011260         UNTIL WS-STEP-FOUND OR WS-SCAN-IX > WS-OUT-COUNT.
011270 7500-EXIT.
011280     EXIT.
011290*
011300 7550-CHECK-ONE-STEP.
011310     IF WS-OUT-ROW-STEP (WS-SCAN-IX) = WS-TARGET-STEP
011320         MOVE "Y" TO WS-STEP-FOUND-SWITCH
011330         MOVE WS-SCAN-IX TO WS-FOUND-IX
011340     ELSE
011350         ADD 1 TO WS-SCAN-IX
011360     END-IF.
011370 7550-EXIT.
011380     EXIT.
011390*
011400* ---------------------------------------------------------- *
011410* 7600-REMOVE-OUT-ROW - TAKE THE ROW AT WS-FOUND-IX OUT OF    *
011420* THE NEW IMAGE, CLOSING THE GAP.                             *
011430* ---------------------------------------------------------- *
011440 7600-REMOVE-OUT-ROW.
011450     MOVE WS-FOUND-IX TO WS-SHIFT-IX.
011460     PERFORM 7650-SHIFT-ONE-ROW-DOWN THRU 7650-EXIT
011470         UNTIL WS-SHIFT-IX >= WS-OUT-COUNT.
011480     MOVE SPACES TO WS-OUT-ROW (WS-OUT-COUNT).
011490     SUBTRACT 1 FROM WS-OUT-COUNT.
011500 7600-EXIT.
011510     EXIT.
011520*
011530 7650-SHIFT-ONE-ROW-DOWN.
011540     COMPUTE WS-SCAN-IX = WS-SHIFT-IX + 1.
011550     MOVE WS-OUT-ROW (WS-SCAN-IX) TO WS-OUT-ROW (WS-SHIFT-IX).
011560     ADD 1 TO WS-SHIFT-IX.
011570 7650-EXIT.
011580     EXIT.
011590*
011600* ---------------------------------------------------------- *
011610* 7700-INSERT-OUT-ROW - PUT WS-MOVING-ROW INTO THE NEW IMAGE  *
011620* AT WS-INSERT-POS, OPENING A GAP.                            *
011630* ---------------------------------------------------------- *
011640 7700-INSERT-OUT-ROW.
011650     MOVE WS-OUT-COUNT TO WS-SHIFT-IX.
011660     PERFORM 7750-SHIFT-ONE-ROW-UP THRU 7750-EXIT
011670         UNTIL WS-SHIFT-IX < WS-INSERT-POS.
011680     ADD 1 TO WS-OUT-COUNT.
011690     MOVE WS-MOVING-ROW TO WS-OUT-ROW (WS-INSERT-POS).
011700 7700-EXIT.
011710     EXIT.
011720*
011730 7750-SHIFT-ONE-ROW-UP.
011740     COMPUTE WS-SCAN-IX = WS-SHIFT-IX + 1.
011750     MOVE WS-OUT-ROW (WS-SHIFT-IX) TO WS-OUT-ROW (WS-SCAN-IX).
011760     SUBTRACT 1 FROM WS-SHIFT-IX.
011770 7750-EXIT.
011780     EXIT.
011790*
011800* ---------------------------------------------------------- *
011810* 7900-EMIT-LINE - SHOW WS-PRINT-LINE ON THE SCREEN AND,      *
011820* WHILE THE REPORT SWITCH IS ON, WRITE IT TO PROMRPT.         *
011830* ---------------------------------------------------------- *
011840 7900-EMIT-LINE.
011850     DISPLAY WS-PRINT-LINE.
011860     IF WS-TO-REPORT AND WS-REPORT-OPEN
011870         WRITE REPORT-RECORD FROM WS-PRINT-LINE
011880     END-IF.
011890     MOVE SPACES TO WS-PRINT-LINE.
011900 7900-EXIT.
011910     EXIT.
011920*
011930* ---------------------------------------------------------- *
011940* 8000-WRITE-CONTROL-NEW - WRITE THE NEW IMAGE TO CTLNEW FOR  *
011950* THE CTLSWAP JOB TO SWAP IN OVER CTLFILE.  THE LIVE FILE IS  *
011960* NEVER REWRITTEN IN PLACE.                                   *
011970* ---------------------------------------------------------- *
011980 8000-WRITE-CONTROL-NEW.
011990     OPEN OUTPUT CONTROL-NEW-FILE.
012000     IF WS-CTLNEW-STATUS NOT = "00"
012010         DISPLAY "CTLPROM: UNABLE TO OPEN CTLNEW, STATUS="
012020             WS-CTLNEW-STATUS
012030         MOVE "Y" TO WS-ABEND-SWITCH
012040     ELSE
012050         MOVE 1 TO WS-OUT-IX
012060         PERFORM 8100-WRITE-ONE-ROW THRU 8100-EXIT
012070             UNTIL WS-OUT-IX > WS-OUT-COUNT OR WS-ABEND
012080         CLOSE CONTROL-NEW-FILE
012090     END-IF.
012100 8000-EXIT.
012110     EXIT.
012120*
012130 8100-WRITE-ONE-ROW.
012140     WRITE CONTROL-NEW-RECORD FROM WS-OUT-ROW (WS-OUT-IX).
012150     IF WS-CTLNEW-STATUS NOT = "00"
012160         DISPLAY "CTLPROM: UNABLE TO WRITE CTLNEW, STATUS="
012170             WS-CTLNEW-STATUS
012180         MOVE "Y" TO WS-ABEND-SWITCH
012190     END-IF.
012200     ADD 1 TO WS-OUT-IX.
012210 8100-EXIT.
012220     EXIT.
012230*
012240* ---------------------------------------------------------- *
012250* 8500-WRITE-AUDIT - APPEND ONE AUDIT ROW, CREATING CTLAUDIT  *
012260* THE FIRST TIME, AS CTLMAINT DOES.  A FAILED AUDIT WRITE     *
012270* ENDS THE SESSION: AN UNAUDITED PROMOTION MUST NOT REACH     *
012280* CTLNEW.                                                     *
012290* ---------------------------------------------------------- *
012300 8500-WRITE-AUDIT.
012310     OPEN EXTEND AUDIT-FILE.
012320     IF WS-AUDIT-STATUS = "35"
012330         OPEN OUTPUT AUDIT-FILE
012340     END-IF.
012350     IF WS-AUDIT-STATUS NOT = "00"
012360             AND WS-AUDIT-STATUS NOT = "05"
012370         DISPLAY "CTLPROM: UNABLE TO OPEN CTLAUDIT, STATUS="
012380             WS-AUDIT-STATUS
012390         MOVE "Y" TO WS-ABEND-SWITCH
012400     ELSE
012410         ACCEPT WS-RUN-TIME FROM TIME
012420         MOVE SPACES          TO CONTROL-AUDIT-RECORD
012430         MOVE WS-TODAY-DATE   TO AUD-CHANGE-DATE
012440         MOVE WS-RUN-TIME     TO AUD-CHANGE-TIME
012450         MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID
012460         MOVE WS-AUDIT-ACTION TO AUD-ACTION
012470         MOVE WS-AUDIT-STEP   TO AUD-STEP-NAME
012480         MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
012490         MOVE WS-AFTER-IMAGE  TO AUD-AFTER-IMAGE
012500         MOVE WS-SOURCE-ENV   TO AUD-SOURCE-ENV
012510         WRITE CONTROL-AUDIT-RECORD
012520         IF WS-AUDIT-STATUS NOT = "00"
012530             DISPLAY "CTLPROM: UNABLE TO WRITE CTLAUDIT,"
012540                 " STATUS=" WS-AUDIT-STATUS
012550             MOVE "Y" TO WS-ABEND-SWITCH
012560         END-IF
012570         CLOSE AUDIT-FILE
012580     END-IF.
012590 8500-EXIT.
012600     EXIT.
012610*
012620* ---------------------------------------------------------- *
012630* 9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE.  *
012640* ---------------------------------------------------------- *
012650 9000-TERMINATE.
012660     IF WS-REPORT-OPEN
012670         CLOSE REPORT-FILE
012680     END-IF.
012690     IF WS-ABEND
012700         MOVE 16 TO RETURN-CODE
012710     ELSE
012720         MOVE 0 TO RETURN-CODE
012730     END-IF.
012740 9000-EXIT.
012750     EXIT.
012760*
012770 END PROGRAM CTLPROM.
