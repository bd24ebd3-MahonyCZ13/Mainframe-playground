000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGBACK.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* CHGBACK is the month-end chargeback of the batch window to
000090* the business areas that use it.  It reads the step records
000100* for one month - from the indexed LOG-HISTORY archive and the
000110* live BATCH-LOG both, the same sweep as BATCHSTAT - and charges
000120* each step to the cost center COSTCTR assigns it (maintained
000130* with CCMAINT).  Per cost center it totals the dispatched
000140* elapsed seconds, the retry attempts and reruns that burned
000150* extra window time, and the failed and operator-skipped runs,
000160* prices the seconds at the center's rate per second, and
000170* writes both the printed chargeback (CHGRPT) and the fixed
000180* layout extract for the finance ledger feed (CHGEXT, see
000190* CHGEXT).  This replaces the spreadsheet built by hand from
000200* BATCHSTAT.
000210*
000220* PARM= SUPPLIES THE MONTH, E.G. "MONTH=202609".  ADD
000230* "ENV=PROD" TO CHARGE ONE ENVIRONMENT; WITHOUT IT EVERY
000240* ENVIRONMENT IS CHARGED.  EACH ENVIRONMENT (THE ENV CODE ON
000250* THE STEP RECORD; BLANK ON RECORDS OLDER THAN THAT FIELD IS
000260* PROD) IS CHARGED IN ITS OWN REPORT SECTION AND EXTRACT ROWS,
000270* SO TEST RUNS ARE NEVER BILLED AS PRODUCTION.
000280*
000290* WHAT IS COUNTED, PER STEP RECORD OF THE MONTH:
000300*   RUNS     - EVERY DISPATCH ATTEMPT (DISPOSITION BLANK) AND
000310*              EVERY FORCED-RERUN ATTEMPT (DISPOSITION "R").
000320*              ITS ELAPSED SECONDS ARE CHARGED.
000330*   RETRIES  - ATTEMPTS 2 AND UP WITHIN ONE DISPATCH, I.E. THE
000340*              AUTOMATIC RETRIES AFTER A FAILURE OR ABEND.
000350*   RERUNS   - A FIRST ATTEMPT OF A STEP ALREADY DISPATCHED
000360*              FOR THE SAME RUN-DATE AND ENVIRONMENT (THE JOB
000370*              RESUBMITTED AFTER AN ABEND, RESTARTING THE
000380*              STEP), PLUS EVERY FORCED-RERUN ATTEMPT.
000390*   EXTRA    - THE ELAPSED SECONDS OF THE RETRIES AND RERUNS,
000400*              SHOWN SEPARATELY (THEY ARE ALSO IN THE CHARGED
000410*              SECONDS - THEY BURNED REAL WINDOW TIME).
000420*   FAILED   - RUNS THAT ENDED WITH A NON-ZERO RETURN CODE.
000430*   SKIPPED  - OPERATOR SKIPS (DISPOSITION "O"); NOT CHARGED.
000440* STEPS NOT RUN BEHIND A FAILED PREDECESSOR OR A MISSING FEED
000450* USED NO WINDOW AND ARE IGNORED.  A STEP WITH NO COST CENTER
000460* IS LISTED AS NOT CHARGED AND THE JOB ENDS RC=4 SO IT IS
000470* ASSIGNED BEFORE THE NEXT MONTH-END; A FULL WORK TABLE ENDS
000480* IT RC=8 BECAUSE THE CHARGES ARE THEN INCOMPLETE.
000490*
000500* MOD HISTORY
000510*   15-10-2026 PK  INITIAL VERSION.
000520* ------------------------------------------------------------ *
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-BATCHLOG-STATUS.
000590     SELECT LOG-HISTORY-FILE ASSIGN TO "LOGHIST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS ARCH-KEY
000630         FILE STATUS IS WS-LOGHIST-STATUS.
000640     SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-COSTCTR-STATUS.
000670     SELECT REPORT-FILE ASSIGN TO "CHGRPT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-REPORT-STATUS.
000700     SELECT EXTRACT-FILE ASSIGN TO "CHGEXT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-EXTRACT-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  BATCH-LOG-FILE
000770     RECORDING MODE IS F.
000780     COPY LOGHDR.
000790     COPY STEPLOG.
000800 FD  LOG-HISTORY-FILE.
000810     COPY ARCHREC.
000820 FD  COST-CENTER-FILE
000830     RECORDING MODE IS F.
000840     COPY COSTCTR.
000850 FD  REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  REPORT-RECORD                PIC X(80).
000880 FD  EXTRACT-FILE
000890     RECORDING MODE IS F.
000900     COPY CHGEXT.
000910*
000920 WORKING-STORAGE SECTION.
000930 77  WS-BATCHLOG-STATUS           PIC X(02)  VALUE "00".
000940 77  WS-LOGHIST-STATUS            PIC X(02)  VALUE "00".
000950 77  WS-COSTCTR-STATUS            PIC X(02)  VALUE "00".
000960 77  WS-REPORT-STATUS             PIC X(02)  VALUE "00".
000970 77  WS-EXTRACT-STATUS            PIC X(02)  VALUE "00".
000980 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000990     88  WS-ABEND                 VALUE "Y".
001000 77  WS-TABLE-FULL-SWITCH         PIC X(01)  VALUE "N".
001010     88  WS-TABLE-FULL            VALUE "Y".
001020 77  WS-BATCHLOG-EOF-SWITCH       PIC X(01)  VALUE "N".
001030     88  WS-BATCHLOG-EOF          VALUE "Y".
001040 77  WS-COSTCTR-EOF-SWITCH        PIC X(01)  VALUE "N".
001050     88  WS-COSTCTR-EOF           VALUE "Y".
001060 77  WS-LOGHIST-DONE-SWITCH       PIC X(01)  VALUE "N".
001070     88  WS-LOGHIST-DONE          VALUE "Y".
001080 77  WS-LOGHIST-AVAIL-SWITCH      PIC X(01)  VALUE "N".
001090     88  WS-LOGHIST-AVAIL         VALUE "Y".
001091 77  WS-BATCHLOG-OPEN-SWITCH      PIC X(01)  VALUE "N".
001092     88  WS-BATCHLOG-OPEN         VALUE "Y".
001093 77  WS-REPORT-OPEN-SWITCH        PIC X(01)  VALUE "N".
001094     88  WS-REPORT-OPEN           VALUE "Y".
001095 77  WS-EXTRACT-OPEN-SWITCH       PIC X(01)  VALUE "N".
001096     88  WS-EXTRACT-OPEN          VALUE "Y".
001100 77  WS-SLOT-FOUND-SWITCH         PIC X(01)  VALUE "N".
001110     88  WS-SLOT-FOUND            VALUE "Y".
001120 77  WS-ROW-FOUND-SWITCH          PIC X(01)  VALUE "N".
001130     88  WS-ROW-FOUND             VALUE "Y".
001140 77  WS-SEEN-BEFORE-SWITCH        PIC X(01)  VALUE "N".
001150     88  WS-SEEN-BEFORE           VALUE "Y".
001160 77  WS-REC-KIND                  PIC X(01)  VALUE SPACE.
001170     88  WS-REC-DISPATCHED        VALUE "N".
001180     88  WS-REC-FORCED-RERUN      VALUE "R".
001190     88  WS-REC-OPER-SKIP         VALUE "O".
001200 77  WS-REPORT-MONTH              PIC X(06)  VALUE SPACES.
001210 77  WS-REPORT-ENV                PIC X(04)  VALUE SPACES.
001220 77  WS-ENV-TEXT                  PIC X(04)  VALUE SPACES.
001230 77  WS-REC-ENV                   PIC X(04)  VALUE SPACES.
001240 77  WS-CUR-ENV                   PIC X(04)  VALUE SPACES.
001250 77  WS-TODAY-DATE                PIC X(08).
001260 77  WS-RUN-TIME                  PIC X(08).
001270*
001280* THE COST CENTERS AND STEP ASSIGNMENTS FROM COSTCTR.
001290 77  WS-CENTER-COUNT              PIC 9(04)  COMP VALUE 0.
001300 77  WS-CENTER-IX                 PIC 9(04)  COMP.
001310 77  WS-ASSIGN-COUNT              PIC 9(04)  COMP VALUE 0.
001320 77  WS-ASSIGN-IX                 PIC 9(04)  COMP.
001330 01  WS-CENTER-TABLE.
001340     05  WS-CENTER-ENTRY OCCURS 50 TIMES.
001350         10  WS-CT-CODE           PIC X(08).
001360         10  WS-CT-NAME           PIC X(24).
001370         10  WS-CT-LEDGER         PIC X(12).
001380         10  WS-CT-RATE           PIC 9(03)V9(06).
001390 01  WS-ASSIGN-TABLE.
001400     05  WS-ASSIGN-ENTRY OCCURS 200 TIMES.
001410         10  WS-AS-STEP           PIC X(08).
001420         10  WS-AS-CENTER         PIC X(08).
001430         10  WS-AS-OWNER          PIC X(16).
001440*
001450* ONE ROW PER ENVIRONMENT AND STEP NAME SEEN IN THE MONTH, WITH
001460* THE COST CENTER AND OWNER RESOLVED WHEN THE ROW IS OPENED
001470* (SPACES CENTER = UNASSIGNED).  ELAPSED IS ONLY ACCUMULATED
001480* FROM RECORDS THAT CARRY A NUMERIC START TIME.
001490 77  WS-USAGE-COUNT               PIC 9(04)  COMP VALUE 0.
001500 77  WS-USAGE-IX                  PIC 9(04)  COMP.
001510 77  WS-SLOT-IX                   PIC 9(04)  COMP.
001520 01  WS-USAGE-TABLE.
001530     05  WS-USAGE-ENTRY OCCURS 200 TIMES.
001540         10  WS-US-ENV            PIC X(04).
001550         10  WS-US-STEP           PIC X(08).
001560         10  WS-US-CENTER         PIC X(08).
001570         10  WS-US-OWNER          PIC X(16).
001580         10  WS-US-RUNS           PIC 9(05).
001590         10  WS-US-SECONDS        PIC 9(09).
001600         10  WS-US-EXTRA-SECS     PIC 9(09).
001610         10  WS-US-RETRIES        PIC 9(05).
001620         10  WS-US-RERUNS         PIC 9(05).
001630         10  WS-US-FAILED         PIC 9(05).
001640         10  WS-US-SKIPPED        PIC 9(05).
001650*
001660* EVERY (RUN-DATE, ENV, STEP) DISPATCHED SO FAR, SO A SECOND
001670* FIRST ATTEMPT - A RESTART AFTER AN ABEND - IS RECOGNISED AS
001680* A RERUN.  A MONTH OF A 50-STEP STREAM IN TWO ENVIRONMENTS.
001690 77  WS-SEEN-COUNT                PIC 9(04)  COMP VALUE 0.
001700 77  WS-SEEN-IX                   PIC 9(04)  COMP.
001710 01  WS-SEEN-KEY.
001720     05  WS-SK-RUN-DATE           PIC X(08).
001730     05  WS-SK-ENV                PIC X(04).
001740     05  WS-SK-STEP               PIC X(08).
001750 01  WS-SEEN-TABLE.
001760     05  WS-SEEN-ENTRY OCCURS 3200 TIMES PIC X(20).
001770*
001780* THE ENVIRONMENTS TO REPORT, PROD FIRST.
001790 77  WS-ENV-COUNT                 PIC 9(04)  COMP VALUE 0.
001800 77  WS-ENV-IX                    PIC 9(04)  COMP.
001810 77  WS-ENV-SCAN-IX               PIC 9(04)  COMP.
001820 01  WS-ENV-TABLE.
001830     05  WS-EV-CODE OCCURS 10 TIMES PIC X(04).
001840*
001850 77  WS-TIME-HH                   PIC 9(02).
001860 77  WS-TIME-MM                   PIC 9(02).
001870 77  WS-TIME-SS                   PIC 9(02).
001880 77  WS-START-SECS                PIC 9(06).
001890 77  WS-END-SECS                  PIC 9(06).
001900 77  WS-ELAPSED-SECS              PIC 9(06).
001910*
001920* ONE COST CENTER'S ROLL-UP FOR ONE ENVIRONMENT, AND THE
001930* ENVIRONMENT AND MONTH TOTALS.
001940 77  WS-RU-RUNS                   PIC 9(05).
001950 77  WS-RU-SECONDS                PIC 9(09).
001960 77  WS-RU-EXTRA-SECS             PIC 9(09).
001970 77  WS-RU-RETRIES                PIC 9(05).
001980 77  WS-RU-RERUNS                 PIC 9(05).
001990 77  WS-RU-FAILED                 PIC 9(05).
002000 77  WS-RU-SKIPPED                PIC 9(05).
002010 77  WS-RU-CHARGE                 PIC 9(11)V99.
002020 77  WS-STEP-CHARGE               PIC 9(11)V99.
002030 77  WS-ENV-ROW-COUNT             PIC 9(04)  COMP.
002040 77  WS-ENV-UNASSIGNED            PIC 9(04)  COMP.
002050 77  WS-ENV-SECONDS               PIC 9(11).
002060 77  WS-ENV-CHARGE                PIC 9(13)V99.
002070 77  WS-PROD-CHARGE               PIC 9(13)V99 VALUE 0.
002080 77  WS-NONPROD-CHARGE            PIC 9(13)V99 VALUE 0.
002090 77  WS-UNASSIGNED-COUNT          PIC 9(04)  VALUE 0.
002100 77  WS-UNASSIGNED-SECS           PIC 9(09)  VALUE 0.
002110 77  WS-DETAIL-COUNT              PIC 9(05)  VALUE 0.
002120*
002130 77  WS-EDIT-RATE                 PIC ZZ9.999999.
002140 77  WS-EDIT-AMOUNT               PIC Z(9)9.99.
002150 77  WS-EDIT-TOTAL                PIC Z(12)9.99.
002160 01  WS-PRINT-LINE                PIC X(80).
002170*
002180 77  WS-PARM-LENGTH               PIC 9(04)  COMP.
002190 77  WS-PARM-POINTER              PIC 9(04)  COMP.
002200 01  WS-PARM-PAIR.
002210     05  WS-PARM-PAIR-TEXT        PIC X(20).
002220 01  WS-PARM-KEY-VALUE.
002230     05  WS-PARM-KEY              PIC X(10).
002240     05  WS-PARM-VALUE            PIC X(10).
002250*
002260 LINKAGE SECTION.
002270 01  PARM-PASSED-FROM-JCL.
002280     05  PARM-LENGTH              PIC S9(04) COMP.
002290     05  PARM-TEXT                PIC X(80).
002300*
002310 PROCEDURE DIVISION USING PARM-PASSED-FROM-JCL.
002320*
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     IF NOT WS-ABEND
002360         IF WS-LOGHIST-AVAIL
002370             PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT
002380         END-IF
002390         PERFORM 2500-SWEEP-LIVE-LOG THRU 2500-EXIT
002400         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
002410         PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT
002420     END-IF.
002430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002440     STOP RUN.
002450 0000-MAINLINE-EXIT.
002460     EXIT.
002470*
002480* ---------------------------------------------------------- *
002490* 1000-INITIALIZE - PARSE MONTH= AND ENV=, LOAD THE COST      *
002500* CENTERS AND OPEN THE FILES.  NO MONTH OR NO COSTCTR, NO     *
002510* CHARGEBACK.  WITHOUT A LOG-HISTORY ARCHIVE THE MONTH IS     *
002520* SERVED FROM THE LIVE LOG ALONE.                             *
002530* ---------------------------------------------------------- *
002540 1000-INITIALIZE.
002550     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002560     ACCEPT WS-RUN-TIME FROM TIME.
002570     MOVE PARM-LENGTH TO WS-PARM-LENGTH.
002580     MOVE 1 TO WS-PARM-POINTER.
002590     IF WS-PARM-LENGTH > 0
002600         PERFORM 1100-PARSE-ONE-PAIR THRU 1100-EXIT
002610             UNTIL WS-PARM-POINTER > WS-PARM-LENGTH
002620     END-IF.
002630     IF WS-REPORT-MONTH IS NOT NUMERIC
002640             OR WS-REPORT-MONTH (5:2) < "01"
002650             OR WS-REPORT-MONTH (5:2) > "12"
002660         DISPLAY "CHGBACK: PARM MUST SUPPLY MONTH=YYYYMM"
002670         MOVE "Y" TO WS-ABEND-SWITCH
002680         GO TO 1000-EXIT
002690     END-IF.
002700     PERFORM 1300-LOAD-COST-CENTERS THRU 1300-EXIT.
002710     IF NOT WS-ABEND
002720         PERFORM 1200-OPEN-FILES THRU 1200-EXIT
002730     END-IF.
002740 1000-EXIT.
002750     EXIT.
002760*
002770 1100-PARSE-ONE-PAIR.
002780     MOVE SPACES TO WS-PARM-PAIR-TEXT.
002790     UNSTRING PARM-TEXT (1:WS-PARM-LENGTH) DELIMITED BY ","
002800         INTO WS-PARM-PAIR-TEXT
002810         WITH POINTER WS-PARM-POINTER.
002820     MOVE SPACES TO WS-PARM-KEY-VALUE.
002830     UNSTRING WS-PARM-PAIR-TEXT DELIMITED BY "="
002840         INTO WS-PARM-KEY WS-PARM-VALUE.
002850     EVALUATE WS-PARM-KEY
002860         WHEN "MONTH"
002870             MOVE WS-PARM-VALUE (1:6) TO WS-REPORT-MONTH
002880         WHEN "ENV"
002890             MOVE WS-PARM-VALUE (1:4) TO WS-REPORT-ENV
002900         WHEN OTHER
002910             CONTINUE
002920     END-EVALUATE.
002930 1100-EXIT.
002940     EXIT.
002950*
002960 1200-OPEN-FILES.
002970     OPEN INPUT BATCH-LOG-FILE.
002980     IF WS-BATCHLOG-STATUS NOT = "00"
002990         DISPLAY "CHGBACK: UNABLE TO OPEN BATCH-LOG, STATUS="
003000             WS-BATCHLOG-STATUS
003010         MOVE "Y" TO WS-ABEND-SWITCH
003013     ELSE
003016         MOVE "Y" TO WS-BATCHLOG-OPEN-SWITCH
003020     END-IF.
003030     OPEN INPUT LOG-HISTORY-FILE.
003040     IF WS-LOGHIST-STATUS = "00"
003050         MOVE "Y" TO WS-LOGHIST-AVAIL-SWITCH
003060     END-IF.
003070     OPEN OUTPUT REPORT-FILE.
003080     IF WS-REPORT-STATUS NOT = "00"
003090         DISPLAY "CHGBACK: UNABLE TO OPEN CHGRPT, STATUS="
003100             WS-REPORT-STATUS
003110         MOVE "Y" TO WS-ABEND-SWITCH
003113     ELSE
003116         MOVE "Y" TO WS-REPORT-OPEN-SWITCH
003120     END-IF.
003130     OPEN OUTPUT EXTRACT-FILE.
003140     IF WS-EXTRACT-STATUS NOT = "00"
003150         DISPLAY "CHGBACK: UNABLE TO OPEN CHGEXT, STATUS="
003160             WS-EXTRACT-STATUS
003170         MOVE "Y" TO WS-ABEND-SWITCH
003173     ELSE
003176         MOVE "Y" TO WS-EXTRACT-OPEN-SWITCH
003180     END-IF.
003190 1200-EXIT.
003200     EXIT.
003210*
003220* ---------------------------------------------------------- *
003230* 1300-LOAD-COST-CENTERS - READ COSTCTR INTO THE CENTER AND   *
003240* ASSIGNMENT TABLES.  A CENTER WHOSE RATE IS NOT NUMERIC     *
003250* IS LOADED AT A ZERO RATE AND NAMED ON SYSOUT - CCMAINT     *
003260* DOES NOT LET ONE IN, SO THE FILE WAS EDITED BY HAND.       *
003270* ---------------------------------------------------------- *
003280 1300-LOAD-COST-CENTERS.
003290     OPEN INPUT COST-CENTER-FILE.
003300     IF WS-COSTCTR-STATUS NOT = "00"
003310         DISPLAY "CHGBACK: UNABLE TO OPEN COSTCTR, STATUS="
003320             WS-COSTCTR-STATUS " - NOTHING TO CHARGE TO"
003330         MOVE "Y" TO WS-ABEND-SWITCH
003340         GO TO 1300-EXIT
003350     END-IF.
003360     MOVE "N" TO WS-COSTCTR-EOF-SWITCH.
003370     PERFORM 1350-READ-ONE-COST-ROW THRU 1350-EXIT
003380         UNTIL WS-COSTCTR-EOF.
003390     CLOSE COST-CENTER-FILE.
003400 1300-EXIT.
003410     EXIT.
003420*
003430 1350-READ-ONE-COST-ROW.
003440     READ COST-CENTER-FILE
003450         AT END
003460             MOVE "Y" TO WS-COSTCTR-EOF-SWITCH
003470     END-READ.
003480     IF WS-COSTCTR-EOF
003490         GO TO 1350-EXIT
003500     END-IF.
003510     EVALUATE TRUE
003520         WHEN CCR-CENTER-ROW
003530             IF WS-CENTER-COUNT < 50
003540                 ADD 1 TO WS-CENTER-COUNT
003550                 MOVE CCR-ROW-KEY
003560                     TO WS-CT-CODE (WS-CENTER-COUNT)
003570                 MOVE CCR-CENTER-NAME
003580                     TO WS-CT-NAME (WS-CENTER-COUNT)
003590                 MOVE CCR-LEDGER-ACCOUNT
003600                     TO WS-CT-LEDGER (WS-CENTER-COUNT)
003610                 IF CCR-RATE-PER-SECOND IS NUMERIC
003620                     MOVE CCR-RATE-PER-SECOND
003630                         TO WS-CT-RATE (WS-CENTER-COUNT)
003640                 ELSE
003650                     MOVE 0 TO WS-CT-RATE (WS-CENTER-COUNT)
003660                     DISPLAY "CHGBACK: COST CENTER " CCR-ROW-KEY
003670                         " RATE NOT NUMERIC - CHARGED AT ZERO"
003680                 END-IF
003690             ELSE
003700                 DISPLAY "CHGBACK: COST CENTER TABLE FULL AT "
003710                     CCR-ROW-KEY " - CENTER NOT CHARGED"
003720                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
003730             END-IF
003740         WHEN CCR-STEP-ROW
003750             IF WS-ASSIGN-COUNT < 200
003760                 ADD 1 TO WS-ASSIGN-COUNT
003770                 MOVE CCR-ROW-KEY
003780                     TO WS-AS-STEP (WS-ASSIGN-COUNT)
003790                 MOVE CCR-STEP-CENTER
003800                     TO WS-AS-CENTER (WS-ASSIGN-COUNT)
003810                 MOVE CCR-APPL-OWNER
003820                     TO WS-AS-OWNER (WS-ASSIGN-COUNT)
003830             ELSE
003840                 DISPLAY "CHGBACK: STEP ASSIGNMENT TABLE FULL AT "
003850                     CCR-ROW-KEY " - STEP NOT CHARGED"
003860                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
003870             END-IF
003880         WHEN OTHER
003890             CONTINUE
003900     END-EVALUATE.
003910 1350-EXIT.
003920     EXIT.
003930*
003940* ---------------------------------------------------------- *
003950* 2000-SWEEP-HISTORY - POSITION AT (YYYYMM01, 000000) AND     *
003960* READ FORWARD UNTIL THE KEY LEAVES THE MONTH.                *
003970* ---------------------------------------------------------- *
003980 2000-SWEEP-HISTORY.
003990     MOVE "N" TO WS-LOGHIST-DONE-SWITCH.
004000     MOVE WS-REPORT-MONTH TO ARCH-RUN-DATE (1:6).
004010     MOVE "01" TO ARCH-RUN-DATE (7:2).
004020     MOVE 0 TO ARCH-RECORD-SEQ.
004030     START LOG-HISTORY-FILE KEY IS >= ARCH-KEY
004040         INVALID KEY
004050             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
004060     END-START.
004070     PERFORM 2200-READ-ONE-HISTORY-ROW THRU 2200-EXIT
004080         UNTIL WS-LOGHIST-DONE.
004090 2000-EXIT.
004100     EXIT.
004110*
004120 2200-READ-ONE-HISTORY-ROW.
004130     READ LOG-HISTORY-FILE NEXT RECORD
004140         AT END
004150             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
004160     END-READ.
004170     IF NOT WS-LOGHIST-DONE
004180         IF ARCH-RUN-DATE (1:6) > WS-REPORT-MONTH
004190             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
004200         ELSE
004210             MOVE ARCH-LOG-DATA TO BATCH-LOG-HEADER
004220             PERFORM 3000-TALLY-ONE-RECORD THRU 3000-EXIT
004230         END-IF
004240     END-IF.
004250 2200-EXIT.
004260     EXIT.
004270*
004280* ---------------------------------------------------------- *
004290* 2500-SWEEP-LIVE-LOG - THE RECORDS NOT YET ARCHIVED.         *
004300* ---------------------------------------------------------- *
004310 2500-SWEEP-LIVE-LOG.
004320     MOVE "N" TO WS-BATCHLOG-EOF-SWITCH.
004330     PERFORM 2600-READ-ONE-LIVE-ROW THRU 2600-EXIT
004340         UNTIL WS-BATCHLOG-EOF.
004350 2500-EXIT.
004360     EXIT.
004370*
004380 2600-READ-ONE-LIVE-ROW.
004390     READ BATCH-LOG-FILE
004400         AT END
004410             MOVE "Y" TO WS-BATCHLOG-EOF-SWITCH
004420     END-READ.
004430     IF NOT WS-BATCHLOG-EOF
004440         PERFORM 3000-TALLY-ONE-RECORD THRU 3000-EXIT
004450     END-IF.
004460 2600-EXIT.
004470     EXIT.
004480*
004490* ---------------------------------------------------------- *
004500* 3000-TALLY-ONE-RECORD - ACCUMULATE A TYPE "S" RECORD OF THE *
004510* MONTH (AND ENV, IF ONE WAS ASKED FOR) INTO ITS ENVIRONMENT  *
004520* AND STEP'S USAGE ROW.  THE COUNTING RULES ARE IN THE        *
004530* PROGRAM HEADER.                                             *
004540* ---------------------------------------------------------- *
004550 3000-TALLY-ONE-RECORD.
004560     IF STEPLOG-RECORD-TYPE NOT = "S"
004570             OR STEPLOG-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
004580         GO TO 3000-EXIT
004590     END-IF.
004600     MOVE STEPLOG-ENV-CODE TO WS-REC-ENV.
004610     IF WS-REC-ENV = SPACES OR WS-REC-ENV = LOW-VALUES
004620         MOVE "PROD" TO WS-REC-ENV
004630     END-IF.
004640     IF WS-REPORT-ENV NOT = SPACES
004650             AND WS-REC-ENV NOT = WS-REPORT-ENV
004660         GO TO 3000-EXIT
004670     END-IF.
004680     EVALUATE TRUE
004690         WHEN STEPLOG-DISP-RAN
004700                 OR STEPLOG-DISPOSITION = LOW-VALUE
004710             MOVE "N" TO WS-REC-KIND
004720         WHEN STEPLOG-DISP-RERUN
004730             MOVE "R" TO WS-REC-KIND
004740         WHEN STEPLOG-DISP-OPER-SKIP
004750             MOVE "O" TO WS-REC-KIND
004760         WHEN OTHER
004770             GO TO 3000-EXIT
004780     END-EVALUATE.
004790     PERFORM 3100-FIND-USAGE-SLOT THRU 3100-EXIT.
004800     IF NOT WS-SLOT-FOUND
004810         GO TO 3000-EXIT
004820     END-IF.
004830     IF WS-REC-OPER-SKIP
004840         ADD 1 TO WS-US-SKIPPED (WS-SLOT-IX)
004850         GO TO 3000-EXIT
004860     END-IF.
004870     ADD 1 TO WS-US-RUNS (WS-SLOT-IX).
004880     IF STEPLOG-RETURN-CODE IS NUMERIC
004890             AND STEPLOG-RETURN-CODE > 0
004900         ADD 1 TO WS-US-FAILED (WS-SLOT-IX)
004910     END-IF.
004920     MOVE 0 TO WS-ELAPSED-SECS.
004930     IF STEPLOG-START-TIME (1:6) IS NUMERIC
004940             AND STEPLOG-RUN-TIME (1:6) IS NUMERIC
004950         PERFORM 3300-COMPUTE-ELAPSED THRU 3300-EXIT
004960     END-IF.
004970     ADD WS-ELAPSED-SECS TO WS-US-SECONDS (WS-SLOT-IX).
004980     EVALUATE TRUE
004990         WHEN WS-REC-FORCED-RERUN
005000             ADD 1 TO WS-US-RERUNS (WS-SLOT-IX)
005010             ADD WS-ELAPSED-SECS TO WS-US-EXTRA-SECS (WS-SLOT-IX)
005020         WHEN STEPLOG-ATTEMPT-NBR IS NUMERIC
005030                 AND STEPLOG-ATTEMPT-NBR > 1
005040             ADD 1 TO WS-US-RETRIES (WS-SLOT-IX)
005050             ADD WS-ELAPSED-SECS TO WS-US-EXTRA-SECS (WS-SLOT-IX)
005060         WHEN OTHER
005070             PERFORM 3400-CHECK-EARLIER-DISPATCH THRU 3400-EXIT
005080             IF WS-SEEN-BEFORE
005090                 ADD 1 TO WS-US-RERUNS (WS-SLOT-IX)
005100                 ADD WS-ELAPSED-SECS
005110                     TO WS-US-EXTRA-SECS (WS-SLOT-IX)
005120             END-IF
005130     END-EVALUATE.
005140 3000-EXIT.
005150     EXIT.
005160*
005170* ---------------------------------------------------------- *
005180* 3100-FIND-USAGE-SLOT - THE ROW FOR THIS ENVIRONMENT AND     *
005190* STEP, OPENED (WITH ITS COST CENTER AND OWNER) THE FIRST     *
005200* TIME THE PAIR IS SEEN.                                      *
005210* ---------------------------------------------------------- *
005220 3100-FIND-USAGE-SLOT.
005230     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
005240     MOVE 1 TO WS-SLOT-IX.
005250     PERFORM 3150-CHECK-ONE-SLOT THRU 3150-EXIT
005260         UNTIL WS-SLOT-FOUND OR WS-SLOT-IX > WS-USAGE-COUNT.
005270     IF WS-SLOT-FOUND
005280         GO TO 3100-EXIT
005290     END-IF.
005300     IF WS-USAGE-COUNT >= 200
005310         DISPLAY "CHGBACK: USAGE TABLE FULL AT " WS-REC-ENV
005320             " " STEPLOG-STEP-NAME " - STEP NOT CHARGED"
005330         MOVE "Y" TO WS-TABLE-FULL-SWITCH
005340         GO TO 3100-EXIT
005350     END-IF.
005360     ADD 1 TO WS-USAGE-COUNT.
005370     MOVE WS-USAGE-COUNT TO WS-SLOT-IX.
005380     MOVE WS-REC-ENV        TO WS-US-ENV (WS-SLOT-IX).
005390     MOVE STEPLOG-STEP-NAME TO WS-US-STEP (WS-SLOT-IX).
005400     MOVE SPACES            TO WS-US-CENTER (WS-SLOT-IX).
005410     MOVE SPACES            TO WS-US-OWNER (WS-SLOT-IX).
005420     MOVE 0 TO WS-US-RUNS (WS-SLOT-IX).
005430     MOVE 0 TO WS-US-SECONDS (WS-SLOT-IX).
005440     MOVE 0 TO WS-US-EXTRA-SECS (WS-SLOT-IX).
005450     MOVE 0 TO WS-US-RETRIES (WS-SLOT-IX).
005460     MOVE 0 TO WS-US-RERUNS (WS-SLOT-IX).
005470     MOVE 0 TO WS-US-FAILED (WS-SLOT-IX).
005480     MOVE 0 TO WS-US-SKIPPED (WS-SLOT-IX).
005490     MOVE "Y" TO WS-SLOT-FOUND-SWITCH.
005500     PERFORM 3200-RESOLVE-COST-CENTER THRU 3200-EXIT.
005510 3100-EXIT.
005520     EXIT.
005530*
005540 3150-CHECK-ONE-SLOT.
005550     IF WS-US-ENV (WS-SLOT-IX) = WS-REC-ENV
005560             AND WS-US-STEP (WS-SLOT-IX) = STEPLOG-STEP-NAME
005570         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
005580     ELSE
005590         ADD 1 TO WS-SLOT-IX
005600     END-IF.
005610 3150-EXIT.
005620     EXIT.
005630*
005640* ---------------------------------------------------------- *
005650* 3200-RESOLVE-COST-CENTER - LOOK THE STEP UP IN THE          *
005660* ASSIGNMENTS AND CHECK ITS CENTER IS ON FILE.  EITHER       *
005670* MISSING LEAVES THE ROW UNASSIGNED (SPACES CENTER).         *
005680* ---------------------------------------------------------- *
005690 3200-RESOLVE-COST-CENTER.
005700     MOVE "N" TO WS-ROW-FOUND-SWITCH.
005710     MOVE 1 TO WS-ASSIGN-IX.
005720     PERFORM 3250-CHECK-ONE-ASSIGNMENT THRU 3250-EXIT
005730         UNTIL WS-ROW-FOUND OR WS-ASSIGN-IX > WS-ASSIGN-COUNT.
005740     IF NOT WS-ROW-FOUND
005750         GO TO 3200-EXIT
005760     END-IF.
005770     MOVE WS-AS-OWNER (WS-ASSIGN-IX) TO WS-US-OWNER (WS-SLOT-IX).
005780     MOVE "N" TO WS-ROW-FOUND-SWITCH.
005790     MOVE 1 TO WS-CENTER-IX.
005800     PERFORM 3270-CHECK-ONE-CENTER THRU 3270-EXIT
005810         UNTIL WS-ROW-FOUND OR WS-CENTER-IX > WS-CENTER-COUNT.
005820     IF WS-ROW-FOUND
005830         MOVE WS-AS-CENTER (WS-ASSIGN-IX)
005840             TO WS-US-CENTER (WS-SLOT-IX)
005850     ELSE
005860         DISPLAY "CHGBACK: STEP " STEPLOG-STEP-NAME
005870             " NAMES COST CENTER " WS-AS-CENTER (WS-ASSIGN-IX)
005880             " WHICH IS NOT ON COSTCTR"
005890     END-IF.
005900 3200-EXIT.
005910     EXIT.
005920*
005930 3250-CHECK-ONE-ASSIGNMENT.
005940     IF WS-AS-STEP (WS-ASSIGN-IX) = STEPLOG-STEP-NAME
005950         MOVE "Y" TO WS-ROW-FOUND-SWITCH
005960     ELSE
005970         ADD 1 TO WS-ASSIGN-IX
005980     END-IF.
005990 3250-EXIT.
006000     EXIT.
006010*
006020 3270-CHECK-ONE-CENTER.
006030     IF WS-CT-CODE (WS-CENTER-IX) = WS-AS-CENTER (WS-ASSIGN-IX)
006040         MOVE "Y" TO WS-ROW-FOUND-SWITCH
006050     ELSE
006060         ADD 1 TO WS-CENTER-IX
006070     END-IF.
006080 3270-EXIT.
006090     EXIT.
006100*
006110 3300-COMPUTE-ELAPSED.
006120     MOVE STEPLOG-START-TIME (1:2) TO WS-TIME-HH.
006130     MOVE STEPLOG-START-TIME (3:2) TO WS-TIME-MM.
006140     MOVE STEPLOG-START-TIME (5:2) TO WS-TIME-SS.
006150     COMPUTE WS-START-SECS =
006160         (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.
006170     MOVE STEPLOG-RUN-TIME (1:2) TO WS-TIME-HH.
006180     MOVE STEPLOG-RUN-TIME (3:2) TO WS-TIME-MM.
006190     MOVE STEPLOG-RUN-TIME (5:2) TO WS-TIME-SS.
006200     COMPUTE WS-END-SECS =
006210         (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.
006220     IF WS-END-SECS >= WS-START-SECS
006230         COMPUTE WS-ELAPSED-SECS =
006240             WS-END-SECS - WS-START-SECS
006250     ELSE
006260         COMPUTE WS-ELAPSED-SECS =
006270             (WS-END-SECS + 86400) - WS-START-SECS
006280     END-IF.
006290 3300-EXIT.
006300     EXIT.
006310*
006320* ---------------------------------------------------------- *
006330* 3400-CHECK-EARLIER-DISPATCH - HAS THIS STEP ALREADY BEEN    *
006340* DISPATCHED FOR THIS RUN-DATE AND ENVIRONMENT?  IF NOT,      *
006350* REMEMBER IT, SO A LATER FIRST ATTEMPT COUNTS AS A RERUN.  A *
006360* FULL TABLE STOPS RERUN DETECTION, NOT THE CHARGE.           *
006370* ---------------------------------------------------------- *
006380 3400-CHECK-EARLIER-DISPATCH.
006390     MOVE "N" TO WS-SEEN-BEFORE-SWITCH.
006400     MOVE STEPLOG-RUN-DATE  TO WS-SK-RUN-DATE.
006410     MOVE WS-REC-ENV        TO WS-SK-ENV.
006420     MOVE STEPLOG-STEP-NAME TO WS-SK-STEP.
006430     MOVE 1 TO WS-SEEN-IX.
006440     PERFORM 3450-CHECK-ONE-SEEN THRU 3450-EXIT
006450         UNTIL WS-SEEN-BEFORE OR WS-SEEN-IX > WS-SEEN-COUNT.
006460     IF WS-SEEN-BEFORE
006470         GO TO 3400-EXIT
006480     END-IF.
006490     IF WS-SEEN-COUNT < 3200
006500         ADD 1 TO WS-SEEN-COUNT
006510         MOVE WS-SEEN-KEY TO WS-SEEN-ENTRY (WS-SEEN-COUNT)
006520     ELSE
006530         IF NOT WS-TABLE-FULL
006540             DISPLAY "CHGBACK: DISPATCH TABLE FULL AT "
006550                 WS-SEEN-KEY " - RERUNS UNDERCOUNTED"
006560         END-IF
006570         MOVE "Y" TO WS-TABLE-FULL-SWITCH
006580     END-IF.
006590 3400-EXIT.
006600     EXIT.
006610*
006620 3450-CHECK-ONE-SEEN.
006630     IF WS-SEEN-ENTRY (WS-SEEN-IX) = WS-SEEN-KEY
006640         MOVE "Y" TO WS-SEEN-BEFORE-SWITCH
006650     ELSE
006660         ADD 1 TO WS-SEEN-IX
006670     END-IF.
006680 3450-EXIT.
006690     EXIT.
006700*
006710* ---------------------------------------------------------- *
006720* 4000-PRINT-REPORT - ONE BANNER, THEN ONE SECTION PER        *
006730* ENVIRONMENT (PROD FIRST), THEN THE MONTH TOTALS.            *
006740* ---------------------------------------------------------- *
006750 4000-PRINT-REPORT.
006760     IF WS-REPORT-ENV = SPACES
006770         MOVE "ALL " TO WS-ENV-TEXT
006780     ELSE
006790         MOVE WS-REPORT-ENV TO WS-ENV-TEXT
006800     END-IF.
006810     MOVE SPACES TO WS-PRINT-LINE.
006820     STRING "MONTHLY BATCH CHARGEBACK  MONTH=" WS-REPORT-MONTH
006830         "  ENV=" WS-ENV-TEXT
006840         INTO WS-PRINT-LINE.
006850     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
006860     IF WS-USAGE-COUNT = 0
006870         MOVE "  NO STEP RECORDS FOR THE MONTH" TO WS-PRINT-LINE
006880         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
006890     END-IF.
006900     MOVE 1 TO WS-ENV-COUNT.
006910     MOVE "PROD" TO WS-EV-CODE (1).
006920     MOVE 1 TO WS-USAGE-IX.
006930     PERFORM 4050-COLLECT-ONE-ENV THRU 4050-EXIT
006940         UNTIL WS-USAGE-IX > WS-USAGE-COUNT.
006950     MOVE 1 TO WS-ENV-IX.
006960     PERFORM 4100-PRINT-ONE-ENV THRU 4100-EXIT
006970         UNTIL WS-ENV-IX > WS-ENV-COUNT.
006980     MOVE SPACES TO WS-PRINT-LINE.
006990     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
007000     MOVE WS-PROD-CHARGE TO WS-EDIT-TOTAL.
007010     MOVE SPACES TO WS-PRINT-LINE.
007020     STRING "MONTH TOTAL  PROD CHARGE=" WS-EDIT-TOTAL
007030         INTO WS-PRINT-LINE.
007040     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
007050     MOVE WS-NONPROD-CHARGE TO WS-EDIT-TOTAL.
007060     MOVE SPACES TO WS-PRINT-LINE.
007070     STRING "MONTH TOTAL  NON-PROD CHARGE=" WS-EDIT-TOTAL
007080         INTO WS-PRINT-LINE.
007090     PERFORM 4800-WRITE-LINE THRU 4800-EXIT.
007100     IF WS-UNASSIGNED-COUNT > 0
007110         MOVE SPACES TO WS-PRINT-LINE
007120         STRING "UNASSIGNED STEP ROWS=" WS-UNASSIGNED-COUNT
007130             "  SECONDS=" WS-UNASSIGNED-SECS
007140             "  NOT CHARGED - ASSIGN WITH CCMAINT"
007150             INTO WS-PRINT-LINE
007160         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
007170     END-IF.
007180 4000-EXIT.
007190     EXIT.
007200*
007210* ---------------------------------------------------------- *
007220* 4050-COLLECT-ONE-ENV - ADD A USAGE ROW'S ENVIRONMENT TO THE *
007230* LIST IF IT IS NOT THERE YET.  MORE ENVIRONMENTS THAN THE    *
007240* LIST HOLDS ARE NAMED ON SYSOUT AND LEFT UNCHARGED.          *
007250* ---------------------------------------------------------- *
007260 4050-COLLECT-ONE-ENV.
007270     MOVE "N" TO WS-ROW-FOUND-SWITCH.
007280     MOVE 1 TO WS-ENV-SCAN-IX.
007290     PERFORM 4060-CHECK-ONE-ENV THRU 4060-EXIT
007300         UNTIL WS-ROW-FOUND OR WS-ENV-SCAN-IX > WS-ENV-COUNT.
007310     IF NOT WS-ROW-FOUND
007320         IF WS-ENV-COUNT < 10
007330             ADD 1 TO WS-ENV-COUNT
007340             MOVE WS-US-ENV (WS-USAGE-IX)
007350                 TO WS-EV-CODE (WS-ENV-COUNT)
007360         ELSE
007370             DISPLAY "CHGBACK: TOO MANY ENVIRONMENTS - "
007380                 WS-US-ENV (WS-USAGE-IX) " " WS-US-STEP
007390                 (WS-USAGE-IX) " NOT CHARGED"
007400             MOVE "Y" TO WS-TABLE-FULL-SWITCH
007410         END-IF
007420     END-IF.
007430     ADD 1 TO WS-USAGE-IX.
007440 4050-EXIT.
007450     EXIT.
007460*
007470 4060-CHECK-ONE-ENV.
007480     IF WS-EV-CODE (WS-ENV-SCAN-IX) = WS-US-ENV (WS-USAGE-IX)
007490         MOVE "Y" TO WS-ROW-FOUND-SWITCH
007500     ELSE
007510         ADD 1 TO WS-ENV-SCAN-IX
007520     END-IF.
007530 4060-EXIT.
007540     EXIT.
007550*
007560* ---------------------------------------------------------- *
007570* 4100-PRINT-ONE-ENV - ONE ENVIRONMENT'S SECTION: EACH COST   *
007580* CENTER THAT USED THE WINDOW, THE STEPS WITH NO COST CENTER, *
007590* AND THE ENVIRONMENT TOTAL.  AN ENVIRONMENT WITH NO USAGE    *
007600* ROWS (PROD ON AN ENV=TEST RUN) PRINTS NOTHING.              *
007610* ---------------------------------------------------------- *
007620 4100-PRINT-ONE-ENV.
007630     MOVE WS-EV-CODE (WS-ENV-IX) TO WS-CUR-ENV.
007640     MOVE 0 TO WS-ENV-ROW-COUNT.
007650     MOVE 1 TO WS-USAGE-IX.
007660     PERFORM 4110-COUNT-ONE-ENV-ROW THRU 4110-EXIT
007670         UNTIL WS-USAGE-IX > WS-USAGE-COUNT.
007690     IF WS-ENV-ROW-COUNT > 0
007710         MOVE SPACES TO WS-PRINT-LINE
007720         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
007730         MOVE SPACES TO WS-PRINT-LINE
007740         IF WS-CUR-ENV = "PROD"
007750             STRING "ENVIRONMENT=" WS-CUR-ENV "  (PRODUCTION)"
007760                 INTO WS-PRINT-LINE
007770         ELSE
007780             STRING "ENVIRONMENT=" WS-CUR-ENV
007790                 "  (NON-PRODUCTION - CHARGED SEPARATELY)"
007800                 INTO WS-PRINT-LINE
007810         END-IF
007820         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
007830         MOVE 0 TO WS-ENV-SECONDS
007840         MOVE 0 TO WS-ENV-CHARGE
007850         MOVE 0 TO WS-ENV-UNASSIGNED
007860         MOVE 1 TO WS-CENTER-IX
007870         PERFORM 4200-PRINT-ONE-CENTER THRU 4200-EXIT
007880             UNTIL WS-CENTER-IX > WS-CENTER-COUNT
007890         MOVE 1 TO WS-USAGE-IX
007900         PERFORM 4400-PRINT-ONE-UNASSIGNED THRU 4400-EXIT
007910             UNTIL WS-USAGE-IX > WS-USAGE-COUNT
007920         MOVE WS-ENV-CHARGE TO WS-EDIT-TOTAL
007930         MOVE SPACES TO WS-PRINT-LINE
007940         STRING "  TOTAL ENV=" WS-CUR-ENV
007950             "  SECONDS=" WS-ENV-SECONDS
007960             "  CHARGE=" WS-EDIT-TOTAL
007970             INTO WS-PRINT-LINE
007980         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
007990         IF WS-CUR-ENV = "PROD"
008000             ADD WS-ENV-CHARGE TO WS-PROD-CHARGE
008010         ELSE
008020             ADD WS-ENV-CHARGE TO WS-NONPROD-CHARGE
008030         END-IF
008040     END-IF.
008050     ADD 1 TO WS-ENV-IX.
008060 4100-EXIT.
008070     EXIT.
008080*
008090 4110-COUNT-ONE-ENV-ROW.
008100     IF WS-US-ENV (WS-USAGE-IX) = WS-CUR-ENV
008110         ADD 1 TO WS-ENV-ROW-COUNT
008120     END-IF.
008130     ADD 1 TO WS-USAGE-IX.
008140 4110-EXIT.
008150     EXIT.
008160*
008170* ---------------------------------------------------------- *
008180* 4200-PRINT-ONE-CENTER - ROLL UP THE CENTER'S STEPS IN THIS  *
008190* ENVIRONMENT; IF ANY RAN OR WERE SKIPPED, PRINT THE CENTER   *
008200* (FOUR LINES), ONE LINE PER STEP, AND WRITE ITS EXTRACT ROW. *
008210* THE CHARGE IS THE CENTER'S TOTAL SECONDS AT ITS RATE,       *
008220* ROUNDED TO THE CENT; THE STEP LINES ARE EACH ROUNDED ON     *
008230* THEIR OWN AND MAY DIFFER FROM IT BY A CENT OR TWO.          *
008240* ---------------------------------------------------------- *
008250 4200-PRINT-ONE-CENTER.
008260     MOVE 0 TO WS-RU-RUNS WS-RU-SECONDS WS-RU-EXTRA-SECS
008270         WS-RU-RETRIES WS-RU-RERUNS WS-RU-FAILED WS-RU-SKIPPED.
008280     MOVE 1 TO WS-USAGE-IX.
008290     PERFORM 4250-ADD-ONE-USAGE THRU 4250-EXIT
008300         UNTIL WS-USAGE-IX > WS-USAGE-COUNT.
008320     IF WS-RU-RUNS > 0 OR WS-RU-SKIPPED > 0
008340         COMPUTE WS-RU-CHARGE ROUNDED =
008350             WS-RU-SECONDS * WS-CT-RATE (WS-CENTER-IX)
008360         MOVE SPACES TO WS-PRINT-LINE
008370         STRING "  CENTER=" WS-CT-CODE (WS-CENTER-IX)
008380             "  " WS-CT-NAME (WS-CENTER-IX)
008390             "  ACCT=" WS-CT-LEDGER (WS-CENTER-IX)
008400             INTO WS-PRINT-LINE
008410         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
008420         MOVE SPACES TO WS-PRINT-LINE
008430         STRING "    RUNS=" WS-RU-RUNS
008440             "  SECONDS=" WS-RU-SECONDS
008450             "  EXTRA-SECONDS=" WS-RU-EXTRA-SECS
008460             INTO WS-PRINT-LINE
008470         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
008480         MOVE SPACES TO WS-PRINT-LINE
008490         STRING "    RETRIES=" WS-RU-RETRIES
008500             "  RERUNS=" WS-RU-RERUNS
008510             "  FAILED=" WS-RU-FAILED
008520             "  SKIPPED=" WS-RU-SKIPPED
008530             INTO WS-PRINT-LINE
008540         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
008550         MOVE WS-CT-RATE (WS-CENTER-IX) TO WS-EDIT-RATE
008560         MOVE WS-RU-CHARGE TO WS-EDIT-AMOUNT
008570         MOVE SPACES TO WS-PRINT-LINE
008580         STRING "    RATE/SEC=" WS-EDIT-RATE
008590             "  CHARGE=" WS-EDIT-AMOUNT
008600             INTO WS-PRINT-LINE
008610         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
008620         MOVE 1 TO WS-USAGE-IX
008630         PERFORM 4300-PRINT-ONE-STEP-LINE THRU 4300-EXIT
008640             UNTIL WS-USAGE-IX > WS-USAGE-COUNT
008650         PERFORM 4500-WRITE-EXTRACT-DETAIL THRU 4500-EXIT
008660         ADD WS-RU-SECONDS TO WS-ENV-SECONDS
008670         ADD WS-RU-CHARGE TO WS-ENV-CHARGE
008680     END-IF.
008690     ADD 1 TO WS-CENTER-IX.
008700 4200-EXIT.
008710     EXIT.
008720*
008730 4250-ADD-ONE-USAGE.
008740     IF WS-US-ENV (WS-USAGE-IX) = WS-CUR-ENV
008750             AND WS-US-CENTER (WS-USAGE-IX)
008760             = WS-CT-CODE (WS-CENTER-IX)
008770         ADD WS-US-RUNS (WS-USAGE-IX)       TO WS-RU-RUNS
008780         ADD WS-US-SECONDS (WS-USAGE-IX)    TO WS-RU-SECONDS
008790         ADD WS-US-EXTRA-SECS (WS-USAGE-IX) TO WS-RU-EXTRA-SECS
008800         ADD WS-US-RETRIES (WS-USAGE-IX)    TO WS-RU-RETRIES
008810         ADD WS-US-RERUNS (WS-USAGE-IX)     TO WS-RU-RERUNS
008820         ADD WS-US-FAILED (WS-USAGE-IX)     TO WS-RU-FAILED
008830         ADD WS-US-SKIPPED (WS-USAGE-IX)    TO WS-RU-SKIPPED
008840     END-IF.
008850     ADD 1 TO WS-USAGE-IX.
008860 4250-EXIT.
008870     EXIT.
008880*
008890 4300-PRINT-ONE-STEP-LINE.
008900     IF WS-US-ENV (WS-USAGE-IX) = WS-CUR-ENV
008910             AND WS-US-CENTER (WS-USAGE-IX)
008920             = WS-CT-CODE (WS-CENTER-IX)
008930         COMPUTE WS-STEP-CHARGE ROUNDED =
008940             WS-US-SECONDS (WS-USAGE-IX)
008950             * WS-CT-RATE (WS-CENTER-IX)
008960         MOVE WS-STEP-CHARGE TO WS-EDIT-AMOUNT
008970         MOVE SPACES TO WS-PRINT-LINE
008980         STRING "    STEP=" WS-US-STEP (WS-USAGE-IX)
008990             " OWNER=" WS-US-OWNER (WS-USAGE-IX)
009000             " SECONDS=" WS-US-SECONDS (WS-USAGE-IX)
009010             " CHARGE=" WS-EDIT-AMOUNT
009020             INTO WS-PRINT-LINE
009030         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
009040     END-IF.
009050     ADD 1 TO WS-USAGE-IX.
009060 4300-EXIT.
009070     EXIT.
009080*
009090* ---------------------------------------------------------- *
009100* 4400-PRINT-ONE-UNASSIGNED - A STEP OF THIS ENVIRONMENT WITH *
009110* NO COST CENTER: LISTED UNDER ITS OWN HEADING, NOT CHARGED,  *
009120* AND COUNTED FOR THE RC=4 AND THE EXTRACT TRAILER.           *
009130* ---------------------------------------------------------- *
009140 4400-PRINT-ONE-UNASSIGNED.
009150     IF WS-US-ENV (WS-USAGE-IX) = WS-CUR-ENV
009160             AND WS-US-CENTER (WS-USAGE-IX) = SPACES
009170         ADD 1 TO WS-ENV-UNASSIGNED
009180         IF WS-ENV-UNASSIGNED = 1
009190             MOVE "  NO COST CENTER - NOT CHARGED"
009200                 TO WS-PRINT-LINE
009210             PERFORM 4800-WRITE-LINE THRU 4800-EXIT
009220         END-IF
009230         ADD 1 TO WS-UNASSIGNED-COUNT
009240         ADD WS-US-SECONDS (WS-USAGE-IX) TO WS-UNASSIGNED-SECS
009250         MOVE SPACES TO WS-PRINT-LINE
009260         STRING "    STEP=" WS-US-STEP (WS-USAGE-IX)
009270             "  RUNS=" WS-US-RUNS (WS-USAGE-IX)
009280             "  SECONDS=" WS-US-SECONDS (WS-USAGE-IX)
009290             "  SKIPPED=" WS-US-SKIPPED (WS-USAGE-IX)
009300             INTO WS-PRINT-LINE
009310         PERFORM 4800-WRITE-LINE THRU 4800-EXIT
009320     END-IF.
009330     ADD 1 TO WS-USAGE-IX.
009340 4400-EXIT.
009350     EXIT.
009360*
009370* ---------------------------------------------------------- *
009380* 4500-WRITE-EXTRACT-DETAIL - ONE "D" ROW FOR THE CENTER JUST *
009390* PRINTED, CARRYING THE SAME FIGURES AS THE REPORT.           *
009400* ---------------------------------------------------------- *
009410 4500-WRITE-EXTRACT-DETAIL.
009420     MOVE SPACES TO CHARGEBACK-EXTRACT-RECORD.
009430     MOVE "D"                         TO CHX-RECORD-TYPE.
009440     MOVE WS-REPORT-MONTH             TO CHX-MONTH.
009450     MOVE WS-CUR-ENV                  TO CHX-ENV-CODE.
009460     MOVE WS-CT-CODE (WS-CENTER-IX)   TO CHX-COST-CENTER.
009470     MOVE WS-CT-LEDGER (WS-CENTER-IX) TO CHX-LEDGER-ACCOUNT.
009480     MOVE WS-RU-RUNS                  TO CHX-RUN-COUNT.
009490     MOVE WS-RU-SECONDS               TO CHX-ELAPSED-SECONDS.
009500     MOVE WS-RU-EXTRA-SECS            TO CHX-EXTRA-SECONDS.
009510     MOVE WS-RU-RETRIES               TO CHX-RETRY-COUNT.
009520     MOVE WS-RU-RERUNS                TO CHX-RERUN-COUNT.
009530     MOVE WS-RU-FAILED                TO CHX-FAIL-COUNT.
009540     MOVE WS-RU-SKIPPED               TO CHX-SKIP-COUNT.
009550     MOVE WS-CT-RATE (WS-CENTER-IX)   TO CHX-RATE-PER-SECOND.
009560     MOVE WS-RU-CHARGE                TO CHX-CHARGE-AMOUNT.
009570     WRITE CHARGEBACK-EXTRACT-RECORD.
009580     IF WS-EXTRACT-STATUS NOT = "00"
009590         DISPLAY "CHGBACK: UNABLE TO WRITE CHGEXT, STATUS="
009600             WS-EXTRACT-STATUS
009610         MOVE "Y" TO WS-ABEND-SWITCH
009620     ELSE
009630         ADD 1 TO WS-DETAIL-COUNT
009640     END-IF.
009650 4500-EXIT.
009660     EXIT.
009670*
009680 4800-WRITE-LINE.
009690     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009700     IF WS-REPORT-STATUS NOT = "00"
009710         DISPLAY "CHGBACK: UNABLE TO WRITE CHGRPT, STATUS="
009720             WS-REPORT-STATUS
009730         MOVE "Y" TO WS-ABEND-SWITCH
009740     END-IF.
009750 4800-EXIT.
009760     EXIT.
009770*
009780* ---------------------------------------------------------- *
009790* 4900-WRITE-TRAILER - THE "T" ROW THE LEDGER FEED BALANCES   *
009800* THE DETAIL ROWS AGAINST.                                    *
009810* ---------------------------------------------------------- *
009820 4900-WRITE-TRAILER.
009830     MOVE SPACES TO CHARGEBACK-TRAILER-RECORD.
009840     MOVE "T"                TO CHX-TRL-RECORD-TYPE.
009850     MOVE WS-REPORT-MONTH    TO CHX-TRL-MONTH.
009860     MOVE WS-ENV-TEXT        TO CHX-TRL-ENV-FILTER.
009870     MOVE WS-DETAIL-COUNT    TO CHX-TRL-DETAIL-COUNT.
009880     MOVE WS-PROD-CHARGE     TO CHX-TRL-PROD-CHARGE.
009890     MOVE WS-NONPROD-CHARGE  TO CHX-TRL-NONPROD-CHARGE.
009900     MOVE WS-UNASSIGNED-SECS TO CHX-TRL-UNASSIGNED-SECS.
009910     MOVE WS-TODAY-DATE      TO CHX-TRL-CREATED-DATE.
009920     MOVE WS-RUN-TIME        TO CHX-TRL-CREATED-TIME.
009930     WRITE CHARGEBACK-TRAILER-RECORD.
009940     IF WS-EXTRACT-STATUS NOT = "00"
009950         DISPLAY "CHGBACK: UNABLE TO WRITE CHGEXT TRAILER,"
009960             " STATUS=" WS-EXTRACT-STATUS
009970         MOVE "Y" TO WS-ABEND-SWITCH
009980     END-IF.
009990 4900-EXIT.
010000     EXIT.
010010*
010020* ---------------------------------------------------------- *
010030* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE:      *
010040* 16 IF THE RUN FAILED, 8 IF A FULL TABLE LEFT USAGE         *
010050* UNCHARGED, 4 IF STEPS RAN WITH NO COST CENTER, ELSE ZERO.  *
010060* ---------------------------------------------------------- *
010070 9000-TERMINATE.
010075     IF WS-BATCHLOG-OPEN
010080         CLOSE BATCH-LOG-FILE
010085     END-IF.
010090     IF WS-LOGHIST-AVAIL
010100         CLOSE LOG-HISTORY-FILE
010110     END-IF.
010115     IF WS-REPORT-OPEN
010120         CLOSE REPORT-FILE
010123     END-IF.
010126     IF WS-EXTRACT-OPEN
010130         CLOSE EXTRACT-FILE
010135     END-IF.
010140     EVALUATE TRUE
010150         WHEN WS-ABEND
010160             MOVE 16 TO RETURN-CODE
010170         WHEN WS-TABLE-FULL
010180             MOVE 8 TO RETURN-CODE
010190         WHEN WS-UNASSIGNED-COUNT > 0
010200             MOVE 4 TO RETURN-CODE
010210         WHEN OTHER
010220             MOVE 0 TO RETURN-CODE
010230     END-EVALUATE.
010240 9000-EXIT.
010250     EXIT.
010260*
010270 END PROGRAM CHGBACK.
