000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DISTRIB.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* DISTRIB is the distribution step HELLO runs last, once the
000090* night has been dispatched, reconciled and volume checked.
000100* It walks the DISTLIST distribution list (see DISTLST) and,
000110* for every output dataset the named stream produces, decides
000120* whether it may go downstream.  A dataset is released only
000130* when its producing step ran to RC=0 tonight, RECONCIL found
000140* the night in balance, and VOLCHK checked the night and holds
000142* no unexplained volume breach for any of its datasets - one
000144* held breach holds every output of the night, because the
000146* control totals are only trusted as a whole.  A released
000150* dataset is appended to DISTQUE
000160* for the file transfer scheduler (see DISTQUE); every
000170* dataset, released or withheld, is filed on the DISTMAN
000180* manifest (see DISTMAN) with the run-date, ENV and reason,
000190* logged, and listed on DISTRPT.  A dataset already released
000200* for the night is not queued again unless its producing step
000203* has since been rerun clean by an operator-forced rerun: the
000206* rerun's output then goes through every gate again and, if it
000209* passes, is re-released - queued, stamped with the new release
000212* time and counted on the manifest row - so DISTRIB may be run
000215* as often as needed: DISTACK runs it again once an operator
000220* has explained the volume breaches that held the night back.
000230*
000240* THE STEP RESULTS COME FROM THE STEP RECORDS (SEE STEPLOG) ON
000250* BATCH-LOG AND, FOR A NIGHT ALREADY ARCHIVED, LOGHIST - THE
000260* LAST RECORD FOR A STEP IS ITS FINAL ATTEMPT.  A STEP WITH NO
000270* RECORD FOR THE RUN-DATE DID NOT RUN, SO ITS OUTPUT IS NOT
000280* RELEASED EITHER.
000290*
000300* MOD HISTORY
000310*   15-10-2026 PK  INITIAL VERSION.
000312*   15-10-2026 PK  A PRODUCING STEP WHOSE FINAL RECORD IS AN
000314*                  OPERATOR-FORCED RERUN (DISPOSITION "R") IS
000316*                  JUDGED ON THE RERUN'S RETURN CODE.
000322*   15-10-2026 PK  A RELEASED OUTPUT WHOSE PRODUCING STEP HAS A
000323*                  CLEAN FORCED-RERUN RECORD LOGGED SINCE THE
000324*                  RELEASE IS RE-RELEASED (SUBJECT TO THE SAME
000325*                  GATES) INSTEAD OF LEFT AS "ALREADY RELEASED";
000326*                  THE MANIFEST ROW KEEPS THE NEW RELEASE TIME
000327*                  AND A RE-RELEASE COUNT, AND DISTRPT LISTS IT.
000329* ------------------------------------------------------------ *
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-BATCHLOG-STATUS.
000390     SELECT LOG-HISTORY-FILE ASSIGN TO "LOGHIST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ARCH-KEY
000430         FILE STATUS IS WS-LOGHIST-STATUS.
000440     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CTLFILE-STATUS.
000470     SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-DISTLIST-STATUS.
000500     SELECT BREACH-FILE ASSIGN TO "VOLBRCH"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS VBR-KEY
000540         FILE STATUS IS WS-BREACH-STATUS.
000550     SELECT MANIFEST-FILE ASSIGN TO "DISTMAN"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DSM-KEY
000590         FILE STATUS IS WS-MANIFEST-STATUS.
000600     SELECT QUEUE-FILE ASSIGN TO "DISTQUE"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-QUEUE-STATUS.
000630     SELECT REPORT-FILE ASSIGN TO "DISTRPT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BATCH-LOG-FILE
000700     RECORDING MODE IS F.
000710     COPY STEPLOG.
000720 FD  LOG-HISTORY-FILE.
000730     COPY ARCHREC.
000740 FD  CONTROL-FILE
000750     RECORDING MODE IS F.
000760     COPY CTLFILE.
000770 FD  DIST-LIST-FILE
000780     RECORDING MODE IS F.
000790     COPY DISTLST.
000800 FD  BREACH-FILE.
000810     COPY VOLBRCH.
000820 FD  MANIFEST-FILE.
000830     COPY DISTMAN.
000840 FD  QUEUE-FILE
000850     RECORDING MODE IS F.
000860     COPY DISTQUE.
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  REPORT-RECORD                PIC X(80).
000900*
000910 WORKING-STORAGE SECTION.
000920 77  WS-BATCHLOG-STATUS           PIC X(02)  VALUE "00".
000930 77  WS-BATCHLOG-EOF-SWITCH       PIC X(01)  VALUE "N".
000940     88  WS-BATCHLOG-EOF          VALUE "Y".
000950 77  WS-LOGHIST-STATUS            PIC X(02)  VALUE "00".
000960 77  WS-LOGHIST-DONE-SWITCH       PIC X(01)  VALUE "N".
000970     88  WS-LOGHIST-DONE          VALUE "Y".
000980 77  WS-DISTLIST-STATUS           PIC X(02)  VALUE "00".
000990 77  WS-DISTLIST-EOF-SWITCH       PIC X(01)  VALUE "N".
001000     88  WS-DISTLIST-EOF          VALUE "Y".
001010 77  WS-MANIFEST-STATUS           PIC X(02)  VALUE "00".
001020 77  WS-MANIFEST-AVAIL-SWITCH     PIC X(01)  VALUE "N".
001030     88  WS-MANIFEST-AVAIL        VALUE "Y".
001040 77  WS-MANIFEST-ROW-SWITCH       PIC X(01)  VALUE "N".
001050     88  WS-MANIFEST-ROW-FOUND    VALUE "Y".
001060 77  WS-QUEUE-STATUS              PIC X(02)  VALUE "00".
001070 77  WS-QUEUE-OPEN-SWITCH         PIC X(01)  VALUE "N".
001080     88  WS-QUEUE-OPEN            VALUE "Y".
001090 77  WS-REPORT-STATUS             PIC X(02)  VALUE "00".
001100 77  WS-REPORT-OPEN-SWITCH        PIC X(01)  VALUE "N".
001110     88  WS-REPORT-OPEN           VALUE "Y".
001120 77  WS-RUN-TIME                  PIC X(08).
001130 77  WS-TODAY-DATE                PIC X(08).
001140*
001150* THE NIGHT-LEVEL GATES.  THE RECONCIL VERDICT IS THE ONE THE
001160* RUN PASSED IN, OR THE ONE FILED ON THE MANIFEST NIGHT ROW;
001170* THE VOLUME STATE IS "C" CLEAN, "H" A BREACH STILL HELD, OR
001180* "N" NOT CHECKED (NO VOLBRCH NIGHT ROW FOR THE KEY).
001190 77  WS-RECON-VERDICT             PIC X(01)  VALUE "N".
001200     88  WS-RECON-CLEAN           VALUE "C".
001210     88  WS-RECON-OUT-OF-BAL      VALUE "O".
001220 77  WS-VOLUME-STATE              PIC X(01)  VALUE "N".
001230     88  WS-VOLUME-CLEAN          VALUE "C".
001240     88  WS-VOLUME-HELD           VALUE "H".
001250 77  WS-BREACH-STATUS             PIC X(02)  VALUE "00".
001260 77  WS-BREACH-DONE-SWITCH        PIC X(01)  VALUE "N".
001270     88  WS-BREACH-DONE           VALUE "Y".
001280*
001290* STEP NAMES OF THE STREAM BEING DISTRIBUTED, FROM THE CONTROL
001300* FILE.  NO CONTROL FILE MEANS NO STREAM FILTER, AS IN
001310* RECONCIL.
001320 77  WS-CTLFILE-STATUS            PIC X(02)  VALUE "00".
001330 77  WS-CTLFILE-EOF-SWITCH        PIC X(01)  VALUE "N".
001340     88  WS-CTLFILE-EOF           VALUE "Y".
001350 77  WS-STREAM-FILTER-SWITCH      PIC X(01)  VALUE "N".
001360     88  WS-STREAM-FILTER-ON      VALUE "Y".
001370 77  WS-STREAM-STEP-COUNT         PIC 9(04)  COMP VALUE 0.
001380 77  WS-STREAM-STEP-IX            PIC 9(04)  COMP.
001390 77  WS-STREAM-STEP-SWITCH        PIC X(01)  VALUE "N".
001400     88  WS-STREAM-STEP-FOUND     VALUE "Y".
001410 01  WS-STREAM-STEP-TABLE.
001420     05  WS-STREAM-STEP-NAME      PIC X(08)  OCCURS 100 TIMES.
001430*
001440* ONE ROW PER STEP NAME - A LATER RECORD FOR THE SAME STEP
001450* OVERWRITES THE EARLIER ONE, SO AFTER THE SWEEP EACH ROW
001460* HOLDS THE STEP'S FINAL ATTEMPT (OR ITS NOT-RUN/SKIP ROW).
001470 77  WS-STEP-COUNT                PIC 9(04)  COMP VALUE 0.
001490 77  WS-SLOT-IX                   PIC 9(04)  COMP.
001500 77  WS-LOOKUP-STEP               PIC X(08)  VALUE SPACES.
001510 77  WS-SLOT-FOUND-SWITCH         PIC X(01)  VALUE "N".
001520     88  WS-SLOT-FOUND            VALUE "Y".
001530 01  WS-STEP-TABLE.
001540     05  WS-STEP-ENTRY OCCURS 100 TIMES.
001550         10  WS-ST-STEP-NAME      PIC X(08).
001560         10  WS-ST-RETURN-CODE    PIC 9(04).
001570         10  WS-ST-DISPOSITION    PIC X(01).
001575         10  WS-ST-RECORD-COUNT   PIC 9(04)  COMP.
001580*
001590* THE DECISION FOR THE DISTRIBUTION-LIST ROW IN HAND.
001600 77  WS-DECISION                  PIC X(01)  VALUE SPACES.
001610     88  WS-DECIDE-RELEASE        VALUE "R".
001620     88  WS-DECIDE-WITHHOLD       VALUE "W".
001630     88  WS-ALREADY-RELEASED      VALUE "A".
001640 77  WS-DECISION-REASON           PIC X(20)  VALUE SPACES.
001650 77  WS-PRIOR-HELD-REASON         PIC X(20)  VALUE SPACES.
001651*
001652* A RELEASED OUTPUT BEING RE-RELEASED BECAUSE ITS PRODUCING
001653* STEP WAS RERUN CLEAN AFTER THE RELEASE.  THE STEP'S RECORD
001654* COUNT FOR THE NIGHT IS FILED ON THE MANIFEST AT EACH
001655* DECISION, SO A RERUN IS "NEWER" WHEN IT BROUGHT MORE RECORDS.
001656 77  WS-RERELEASE-SWITCH          PIC X(01)  VALUE "N".
001657     88  WS-RERELEASE             VALUE "Y".
001658 77  WS-STEP-RECORDS              PIC 9(04)  VALUE 0.
001660*
001670* NIGHT'S TALLIES FOR THE REPORT AND THE RETURN CODE.
001680 77  WS-LISTED-COUNT              PIC 9(04)  VALUE 0.
001690 77  WS-RELEASED-COUNT            PIC 9(04)  VALUE 0.
001700 77  WS-PREV-RELEASED-COUNT       PIC 9(04)  VALUE 0.
001703 77  WS-RERELEASED-COUNT          PIC 9(04)  VALUE 0.
001706 77  WS-RERUN-HELD-COUNT          PIC 9(04)  VALUE 0.
001710 77  WS-WITHHELD-COUNT            PIC 9(04)  VALUE 0.
001720*
001730* REPORT WORK AREAS.
001740 01  WS-PRINT-LINE                PIC X(80).
001750 77  WS-STATUS-TEXT               PIC X(09)  VALUE SPACES.
001760 77  WS-RECON-TEXT                PIC X(14)  VALUE SPACES.
001770 77  WS-VOLUME-TEXT               PIC X(14)  VALUE SPACES.
001780 77  WS-EDIT-TALLY                PIC ZZZ9.
001785 77  WS-EDIT-RERELEASE            PIC Z9.
001790*
001800 COPY LOGPARM REPLACING LOG-CALL-PARMS
001810     BY WS-LOG-CALL-PARMS.
001820*
001830 LINKAGE SECTION.
001840 COPY DSTPARM.
001850*
001860 PROCEDURE DIVISION USING DISTRIBUTION-PARMS.
001870*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     IF WS-MANIFEST-AVAIL
001910         PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT
001920         PERFORM 2100-SWEEP-LIVE-LOG THRU 2100-EXIT
001930         PERFORM 2700-CHECK-VOLUME-GATE THRU 2700-EXIT
001940         PERFORM 5000-OPEN-REPORT THRU 5000-EXIT
001950         PERFORM 3000-DISTRIBUTE-OUTPUTS THRU 3000-EXIT
001960         PERFORM 4000-FILE-NIGHT-ROW THRU 4000-EXIT
001970         PERFORM 5200-REPORT-TALLIES THRU 5200-EXIT
001980         CLOSE MANIFEST-FILE
001990     END-IF.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002010     GOBACK.
002020 0000-MAINLINE-EXIT.
002030     EXIT.
002040*
002050* ---------------------------------------------------------- *
002060* 1000-INITIALIZE - LOAD THE STREAM'S STEPS, OPEN THE         *
002070* MANIFEST (CREATING IT THE FIRST NIGHT) AND SETTLE WHICH     *
002080* RECONCIL VERDICT APPLIES.  WITHOUT A MANIFEST NOTHING CAN   *
002090* BE PROVED, SO NOTHING IS RELEASED.                          *
002100* ---------------------------------------------------------- *
002110 1000-INITIALIZE.
002120     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002121*    WORKING-STORAGE LIVES ON BETWEEN CALLS - DISTACK MAY
002122*    RE-RELEASE SEVERAL NIGHTS IN ONE SESSION.
002123     MOVE "N"    TO WS-MANIFEST-AVAIL-SWITCH.
002124     MOVE "N"    TO WS-QUEUE-OPEN-SWITCH.
002125     MOVE "N"    TO WS-REPORT-OPEN-SWITCH.
002126     MOVE "N"    TO WS-STREAM-FILTER-SWITCH.
002127     MOVE 0      TO WS-STREAM-STEP-COUNT.
002128     MOVE 0      TO WS-STEP-COUNT.
002129     MOVE 0      TO WS-LISTED-COUNT.
002131     MOVE 0      TO WS-RELEASED-COUNT.
002132     MOVE 0      TO WS-PREV-RELEASED-COUNT.
002133     MOVE 0      TO WS-RERELEASED-COUNT.
002134     MOVE 0      TO WS-RERUN-HELD-COUNT.
002135     MOVE 0      TO WS-WITHHELD-COUNT.
002136     PERFORM 1200-LOAD-STREAM-STEPS THRU 1200-EXIT.
002140     OPEN I-O MANIFEST-FILE.
002150     IF WS-MANIFEST-STATUS = "35"
002160         OPEN OUTPUT MANIFEST-FILE
002170         CLOSE MANIFEST-FILE
002180         OPEN I-O MANIFEST-FILE
002190     END-IF.
002200     IF WS-MANIFEST-STATUS NOT = "00"
002210         DISPLAY "DISTRIB: UNABLE TO OPEN DISTMAN, STATUS="
002220             WS-MANIFEST-STATUS " - NOTHING RELEASED"
002230         MOVE "ERROR"    TO LOG-SEVERITY
002240         MOVE "1000-INI" TO LOG-PARAGRAPH-NAME
002250         MOVE "MANIFEST UNAVAILABLE - NOTHING RELEASED"
002260             TO LOG-MESSAGE-TEXT
002270         PERFORM 7000-LOG-EVENT THRU 7000-EXIT
002280         GO TO 1000-EXIT
002290     END-IF.
002300     MOVE "Y" TO WS-MANIFEST-AVAIL-SWITCH.
002310     PERFORM 1300-SETTLE-RECON-VERDICT THRU 1300-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340*
002350* ---------------------------------------------------------- *
002360* 1200-LOAD-STREAM-STEPS - REMEMBER WHICH STEPS BELONG TO THE *
002370* STREAM BEING DISTRIBUTED.  AN UNREADABLE CONTROL FILE TURNS *
002380* THE FILTER OFF.                                             *
002390* ---------------------------------------------------------- *
002400 1200-LOAD-STREAM-STEPS.
002410     MOVE "N" TO WS-CTLFILE-EOF-SWITCH.
002420     OPEN INPUT CONTROL-FILE.
002430     IF WS-CTLFILE-STATUS = "00"
002440         MOVE "Y" TO WS-STREAM-FILTER-SWITCH
002450         PERFORM 1250-READ-ONE-CONTROL THRU 1250-EXIT
002460             UNTIL WS-CTLFILE-EOF
002470         CLOSE CONTROL-FILE
002480     ELSE
002490         DISPLAY "DISTRIB: CTLFILE NOT AVAILABLE, STATUS="
002500             WS-CTLFILE-STATUS " - NO STREAM FILTER"
002510     END-IF.
002520 1200-EXIT.
002530     EXIT.
002540*
002550 1250-READ-ONE-CONTROL.
002560     READ CONTROL-FILE
002570         AT END
002580             MOVE "Y" TO WS-CTLFILE-EOF-SWITCH
002590     END-READ.
002600     IF NOT WS-CTLFILE-EOF
002610             AND CTL-STREAM-NAME = DST-STREAM-NAME
002620         IF WS-STREAM-STEP-COUNT < 100
002630             ADD 1 TO WS-STREAM-STEP-COUNT
002640             MOVE CTL-STEP-NAME
002650                 TO WS-STREAM-STEP-NAME (WS-STREAM-STEP-COUNT)
002660         ELSE
002670             DISPLAY "DISTRIB: STREAM STEP TABLE FULL AT "
002680                 CTL-STEP-NAME " - FILTER OFF"
002690             MOVE "N" TO WS-STREAM-FILTER-SWITCH
002700         END-IF
002710     END-IF.
002720 1250-EXIT.
002730     EXIT.
002740*
002750* ---------------------------------------------------------- *
002760* 1300-SETTLE-RECON-VERDICT - THE RUN PASSES THE VERDICT IN;  *
002770* A RE-RELEASE PASSES SPACES AND TAKES THE ONE THE RUN FILED  *
002780* ON THE NIGHT ROW.  NO NIGHT ROW MEANS RECONCIL NEVER RAN.   *
002790* ---------------------------------------------------------- *
002800 1300-SETTLE-RECON-VERDICT.
002810     IF NOT DST-RECON-AS-FILED
002820         MOVE DST-RECON-VERDICT TO WS-RECON-VERDICT
002830         GO TO 1300-EXIT
002840     END-IF.
002850     MOVE DST-RUN-DATE    TO DSM-RUN-DATE.
002860     MOVE DST-ENV-CODE    TO DSM-ENV-CODE.
002870     MOVE DST-STREAM-NAME TO DSM-STREAM-NAME.
002880     MOVE SPACES          TO DSM-DATASET-NAME.
002890     READ MANIFEST-FILE
002900         KEY IS DSM-KEY
002910         INVALID KEY
002920             MOVE "N" TO WS-RECON-VERDICT
002930         NOT INVALID KEY
002940             MOVE DSM-RECON-VERDICT TO WS-RECON-VERDICT
002950     END-READ.
002960 1300-EXIT.
002970     EXIT.
002980*
002990* ---------------------------------------------------------- *
003000* 2000-SWEEP-HISTORY - A NIGHT ALREADY SWEPT TO LOGHIST BY    *
003010* LOGARCH IS READ FROM THERE: START AT (RUN-DATE, 000000) AND *
003020* READ FORWARD WHILE THE DATE HOLDS.  NO LOGHIST IS NOT AN    *
003030* ERROR - THE NIGHT IS THEN ALL ON THE LIVE LOG.              *
003040* ---------------------------------------------------------- *
003050 2000-SWEEP-HISTORY.
003060     OPEN INPUT LOG-HISTORY-FILE.
003070     IF WS-LOGHIST-STATUS NOT = "00"
003080         GO TO 2000-EXIT
003090     END-IF.
003100     MOVE "N" TO WS-LOGHIST-DONE-SWITCH.
003110     MOVE DST-RUN-DATE TO ARCH-RUN-DATE.
003120     MOVE 0 TO ARCH-RECORD-SEQ.
003130     START LOG-HISTORY-FILE KEY IS >= ARCH-KEY
003140         INVALID KEY
003150             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
003160     END-START.
003170     PERFORM 2050-READ-ONE-HISTORY-ROW THRU 2050-EXIT
003180         UNTIL WS-LOGHIST-DONE.
003190     CLOSE LOG-HISTORY-FILE.
003200 2000-EXIT.
003210     EXIT.
003220*
003230 2050-READ-ONE-HISTORY-ROW.
003240     READ LOG-HISTORY-FILE NEXT RECORD
003250         AT END
003260             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
003270     END-READ.
003280     IF NOT WS-LOGHIST-DONE
003290         IF ARCH-RUN-DATE NOT = DST-RUN-DATE
003300             MOVE "Y" TO WS-LOGHIST-DONE-SWITCH
003310         ELSE
003320             MOVE ARCH-LOG-DATA TO STEP-LOG-RECORD
003330             PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT
003340         END-IF
003350     END-IF.
003360 2050-EXIT.
003370     EXIT.
003380*
003390 2100-SWEEP-LIVE-LOG.
003400     OPEN INPUT BATCH-LOG-FILE.
003410     IF WS-BATCHLOG-STATUS NOT = "00"
003420         DISPLAY "DISTRIB: UNABLE TO OPEN BATCH-LOG, STATUS="
003430             WS-BATCHLOG-STATUS
003440         GO TO 2100-EXIT
003450     END-IF.
003460     MOVE "N" TO WS-BATCHLOG-EOF-SWITCH.
003470     PERFORM 2150-READ-ONE-LIVE-ROW THRU 2150-EXIT
003480         UNTIL WS-BATCHLOG-EOF.
003490     CLOSE BATCH-LOG-FILE.
003500 2100-EXIT.
003510     EXIT.
003520*
003530 2150-READ-ONE-LIVE-ROW.
003540     READ BATCH-LOG-FILE
003550         AT END
003560             MOVE "Y" TO WS-BATCHLOG-EOF-SWITCH
003570     END-READ.
003580     IF NOT WS-BATCHLOG-EOF
003590         PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT
003600     END-IF.
003610 2150-EXIT.
003620     EXIT.
003630*
003640* ---------------------------------------------------------- *
003650* 2200-FILE-ONE-RECORD - A STEP RECORD FOR THE RUN-DATE, IN   *
003660* THE RUN'S ENVIRONMENT (OR A BLANK, PRE-FIELD ONE) AND THE   *
003670* STREAM BEING DISTRIBUTED, OVERWRITES ITS STEP'S ROW.        *
003680* EVERYTHING ELSE IS PASSED OVER.                             *
003690* ---------------------------------------------------------- *
003700 2200-FILE-ONE-RECORD.
003710     IF STEPLOG-RECORD-TYPE NOT = "S"
003720             OR STEPLOG-RUN-DATE NOT = DST-RUN-DATE
003730             OR STEPLOG-STREAM-NAME NOT = DST-STREAM-NAME
003740         GO TO 2200-EXIT
003750     END-IF.
003760     IF STEPLOG-ENV-CODE NOT = DST-ENV-CODE
003770             AND STEPLOG-ENV-CODE NOT = SPACES
003780         GO TO 2200-EXIT
003790     END-IF.
003800     PERFORM 2250-FIND-STEP-SLOT THRU 2250-EXIT.
003810     IF WS-SLOT-FOUND
003820         MOVE STEPLOG-STEP-NAME   TO WS-ST-STEP-NAME (WS-SLOT-IX)
003830         MOVE STEPLOG-RETURN-CODE
003840             TO WS-ST-RETURN-CODE (WS-SLOT-IX)
003850         MOVE STEPLOG-DISPOSITION
003860             TO WS-ST-DISPOSITION (WS-SLOT-IX)
003865         ADD 1 TO WS-ST-RECORD-COUNT (WS-SLOT-IX)
003870     END-IF.
003880 2200-EXIT.
003890     EXIT.
003900*
003910* ---------------------------------------------------------- *
003920* 2250-FIND-STEP-SLOT - THE STEP'S EXISTING ROW, OR A NEW ONE *
003930* ON THE END.  A 101ST STEP IS DROPPED WITH A WARNING - ITS   *
003940* OUTPUTS ARE THEN WITHHELD AS NOT RUN, WHICH FAILS SAFE.     *
003950* ---------------------------------------------------------- *
003960 2250-FIND-STEP-SLOT.
003970     MOVE STEPLOG-STEP-NAME TO WS-LOOKUP-STEP.
003980     PERFORM 2600-LOOK-UP-STEP THRU 2600-EXIT.
003990     IF WS-SLOT-FOUND
004000         GO TO 2250-EXIT
004010     END-IF.
004020     IF WS-STEP-COUNT < 100
004030         ADD 1 TO WS-STEP-COUNT
004040         MOVE WS-STEP-COUNT TO WS-SLOT-IX
004045         MOVE 0 TO WS-ST-RECORD-COUNT (WS-SLOT-IX)
004050         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
004060     ELSE
004070         DISPLAY "DISTRIB: STEP TABLE FULL AT "
004080             STEPLOG-STEP-NAME
004090     END-IF.
004100 2250-EXIT.
004110     EXIT.
004120*
004130* ---------------------------------------------------------- *
004140* 2600-LOOK-UP-STEP - FIND WS-LOOKUP-STEP'S ROW IN THE STEP   *
004150* TABLE, LEAVING WS-SLOT-IX ON IT.                            *
004160* ---------------------------------------------------------- *
004170 2600-LOOK-UP-STEP.
004180     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
004190     MOVE 1 TO WS-SLOT-IX.
004200     PERFORM 2650-CHECK-ONE-STEP-SLOT THRU 2650-EXIT
004210         UNTIL WS-SLOT-FOUND OR WS-SLOT-IX > WS-STEP-COUNT.
004220 2600-EXIT.
004230     EXIT.
004240*
004250 2650-CHECK-ONE-STEP-SLOT.
004260     IF WS-ST-STEP-NAME (WS-SLOT-IX) = WS-LOOKUP-STEP
004270         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
004280     ELSE
004290         ADD 1 TO WS-SLOT-IX
004300     END-IF.
004310 2650-EXIT.
004320     EXIT.
004330*
004340* ---------------------------------------------------------- *
004350* 2700-CHECK-VOLUME-GATE - READ THE VOLBRCH NIGHT ROW, THEN   *
004360* EVERY BREACH ROW FOR THE KEY.  ANY ROW STILL HELD (THE      *
004370* NIGHT ROW IS HELD WHEN VOLCHK COULD NOT CHECK EVERY         *
004380* DATASET) HOLDS THE NIGHT; NO NIGHT ROW MEANS THE CHECK      *
004390* NEVER RAN.                                                  *
004400* ---------------------------------------------------------- *
004410 2700-CHECK-VOLUME-GATE.
004420     MOVE "N" TO WS-VOLUME-STATE.
004430     OPEN INPUT BREACH-FILE.
004440     IF WS-BREACH-STATUS NOT = "00"
004450         GO TO 2700-EXIT
004460     END-IF.
004470     MOVE "N" TO WS-BREACH-DONE-SWITCH.
004480     MOVE DST-RUN-DATE    TO VBR-RUN-DATE.
004490     MOVE DST-ENV-CODE    TO VBR-ENV-CODE.
004500     MOVE DST-STREAM-NAME TO VBR-STREAM-NAME.
004510     MOVE SPACES          TO VBR-DATASET-NAME.
004520     READ BREACH-FILE
004530         KEY IS VBR-KEY
004540         INVALID KEY
004550             MOVE "Y" TO WS-BREACH-DONE-SWITCH
004560         NOT INVALID KEY
004570             MOVE "C" TO WS-VOLUME-STATE
004580             IF VBR-HELD
004590                 MOVE "H" TO WS-VOLUME-STATE
004600             END-IF
004610     END-READ.
004620     PERFORM 2750-CHECK-ONE-BREACH THRU 2750-EXIT
004630         UNTIL WS-BREACH-DONE.
004640     CLOSE BREACH-FILE.
004650 2700-EXIT.
004660     EXIT.
004670*
004680 2750-CHECK-ONE-BREACH.
004690     READ BREACH-FILE NEXT RECORD
004700         AT END
004710             MOVE "Y" TO WS-BREACH-DONE-SWITCH
004720     END-READ.
004730     IF NOT WS-BREACH-DONE
004740         IF VBR-RUN-DATE NOT = DST-RUN-DATE
004750                 OR VBR-ENV-CODE NOT = DST-ENV-CODE
004760                 OR VBR-STREAM-NAME NOT = DST-STREAM-NAME
004770             MOVE "Y" TO WS-BREACH-DONE-SWITCH
004780         ELSE
004790             IF VBR-HELD
004800                 MOVE "H" TO WS-VOLUME-STATE
004810             END-IF
004820         END-IF
004830     END-IF.
004840 2750-EXIT.
004850     EXIT.
004860*
004870* ---------------------------------------------------------- *
004880* 3000-DISTRIBUTE-OUTPUTS - ONE PASS OVER THE DISTRIBUTION    *
004890* LIST.  NO LIST ALLOCATED MEANS NOTHING TO DISTRIBUTE.       *
004900* ---------------------------------------------------------- *
004910 3000-DISTRIBUTE-OUTPUTS.
004920     MOVE "N" TO WS-DISTLIST-EOF-SWITCH.
004930     OPEN INPUT DIST-LIST-FILE.
004940     IF WS-DISTLIST-STATUS NOT = "00"
004950         DISPLAY "DISTRIB: DISTLIST NOT AVAILABLE, STATUS="
004960             WS-DISTLIST-STATUS " - NOTHING TO DISTRIBUTE"
004970         GO TO 3000-EXIT
004980     END-IF.
004990     PERFORM 3050-READ-ONE-LIST-ROW THRU 3050-EXIT
005000         UNTIL WS-DISTLIST-EOF.
005010     CLOSE DIST-LIST-FILE.
005020     IF WS-QUEUE-OPEN
005030         CLOSE QUEUE-FILE
005035         MOVE "N" TO WS-QUEUE-OPEN-SWITCH
005040     END-IF.
005050 3000-EXIT.
005060     EXIT.
005070*
005080* ---------------------------------------------------------- *
005090* 3050-READ-ONE-LIST-ROW - AN ACTIVE ROW FOR THIS ENVIRONMENT *
005100* WHOSE PRODUCING STEP IS ONE OF THE STREAM'S IS DECIDED AND  *
005110* FILED; ANY OTHER ROW BELONGS TO ANOTHER RUN.                *
005120* ---------------------------------------------------------- *
005130 3050-READ-ONE-LIST-ROW.
005140     READ DIST-LIST-FILE
005150         AT END
005160             MOVE "Y" TO WS-DISTLIST-EOF-SWITCH
005170     END-READ.
005180     IF WS-DISTLIST-EOF OR DSL-INACTIVE
005190             OR DSL-DATASET-NAME = SPACES
005200         GO TO 3050-EXIT
005210     END-IF.
005220     IF DSL-ENV-CODE NOT = SPACES
005230             AND DSL-ENV-CODE NOT = DST-ENV-CODE
005240         GO TO 3050-EXIT
005250     END-IF.
005260     PERFORM 3060-CHECK-STREAM-STEP THRU 3060-EXIT.
005270     IF WS-STREAM-STEP-FOUND
005280         ADD 1 TO WS-LISTED-COUNT
005290         PERFORM 3100-DECIDE-ONE-OUTPUT THRU 3100-EXIT
005300         PERFORM 3200-FILE-ONE-DECISION THRU 3200-EXIT
005310         PERFORM 5100-REPORT-ONE-OUTPUT THRU 5100-EXIT
005320     END-IF.
005330 3050-EXIT.
005340     EXIT.
005350*
005360* ---------------------------------------------------------- *
005370* 3060-CHECK-STREAM-STEP - IS DSL-PRODUCING-STEP ONE OF THE   *
005380* STEPS OF THE STREAM BEING DISTRIBUTED?  WITH NO FILTER,     *
005390* EVERY ROW IS ACCEPTED.                                      *
005400* ---------------------------------------------------------- *
005410 3060-CHECK-STREAM-STEP.
005420     IF NOT WS-STREAM-FILTER-ON
005430         MOVE "Y" TO WS-STREAM-STEP-SWITCH
005440         GO TO 3060-EXIT
005450     END-IF.
005460     MOVE "N" TO WS-STREAM-STEP-SWITCH.
005470     MOVE 1 TO WS-STREAM-STEP-IX.
005480     PERFORM 3065-CHECK-ONE-STREAM-STEP THRU 3065-EXIT
005490         UNTIL WS-STREAM-STEP-FOUND
005500            OR WS-STREAM-STEP-IX > WS-STREAM-STEP-COUNT.
005510 3060-EXIT.
005520     EXIT.
005530*
005540 3065-CHECK-ONE-STREAM-STEP.
005550     IF WS-STREAM-STEP-NAME (WS-STREAM-STEP-IX)
005560             = DSL-PRODUCING-STEP
005570         MOVE "Y" TO WS-STREAM-STEP-SWITCH
005580     ELSE
005590         ADD 1 TO WS-STREAM-STEP-IX
005600     END-IF.
005610 3065-EXIT.
005620     EXIT.
005630*
005640* ---------------------------------------------------------- *
005650* 3100-DECIDE-ONE-OUTPUT - RELEASE OR WITHHOLD THE DATASET.   *
005660* ONE ALREADY RELEASED STAYS RELEASED UNLESS 3170 FINDS ITS   *
005662* STEP RERUN CLEAN SINCE; THAT ONE GOES THROUGH THE GATES     *
005664* AGAIN, AND IF ONE FAILS THE EARLIER RELEASE STANDS AND THE  *
005666* RERUN IS LISTED AS NOT RE-RELEASED.  OTHERWISE THE FIRST    *
005670* GATE THAT FAILS IS THE REASON: THE LIST ROW ITSELF, THEN    *
005680* THE PRODUCING STEP, THEN RECONCIL, THEN THE VOLUME CHECK.   *
005690* ---------------------------------------------------------- *
005700 3100-DECIDE-ONE-OUTPUT.
005710     MOVE "W"    TO WS-DECISION.
005720     MOVE SPACES TO WS-PRIOR-HELD-REASON.
005725     MOVE "N"    TO WS-RERELEASE-SWITCH.
005730     MOVE DST-RUN-DATE     TO DSM-RUN-DATE.
005740     MOVE DST-ENV-CODE     TO DSM-ENV-CODE.
005750     MOVE DST-STREAM-NAME  TO DSM-STREAM-NAME.
005760     MOVE DSL-DATASET-NAME TO DSM-DATASET-NAME.
005770     READ MANIFEST-FILE
005780         KEY IS DSM-KEY
005790         INVALID KEY
005800             MOVE "N" TO WS-MANIFEST-ROW-SWITCH
005810         NOT INVALID KEY
005820             MOVE "Y" TO WS-MANIFEST-ROW-SWITCH
005830             MOVE DSM-HELD-REASON TO WS-PRIOR-HELD-REASON
005840     END-READ.
005850     IF WS-MANIFEST-ROW-FOUND AND DSM-RELEASED
005853         PERFORM 3170-CHECK-FOR-RERUN THRU 3170-EXIT
005856         IF NOT WS-RERELEASE
005860             MOVE "A" TO WS-DECISION
005870             MOVE "ALREADY RELEASED" TO WS-DECISION-REASON
005880             GO TO 3100-EXIT
005885         END-IF
005890     END-IF.
005900     IF DSL-RECIPIENT = SPACES OR DSL-METHOD = SPACES
005910         MOVE "NO RECIPIENT/METHOD" TO WS-DECISION-REASON
005920         GO TO 3100-EXIT
005930     END-IF.
005940     PERFORM 3150-CHECK-PRODUCING-STEP THRU 3150-EXIT.
005950     IF WS-DECISION-REASON NOT = SPACES
005960         GO TO 3100-EXIT
005970     END-IF.
005980     EVALUATE TRUE
005990         WHEN WS-RECON-OUT-OF-BAL
006000             MOVE "RECONCIL OUT OF BAL" TO WS-DECISION-REASON
006010         WHEN NOT WS-RECON-CLEAN
006020             MOVE "RECONCIL NOT RUN"    TO WS-DECISION-REASON
006030         WHEN WS-VOLUME-HELD
006040             MOVE "VOLUME BREACH HELD"  TO WS-DECISION-REASON
006050         WHEN NOT WS-VOLUME-CLEAN
006060             MOVE "VOLUME NOT CHECKED"  TO WS-DECISION-REASON
006070         WHEN OTHER
006080             MOVE "R" TO WS-DECISION
006090             MOVE "RELEASED"            TO WS-DECISION-REASON
006100     END-EVALUATE.
006110 3100-EXIT.
006120     EXIT.
006130*
006140* ---------------------------------------------------------- *
006150* 3150-CHECK-PRODUCING-STEP - THE PRODUCING STEP'S FINAL      *
006160* RECORD FOR THE NIGHT MUST SAY IT RAN TO RC=0.  LEAVES       *
006170* WS-DECISION-REASON SPACES WHEN IT DID.                      *
006175* A FORCED RERUN ("R") COUNTS AS RUN, ON ITS OWN RETURN CODE. *
006180* ---------------------------------------------------------- *
006190 3150-CHECK-PRODUCING-STEP.
006200     MOVE SPACES TO WS-DECISION-REASON.
006210     MOVE DSL-PRODUCING-STEP TO WS-LOOKUP-STEP.
006220     PERFORM 2600-LOOK-UP-STEP THRU 2600-EXIT.
006230     IF NOT WS-SLOT-FOUND
006240         MOVE "STEP DID NOT RUN" TO WS-DECISION-REASON
006250         GO TO 3150-EXIT
006260     END-IF.
006270     EVALUATE WS-ST-DISPOSITION (WS-SLOT-IX)
006280         WHEN "O"
006290             MOVE "STEP SKIPPED BY OPER" TO WS-DECISION-REASON
006300         WHEN "D"
006310             MOVE "PREDECESSOR FAILED"   TO WS-DECISION-REASON
006320         WHEN "F"
006330             MOVE "INBOUND FEED MISSING" TO WS-DECISION-REASON
006340         WHEN " "
006345         WHEN "R"
006350             IF WS-ST-RETURN-CODE (WS-SLOT-IX) NOT = 0
006360                 MOVE "STEP FAILED"      TO WS-DECISION-REASON
006370             END-IF
006380         WHEN OTHER
006390             MOVE "STEP DID NOT RUN"     TO WS-DECISION-REASON
006400     END-EVALUATE.
006410 3150-EXIT.
006420     EXIT.
006430*
006431* ---------------------------------------------------------- *
006432* 3170-CHECK-FOR-RERUN - A RELEASED OUTPUT IS RE-RELEASED     *
006433* WHEN ITS PRODUCING STEP'S FINAL RECORD IS A CLEAN FORCED    *
006434* RERUN ("R", RC=0) LOGGED AFTER THE RELEASE.  A STEP RECORD  *
006435* CARRIES ONLY THE TIME OF DAY UNDER THE NIGHT'S RUN-DATE, SO *
006436* "AFTER" IS TOLD BY THE STEP'S RECORD COUNT: THE RELEASE     *
006437* FILED THE COUNT IT SAW IN DSM-STEP-RECORDS, AND A RERUN     *
006438* SINCE HAS ADDED TO IT - A RERUN ON A LATER CALENDAR DAY AT  *
006439* AN EARLIER HOUR IS STILL SEEN.                              *
006440* ---------------------------------------------------------- *
006441 3170-CHECK-FOR-RERUN.
006442     MOVE "N" TO WS-RERELEASE-SWITCH.
006443     IF DSM-STEP-RECORDS NOT NUMERIC
006444         GO TO 3170-EXIT
006445     END-IF.
006446     MOVE DSL-PRODUCING-STEP TO WS-LOOKUP-STEP.
006447     PERFORM 2600-LOOK-UP-STEP THRU 2600-EXIT.
006448     IF NOT WS-SLOT-FOUND
006449         GO TO 3170-EXIT
006450     END-IF.
006451     IF WS-ST-DISPOSITION (WS-SLOT-IX) = "R"
006452             AND WS-ST-RETURN-CODE (WS-SLOT-IX) = 0
006453             AND WS-ST-RECORD-COUNT (WS-SLOT-IX)
006454                 > DSM-STEP-RECORDS
006455         MOVE "Y" TO WS-RERELEASE-SWITCH
006456     END-IF.
006457 3170-EXIT.
006458     EXIT.
006459*
006460* ---------------------------------------------------------- *
006461* 3200-FILE-ONE-DECISION - QUEUE A RELEASE, WRITE OR REWRITE  *
006462* THE MANIFEST ROW AND LOG THE DECISION.  A RELEASE THAT      *
006470* CANNOT BE QUEUED IS WITHHELD INSTEAD, SO THE MANIFEST NEVER *
006480* CLAIMS A DELIVERY THAT WAS NOT HANDED OVER.  A RE-RELEASE   *
006481* COUNTS ON THE ROW, STAMPS THE NEW RELEASE TIME AND CLEARS   *
006482* THE EARLIER ACKNOWLEDGEMENT - THE NEW DELIVERY NEEDS ITS    *
006483* OWN.  ONE THAT CANNOT BE QUEUED, OR A RERUN HELD BY A GATE, *
006484* LEAVES THE EARLIER RELEASE ON THE ROW UNTOUCHED, SO THE     *
006485* NEXT PASS TRIES AGAIN.                                      *
006490* ---------------------------------------------------------- *
006500 3200-FILE-ONE-DECISION.
006510     IF WS-ALREADY-RELEASED
006520         ADD 1 TO WS-PREV-RELEASED-COUNT
006530         GO TO 3200-EXIT
006540     END-IF.
006550     ACCEPT WS-RUN-TIME FROM TIME.
006560     IF WS-DECIDE-RELEASE
006570         PERFORM 3250-QUEUE-ONE-RELEASE THRU 3250-EXIT
006580     END-IF.
006581     IF WS-RERELEASE AND WS-DECIDE-WITHHOLD
006582         MOVE "A" TO WS-DECISION
006583         ADD 1 TO WS-PREV-RELEASED-COUNT
006584         ADD 1 TO WS-RERUN-HELD-COUNT
006585         PERFORM 3280-LOG-RERUN-HELD THRU 3280-EXIT
006586         GO TO 3200-EXIT
006587     END-IF.
006588     MOVE 0 TO WS-STEP-RECORDS.
006589     MOVE DSL-PRODUCING-STEP TO WS-LOOKUP-STEP.
006590     PERFORM 2600-LOOK-UP-STEP THRU 2600-EXIT.
006591     IF WS-SLOT-FOUND
006592         MOVE WS-ST-RECORD-COUNT (WS-SLOT-IX) TO WS-STEP-RECORDS
006593     END-IF.
006594     IF NOT WS-MANIFEST-ROW-FOUND
006600         MOVE SPACES TO DISTRIBUTION-MANIFEST-RECORD
006610         MOVE DST-RUN-DATE     TO DSM-RUN-DATE
006620         MOVE DST-ENV-CODE     TO DSM-ENV-CODE
006630         MOVE DST-STREAM-NAME  TO DSM-STREAM-NAME
006640         MOVE DSL-DATASET-NAME TO DSM-DATASET-NAME
006645         MOVE 0                TO DSM-RERELEASE-COUNT
006650     END-IF.
006651     IF DSM-RERELEASE-COUNT NOT NUMERIC
006652         MOVE 0 TO DSM-RERELEASE-COUNT
006653     END-IF.
006654     IF WS-RERELEASE
006655         IF DSM-RERELEASE-COUNT < 99
006656             ADD 1 TO DSM-RERELEASE-COUNT
006657         END-IF
006658         MOVE SPACES TO DSM-ACK-STATUS
006659         MOVE SPACES TO DSM-ACK-BY
006660         MOVE SPACES TO DSM-ACK-DATE
006661         MOVE SPACES TO DSM-ACK-TIME
006662         MOVE SPACES TO DSM-ACK-REFERENCE
006663     END-IF.
006664     MOVE WS-STEP-RECORDS    TO DSM-STEP-RECORDS.
006665     MOVE DSL-PRODUCING-STEP TO DSM-PRODUCING-STEP.
006670     MOVE DSL-RECIPIENT      TO DSM-RECIPIENT.
006680     MOVE DSL-METHOD         TO DSM-METHOD.
006690     MOVE WS-DECISION        TO DSM-STATUS.
006700     MOVE WS-DECISION-REASON TO DSM-REASON.
006710     MOVE WS-TODAY-DATE      TO DSM-DECIDED-DATE.
006720     MOVE WS-RUN-TIME        TO DSM-DECIDED-TIME.
006730     MOVE WS-RECON-VERDICT   TO DSM-RECON-VERDICT.
006740     IF WS-DECIDE-WITHHOLD
006750         MOVE WS-DECISION-REASON TO DSM-HELD-REASON
006760     ELSE
006770         MOVE WS-PRIOR-HELD-REASON TO DSM-HELD-REASON
006780     END-IF.
006790     IF WS-MANIFEST-ROW-FOUND
006800         REWRITE DISTRIBUTION-MANIFEST-RECORD
006810             INVALID KEY
006820                 DISPLAY "DISTRIB: UNABLE TO REWRITE DISTMAN, "
006830                     "STATUS=" WS-MANIFEST-STATUS
006840         END-REWRITE
006850     ELSE
006860         WRITE DISTRIBUTION-MANIFEST-RECORD
006870             INVALID KEY
006880                 DISPLAY "DISTRIB: UNABLE TO WRITE DISTMAN, "
006890                     "STATUS=" WS-MANIFEST-STATUS
006900         END-WRITE
006910     END-IF.
006920     MOVE "3200-FOD" TO LOG-PARAGRAPH-NAME.
006930     MOVE SPACES TO LOG-MESSAGE-TEXT.
006940     EVALUATE TRUE
006941         WHEN WS-DECIDE-RELEASE AND WS-RERELEASE
006942             ADD 1 TO WS-RELEASED-COUNT
006943             ADD 1 TO WS-RERELEASED-COUNT
006944             MOVE "INFO "    TO LOG-SEVERITY
006945             STRING "RE-RELEASED: " DSL-DATASET-NAME " TO "
006946                 DSL-RECIPIENT
006947                 DELIMITED BY SIZE
006948                 INTO LOG-MESSAGE-TEXT
006949         WHEN WS-DECIDE-RELEASE
006950             ADD 1 TO WS-RELEASED-COUNT
006960             MOVE "INFO "    TO LOG-SEVERITY
006970             STRING "RELEASED: " DSL-DATASET-NAME " TO "
006980                 DSL-RECIPIENT
006990                 DELIMITED BY SIZE
007000                 INTO LOG-MESSAGE-TEXT
007010         WHEN OTHER
007020             ADD 1 TO WS-WITHHELD-COUNT
007030             MOVE "WARN "    TO LOG-SEVERITY
007040             STRING "WITHHELD: " DSL-DATASET-NAME " "
007050                 WS-DECISION-REASON
007060                 DELIMITED BY SIZE
007070                 INTO LOG-MESSAGE-TEXT
007080     END-EVALUATE.
007090     DISPLAY "DISTRIB: " LOG-MESSAGE-TEXT.
007100     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
007110 3200-EXIT.
007120     EXIT.
007130*
007140* ---------------------------------------------------------- *
007150* 3250-QUEUE-ONE-RELEASE - APPEND THE RELEASE TO DISTQUE,     *
007160* OPENING IT (CREATING IT THE FIRST TIME) ON THE FIRST        *
007170* RELEASE OF THE PASS.                                        *
007180* ---------------------------------------------------------- *
007190 3250-QUEUE-ONE-RELEASE.
007200     IF NOT WS-QUEUE-OPEN
007210         OPEN EXTEND QUEUE-FILE
007220         IF WS-QUEUE-STATUS = "35"
007230             OPEN OUTPUT QUEUE-FILE
007240         END-IF
007250         IF WS-QUEUE-STATUS = "00" OR WS-QUEUE-STATUS = "05"
007260             MOVE "Y" TO WS-QUEUE-OPEN-SWITCH
007270         END-IF
007280     END-IF.
007290     IF NOT WS-QUEUE-OPEN
007300         DISPLAY "DISTRIB: UNABLE TO OPEN DISTQUE, STATUS="
007310             WS-QUEUE-STATUS
007320         MOVE "W" TO WS-DECISION
007330         MOVE "RELEASE QUEUE FAILED" TO WS-DECISION-REASON
007340         GO TO 3250-EXIT
007350     END-IF.
007360     MOVE SPACES           TO RELEASE-QUEUE-RECORD.
007370     MOVE DST-RUN-DATE     TO DSQ-RUN-DATE.
007380     MOVE DST-ENV-CODE     TO DSQ-ENV-CODE.
007390     MOVE DST-STREAM-NAME  TO DSQ-STREAM-NAME.
007400     MOVE DSL-DATASET-NAME TO DSQ-DATASET-NAME.
007410     MOVE DSL-RECIPIENT    TO DSQ-RECIPIENT.
007420     MOVE DSL-METHOD       TO DSQ-METHOD.
007430     MOVE WS-TODAY-DATE    TO DSQ-QUEUED-DATE.
007440     MOVE WS-RUN-TIME      TO DSQ-QUEUED-TIME.
007450     WRITE RELEASE-QUEUE-RECORD.
007460     IF WS-QUEUE-STATUS NOT = "00"
007470         DISPLAY "DISTRIB: UNABLE TO WRITE DISTQUE, STATUS="
007480             WS-QUEUE-STATUS
007490         MOVE "W" TO WS-DECISION
007500         MOVE "RELEASE QUEUE FAILED" TO WS-DECISION-REASON
007510     END-IF.
007520 3250-EXIT.
007530     EXIT.
007540*
007541* ---------------------------------------------------------- *
007542* 3280-LOG-RERUN-HELD - A CLEAN RERUN OF A RELEASED OUTPUT'S  *
007543* STEP THAT A GATE (OR THE QUEUE) KEPT FROM GOING OUT.  THE   *
007544* EARLIER DELIVERY STANDS; THE OPERATOR IS WARNED.            *
007545* ---------------------------------------------------------- *
007546 3280-LOG-RERUN-HELD.
007547     MOVE "3280-LRH" TO LOG-PARAGRAPH-NAME.
007548     MOVE "WARN "    TO LOG-SEVERITY.
007549     MOVE SPACES     TO LOG-MESSAGE-TEXT.
007550     STRING "RERUN HELD: " DSL-DATASET-NAME " "
007551         WS-DECISION-REASON
007552         DELIMITED BY SIZE
007553         INTO LOG-MESSAGE-TEXT.
007554     DISPLAY "DISTRIB: " LOG-MESSAGE-TEXT.
007555     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
007556 3280-EXIT.
007557     EXIT.
007558*
007559* ---------------------------------------------------------- *
007560* 4000-FILE-NIGHT-ROW - THE SPACES-DATASET ROW THAT CARRIES   *
007570* RECONCIL'S VERDICT FOR A LATER RE-RELEASE, AND WHEN DISTRIB *
007580* LAST RAN FOR THE KEY.  ITS STATUS SAYS WHETHER ANYTHING IS  *
007590* STILL WITHHELD.                                             *
007600* ---------------------------------------------------------- *
007610 4000-FILE-NIGHT-ROW.
007620     MOVE DST-RUN-DATE    TO DSM-RUN-DATE.
007630     MOVE DST-ENV-CODE    TO DSM-ENV-CODE.
007640     MOVE DST-STREAM-NAME TO DSM-STREAM-NAME.
007650     MOVE SPACES          TO DSM-DATASET-NAME.
007660     READ MANIFEST-FILE
007670         KEY IS DSM-KEY
007680         INVALID KEY
007690             MOVE "N" TO WS-MANIFEST-ROW-SWITCH
007700         NOT INVALID KEY
007710             MOVE "Y" TO WS-MANIFEST-ROW-SWITCH
007720     END-READ.
007730     MOVE SPACES          TO DISTRIBUTION-MANIFEST-RECORD.
007740     MOVE DST-RUN-DATE    TO DSM-RUN-DATE.
007750     MOVE DST-ENV-CODE    TO DSM-ENV-CODE.
007760     MOVE DST-STREAM-NAME TO DSM-STREAM-NAME.
007770     MOVE WS-RECON-VERDICT TO DSM-RECON-VERDICT.
007780     ACCEPT WS-RUN-TIME FROM TIME.
007790     MOVE WS-TODAY-DATE   TO DSM-DECIDED-DATE.
007800     MOVE WS-RUN-TIME     TO DSM-DECIDED-TIME.
007810     IF WS-WITHHELD-COUNT > 0
007820         MOVE "W" TO DSM-STATUS
007830         MOVE "OUTPUTS WITHHELD" TO DSM-REASON
007840     ELSE
007850         MOVE "R" TO DSM-STATUS
007860         MOVE "ALL RELEASED" TO DSM-REASON
007870     END-IF.
007880     IF WS-MANIFEST-ROW-FOUND
007890         REWRITE DISTRIBUTION-MANIFEST-RECORD
007900             INVALID KEY
007910                 CONTINUE
007920         END-REWRITE
007930     ELSE
007940         WRITE DISTRIBUTION-MANIFEST-RECORD
007950             INVALID KEY
007960                 CONTINUE
007970         END-WRITE
007980     END-IF.
007990     IF WS-MANIFEST-STATUS NOT = "00"
008000         DISPLAY "DISTRIB: UNABLE TO WRITE NIGHT ROW, STATUS="
008010             WS-MANIFEST-STATUS
008020     END-IF.
008030 4000-EXIT.
008040     EXIT.
008050*
008060* ---------------------------------------------------------- *
008070* 5000-OPEN-REPORT - START DISTRPT WITH THE NIGHT'S GATES.  A *
008080* REPORT THAT CANNOT BE OPENED CHANGES NOTHING - THE MANIFEST *
008090* AND THE RETURN CODE CARRY THE OUTCOME.                      *
008100* ---------------------------------------------------------- *
008110 5000-OPEN-REPORT.
008120     OPEN OUTPUT REPORT-FILE.
008130     IF WS-REPORT-STATUS NOT = "00"
008140         DISPLAY "DISTRIB: UNABLE TO OPEN DISTRPT, STATUS="
008150             WS-REPORT-STATUS
008160         GO TO 5000-EXIT
008170     END-IF.
008180     MOVE "Y" TO WS-REPORT-OPEN-SWITCH.
008190     MOVE SPACES TO WS-PRINT-LINE.
008200     STRING "DISTRIBUTION MANIFEST  RUN-DATE=" DST-RUN-DATE
008210         "  ENV=" DST-ENV-CODE "  STREAM=" DST-STREAM-NAME
008220         INTO WS-PRINT-LINE.
008230     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008240     EVALUATE TRUE
008250         WHEN WS-RECON-CLEAN
008260             MOVE "IN BALANCE"     TO WS-RECON-TEXT
008270         WHEN WS-RECON-OUT-OF-BAL
008280             MOVE "OUT OF BALANCE" TO WS-RECON-TEXT
008290         WHEN OTHER
008300             MOVE "NOT RUN"        TO WS-RECON-TEXT
008310     END-EVALUATE.
008320     EVALUATE TRUE
008330         WHEN WS-VOLUME-CLEAN
008340             MOVE "CLEAN"          TO WS-VOLUME-TEXT
008350         WHEN WS-VOLUME-HELD
008360             MOVE "BREACH HELD"    TO WS-VOLUME-TEXT
008370         WHEN OTHER
008380             MOVE "NOT CHECKED"    TO WS-VOLUME-TEXT
008390     END-EVALUATE.
008400     MOVE SPACES TO WS-PRINT-LINE.
008410     STRING "  RECONCIL=" WS-RECON-TEXT
008420         "  VOLUME CHECK=" WS-VOLUME-TEXT
008430         INTO WS-PRINT-LINE.
008440     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008450     MOVE SPACES TO WS-PRINT-LINE.
008460     STRING "  DATASET   RECIPIENT         "
008470         "METHOD    STATUS     REASON"
008480         DELIMITED BY SIZE
008490         INTO WS-PRINT-LINE.
008500     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008510 5000-EXIT.
008520     EXIT.
008530*
008540 5100-REPORT-ONE-OUTPUT.
008550     IF NOT WS-REPORT-OPEN
008560         GO TO 5100-EXIT
008570     END-IF.
008580     EVALUATE TRUE
008590         WHEN WS-DECIDE-RELEASE
008600             MOVE "RELEASED"  TO WS-STATUS-TEXT
008610         WHEN WS-ALREADY-RELEASED
008620             MOVE "RELEASED"  TO WS-STATUS-TEXT
008630         WHEN OTHER
008640             MOVE "WITHHELD"  TO WS-STATUS-TEXT
008650     END-EVALUATE.
008660     MOVE SPACES TO WS-PRINT-LINE.
008670     STRING "  " DSL-DATASET-NAME "  " DSL-RECIPIENT
008680         "  " DSL-METHOD "  " WS-STATUS-TEXT
008690         "  " WS-DECISION-REASON
008700         DELIMITED BY SIZE
008710         INTO WS-PRINT-LINE.
008720     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008721     IF WS-RERELEASE
008722         MOVE SPACES TO WS-PRINT-LINE
008723         IF WS-DECIDE-RELEASE
008724             MOVE DSM-RERELEASE-COUNT TO WS-EDIT-RERELEASE
008725             STRING "            RE-RELEASED AFTER A RERUN OF "
008726                 DSL-PRODUCING-STEP "  (RE-RELEASE "
008727                 WS-EDIT-RERELEASE ")"
008728                 DELIMITED BY SIZE
008729                 INTO WS-PRINT-LINE
008730         ELSE
008731             STRING "            RERUN OF " DSL-PRODUCING-STEP
008732                 " NOT RE-RELEASED - EARLIER RELEASE STANDS"
008733                 DELIMITED BY SIZE
008734                 INTO WS-PRINT-LINE
008735         END-IF
008736         WRITE REPORT-RECORD FROM WS-PRINT-LINE
008737     END-IF.
008738     IF WS-DECIDE-RELEASE AND WS-PRIOR-HELD-REASON NOT = SPACES
008740         MOVE SPACES TO WS-PRINT-LINE
008750         STRING "            EARLIER WITHHELD: "
008760             WS-PRIOR-HELD-REASON
008770             DELIMITED BY SIZE
008780             INTO WS-PRINT-LINE
008790         WRITE REPORT-RECORD FROM WS-PRINT-LINE
008800     END-IF.
008810 5100-EXIT.
008820     EXIT.
008830*
008840 5200-REPORT-TALLIES.
008850     IF NOT WS-REPORT-OPEN
008860         GO TO 5200-EXIT
008870     END-IF.
008880     IF WS-LISTED-COUNT = 0
008890         MOVE "  NO OUTPUTS ON THE DISTRIBUTION LIST"
008900             TO WS-PRINT-LINE
008910         WRITE REPORT-RECORD FROM WS-PRINT-LINE
008920     END-IF.
008930     MOVE WS-RELEASED-COUNT TO WS-EDIT-TALLY.
008940     MOVE SPACES TO WS-PRINT-LINE.
008950     STRING "RELEASED THIS PASS=" WS-EDIT-TALLY
008960         INTO WS-PRINT-LINE.
008970     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
008980     MOVE WS-PREV-RELEASED-COUNT TO WS-EDIT-TALLY.
008990     MOVE SPACES TO WS-PRINT-LINE.
009000     STRING "RELEASED EARLIER=" WS-EDIT-TALLY
009010         INTO WS-PRINT-LINE.
009020     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009021     MOVE WS-RERELEASED-COUNT TO WS-EDIT-TALLY.
009022     MOVE SPACES TO WS-PRINT-LINE.
009023     STRING "RE-RELEASED AFTER A RERUN=" WS-EDIT-TALLY
009024         INTO WS-PRINT-LINE.
009025     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009026     MOVE WS-RERUN-HELD-COUNT TO WS-EDIT-TALLY.
009027     MOVE SPACES TO WS-PRINT-LINE.
009028     STRING "RERUN NOT RE-RELEASED=" WS-EDIT-TALLY
009029         INTO WS-PRINT-LINE.
009030     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009031     MOVE WS-WITHHELD-COUNT TO WS-EDIT-TALLY.
009040     MOVE SPACES TO WS-PRINT-LINE.
009050     STRING "WITHHELD=" WS-EDIT-TALLY
009060         INTO WS-PRINT-LINE.
009070     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
009080     CLOSE REPORT-FILE.
009085     MOVE "N" TO WS-REPORT-OPEN-SWITCH.
009090 5200-EXIT.
009100     EXIT.
009110*
009120* ---------------------------------------------------------- *
009130* 7000-LOG-EVENT - FILE A SEVERITY-LEVELED LINE UNDER THE     *
009140* RUN-DATE BEING DISTRIBUTED.  THE CALLER SETS LOG-SEVERITY,  *
009150* LOG-PARAGRAPH-NAME AND LOG-MESSAGE-TEXT FIRST.              *
009160* ---------------------------------------------------------- *
009170 7000-LOG-EVENT.
009180     MOVE "DISTRIB"    TO LOG-PROGRAM-ID.
009190     MOVE DST-RUN-DATE TO LOG-RUN-DATE.
009200     MOVE DST-ENV-CODE TO LOG-ENV-CODE.
009210     CALL "LOGWRITE" USING WS-LOG-CALL-PARMS.
009220 7000-EXIT.
009230     EXIT.
009240*
009250* ---------------------------------------------------------- *
009260* 9000-TERMINATE - 16 IF THE MANIFEST WAS UNUSABLE, 4 IF ANY  *
009270* OUTPUT IS WITHHELD OR A RERUN WAS NOT RE-RELEASED, ELSE     *
009275* ZERO.                                                       *
009280* ---------------------------------------------------------- *
009290 9000-TERMINATE.
009300     EVALUATE TRUE
009310         WHEN NOT WS-MANIFEST-AVAIL
009320             MOVE 16 TO RETURN-CODE
009330         WHEN WS-WITHHELD-COUNT > 0
009335         WHEN WS-RERUN-HELD-COUNT > 0
009340             MOVE 4 TO RETURN-CODE
009350         WHEN OTHER
009360             MOVE 0 TO RETURN-CODE
009370     END-EVALUATE.
009380 9000-EXIT.
009390     EXIT.
009400*
009410 END PROGRAM DISTRIB.
