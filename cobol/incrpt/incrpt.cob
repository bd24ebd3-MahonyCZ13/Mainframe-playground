000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCRPT.
000030 AUTHOR. PETR.
000040 INSTALLATION. DAILY-BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070* ------------------------------------------------------------ *
000080* INCRPT is the monthly incident report.  It reads the
000090* incidents HELLO opened (see INCREC) for the run-dates of one
000100* month and prints the totals - incidents, occurrences
000110* attached to them, how many are still open - then the counts
000120* per step by incident type and per root-cause category, with
000130* the mean time to acknowledge and the mean time to resolve
000140* overall, per step and per cause.  An incident not yet given
000150* a cause is counted under NONE.
000160*
000170* PARM= SUPPLIES THE MONTH, E.G. "MONTH=202610".  ADD
000180* "ENV=PROD" TO REPORT ONE ENVIRONMENT; WITHOUT IT EVERY
000190* ENVIRONMENT IS COUNTED.
000200*
000210* TIMES ARE MEASURED IN MINUTES FROM THE MOMENT THE INCIDENT
000220* WAS OPENED TO ITS ACKNOWLEDGEMENT AND TO ITS CLOSE.  THE
000230* MEAN TO ACKNOWLEDGE COVERS THE INCIDENTS ACKNOWLEDGED SO
000240* FAR, THE MEAN TO RESOLVE THE INCIDENTS CLOSED SO FAR.
000250*
000260* MOD HISTORY
000270*   15-10-2026 PK  INITIAL VERSION.
000280* ------------------------------------------------------------ *
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS INC-KEY
000360         FILE STATUS IS WS-INCIDENT-STATUS.
000370     SELECT REPORT-FILE ASSIGN TO "INCRPT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REPORT-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  INCIDENT-FILE.
000440     COPY INCREC.
000450 FD  REPORT-FILE
000460     RECORDING MODE IS F.
000470 01  REPORT-RECORD                PIC X(80).
000480*
000490 WORKING-STORAGE SECTION.
000500 77  WS-INCIDENT-STATUS           PIC X(02)  VALUE "00".
000510 77  WS-REPORT-STATUS             PIC X(02)  VALUE "00".
000520 77  WS-ABEND-SWITCH              PIC X(01)  VALUE "N".
000530     88  WS-ABEND                 VALUE "Y".
000540 77  WS-INCIDENT-DONE-SWITCH      PIC X(01)  VALUE "N".
000550     88  WS-INCIDENT-DONE         VALUE "Y".
000560 77  WS-INCIDENT-OPEN-SWITCH      PIC X(01)  VALUE "N".
000570     88  WS-INCIDENT-FILE-OPEN    VALUE "Y".
000580 77  WS-REPORT-MONTH              PIC X(06)  VALUE SPACES.
000590 77  WS-REPORT-ENV                PIC X(04)  VALUE SPACES.
000600 77  WS-ENV-TEXT                  PIC X(04)  VALUE SPACES.
000610*
000620* MONTH TOTALS.
000630 77  WS-TOT-INCIDENTS             PIC 9(05)  VALUE 0.
000640 77  WS-TOT-OCCURRENCES           PIC 9(06)  VALUE 0.
000650 77  WS-TOT-OPEN                  PIC 9(05)  VALUE 0.
000660 77  WS-TOT-ACKED                 PIC 9(05)  VALUE 0.
000670 77  WS-TOT-CLOSED                PIC 9(05)  VALUE 0.
000680 77  WS-TOT-ACK-CNT               PIC 9(05)  VALUE 0.
000690 77  WS-TOT-ACK-MIN               PIC 9(09)  VALUE 0.
000700 77  WS-TOT-RES-CNT               PIC 9(05)  VALUE 0.
000710 77  WS-TOT-RES-MIN               PIC 9(09)  VALUE 0.
000720*
000730 77  WS-STEP-COUNT                PIC 9(04)  COMP VALUE 0.
000740 77  WS-STEP-IX                   PIC 9(04)  COMP.
000750 77  WS-SLOT-IX                   PIC 9(04)  COMP.
000760 77  WS-CAUSE-IX                  PIC 9(04)  COMP.
000770 77  WS-SLOT-FOUND-SWITCH         PIC X(01)  VALUE "N".
000780     88  WS-SLOT-FOUND            VALUE "Y".
000790*
000800* ONE ROW PER STEP NAME WITH AN INCIDENT IN THE MONTH.
000810 01  WS-STEP-INC-TABLE.
000820     05  WS-STEP-INC-ENTRY OCCURS 50 TIMES.
000830         10  WS-SI-STEP-NAME      PIC X(08).
000840         10  WS-SI-INCIDENTS      PIC 9(05).
000850         10  WS-SI-OCCURRENCES    PIC 9(06).
000860         10  WS-SI-FAILED         PIC 9(05).
000870         10  WS-SI-ABEND          PIC 9(05).
000880         10  WS-SI-SUPPRESSED     PIC 9(05).
000890         10  WS-SI-OUT-OF-BAL     PIC 9(05).
000900         10  WS-SI-OPEN           PIC 9(05).
000910         10  WS-SI-ACK-CNT        PIC 9(05).
000920         10  WS-SI-ACK-MIN        PIC 9(09).
000930         10  WS-SI-RES-CNT        PIC 9(05).
000940         10  WS-SI-RES-MIN        PIC 9(09).
000950*
000960* ONE ROW PER ROOT-CAUSE CATEGORY IN INCREC, THEN NONE.
000970 01  WS-CAUSE-NAME-VALUES.
000980     05  FILLER                   PIC X(32)
000990         VALUE "DATACODEINFRFEEDOPERCTLFOTHRNONE".
001000 01  WS-CAUSE-NAME-TABLE REDEFINES WS-CAUSE-NAME-VALUES.
001010     05  WS-CAUSE-NAME            PIC X(04) OCCURS 8 TIMES.
001020 01  WS-CAUSE-INC-TABLE.
001030     05  WS-CAUSE-INC-ENTRY OCCURS 8 TIMES.
001040         10  WS-CI-INCIDENTS      PIC 9(05).
001050         10  WS-CI-OCCURRENCES    PIC 9(06).
001060         10  WS-CI-RES-CNT        PIC 9(05).
001070         10  WS-CI-RES-MIN        PIC 9(09).
001080*
001090* ELAPSED-MINUTE WORK AREAS.  A DATE AND TIME ARE TURNED INTO
001100* MINUTES SINCE A FIXED ORIGIN SO TWO OF THEM CAN BE
001110* SUBTRACTED ACROSS MONTH AND YEAR ENDS.
001120 77  WS-CALC-DATE                 PIC X(08).
001130 77  WS-CALC-TIME                 PIC X(08).
001140 77  WS-CALC-VALID-SWITCH         PIC X(01)  VALUE "N".
001150     88  WS-CALC-VALID            VALUE "Y".
001160 77  WS-CALC-YEAR                 PIC 9(04).
001170 77  WS-CALC-MONTH                PIC 9(02).
001180 77  WS-CALC-DAY                  PIC 9(02).
001190 77  WS-CALC-HH                   PIC 9(02).
001200 77  WS-CALC-MM                   PIC 9(02).
001210 77  WS-CALC-Y4                   PIC 9(04).
001220 77  WS-CALC-Y100                 PIC 9(04).
001230 77  WS-CALC-Y400                 PIC 9(04).
001240 77  WS-CALC-MDAYS                PIC 9(04).
001250 77  WS-CALC-DAYNUM               PIC 9(07).
001260 77  WS-CALC-MINUTES              PIC 9(11).
001270 77  WS-OPENED-MINUTES            PIC 9(11).
001280 77  WS-ELAPSED-MINUTES           PIC 9(09).
001290 77  WS-MEAN-ACK                  PIC 9(07).
001300 77  WS-MEAN-RES                  PIC 9(07).
001310 77  WS-MEAN-ACK-TEXT             PIC X(07).
001320 77  WS-MEAN-RES-TEXT             PIC X(07).
001330*
001340 01  WS-PRINT-LINE                PIC X(80).
001350*
001360 77  WS-PARM-LENGTH               PIC 9(04)  COMP.
001370 77  WS-PARM-POINTER              PIC 9(04)  COMP.
001380 01  WS-PARM-PAIR.
001390     05  WS-PARM-PAIR-TEXT        PIC X(20).
001400 01  WS-PARM-KEY-VALUE.
001410     05  WS-PARM-KEY              PIC X(10).
001420     05  WS-PARM-VALUE            PIC X(10).
001430*
001440 LINKAGE SECTION.
001450 01  PARM-PASSED-FROM-JCL.
001460     05  PARM-LENGTH              PIC S9(04) COMP.
001470     05  PARM-TEXT                PIC X(80).
001480*
001490 PROCEDURE DIVISION USING PARM-PASSED-FROM-JCL.
001500*
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     IF NOT WS-ABEND
001540         PERFORM 2000-SWEEP-INCIDENTS THRU 2000-EXIT
001550         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
001560     END-IF.
001570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001580     STOP RUN.
001590 0000-MAINLINE-EXIT.
001600     EXIT.
001610*
001620* ---------------------------------------------------------- *
001630* 1000-INITIALIZE - PARSE MONTH= AND ENV= AND OPEN THE FILES. *
001640* NO MONTH, NO REPORT.  A MISSING INCIDENT FILE MEANS NO      *
001650* INCIDENT WAS EVER OPENED - THE REPORT SAYS SO RATHER THAN   *
001660* FAILING.                                                    *
001670* ---------------------------------------------------------- *
001680 1000-INITIALIZE.
001690     MOVE PARM-LENGTH TO WS-PARM-LENGTH.
001700     MOVE 1 TO WS-PARM-POINTER.
001710     IF WS-PARM-LENGTH > 0
001720         PERFORM 1100-PARSE-ONE-PAIR THRU 1100-EXIT
001730             UNTIL WS-PARM-POINTER > WS-PARM-LENGTH
001740     END-IF.
001750     IF WS-REPORT-MONTH IS NOT NUMERIC
001760             OR WS-REPORT-MONTH (5:2) < "01"
001770             OR WS-REPORT-MONTH (5:2) > "12"
001780         DISPLAY "INCRPT: PARM MUST SUPPLY MONTH=YYYYMM"
001790         MOVE "Y" TO WS-ABEND-SWITCH
001800         GO TO 1000-EXIT
001810     END-IF.
001820     MOVE 1 TO WS-CAUSE-IX.
001830     PERFORM 1300-CLEAR-ONE-CAUSE THRU 1300-EXIT
001840         UNTIL WS-CAUSE-IX > 8.
001850     OPEN INPUT INCIDENT-FILE.
001860     IF WS-INCIDENT-STATUS = "00"
001870         MOVE "Y" TO WS-INCIDENT-OPEN-SWITCH
001880     ELSE
001890         DISPLAY "INCRPT: INCIDENT FILE NOT AVAILABLE, STATUS="
001900             WS-INCIDENT-STATUS " - NO INCIDENTS TO REPORT"
001910     END-IF.
001920     OPEN OUTPUT REPORT-FILE.
001930     IF WS-REPORT-STATUS NOT = "00"
001940         DISPLAY "INCRPT: UNABLE TO OPEN INCRPT, STATUS="
001950             WS-REPORT-STATUS
001960         MOVE "Y" TO WS-ABEND-SWITCH
001970     END-IF.
001980 1000-EXIT.
001990     EXIT.
002000*
002010 1100-PARSE-ONE-PAIR.
002020     MOVE SPACES TO WS-PARM-PAIR-TEXT.
002030     UNSTRING PARM-TEXT (1:WS-PARM-LENGTH) DELIMITED BY ","
002040         INTO WS-PARM-PAIR-TEXT
002050         WITH POINTER WS-PARM-POINTER.
002060     MOVE SPACES TO WS-PARM-KEY-VALUE.
002070     UNSTRING WS-PARM-PAIR-TEXT DELIMITED BY "="
002080         INTO WS-PARM-KEY WS-PARM-VALUE.
002090     EVALUATE WS-PARM-KEY
002100         WHEN "MONTH"
002110             MOVE WS-PARM-VALUE (1:6) TO WS-REPORT-MONTH
002120         WHEN "ENV"
002130             MOVE WS-PARM-VALUE (1:4) TO WS-REPORT-ENV
002140         WHEN OTHER
002150             CONTINUE
002160     END-EVALUATE.
002170 1100-EXIT.
002180     EXIT.
002190*
002200 1300-CLEAR-ONE-CAUSE.
002210     MOVE 0 TO WS-CI-INCIDENTS (WS-CAUSE-IX).
002220     MOVE 0 TO WS-CI-OCCURRENCES (WS-CAUSE-IX).
002230     MOVE 0 TO WS-CI-RES-CNT (WS-CAUSE-IX).
002240     MOVE 0 TO WS-CI-RES-MIN (WS-CAUSE-IX).
002250     ADD 1 TO WS-CAUSE-IX.
002260 1300-EXIT.
002270     EXIT.
002280*
002290* ---------------------------------------------------------- *
002300* 2000-SWEEP-INCIDENTS - POSITION AT THE FIRST RUN-DATE OF    *
002310* THE MONTH AND READ FORWARD UNTIL THE KEY LEAVES IT.         *
002320* ---------------------------------------------------------- *
002330 2000-SWEEP-INCIDENTS.
002340     IF NOT WS-INCIDENT-FILE-OPEN
002350         GO TO 2000-EXIT
002360     END-IF.
002370     MOVE "N" TO WS-INCIDENT-DONE-SWITCH.
002380     MOVE LOW-VALUES TO INC-KEY.
002390     MOVE WS-REPORT-MONTH TO INC-RUN-DATE (1:6).
002400     MOVE "01" TO INC-RUN-DATE (7:2).
002410     START INCIDENT-FILE KEY IS >= INC-KEY
002420         INVALID KEY
002430             MOVE "Y" TO WS-INCIDENT-DONE-SWITCH
002440     END-START.
002450     PERFORM 2200-READ-ONE-INCIDENT THRU 2200-EXIT
002460         UNTIL WS-INCIDENT-DONE.
002470 2000-EXIT.
002480     EXIT.
002490*
002500 2200-READ-ONE-INCIDENT.
002510     READ INCIDENT-FILE NEXT RECORD
002520         AT END
002530             MOVE "Y" TO WS-INCIDENT-DONE-SWITCH
002540     END-READ.
002550     IF WS-INCIDENT-DONE
002560         GO TO 2200-EXIT
002570     END-IF.
002580     IF INC-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
002590         MOVE "Y" TO WS-INCIDENT-DONE-SWITCH
002600         GO TO 2200-EXIT
002610     END-IF.
002620     IF WS-REPORT-ENV = SPACES
002630             OR INC-ENV-CODE = WS-REPORT-ENV
002640         PERFORM 3000-TALLY-ONE-INCIDENT THRU 3000-EXIT
002650     END-IF.
002660 2200-EXIT.
002670     EXIT.
002680*
002690* ---------------------------------------------------------- *
002700* 3000-TALLY-ONE-INCIDENT - COUNT THE INCIDENT INTO THE       *
002710* TOTALS, ITS STEP'S ROW AND ITS CAUSE'S ROW, WITH ITS TIMES  *
002720* TO ACKNOWLEDGE AND TO RESOLVE WHERE IT HAS THEM.            *
002730* ---------------------------------------------------------- *
002740 3000-TALLY-ONE-INCIDENT.
002750     PERFORM 3100-FIND-STEP-SLOT THRU 3100-EXIT.
002760     PERFORM 3300-FIND-CAUSE-ROW THRU 3300-EXIT.
002770     ADD 1 TO WS-TOT-INCIDENTS.
002780     ADD INC-OCCURRENCES TO WS-TOT-OCCURRENCES.
002790     ADD 1 TO WS-CI-INCIDENTS (WS-CAUSE-IX).
002800     ADD INC-OCCURRENCES TO WS-CI-OCCURRENCES (WS-CAUSE-IX).
002810     EVALUATE TRUE
002820         WHEN INC-OPEN
002830             ADD 1 TO WS-TOT-OPEN
002840         WHEN INC-ACKNOWLEDGED
002850             ADD 1 TO WS-TOT-ACKED
002860         WHEN OTHER
002870             ADD 1 TO WS-TOT-CLOSED
002880     END-EVALUATE.
002890     IF WS-SLOT-FOUND
002900         PERFORM 3200-ACCUMULATE-STEP THRU 3200-EXIT
002910     END-IF.
002920     MOVE INC-OPENED-DATE TO WS-CALC-DATE.
002930     MOVE INC-OPENED-TIME TO WS-CALC-TIME.
002940     PERFORM 3500-CALC-MINUTES THRU 3500-EXIT.
002950     IF NOT WS-CALC-VALID
002960         GO TO 3000-EXIT
002970     END-IF.
002980     MOVE WS-CALC-MINUTES TO WS-OPENED-MINUTES.
002990     IF INC-ACK-BY NOT = SPACES
003000         MOVE INC-ACK-DATE TO WS-CALC-DATE
003010         MOVE INC-ACK-TIME TO WS-CALC-TIME
003020         PERFORM 3600-CALC-ELAPSED THRU 3600-EXIT
003030         IF WS-CALC-VALID
003040             ADD 1 TO WS-TOT-ACK-CNT
003050             ADD WS-ELAPSED-MINUTES TO WS-TOT-ACK-MIN
003060             IF WS-SLOT-FOUND
003070                 ADD 1 TO WS-SI-ACK-CNT (WS-SLOT-IX)
003080                 ADD WS-ELAPSED-MINUTES
003090                     TO WS-SI-ACK-MIN (WS-SLOT-IX)
003100             END-IF
003110         END-IF
003120     END-IF.
003130     IF INC-CLOSED
003140         MOVE INC-CLOSED-DATE TO WS-CALC-DATE
003150         MOVE INC-CLOSED-TIME TO WS-CALC-TIME
003160         PERFORM 3600-CALC-ELAPSED THRU 3600-EXIT
003170         IF WS-CALC-VALID
003180             ADD 1 TO WS-TOT-RES-CNT
003190             ADD WS-ELAPSED-MINUTES TO WS-TOT-RES-MIN
003200             ADD 1 TO WS-CI-RES-CNT (WS-CAUSE-IX)
003210             ADD WS-ELAPSED-MINUTES
003220                 TO WS-CI-RES-MIN (WS-CAUSE-IX)
003230             IF WS-SLOT-FOUND
003240                 ADD 1 TO WS-SI-RES-CNT (WS-SLOT-IX)
003250                 ADD WS-ELAPSED-MINUTES
003260                     TO WS-SI-RES-MIN (WS-SLOT-IX)
003270             END-IF
003280         END-IF
003290     END-IF.
003300 3000-EXIT.
003310     EXIT.
003320*
003330 3100-FIND-STEP-SLOT.
003340     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
003350     MOVE 1 TO WS-SLOT-IX.
003360     PERFORM 3150-CHECK-ONE-SLOT THRU 3150-EXIT
003370         UNTIL WS-SLOT-FOUND OR WS-SLOT-IX > WS-STEP-COUNT.
003380     IF NOT WS-SLOT-FOUND
003390         IF WS-STEP-COUNT < 50
003400             ADD 1 TO WS-STEP-COUNT
003410             MOVE WS-STEP-COUNT TO WS-SLOT-IX
003420             MOVE INC-STEP-NAME TO WS-SI-STEP-NAME (WS-SLOT-IX)
003430             MOVE 0 TO WS-SI-INCIDENTS (WS-SLOT-IX)
003440             MOVE 0 TO WS-SI-OCCURRENCES (WS-SLOT-IX)
003450             MOVE 0 TO WS-SI-FAILED (WS-SLOT-IX)
003460             MOVE 0 TO WS-SI-ABEND (WS-SLOT-IX)
003470             MOVE 0 TO WS-SI-SUPPRESSED (WS-SLOT-IX)
003480             MOVE 0 TO WS-SI-OUT-OF-BAL (WS-SLOT-IX)
003490             MOVE 0 TO WS-SI-OPEN (WS-SLOT-IX)
003500             MOVE 0 TO WS-SI-ACK-CNT (WS-SLOT-IX)
003510             MOVE 0 TO WS-SI-ACK-MIN (WS-SLOT-IX)
003520             MOVE 0 TO WS-SI-RES-CNT (WS-SLOT-IX)
003530             MOVE 0 TO WS-SI-RES-MIN (WS-SLOT-IX)
003540             MOVE "Y" TO WS-SLOT-FOUND-SWITCH
003550         ELSE
003560             DISPLAY "INCRPT: STEP TABLE FULL AT "
003570                 INC-STEP-NAME " - STEP NOT REPORTED"
003580         END-IF
003590     END-IF.
003600 3100-EXIT.
003610     EXIT.
003620*
003630 3150-CHECK-ONE-SLOT.
003640     IF WS-SI-STEP-NAME (WS-SLOT-IX) = INC-STEP-NAME
003650         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
003660     ELSE
003670         ADD 1 TO WS-SLOT-IX
003680     END-IF.
003690 3150-EXIT.
003700     EXIT.
003710*
003720 3200-ACCUMULATE-STEP.
003730     ADD 1 TO WS-SI-INCIDENTS (WS-SLOT-IX).
003740     ADD INC-OCCURRENCES TO WS-SI-OCCURRENCES (WS-SLOT-IX).
003750     EVALUATE TRUE
003760         WHEN INC-TYPE-ABEND
003770             ADD 1 TO WS-SI-ABEND (WS-SLOT-IX)
003780         WHEN INC-TYPE-SUPPRESSED
003790             ADD 1 TO WS-SI-SUPPRESSED (WS-SLOT-IX)
003800         WHEN INC-TYPE-OUT-OF-BAL
003810             ADD 1 TO WS-SI-OUT-OF-BAL (WS-SLOT-IX)
003820         WHEN OTHER
003830             ADD 1 TO WS-SI-FAILED (WS-SLOT-IX)
003840     END-EVALUATE.
003850     IF INC-NOT-CLOSED
003860         ADD 1 TO WS-SI-OPEN (WS-SLOT-IX)
003870     END-IF.
003880 3200-EXIT.
003890     EXIT.
003900*
003910* ---------------------------------------------------------- *
003920* 3300-FIND-CAUSE-ROW - THE ROW FOR THE INCIDENT'S CAUSE; ROW *
003930* 8 (NONE) WHEN IT HAS NO VALID CAUSE YET.                    *
003940* ---------------------------------------------------------- *
003950 3300-FIND-CAUSE-ROW.
003960     MOVE 1 TO WS-CAUSE-IX.
003970     IF INC-CAUSE-VALID
003980         PERFORM 3350-CHECK-ONE-CAUSE THRU 3350-EXIT
003990             UNTIL WS-CAUSE-NAME (WS-CAUSE-IX) = INC-CAUSE-CODE
004000                 OR WS-CAUSE-IX = 8
004010     ELSE
004020         MOVE 8 TO WS-CAUSE-IX
004030     END-IF.
004040 3300-EXIT.
004050     EXIT.
004060*
004070 3350-CHECK-ONE-CAUSE.
004080     ADD 1 TO WS-CAUSE-IX.
004090 3350-EXIT.
004100     EXIT.
004110*
004120* ---------------------------------------------------------- *
004130* 3500-CALC-MINUTES - TURN WS-CALC-DATE (YYYYMMDD) AND        *
004140* WS-CALC-TIME (HHMMSSCC) INTO MINUTES SINCE A FIXED ORIGIN.  *
004150* THE DAY NUMBER COUNTS A YEAR FROM 1 MARCH SO THE LEAP DAY   *
004160* FALLS AT ITS END; EACH DIVISION IS TRUNCATED ON ITS OWN, AS *
004170* THE RULE NEEDS.  A DATE OR TIME THAT IS NOT NUMERIC LEAVES  *
004180* WS-CALC-VALID OFF.                                          *
004190* ---------------------------------------------------------- *
004200 3500-CALC-MINUTES.
004210     MOVE "N" TO WS-CALC-VALID-SWITCH.
004220     IF WS-CALC-DATE IS NOT NUMERIC
004230             OR WS-CALC-TIME (1:4) IS NOT NUMERIC
004240         GO TO 3500-EXIT
004250     END-IF.
004260     MOVE WS-CALC-DATE (1:4) TO WS-CALC-YEAR.
004270     MOVE WS-CALC-DATE (5:2) TO WS-CALC-MONTH.
004280     MOVE WS-CALC-DATE (7:2) TO WS-CALC-DAY.
004290     MOVE WS-CALC-TIME (1:2) TO WS-CALC-HH.
004300     MOVE WS-CALC-TIME (3:2) TO WS-CALC-MM.
004310     IF WS-CALC-MONTH < 1 OR WS-CALC-MONTH > 12
004320         GO TO 3500-EXIT
004330     END-IF.
004340     IF WS-CALC-MONTH < 3
004350         SUBTRACT 1 FROM WS-CALC-YEAR
004360         ADD 12 TO WS-CALC-MONTH
004370     END-IF.
004380     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-CALC-Y4.
004390     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-CALC-Y100.
004400     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-CALC-Y400.
004410     COMPUTE WS-CALC-MDAYS = (153 * (WS-CALC-MONTH - 3)) + 2.
004420     DIVIDE WS-CALC-MDAYS BY 5 GIVING WS-CALC-MDAYS.
004430     COMPUTE WS-CALC-DAYNUM = (365 * WS-CALC-YEAR)
004440         + WS-CALC-Y4 - WS-CALC-Y100 + WS-CALC-Y400
004450         + WS-CALC-MDAYS + WS-CALC-DAY.
004460     COMPUTE WS-CALC-MINUTES = (WS-CALC-DAYNUM * 1440)
004470         + (WS-CALC-HH * 60) + WS-CALC-MM.
004480     MOVE "Y" TO WS-CALC-VALID-SWITCH.
004490 3500-EXIT.
004500     EXIT.
004510*
004520* ---------------------------------------------------------- *
004530* 3600-CALC-ELAPSED - MINUTES FROM THE INCIDENT'S OPENING TO  *
004540* THE DATE AND TIME IN WS-CALC-DATE/-TIME.  A STAMP EARLIER   *
004550* THAN THE OPENING (A CLOCK SET BACK) COUNTS AS NO TIME AT    *
004560* ALL.                                                        *
004570* ---------------------------------------------------------- *
004580 3600-CALC-ELAPSED.
004590     PERFORM 3500-CALC-MINUTES THRU 3500-EXIT.
004600     IF WS-CALC-VALID
004610         IF WS-CALC-MINUTES > WS-OPENED-MINUTES
004620             COMPUTE WS-ELAPSED-MINUTES =
004630                 WS-CALC-MINUTES - WS-OPENED-MINUTES
004640         ELSE
004650             MOVE 0 TO WS-ELAPSED-MINUTES
004660         END-IF
004670     END-IF.
004680 3600-EXIT.
004690     EXIT.
004700*
004710* ---------------------------------------------------------- *
004720* 4000-PRINT-REPORT - BANNER AND MONTH TOTALS, THEN THE STEP  *
004730* AND THE CAUSE SECTIONS.                                     *
004740* ---------------------------------------------------------- *
004750 4000-PRINT-REPORT.
004760     IF WS-REPORT-ENV = SPACES
004770         MOVE "ALL " TO WS-ENV-TEXT
004780     ELSE
004790         MOVE WS-REPORT-ENV TO WS-ENV-TEXT
004800     END-IF.
004810     MOVE SPACES TO WS-PRINT-LINE.
004820     STRING "MONTHLY INCIDENT REPORT  MONTH=" WS-REPORT-MONTH
004830         "  ENV=" WS-ENV-TEXT
004840         INTO WS-PRINT-LINE.
004850     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004860     IF WS-TOT-INCIDENTS = 0
004870         MOVE "  NO INCIDENTS FOR THE MONTH" TO WS-PRINT-LINE
004880         WRITE REPORT-RECORD FROM WS-PRINT-LINE
004890         GO TO 4000-EXIT
004900     END-IF.
004910     MOVE SPACES TO WS-PRINT-LINE.
004920     STRING "  INCIDENTS=" WS-TOT-INCIDENTS
004930         "  OCCURRENCES=" WS-TOT-OCCURRENCES
004940         "  OPEN=" WS-TOT-OPEN
004950         "  ACKED=" WS-TOT-ACKED
004960         "  CLOSED=" WS-TOT-CLOSED
004970         INTO WS-PRINT-LINE.
004980     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
004990     MOVE 0 TO WS-STEP-IX.
005000     PERFORM 4500-FORMAT-MEANS THRU 4500-EXIT.
005010     MOVE SPACES TO WS-PRINT-LINE.
005020     STRING "  MEAN MINUTES TO ACKNOWLEDGE=" WS-MEAN-ACK-TEXT
005030         "  TO RESOLVE=" WS-MEAN-RES-TEXT
005040         INTO WS-PRINT-LINE.
005050     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005060     MOVE SPACES TO WS-PRINT-LINE.
005070     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005080     MOVE "INCIDENTS BY STEP" TO WS-PRINT-LINE.
005090     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005100     MOVE 1 TO WS-STEP-IX.
005110     PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT
005120         UNTIL WS-STEP-IX > WS-STEP-COUNT.
005130     MOVE SPACES TO WS-PRINT-LINE.
005140     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005150     MOVE "INCIDENTS BY ROOT CAUSE" TO WS-PRINT-LINE.
005160     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005170     MOVE 1 TO WS-CAUSE-IX.
005180     PERFORM 4200-PRINT-ONE-CAUSE THRU 4200-EXIT
005190         UNTIL WS-CAUSE-IX > 8.
005200 4000-EXIT.
005210     EXIT.
005220*
005230 4100-PRINT-ONE-STEP.
005240     MOVE SPACES TO WS-PRINT-LINE.
005250     STRING "  STEP=" WS-SI-STEP-NAME (WS-STEP-IX)
005260         "  INCIDENTS=" WS-SI-INCIDENTS (WS-STEP-IX)
005270         "  OCCURRENCES=" WS-SI-OCCURRENCES (WS-STEP-IX)
005280         "  OPEN=" WS-SI-OPEN (WS-STEP-IX)
005290         INTO WS-PRINT-LINE.
005300     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005310     MOVE SPACES TO WS-PRINT-LINE.
005320     STRING "    FAILED=" WS-SI-FAILED (WS-STEP-IX)
005330         "  ABEND=" WS-SI-ABEND (WS-STEP-IX)
005340         "  SUPPRESSED=" WS-SI-SUPPRESSED (WS-STEP-IX)
005350         "  OUT-OF-BAL=" WS-SI-OUT-OF-BAL (WS-STEP-IX)
005360         INTO WS-PRINT-LINE.
005370     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005380     PERFORM 4500-FORMAT-MEANS THRU 4500-EXIT.
005390     MOVE SPACES TO WS-PRINT-LINE.
005400     STRING "    MEAN MINUTES TO ACKNOWLEDGE=" WS-MEAN-ACK-TEXT
005410         "  TO RESOLVE=" WS-MEAN-RES-TEXT
005420         INTO WS-PRINT-LINE.
005430     WRITE REPORT-RECORD FROM WS-PRINT-LINE.
005440     ADD 1 TO WS-STEP-IX.
005450 4100-EXIT.
005460     EXIT.
005470*
005480 4200-PRINT-ONE-CAUSE.
005490     IF WS-CI-INCIDENTS (WS-CAUSE-IX) > 0
005500         IF WS-CI-RES-CNT (WS-CAUSE-IX) > 0
005510             COMPUTE WS-MEAN-RES =
005520                 WS-CI-RES-MIN (WS-CAUSE-IX)
005530                 / WS-CI-RES-CNT (WS-CAUSE-IX)
005540             MOVE WS-MEAN-RES TO WS-MEAN-RES-TEXT
005550         ELSE
005560             MOVE "NONE   " TO WS-MEAN-RES-TEXT
005570         END-IF
005580         MOVE SPACES TO WS-PRINT-LINE
005590         STRING "  CAUSE=" WS-CAUSE-NAME (WS-CAUSE-IX)
005600             "  INCIDENTS=" WS-CI-INCIDENTS (WS-CAUSE-IX)
005610             "  OCCURRENCES=" WS-CI-OCCURRENCES (WS-CAUSE-IX)
005620             "  MEAN MIN TO RESOLVE=" WS-MEAN-RES-TEXT
005630             INTO WS-PRINT-LINE
005640         WRITE REPORT-RECORD FROM WS-PRINT-LINE
005650     END-IF.
005660     ADD 1 TO WS-CAUSE-IX.
005670 4200-EXIT.
005680     EXIT.
005690*
005700* ---------------------------------------------------------- *
005710* 4500-FORMAT-MEANS - MEAN MINUTES TO ACKNOWLEDGE AND TO      *
005720* RESOLVE FOR THE MONTH TOTALS (WS-STEP-IX ZERO) OR FOR ONE   *
005730* STEP'S ROW, "NONE" WHERE NOTHING HAS BEEN ACKNOWLEDGED OR   *
005740* CLOSED YET.                                                 *
005750* ---------------------------------------------------------- *
005760 4500-FORMAT-MEANS.
005770     MOVE "NONE   " TO WS-MEAN-ACK-TEXT.
005780     MOVE "NONE   " TO WS-MEAN-RES-TEXT.
005790     IF WS-STEP-IX = 0
005800         IF WS-TOT-ACK-CNT > 0
005810             COMPUTE WS-MEAN-ACK = WS-TOT-ACK-MIN / WS-TOT-ACK-CNT
005820             MOVE WS-MEAN-ACK TO WS-MEAN-ACK-TEXT
005830         END-IF
005840         IF WS-TOT-RES-CNT > 0
005850             COMPUTE WS-MEAN-RES = WS-TOT-RES-MIN / WS-TOT-RES-CNT
005860             MOVE WS-MEAN-RES TO WS-MEAN-RES-TEXT
005870         END-IF
005880     ELSE
005890         IF WS-SI-ACK-CNT (WS-STEP-IX) > 0
005900             COMPUTE WS-MEAN-ACK = WS-SI-ACK-MIN (WS-STEP-IX)
005910                 / WS-SI-ACK-CNT (WS-STEP-IX)
005920             MOVE WS-MEAN-ACK TO WS-MEAN-ACK-TEXT
005930         END-IF
005940         IF WS-SI-RES-CNT (WS-STEP-IX) > 0
005950             COMPUTE WS-MEAN-RES = WS-SI-RES-MIN (WS-STEP-IX)
005960                 / WS-SI-RES-CNT (WS-STEP-IX)
005970             MOVE WS-MEAN-RES TO WS-MEAN-RES-TEXT
005980         END-IF
005990     END-IF.
006000 4500-EXIT.
006010     EXIT.
006020*
006030* ---------------------------------------------------------- *
006040* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE.       *
006050* ---------------------------------------------------------- *
006060 9000-TERMINATE.
006070     IF WS-INCIDENT-FILE-OPEN
006080         CLOSE INCIDENT-FILE
006090     END-IF.
006100     IF NOT WS-ABEND
006110         CLOSE REPORT-FILE
006120     END-IF.
006130     IF WS-ABEND
006140         MOVE 16 TO RETURN-CODE
006150     ELSE
006160         MOVE 0 TO RETURN-CODE
006170     END-IF.
006180 9000-EXIT.
006190     EXIT.
006200*
006210 END PROGRAM INCRPT.
