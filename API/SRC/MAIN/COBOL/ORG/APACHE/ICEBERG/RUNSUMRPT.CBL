000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNSUMRPT.
000030 AUTHOR.        J. HARTLEY.
000040 INSTALLATION.  DATA ENGINEERING - CATALOG SERVICES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.

000070****************************************************************
000080* MODIFICATION HISTORY
000090****************************************************************
000100*
000110* DATE        INIT  DESCRIPTION
000120* ----------  ----  ------------------------------------------
000130* 2026-10-15  JKH   Original.  Morning operations summary from
000140*                   the batch run log (RUNLOG).  One page per
000150*                   batch night named on RUNSPRM, each table's
000160*                   steps listed together in the order they
000170*                   ran, tables with a failed step (RC>=8)
000180*                   first, then those with a warning (RC 4-7),
000190*                   then the clean ones; catalog-wide steps are
000200*                   grouped as one table.  A step slower than its
000210*                   average over the prior nights by more than
000220*                   the shop percentage is flagged, and each
000230*                   night closes with its step counts and batch
000240*                   window for capacity planning.  Ends RC=4
000250*                   when any step on the report failed.
000260*

000270****************************************************************
000280* ENVIRONMENT DIVISION
000290****************************************************************
000300 ENVIRONMENT DIVISION.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL RUNSUM-PARM-FILE ASSIGN TO "RUNSPRM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARM-FILE-STATUS.

000360     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RUNLOG-FILE-STATUS.

000390     SELECT RUN-SUMMARY-SORT-FILE ASSIGN TO "SORTWK1".

000400     SELECT RUN-SUMMARY-REPORT-FILE ASSIGN TO "OPSSUM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-OPSSUM-FILE-STATUS.

000430****************************************************************
000440* DATA DIVISION
000450****************************************************************
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  RUNSUM-PARM-FILE.
000490     COPY "ICEBERG-RUNSUM-PARM.cpy".

000500 FD  RUN-LOG-FILE.
000510 01  RUN-LOG-FILE-RECORD                 PIC X(131).

000520 SD  RUN-SUMMARY-SORT-FILE.
000530 01  RUN-SUMMARY-SORT-RECORD.
000540     05  SW-NIGHT-DATE                   PIC 9(08).
000550     05  SW-TABLE-SEVERITY               PIC 9(01).
000560     05  SW-TABLE-NAME                   PIC X(30).
000570     05  SW-START-DATE                   PIC 9(08).
000580     05  SW-START-TIME                   PIC 9(08).
000590     05  SW-ELAPSED-SECONDS              PIC 9(07).
000600     05  SW-RUN-LOG-IMAGE                PIC X(131).

000610 FD  RUN-SUMMARY-REPORT-FILE.
000620 01  RUN-SUMMARY-REPORT-LINE             PIC X(132).

000630 WORKING-STORAGE SECTION.
000640****************************************************************
000650* FILE STATUS AND CONTROL SWITCHES
000660****************************************************************
000670 01  WS-FILE-STATUSES.
000680     05  WS-PARM-FILE-STATUS             PIC X(02).
000690     05  WS-RUNLOG-FILE-STATUS           PIC X(02).
000700         88  WS-RUNLOG-OK                VALUE '00'.
000710     05  WS-OPSSUM-FILE-STATUS           PIC X(02).

000720 01  WS-SWITCHES.
000730     05  WS-RUNLOG-EOF-SWITCH            PIC X(01) VALUE 'N'.
000740         88  WS-RUNLOG-IS-EOF            VALUE 'Y'.
000750     05  WS-SORT-EOF-SWITCH              PIC X(01) VALUE 'N'.
000760         88  WS-SORT-IS-EOF              VALUE 'Y'.
000770     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
000780         88  WS-RUN-IS-VALID             VALUE 'Y'.
000790         88  WS-RUN-IS-INVALID           VALUE 'N'.
000800     05  WS-ROW-USABLE-SWITCH            PIC X(01) VALUE 'Y'.
000810         88  WS-ROW-IS-USABLE            VALUE 'Y'.
000820         88  WS-ROW-IS-UNUSABLE          VALUE 'N'.
000830     05  WS-ENTRY-FOUND-SWITCH           PIC X(01) VALUE 'N'.
000840         88  WS-ENTRY-FOUND              VALUE 'Y'.
000850         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
000860     05  WS-STEP-SLOWER-SWITCH           PIC X(01) VALUE 'N'.
000870         88  WS-STEP-IS-SLOWER           VALUE 'Y'.

000880 77  WS-PAGE-NUMBER                      PIC 9(04) COMP VALUE 0.
000890 77  WS-LINE-COUNT                       PIC 9(02) COMP VALUE 99.
000900 77  WS-MAX-DETAIL-LINE                  PIC 9(02) COMP VALUE 56.
000910 77  WS-ROWS-READ-COUNT                  PIC 9(09) COMP VALUE 0.
000920 77  WS-ROWS-UNUSABLE-COUNT              PIC 9(09) COMP VALUE 0.
000930 77  WS-TREND-ROWS-COUNT                 PIC 9(09) COMP VALUE 0.
000940 77  WS-STEPS-REPORTED-COUNT             PIC 9(09) COMP VALUE 0.
000950 77  WS-STEPS-FAILED-COUNT               PIC 9(09) COMP VALUE 0.
000960 77  WS-NIGHT-STEP-COUNT                 PIC 9(07) COMP VALUE 0.
000970 77  WS-NIGHT-FAILED-COUNT               PIC 9(07) COMP VALUE 0.
000980 77  WS-NIGHT-WARNING-COUNT              PIC 9(07) COMP VALUE 0.
000990 77  WS-NIGHT-SLOWER-COUNT               PIC 9(07) COMP VALUE 0.
001000 77  WS-NIGHT-TABLE-COUNT                PIC 9(07) COMP VALUE 0.
001010 77  WS-NIGHT-STEP-SECONDS               PIC 9(09) COMP VALUE 0.
001020 77  WS-TREND-NIGHTS                     PIC 9(02) COMP VALUE 0.
001030 77  WS-START-HHMM                       PIC 9(04) COMP VALUE 0.
001040 77  WS-START-SECONDS                    PIC 9(07) COMP VALUE 0.
001050 77  WS-END-SECONDS                      PIC 9(07) COMP VALUE 0.
001060 77  WS-ELAPSED-SECONDS                  PIC 9(07) COMP VALUE 0.
001070 77  WS-AVERAGE-SECONDS                  PIC 9(07) COMP VALUE 0.
001080 77  WS-SLOWER-LIMIT                     PIC 9(09)V99 COMP
001090                                         VALUE 0.
001100 77  WS-SLOWER-PERCENT                   PIC 9(07) COMP VALUE 0.
001110 77  WS-LEAP-QUOTIENT                    PIC 9(04) COMP VALUE 0.
001120 77  WS-LEAP-REMAINDER                   PIC 9(04) COMP VALUE 0.
001130 77  WS-MONTH-LENGTH                     PIC 9(02) COMP VALUE 0.
001140 77  WS-DAYS-STEPPED                     PIC 9(02) COMP VALUE 0.

001150 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
001160 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001170 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
001180 01  WS-FIRST-NIGHT                      PIC 9(08) VALUE 0.
001190 01  WS-LAST-NIGHT                       PIC 9(08) VALUE 0.
001200 01  WS-TREND-FROM-NIGHT                 PIC 9(08) VALUE 0.
001210 01  WS-ROW-NIGHT-DATE                   PIC 9(08) VALUE 0.
001220 01  WS-CURRENT-NIGHT                    PIC 9(08) VALUE 0.
001230 01  WS-NIGHT-END-DATE                   PIC 9(08) VALUE 0.
001240 01  WS-CURRENT-TABLE-NAME               PIC X(30) VALUE SPACES.
001250 01  WS-CURRENT-SEVERITY                 PIC 9(01) VALUE 0.
001260 01  WS-WORST-RETURN-CODE                PIC 9(04) VALUE 0.
001270 01  WS-FROM-DATE                        PIC 9(08) VALUE 0.
001280 01  WS-FROM-TIME                        PIC 9(08) VALUE 0.
001290 01  WS-TO-DATE                          PIC 9(08) VALUE 0.
001300 01  WS-TO-TIME                          PIC 9(08) VALUE 0.
001310 01  WS-STEP-START.
001320     05  WS-STEP-START-DATE              PIC 9(08) VALUE 0.
001330     05  WS-STEP-START-TIME              PIC 9(08) VALUE 0.
001340 01  WS-STEP-END.
001350     05  WS-STEP-END-DATE                PIC 9(08) VALUE 0.
001360     05  WS-STEP-END-TIME                PIC 9(08) VALUE 0.
001370 01  WS-WINDOW-START.
001380     05  WS-WINDOW-START-DATE            PIC 9(08) VALUE 0.
001390     05  WS-WINDOW-START-TIME            PIC 9(08) VALUE 0.
001400 01  WS-WINDOW-END.
001410     05  WS-WINDOW-END-DATE              PIC 9(08) VALUE 0.
001420     05  WS-WINDOW-END-TIME              PIC 9(08) VALUE 0.
001430 01  WS-TREND-TEXT                       PIC X(29) VALUE SPACES.
001440 01  WS-OUTCOME-TEXT                     PIC X(10) VALUE SPACES.
001450 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.
001460 01  WS-HEADING-LINE-BUILD               PIC X(132) VALUE SPACES.
001470 01  WS-PAGE-NUMBER-DISPLAY              PIC ZZZ9.
001480 01  WS-COUNT-DISPLAY                    PIC ZZZZZZ9.
001490 01  WS-BIG-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
001500 01  WS-RC-DISPLAY                       PIC ZZZ9.
001510 01  WS-PERCENT-DISPLAY                  PIC ZZZ9.
001520 01  WS-CUTOFF-DISPLAY                   PIC 9(04).

001530****************************************************************
001540* DATE ARITHMETIC - ONE CALENDAR DAY AT A TIME
001550****************************************************************
001560 01  WS-DATE-WORK                        PIC 9(08) VALUE 0.
001570 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001580     05  WS-DATE-YEAR                    PIC 9(04).
001590     05  WS-DATE-MONTH                   PIC 9(02).
001600     05  WS-DATE-DAY                     PIC 9(02).

001610 01  WS-MONTH-DAYS-VALUES                PIC X(24)
001620                   VALUE '312831303130313130313031'.
001630 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001640     05  WS-MONTH-DAYS                   PIC 9(02)
001650                                         OCCURS 12 TIMES.

001660****************************************************************
001670* TIME OF DAY (HHMMSShh) AND ELAPSED TIME (HH:MM:SS)
001680****************************************************************
001690 01  WS-TIME-WORK                        PIC 9(08) VALUE 0.
001700 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001710     05  WS-TIME-HOURS                   PIC 9(02).
001720     05  WS-TIME-MINUTES                 PIC 9(02).
001730     05  WS-TIME-SECONDS                 PIC 9(02).
001740     05  WS-TIME-HUNDREDTHS              PIC 9(02).

001750 01  WS-SECONDS-WORK                     PIC 9(07) VALUE 0.
001760 01  WS-SECONDS-REMAINDER                PIC 9(07) VALUE 0.
001770 01  WS-HMS-BUILD.
001780     05  WS-HMS-HOURS                    PIC 9(02).
001790     05  FILLER                          PIC X(01) VALUE ':'.
001800     05  WS-HMS-MINUTES                  PIC 9(02).
001810     05  FILLER                          PIC X(01) VALUE ':'.
001820     05  WS-HMS-SECONDS                  PIC 9(02).

001830****************************************************************
001840* THE RUN-LOG ROW IN HAND
001850****************************************************************
001860 COPY "ICEBERG-RUN-LOG-REC.cpy".

001870****************************************************************
001880* WORST RETURN CODE PER TABLE PER NIGHT REPORTED
001890****************************************************************
001900 01  WS-NIGHT-TABLES-TABLE.
001910     05  NIGHT-TABLE-COUNT               PIC 9(04) COMP VALUE 0.
001920     05  NIGHT-TABLE-ENTRY
001930                       OCCURS 2000 TIMES INDEXED BY NT-IDX.
001940         10  WS-NT-NIGHT-DATE            PIC 9(08).
001950         10  WS-NT-TABLE-NAME            PIC X(30).
001960         10  WS-NT-WORST-RC              PIC 9(04).

001970****************************************************************
001980* ELAPSED-TIME HISTORY PER STEP OVER THE TREND NIGHTS
001990****************************************************************
002000 01  WS-TREND-STEPS-TABLE.
002010     05  TREND-STEP-COUNT                PIC 9(04) COMP VALUE 0.
002020     05  TREND-STEP-ENTRY
002030                       OCCURS 2000 TIMES INDEXED BY TS-IDX.
002040         10  WS-TS-JOB-NAME              PIC X(08).
002050         10  WS-TS-PROGRAM-NAME          PIC X(12).
002060         10  WS-TS-TABLE-NAME            PIC X(30).
002070         10  WS-TS-RUN-COUNT             PIC 9(04) COMP.
002080         10  WS-TS-TOTAL-SECONDS         PIC 9(09) COMP.

002090 COPY "ICEBERG-SHOP-CONFIG.cpy".

002100 PROCEDURE DIVISION.
002110*---------------------------------------------------------------
002120* 0000-MAINLINE - scan the log for the nights and their trend,
002130*                 then sort the nights' steps for printing
002140*---------------------------------------------------------------
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002170     IF WS-RUN-IS-VALID
002180         SORT RUN-SUMMARY-SORT-FILE
002190             ON ASCENDING KEY SW-NIGHT-DATE
002200                              SW-TABLE-SEVERITY
002210                              SW-TABLE-NAME
002220                              SW-START-DATE
002230                              SW-START-TIME
002240             WITH DUPLICATES IN ORDER
002250             INPUT PROCEDURE IS 2000-RELEASE-NIGHT-ROWS
002260                 THRU 2000-EXIT
002270             OUTPUT PROCEDURE IS 3000-PRINT-NIGHTS
002280                 THRU 3000-EXIT
002290         IF SORT-RETURN NOT = 0
002300             PERFORM 9800-SORT-FAILED THRU 9800-EXIT
002310         END-IF
002320     END-IF
002330     PERFORM 8000-TERMINATE THRU 8000-EXIT
002340     STOP RUN.
002350 0000-EXIT.
002360     EXIT.

002370*---------------------------------------------------------------
002380* 1000-INITIALIZE - the nights to print, the trend window, and
002390*                 one pass of the log for table severities and
002400*                 the prior nights' elapsed times
002410*---------------------------------------------------------------
002420 1000-INITIALIZE.
002430     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002440     ACCEPT WS-NOW-TIME FROM TIME
002450     MOVE SPACES TO WS-RUN-TIMESTAMP
002460     STRING WS-TODAY-DATE DELIMITED BY SIZE
002470            '-' DELIMITED BY SIZE
002480            WS-NOW-TIME DELIMITED BY SIZE
002490         INTO WS-RUN-TIMESTAMP
002500     PERFORM 1100-READ-PARM THRU 1100-EXIT
002510     OPEN INPUT RUN-LOG-FILE
002520     IF NOT WS-RUNLOG-OK
002530         PERFORM 9000-RUNLOG-NOT-OPENED THRU 9000-EXIT
002540         GO TO 1000-EXIT
002550     END-IF
002560     PERFORM 1200-SCAN-ONE-ROW THRU 1200-EXIT
002570         UNTIL WS-RUNLOG-IS-EOF
002580            OR WS-RUN-IS-INVALID
002590     CLOSE RUN-LOG-FILE
002600     IF WS-RUN-IS-VALID
002610         OPEN OUTPUT RUN-SUMMARY-REPORT-FILE
002620     END-IF.
002630 1000-EXIT.
002640     EXIT.

002650*---------------------------------------------------------------
002660* 1100-READ-PARM - first and last night and the trend length; a
002670*                 missing or blank RUNSPRM prints last night
002680*                 against the shop trend length
002690*---------------------------------------------------------------
002700 1100-READ-PARM.
002710     MOVE SPACES TO RUNSUM-PARM-RECORD
002720     OPEN INPUT RUNSUM-PARM-FILE
002730     READ RUNSUM-PARM-FILE
002740         AT END
002750             MOVE SPACES TO RUNSUM-PARM-RECORD
002760     END-READ
002770     CLOSE RUNSUM-PARM-FILE
002780     IF RS-FIRST-NIGHT IS NUMERIC AND RS-FIRST-NIGHT-NUM > 0
002790         MOVE RS-FIRST-NIGHT-NUM TO WS-FIRST-NIGHT
002800     ELSE
002810         MOVE WS-TODAY-DATE TO WS-DATE-WORK
002820         PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT
002830         MOVE WS-DATE-WORK TO WS-FIRST-NIGHT
002840     END-IF
002850     IF RS-LAST-NIGHT IS NUMERIC
002860        AND RS-LAST-NIGHT-NUM NOT < WS-FIRST-NIGHT
002870         MOVE RS-LAST-NIGHT-NUM TO WS-LAST-NIGHT
002880     ELSE
002890         MOVE WS-FIRST-NIGHT TO WS-LAST-NIGHT
002900     END-IF
002910     IF RS-TREND-NIGHTS IS NUMERIC AND RS-TREND-NIGHTS-NUM > 0
002920         MOVE RS-TREND-NIGHTS-NUM TO WS-TREND-NIGHTS
002930     ELSE
002940         MOVE SHOP-TREND-NIGHTS TO WS-TREND-NIGHTS
002950     END-IF
002960     MOVE WS-FIRST-NIGHT TO WS-DATE-WORK
002970     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT
002980         WS-TREND-NIGHTS TIMES
002990     MOVE WS-DATE-WORK TO WS-TREND-FROM-NIGHT.
003000 1100-EXIT.
003010     EXIT.

003020*---------------------------------------------------------------
003030* 1200-SCAN-ONE-ROW - a row of a night being printed raises its
003040*                 table's worst return code; a row of a trend
003050*                 night adds to its step's elapsed history
003060*---------------------------------------------------------------
003070 1200-SCAN-ONE-ROW.
003080     PERFORM 2900-READ-NEXT-ROW THRU 2900-EXIT
003090     IF WS-RUNLOG-IS-EOF
003100         GO TO 1200-EXIT
003110     END-IF
003120     ADD 1 TO WS-ROWS-READ-COUNT
003130     IF WS-ROW-IS-UNUSABLE
003140         ADD 1 TO WS-ROWS-UNUSABLE-COUNT
003150         GO TO 1200-EXIT
003160     END-IF
003170     IF WS-ROW-NIGHT-DATE NOT < WS-FIRST-NIGHT
003180        AND WS-ROW-NIGHT-DATE NOT > WS-LAST-NIGHT
003190         PERFORM 1300-NOTE-TABLE-RC THRU 1300-EXIT
003200         GO TO 1200-EXIT
003210     END-IF
003220     IF WS-ROW-NIGHT-DATE NOT < WS-TREND-FROM-NIGHT
003230        AND WS-ROW-NIGHT-DATE < WS-FIRST-NIGHT
003240         PERFORM 1400-ADD-TO-TREND THRU 1400-EXIT
003250     END-IF.
003260 1200-EXIT.
003270     EXIT.

003280*---------------------------------------------------------------
003290* 1300-NOTE-TABLE-RC - keep the worst return code each table
003300*                 reached on each night printed
003310*---------------------------------------------------------------
003320 1300-NOTE-TABLE-RC.
003330     PERFORM 1310-FIND-NIGHT-TABLE THRU 1310-EXIT
003340     IF WS-ENTRY-FOUND
003350         IF RL-RETURN-CODE > WS-NT-WORST-RC (NT-IDX)
003360             MOVE RL-RETURN-CODE TO WS-NT-WORST-RC (NT-IDX)
003370         END-IF
003380         GO TO 1300-EXIT
003390     END-IF
003400     IF NIGHT-TABLE-COUNT NOT < 2000
003410         PERFORM 9300-NIGHT-TABLE-OVERFLOW THRU 9300-EXIT
003420         GO TO 1300-EXIT
003430     END-IF
003440     ADD 1 TO NIGHT-TABLE-COUNT
003450     SET NT-IDX TO NIGHT-TABLE-COUNT
003460     MOVE WS-ROW-NIGHT-DATE TO WS-NT-NIGHT-DATE (NT-IDX)
003470     MOVE RL-TABLE-NAME TO WS-NT-TABLE-NAME (NT-IDX)
003480     MOVE RL-RETURN-CODE TO WS-NT-WORST-RC (NT-IDX).
003490 1300-EXIT.
003500     EXIT.

003510*---------------------------------------------------------------
003520* 1310-FIND-NIGHT-TABLE - this row's night and table in the
003530*                 severity table; NT-IDX is left on it
003540*---------------------------------------------------------------
003550 1310-FIND-NIGHT-TABLE.
003560     SET WS-ENTRY-NOT-FOUND TO TRUE
003570     IF NIGHT-TABLE-COUNT > 0
003580         PERFORM 1320-TEST-ONE-NIGHT-TABLE THRU 1320-EXIT
003590             VARYING NT-IDX FROM 1 BY 1
003600             UNTIL NT-IDX > NIGHT-TABLE-COUNT
003610                OR WS-ENTRY-FOUND
003620     END-IF
003630     IF WS-ENTRY-FOUND
003640         SET NT-IDX DOWN BY 1
003650     END-IF.
003660 1310-EXIT.
003670     EXIT.

003680*---------------------------------------------------------------
003690* 1320-TEST-ONE-NIGHT-TABLE - compare one severity table entry
003700*---------------------------------------------------------------
003710 1320-TEST-ONE-NIGHT-TABLE.
003720     IF WS-NT-NIGHT-DATE (NT-IDX) = WS-ROW-NIGHT-DATE
003730        AND WS-NT-TABLE-NAME (NT-IDX) = RL-TABLE-NAME
003740         SET WS-ENTRY-FOUND TO TRUE
003750     END-IF.
003760 1320-EXIT.
003770     EXIT.

003780*---------------------------------------------------------------
003790* 1400-ADD-TO-TREND - add one prior night's run of a step to its
003800*                 elapsed history; a step is its job, program
003810*                 and table, so the dry run and the commit sweep
003820*                 keep separate histories
003830*---------------------------------------------------------------
003840 1400-ADD-TO-TREND.
003850     PERFORM 1410-FIND-TREND-STEP THRU 1410-EXIT
003860     IF WS-ENTRY-NOT-FOUND
003870         IF TREND-STEP-COUNT NOT < 2000
003880             PERFORM 9400-TREND-TABLE-OVERFLOW THRU 9400-EXIT
003890             GO TO 1400-EXIT
003900         END-IF
003910         ADD 1 TO TREND-STEP-COUNT
003920         SET TS-IDX TO TREND-STEP-COUNT
003930         MOVE RL-JOB-NAME TO WS-TS-JOB-NAME (TS-IDX)
003940         MOVE RL-PROGRAM-NAME TO WS-TS-PROGRAM-NAME (TS-IDX)
003950         MOVE RL-TABLE-NAME TO WS-TS-TABLE-NAME (TS-IDX)
003960         MOVE 0 TO WS-TS-RUN-COUNT (TS-IDX)
003970         MOVE 0 TO WS-TS-TOTAL-SECONDS (TS-IDX)
003980     END-IF
003990     ADD 1 TO WS-TS-RUN-COUNT (TS-IDX)
004000     ADD WS-ELAPSED-SECONDS TO WS-TS-TOTAL-SECONDS (TS-IDX)
004010     ADD 1 TO WS-TREND-ROWS-COUNT.
004020 1400-EXIT.
004030     EXIT.

004040*---------------------------------------------------------------
004050* 1410-FIND-TREND-STEP - this row's step in the trend table;
004060*                 TS-IDX is left on it
004070*---------------------------------------------------------------
004080 1410-FIND-TREND-STEP.
004090     SET WS-ENTRY-NOT-FOUND TO TRUE
004100     IF TREND-STEP-COUNT > 0
004110         PERFORM 1420-TEST-ONE-TREND-STEP THRU 1420-EXIT
004120             VARYING TS-IDX FROM 1 BY 1
004130             UNTIL TS-IDX > TREND-STEP-COUNT
004140                OR WS-ENTRY-FOUND
004150     END-IF
004160     IF WS-ENTRY-FOUND
004170         SET TS-IDX DOWN BY 1
004180     END-IF.
004190 1410-EXIT.
004200     EXIT.

004210*---------------------------------------------------------------
004220* 1420-TEST-ONE-TREND-STEP - compare one trend table entry
004230*---------------------------------------------------------------
004240 1420-TEST-ONE-TREND-STEP.
004250     IF WS-TS-JOB-NAME (TS-IDX) = RL-JOB-NAME
004260        AND WS-TS-PROGRAM-NAME (TS-IDX) = RL-PROGRAM-NAME
004270        AND WS-TS-TABLE-NAME (TS-IDX) = RL-TABLE-NAME
004280         SET WS-ENTRY-FOUND TO TRUE
004290     END-IF.
004300 1420-EXIT.
004310     EXIT.

004320*---------------------------------------------------------------
004330* 2000-RELEASE-NIGHT-ROWS - sort input: every row of a night
004340*                 being printed, keyed by its table's severity
004350*---------------------------------------------------------------
004360 2000-RELEASE-NIGHT-ROWS.
004370     MOVE 'N' TO WS-RUNLOG-EOF-SWITCH
004380     OPEN INPUT RUN-LOG-FILE
004390     IF NOT WS-RUNLOG-OK
004400         PERFORM 9000-RUNLOG-NOT-OPENED THRU 9000-EXIT
004410         GO TO 2000-EXIT
004420     END-IF
004430     PERFORM 2100-RELEASE-ONE-ROW THRU 2100-EXIT
004440         UNTIL WS-RUNLOG-IS-EOF
004450     CLOSE RUN-LOG-FILE.
004460 2000-EXIT.
004470     EXIT.

004480*---------------------------------------------------------------
004490* 2100-RELEASE-ONE-ROW - severity 1 for a table with a failed
004500*                 step (RC>=8), 2 for one with a warning (RC
004510*                 4-7), 3 for a clean one
004520*---------------------------------------------------------------
004530 2100-RELEASE-ONE-ROW.
004540     PERFORM 2900-READ-NEXT-ROW THRU 2900-EXIT
004550     IF WS-RUNLOG-IS-EOF OR WS-ROW-IS-UNUSABLE
004560         GO TO 2100-EXIT
004570     END-IF
004580     IF WS-ROW-NIGHT-DATE < WS-FIRST-NIGHT
004590        OR WS-ROW-NIGHT-DATE > WS-LAST-NIGHT
004600         GO TO 2100-EXIT
004610     END-IF
004620     PERFORM 1310-FIND-NIGHT-TABLE THRU 1310-EXIT
004630     IF WS-ENTRY-FOUND
004640         MOVE WS-NT-WORST-RC (NT-IDX) TO WS-WORST-RETURN-CODE
004650     ELSE
004660         MOVE RL-RETURN-CODE TO WS-WORST-RETURN-CODE
004670     END-IF
004680     MOVE SPACES TO RUN-SUMMARY-SORT-RECORD
004690     MOVE WS-ROW-NIGHT-DATE TO SW-NIGHT-DATE
004700     EVALUATE TRUE
004710         WHEN WS-WORST-RETURN-CODE NOT < 8
004720             MOVE 1 TO SW-TABLE-SEVERITY
004730         WHEN WS-WORST-RETURN-CODE NOT < 4
004740             MOVE 2 TO SW-TABLE-SEVERITY
004750         WHEN OTHER
004760             MOVE 3 TO SW-TABLE-SEVERITY
004770     END-EVALUATE
004780     MOVE RL-TABLE-NAME TO SW-TABLE-NAME
004790     MOVE RL-START-DATE TO SW-START-DATE
004800     MOVE RL-START-TIME TO SW-START-TIME
004810     MOVE WS-ELAPSED-SECONDS TO SW-ELAPSED-SECONDS
004820     MOVE RUN-LOG-RECORD TO SW-RUN-LOG-IMAGE
004830     RELEASE RUN-SUMMARY-SORT-RECORD.
004840 2100-EXIT.
004850     EXIT.

004860*---------------------------------------------------------------
004870* 2900-READ-NEXT-ROW - next run-log row, with its batch night
004880*                 and elapsed time; a row whose stamps are not
004890*                 numeric is counted and passed over
004900*---------------------------------------------------------------
004910 2900-READ-NEXT-ROW.
004920     READ RUN-LOG-FILE INTO RUN-LOG-RECORD
004930         AT END
004940             SET WS-RUNLOG-IS-EOF TO TRUE
004950             GO TO 2900-EXIT
004960     END-READ
004970     SET WS-ROW-IS-USABLE TO TRUE
004980     IF RL-START-DATE NOT NUMERIC OR RL-START-TIME NOT NUMERIC
004990        OR RL-END-DATE NOT NUMERIC OR RL-END-TIME NOT NUMERIC
005000        OR RL-RETURN-CODE NOT NUMERIC
005010         SET WS-ROW-IS-UNUSABLE TO TRUE
005020         GO TO 2900-EXIT
005030     END-IF
005040     MOVE RL-START-DATE TO WS-DATE-WORK
005050     DIVIDE RL-START-TIME BY 10000 GIVING WS-START-HHMM
005060     IF WS-START-HHMM < SHOP-BATCH-NIGHT-START
005070         PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT
005080     END-IF
005090     MOVE WS-DATE-WORK TO WS-ROW-NIGHT-DATE
005100     MOVE RL-START-DATE TO WS-FROM-DATE
005110     MOVE RL-START-TIME TO WS-FROM-TIME
005120     MOVE RL-END-DATE TO WS-TO-DATE
005130     MOVE RL-END-TIME TO WS-TO-TIME
005140     PERFORM 7200-COMPUTE-ELAPSED THRU 7200-EXIT.
005150 2900-EXIT.
005160     EXIT.

005170*---------------------------------------------------------------
005180* 3000-PRINT-NIGHTS - sort output: a page per night, tables in
005190*                 severity order, each table's steps in the
005200*                 order they ran
005210*---------------------------------------------------------------
005220 3000-PRINT-NIGHTS.
005230     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT
005240     IF WS-SORT-IS-EOF
005250         PERFORM 3600-PRINT-EMPTY-NIGHT THRU 3600-EXIT
005260         GO TO 3000-EXIT
005270     END-IF
005280     PERFORM 3100-PRINT-ONE-NIGHT THRU 3100-EXIT
005290         UNTIL WS-SORT-IS-EOF.
005300 3000-EXIT.
005310     EXIT.

005320*---------------------------------------------------------------
005330* 3100-PRINT-ONE-NIGHT - one batch night from a fresh page
005340*---------------------------------------------------------------
005350 3100-PRINT-ONE-NIGHT.
005360     MOVE SW-NIGHT-DATE TO WS-CURRENT-NIGHT
005370     PERFORM 3150-RESET-NIGHT-TOTALS THRU 3150-EXIT
005380     PERFORM 3800-START-NEW-PAGE THRU 3800-EXIT
005390     PERFORM 3200-PRINT-ONE-TABLE THRU 3200-EXIT
005400         UNTIL WS-SORT-IS-EOF
005410            OR SW-NIGHT-DATE NOT = WS-CURRENT-NIGHT
005420     PERFORM 3500-PRINT-NIGHT-TOTALS THRU 3500-EXIT.
005430 3100-EXIT.
005440     EXIT.

005450*---------------------------------------------------------------
005460* 3150-RESET-NIGHT-TOTALS - clear the counts and the batch
005470*                 window, and work out when the night ends
005480*---------------------------------------------------------------
005490 3150-RESET-NIGHT-TOTALS.
005500     MOVE 0 TO WS-NIGHT-STEP-COUNT
005510     MOVE 0 TO WS-NIGHT-FAILED-COUNT
005520     MOVE 0 TO WS-NIGHT-WARNING-COUNT
005530     MOVE 0 TO WS-NIGHT-SLOWER-COUNT
005540     MOVE 0 TO WS-NIGHT-TABLE-COUNT
005550     MOVE 0 TO WS-NIGHT-STEP-SECONDS
005560     MOVE 99999999 TO WS-WINDOW-START-DATE
005570     MOVE 99999999 TO WS-WINDOW-START-TIME
005580     MOVE 0 TO WS-WINDOW-END-DATE
005590     MOVE 0 TO WS-WINDOW-END-TIME
005600     MOVE WS-CURRENT-NIGHT TO WS-DATE-WORK
005610     PERFORM 7000-ADVANCE-ONE-DAY THRU 7000-EXIT
005620     MOVE WS-DATE-WORK TO WS-NIGHT-END-DATE.
005630 3150-EXIT.
005640     EXIT.

005650*---------------------------------------------------------------
005660* 3200-PRINT-ONE-TABLE - the table's heading line, then its
005670*                 steps
005680*---------------------------------------------------------------
005690 3200-PRINT-ONE-TABLE.
005700     MOVE SW-TABLE-NAME TO WS-CURRENT-TABLE-NAME
005710     MOVE SW-TABLE-SEVERITY TO WS-CURRENT-SEVERITY
005720     ADD 1 TO WS-NIGHT-TABLE-COUNT
005730     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE - 2
005740         PERFORM 3800-START-NEW-PAGE THRU 3800-EXIT
005750     END-IF
005760     MOVE SPACES TO WS-REPORT-LINE-BUILD
005770     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
005780     IF WS-CURRENT-TABLE-NAME = SPACES
005790         MOVE '(CATALOG-WIDE STEPS)'
005800             TO WS-REPORT-LINE-BUILD (1 : 30)
005810     ELSE
005820         STRING 'TABLE: ' DELIMITED BY SIZE
005830                WS-CURRENT-TABLE-NAME DELIMITED BY SIZE
005840             INTO WS-REPORT-LINE-BUILD
005850     END-IF
005860     EVALUATE WS-CURRENT-SEVERITY
005870         WHEN 1
005880             MOVE '*** FAILED STEP (RC>=8) ***'
005890                 TO WS-REPORT-LINE-BUILD (40 : 27)
005900         WHEN 2
005910             MOVE '** WARNING (RC 4-7) **'
005920                 TO WS-REPORT-LINE-BUILD (40 : 22)
005930         WHEN OTHER
005940             MOVE 'CLEAN' TO WS-REPORT-LINE-BUILD (40 : 5)
005950     END-EVALUATE
005960     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
005970     PERFORM 3300-PRINT-ONE-STEP THRU 3300-EXIT
005980         UNTIL WS-SORT-IS-EOF
005990            OR SW-NIGHT-DATE NOT = WS-CURRENT-NIGHT
006000            OR SW-TABLE-NAME NOT = WS-CURRENT-TABLE-NAME.
006010 3200-EXIT.
006020     EXIT.

006030*---------------------------------------------------------------
006040* 3300-PRINT-ONE-STEP - one run-log row; a step with no outcome
006050*                 of its own is shown as OK, WARNING or FAILED
006060*                 by its return code
006070*---------------------------------------------------------------
006080 3300-PRINT-ONE-STEP.
006090     MOVE SW-RUN-LOG-IMAGE TO RUN-LOG-RECORD
006100     ADD 1 TO WS-NIGHT-STEP-COUNT
006110     ADD 1 TO WS-STEPS-REPORTED-COUNT
006120     ADD SW-ELAPSED-SECONDS TO WS-NIGHT-STEP-SECONDS
006130     EVALUATE TRUE
006140         WHEN RL-RETURN-CODE NOT < 8
006150             ADD 1 TO WS-NIGHT-FAILED-COUNT
006160             ADD 1 TO WS-STEPS-FAILED-COUNT
006170             MOVE 'FAILED' TO WS-OUTCOME-TEXT
006180         WHEN RL-RETURN-CODE NOT < 4
006190             ADD 1 TO WS-NIGHT-WARNING-COUNT
006200             MOVE 'WARNING' TO WS-OUTCOME-TEXT
006210         WHEN OTHER
006220             MOVE 'OK' TO WS-OUTCOME-TEXT
006230     END-EVALUATE
006240     IF RL-OUTCOME NOT = SPACES
006250         MOVE RL-OUTCOME TO WS-OUTCOME-TEXT
006260     END-IF
006270     PERFORM 3350-WIDEN-BATCH-WINDOW THRU 3350-EXIT
006280     PERFORM 3400-CHECK-TREND THRU 3400-EXIT
006290     MOVE SPACES TO WS-REPORT-LINE-BUILD
006300     MOVE RL-JOB-NAME TO WS-REPORT-LINE-BUILD (3 : 8)
006310     MOVE RL-PROGRAM-NAME TO WS-REPORT-LINE-BUILD (12 : 12)
006320     MOVE WS-OUTCOME-TEXT TO WS-REPORT-LINE-BUILD (25 : 10)
006330     MOVE RL-START-TIME TO WS-TIME-WORK
006340     PERFORM 7400-FORMAT-CLOCK THRU 7400-EXIT
006350     MOVE WS-HMS-BUILD TO WS-REPORT-LINE-BUILD (36 : 8)
006360     MOVE RL-END-TIME TO WS-TIME-WORK
006370     PERFORM 7400-FORMAT-CLOCK THRU 7400-EXIT
006380     MOVE WS-HMS-BUILD TO WS-REPORT-LINE-BUILD (45 : 8)
006390     MOVE SW-ELAPSED-SECONDS TO WS-SECONDS-WORK
006400     PERFORM 7300-FORMAT-SECONDS THRU 7300-EXIT
006410     MOVE WS-HMS-BUILD TO WS-REPORT-LINE-BUILD (54 : 8)
006420     MOVE RL-RECORDS-READ TO WS-BIG-COUNT-DISPLAY
006430     MOVE WS-BIG-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (63 : 11)
006440     MOVE RL-RECORDS-WRITTEN TO WS-BIG-COUNT-DISPLAY
006450     MOVE WS-BIG-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (75 : 11)
006460     MOVE RL-RECORDS-REJECTED TO WS-BIG-COUNT-DISPLAY
006470     MOVE WS-BIG-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (87 : 11)
006480     MOVE RL-RETURN-CODE TO WS-RC-DISPLAY
006490     MOVE WS-RC-DISPLAY TO WS-REPORT-LINE-BUILD (99 : 4)
006500     MOVE WS-TREND-TEXT TO WS-REPORT-LINE-BUILD (104 : 29)
006510     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
006520     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
006530 3300-EXIT.
006540     EXIT.

006550*---------------------------------------------------------------
006560* 3350-WIDEN-BATCH-WINDOW - earliest start and latest end of
006570*                 the night's steps
006580*---------------------------------------------------------------
006590 3350-WIDEN-BATCH-WINDOW.
006600     MOVE RL-START-DATE TO WS-STEP-START-DATE
006610     MOVE RL-START-TIME TO WS-STEP-START-TIME
006620     MOVE RL-END-DATE TO WS-STEP-END-DATE
006630     MOVE RL-END-TIME TO WS-STEP-END-TIME
006640     IF WS-STEP-START < WS-WINDOW-START
006650         MOVE WS-STEP-START TO WS-WINDOW-START
006660     END-IF
006670     IF WS-STEP-END > WS-WINDOW-END
006680         MOVE WS-STEP-END TO WS-WINDOW-END
006690     END-IF.
006700 3350-EXIT.
006710     EXIT.

006720*---------------------------------------------------------------
006730* 3400-CHECK-TREND - flag a step that ran more than the shop
006740*                 percentage over its average for the trend
006750*                 nights; a step with too few prior runs, or
006760*                 too short to matter, is not judged
006770*---------------------------------------------------------------
006780 3400-CHECK-TREND.
006790     MOVE 'N' TO WS-STEP-SLOWER-SWITCH
006800     MOVE SPACES TO WS-TREND-TEXT
006810     PERFORM 1410-FIND-TREND-STEP THRU 1410-EXIT
006820     IF WS-ENTRY-NOT-FOUND
006830         GO TO 3400-EXIT
006840     END-IF
006850     IF WS-TS-RUN-COUNT (TS-IDX) < SHOP-TREND-MIN-NIGHTS
006860        OR SW-ELAPSED-SECONDS < SHOP-TREND-MIN-SECONDS
006870         GO TO 3400-EXIT
006880     END-IF
006890     DIVIDE WS-TS-TOTAL-SECONDS (TS-IDX)
006900         BY WS-TS-RUN-COUNT (TS-IDX)
006910         GIVING WS-AVERAGE-SECONDS ROUNDED
006920     COMPUTE WS-SLOWER-LIMIT = WS-AVERAGE-SECONDS
006930         * (100 + SHOP-TREND-SLOWER-PCT) / 100
006940     IF SW-ELAPSED-SECONDS NOT > WS-SLOWER-LIMIT
006950         GO TO 3400-EXIT
006960     END-IF
006970     SET WS-STEP-IS-SLOWER TO TRUE
006980     ADD 1 TO WS-NIGHT-SLOWER-COUNT
006990     IF WS-AVERAGE-SECONDS = 0
007000         MOVE 9999 TO WS-SLOWER-PERCENT
007010     ELSE
007020         COMPUTE WS-SLOWER-PERCENT =
007030             (SW-ELAPSED-SECONDS - WS-AVERAGE-SECONDS) * 100
007040             / WS-AVERAGE-SECONDS
007050     END-IF
007060     IF WS-SLOWER-PERCENT > 9999
007070         MOVE 9999 TO WS-SLOWER-PERCENT
007080     END-IF
007090     MOVE WS-SLOWER-PERCENT TO WS-PERCENT-DISPLAY
007100     MOVE WS-AVERAGE-SECONDS TO WS-SECONDS-WORK
007110     PERFORM 7300-FORMAT-SECONDS THRU 7300-EXIT
007120     STRING 'SLOWER +' DELIMITED BY SIZE
007130            WS-PERCENT-DISPLAY DELIMITED BY SIZE
007140            '% VS AVG ' DELIMITED BY SIZE
007150            WS-HMS-BUILD DELIMITED BY SIZE
007160         INTO WS-TREND-TEXT.
007170 3400-EXIT.
007180     EXIT.

007190*---------------------------------------------------------------
007200* 3500-PRINT-NIGHT-TOTALS - the night's counts and its batch
007210*                 window, for capacity planning
007220*---------------------------------------------------------------
007230 3500-PRINT-NIGHT-TOTALS.
007240     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE - 9
007250         PERFORM 3800-START-NEW-PAGE THRU 3800-EXIT
007260     END-IF
007270     MOVE SPACES TO WS-REPORT-LINE-BUILD
007280     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007290     MOVE WS-NIGHT-STEP-COUNT TO WS-COUNT-DISPLAY
007300     STRING 'STEPS RUN:                   ' DELIMITED BY SIZE
007310            WS-COUNT-DISPLAY DELIMITED BY SIZE
007320         INTO WS-REPORT-LINE-BUILD
007330     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007340     MOVE WS-NIGHT-TABLE-COUNT TO WS-COUNT-DISPLAY
007350     STRING 'TABLES (AND CATALOG-WIDE):   ' DELIMITED BY SIZE
007360            WS-COUNT-DISPLAY DELIMITED BY SIZE
007370         INTO WS-REPORT-LINE-BUILD
007380     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007390     MOVE WS-NIGHT-FAILED-COUNT TO WS-COUNT-DISPLAY
007400     STRING 'STEPS FAILED (RC>=8):        ' DELIMITED BY SIZE
007410            WS-COUNT-DISPLAY DELIMITED BY SIZE
007420         INTO WS-REPORT-LINE-BUILD
007430     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007440     MOVE WS-NIGHT-WARNING-COUNT TO WS-COUNT-DISPLAY
007450     STRING 'STEPS WITH WARNING (RC 4-7): ' DELIMITED BY SIZE
007460            WS-COUNT-DISPLAY DELIMITED BY SIZE
007470         INTO WS-REPORT-LINE-BUILD
007480     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007490     MOVE WS-NIGHT-SLOWER-COUNT TO WS-COUNT-DISPLAY
007500     STRING 'STEPS SLOWER THAN TREND:     ' DELIMITED BY SIZE
007510            WS-COUNT-DISPLAY DELIMITED BY SIZE
007520         INTO WS-REPORT-LINE-BUILD
007530     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007540     MOVE WS-NIGHT-STEP-SECONDS TO WS-SECONDS-WORK
007550     PERFORM 7300-FORMAT-SECONDS THRU 7300-EXIT
007560     STRING 'TOTAL STEP TIME:             ' DELIMITED BY SIZE
007570            WS-HMS-BUILD DELIMITED BY SIZE
007580         INTO WS-REPORT-LINE-BUILD
007590     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007600     MOVE WS-WINDOW-START-DATE TO WS-FROM-DATE
007610     MOVE WS-WINDOW-START-TIME TO WS-FROM-TIME
007620     MOVE WS-WINDOW-END-DATE TO WS-TO-DATE
007630     MOVE WS-WINDOW-END-TIME TO WS-TO-TIME
007640     PERFORM 7200-COMPUTE-ELAPSED THRU 7200-EXIT
007650     MOVE WS-ELAPSED-SECONDS TO WS-SECONDS-WORK
007660     PERFORM 7300-FORMAT-SECONDS THRU 7300-EXIT
007670     STRING 'BATCH WINDOW ELAPSED:        ' DELIMITED BY SIZE
007680            WS-HMS-BUILD DELIMITED BY SIZE
007690         INTO WS-REPORT-LINE-BUILD
007700     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007710     MOVE WS-WINDOW-START-TIME TO WS-TIME-WORK
007720     PERFORM 7400-FORMAT-CLOCK THRU 7400-EXIT
007730     STRING '  FIRST STEP STARTED:        ' DELIMITED BY SIZE
007740            WS-WINDOW-START-DATE DELIMITED BY SIZE
007750            ' ' DELIMITED BY SIZE
007760            WS-HMS-BUILD DELIMITED BY SIZE
007770         INTO WS-REPORT-LINE-BUILD
007780     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007790     MOVE WS-WINDOW-END-TIME TO WS-TIME-WORK
007800     PERFORM 7400-FORMAT-CLOCK THRU 7400-EXIT
007810     STRING '  LAST STEP ENDED:           ' DELIMITED BY SIZE
007820            WS-WINDOW-END-DATE DELIMITED BY SIZE
007830            ' ' DELIMITED BY SIZE
007840            WS-HMS-BUILD DELIMITED BY SIZE
007850         INTO WS-REPORT-LINE-BUILD
007860     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT.
007870 3500-EXIT.
007880     EXIT.

007890*---------------------------------------------------------------
007900* 3600-PRINT-EMPTY-NIGHT - nothing on the log for the nights
007910*                 asked for; say so rather than print nothing
007920*---------------------------------------------------------------
007930 3600-PRINT-EMPTY-NIGHT.
007940     MOVE WS-FIRST-NIGHT TO WS-CURRENT-NIGHT
007950     PERFORM 3150-RESET-NIGHT-TOTALS THRU 3150-EXIT
007960     PERFORM 3800-START-NEW-PAGE THRU 3800-EXIT
007970     MOVE SPACES TO WS-REPORT-LINE-BUILD
007980     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT
007990     MOVE 'NO STEPS LOGGED FOR THE NIGHTS REQUESTED'
008000         TO WS-REPORT-LINE-BUILD
008010     PERFORM 3810-WRITE-REPORT-LINE THRU 3810-EXIT.
008020 3600-EXIT.
008030     EXIT.

008040*---------------------------------------------------------------
008050* 3800-START-NEW-PAGE - page heading with the night's hours
008060*---------------------------------------------------------------
008070 3800-START-NEW-PAGE.
008080     ADD 1 TO WS-PAGE-NUMBER
008090     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY
008100     MOVE SHOP-BATCH-NIGHT-START TO WS-CUTOFF-DISPLAY
008110     MOVE SPACES TO WS-HEADING-LINE-BUILD
008120     STRING 'ICEBERG BATCH OPERATIONS SUMMARY - NIGHT OF '
008130                DELIMITED BY SIZE
008140            WS-CURRENT-NIGHT DELIMITED BY SIZE
008150            '     RUN: ' DELIMITED BY SIZE
008160            WS-RUN-TIMESTAMP DELIMITED BY SIZE
008170            '     PAGE ' DELIMITED BY SIZE
008180            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
008190         INTO WS-HEADING-LINE-BUILD
008200     MOVE WS-HEADING-LINE-BUILD TO RUN-SUMMARY-REPORT-LINE
008210     WRITE RUN-SUMMARY-REPORT-LINE AFTER ADVANCING PAGE
008220     MOVE SPACES TO WS-HEADING-LINE-BUILD
008230     STRING 'STEPS STARTED ' DELIMITED BY SIZE
008240            WS-CURRENT-NIGHT DELIMITED BY SIZE
008250            ' ' DELIMITED BY SIZE
008260            WS-CUTOFF-DISPLAY DELIMITED BY SIZE
008270            ' TO ' DELIMITED BY SIZE
008280            WS-NIGHT-END-DATE DELIMITED BY SIZE
008290            ' ' DELIMITED BY SIZE
008300            WS-CUTOFF-DISPLAY DELIMITED BY SIZE
008310            ' - FAILED TABLES FIRST, THEN RC 4-7, THEN CLEAN'
008320                DELIMITED BY SIZE
008330         INTO WS-HEADING-LINE-BUILD
008340     MOVE WS-HEADING-LINE-BUILD TO RUN-SUMMARY-REPORT-LINE
008350     WRITE RUN-SUMMARY-REPORT-LINE AFTER ADVANCING 1 LINE
008360     MOVE SPACES TO WS-HEADING-LINE-BUILD
008370     MOVE 'JOB' TO WS-HEADING-LINE-BUILD (3 : 3)
008380     MOVE 'PROGRAM' TO WS-HEADING-LINE-BUILD (12 : 7)
008390     MOVE 'OUTCOME' TO WS-HEADING-LINE-BUILD (25 : 7)
008400     MOVE 'START' TO WS-HEADING-LINE-BUILD (36 : 5)
008410     MOVE 'END' TO WS-HEADING-LINE-BUILD (45 : 3)
008420     MOVE 'ELAPSED' TO WS-HEADING-LINE-BUILD (54 : 7)
008430     MOVE 'READ' TO WS-HEADING-LINE-BUILD (70 : 4)
008440     MOVE 'WRITTEN' TO WS-HEADING-LINE-BUILD (79 : 7)
008450     MOVE 'REJECTED' TO WS-HEADING-LINE-BUILD (90 : 8)
008460     MOVE 'RC' TO WS-HEADING-LINE-BUILD (101 : 2)
008470     MOVE 'TREND' TO WS-HEADING-LINE-BUILD (104 : 5)
008480     MOVE WS-HEADING-LINE-BUILD TO RUN-SUMMARY-REPORT-LINE
008490     WRITE RUN-SUMMARY-REPORT-LINE AFTER ADVANCING 2 LINES
008500     MOVE 5 TO WS-LINE-COUNT.
008510 3800-EXIT.
008520     EXIT.

008530*---------------------------------------------------------------
008540* 3810-WRITE-REPORT-LINE - one detail line, new page when full
008550*---------------------------------------------------------------
008560 3810-WRITE-REPORT-LINE.
008570     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE
008580         PERFORM 3800-START-NEW-PAGE THRU 3800-EXIT
008590     END-IF
008600     MOVE WS-REPORT-LINE-BUILD TO RUN-SUMMARY-REPORT-LINE
008610     WRITE RUN-SUMMARY-REPORT-LINE AFTER ADVANCING 1 LINE
008620     MOVE SPACES TO WS-REPORT-LINE-BUILD
008630     ADD 1 TO WS-LINE-COUNT.
008640 3810-EXIT.
008650     EXIT.

008660*---------------------------------------------------------------
008670* 3900-RETURN-SORTED - next step in report order
008680*---------------------------------------------------------------
008690 3900-RETURN-SORTED.
008700     RETURN RUN-SUMMARY-SORT-FILE
008710         AT END
008720             SET WS-SORT-IS-EOF TO TRUE
008730     END-RETURN.
008740 3900-EXIT.
008750     EXIT.

008760*---------------------------------------------------------------
008770* 7000-ADVANCE-ONE-DAY - WS-DATE-WORK moves to the next day
008780*---------------------------------------------------------------
008790 7000-ADVANCE-ONE-DAY.
008800     PERFORM 7050-SET-MONTH-LENGTH THRU 7050-EXIT
008810     IF WS-DATE-DAY < WS-MONTH-LENGTH
008820         ADD 1 TO WS-DATE-DAY
008830         GO TO 7000-EXIT
008840     END-IF
008850     MOVE 1 TO WS-DATE-DAY
008860     IF WS-DATE-MONTH < 12
008870         ADD 1 TO WS-DATE-MONTH
008880     ELSE
008890         MOVE 1 TO WS-DATE-MONTH
008900         ADD 1 TO WS-DATE-YEAR
008910     END-IF.
008920 7000-EXIT.
008930     EXIT.

008940*---------------------------------------------------------------
008950* 7050-SET-MONTH-LENGTH - days in WS-DATE-WORK's month; February
008960*                 has 29 in a year divisible by 4, except a
008970*                 century year not divisible by 400
008980*---------------------------------------------------------------
008990 7050-SET-MONTH-LENGTH.
009000     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
009010         MOVE 31 TO WS-MONTH-LENGTH
009020         GO TO 7050-EXIT
009030     END-IF
009040     MOVE WS-MONTH-DAYS (WS-DATE-MONTH) TO WS-MONTH-LENGTH
009050     IF WS-DATE-MONTH NOT = 2
009060         GO TO 7050-EXIT
009070     END-IF
009080     DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
009090         REMAINDER WS-LEAP-REMAINDER
009100     IF WS-LEAP-REMAINDER NOT = 0
009110         GO TO 7050-EXIT
009120     END-IF
009130     MOVE 29 TO WS-MONTH-LENGTH
009140     DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
009150         REMAINDER WS-LEAP-REMAINDER
009160     IF WS-LEAP-REMAINDER NOT = 0
009170         GO TO 7050-EXIT
009180     END-IF
009190     DIVIDE WS-DATE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
009200         REMAINDER WS-LEAP-REMAINDER
009210     IF WS-LEAP-REMAINDER NOT = 0
009220         MOVE 28 TO WS-MONTH-LENGTH
009230     END-IF.
009240 7050-EXIT.
009250     EXIT.

009260*---------------------------------------------------------------
009270* 7100-BACK-ONE-DAY - WS-DATE-WORK moves to the day before
009280*---------------------------------------------------------------
009290 7100-BACK-ONE-DAY.
009300     IF WS-DATE-DAY > 1
009310         SUBTRACT 1 FROM WS-DATE-DAY
009320         GO TO 7100-EXIT
009330     END-IF
009340     IF WS-DATE-MONTH > 1
009350         SUBTRACT 1 FROM WS-DATE-MONTH
009360     ELSE
009370         MOVE 12 TO WS-DATE-MONTH
009380         SUBTRACT 1 FROM WS-DATE-YEAR
009390     END-IF
009400     PERFORM 7050-SET-MONTH-LENGTH THRU 7050-EXIT
009410     MOVE WS-MONTH-LENGTH TO WS-DATE-DAY.
009420 7100-EXIT.
009430     EXIT.

009440*---------------------------------------------------------------
009450* 7200-COMPUTE-ELAPSED - seconds from WS-FROM-DATE/TIME to
009460*                 WS-TO-DATE/TIME; a day boundary adds a day's
009470*                 seconds, and an end before its start counts
009480*                 as no time at all
009490*---------------------------------------------------------------
009500 7200-COMPUTE-ELAPSED.
009510     MOVE 0 TO WS-ELAPSED-SECONDS
009520     IF WS-TO-DATE < WS-FROM-DATE
009530         GO TO 7200-EXIT
009540     END-IF
009550     MOVE WS-FROM-TIME TO WS-TIME-WORK
009560     COMPUTE WS-START-SECONDS = WS-TIME-HOURS * 3600
009570                              + WS-TIME-MINUTES * 60
009580                              + WS-TIME-SECONDS
009590     MOVE WS-TO-TIME TO WS-TIME-WORK
009600     COMPUTE WS-END-SECONDS = WS-TIME-HOURS * 3600
009610                            + WS-TIME-MINUTES * 60
009620                            + WS-TIME-SECONDS
009630     MOVE 0 TO WS-DAYS-STEPPED
009640     MOVE WS-FROM-DATE TO WS-DATE-WORK
009650     PERFORM 7210-STEP-ONE-DAY THRU 7210-EXIT
009660         UNTIL WS-DATE-WORK NOT < WS-TO-DATE
009670            OR WS-DAYS-STEPPED > 7
009680     IF WS-END-SECONDS > WS-START-SECONDS
009690         SUBTRACT WS-START-SECONDS FROM WS-END-SECONDS
009700             GIVING WS-ELAPSED-SECONDS
009710     END-IF.
009720 7200-EXIT.
009730     EXIT.

009740*---------------------------------------------------------------
009750* 7210-STEP-ONE-DAY - one calendar day of an elapsed time
009760*---------------------------------------------------------------
009770 7210-STEP-ONE-DAY.
009780     PERFORM 7000-ADVANCE-ONE-DAY THRU 7000-EXIT
009790     ADD 86400 TO WS-END-SECONDS
009800     ADD 1 TO WS-DAYS-STEPPED.
009810 7210-EXIT.
009820     EXIT.

009830*---------------------------------------------------------------
009840* 7300-FORMAT-SECONDS - WS-SECONDS-WORK as HH:MM:SS (hours over
009850*                 99 print as 99)
009860*---------------------------------------------------------------
009870 7300-FORMAT-SECONDS.
009880     DIVIDE WS-SECONDS-WORK BY 3600 GIVING WS-SECONDS-REMAINDER
009890     IF WS-SECONDS-REMAINDER > 99
009900         MOVE 99 TO WS-HMS-HOURS
009910     ELSE
009920         MOVE WS-SECONDS-REMAINDER TO WS-HMS-HOURS
009930     END-IF
009940     COMPUTE WS-SECONDS-REMAINDER = WS-SECONDS-WORK
009950         - WS-SECONDS-REMAINDER * 3600
009960     DIVIDE WS-SECONDS-REMAINDER BY 60 GIVING WS-HMS-MINUTES
009970         REMAINDER WS-HMS-SECONDS.
009980 7300-EXIT.
009990     EXIT.

010000*---------------------------------------------------------------
010010* 7400-FORMAT-CLOCK - WS-TIME-WORK (HHMMSShh) as HH:MM:SS
010020*---------------------------------------------------------------
010030 7400-FORMAT-CLOCK.
010040     MOVE WS-TIME-HOURS TO WS-HMS-HOURS
010050     MOVE WS-TIME-MINUTES TO WS-HMS-MINUTES
010060     MOVE WS-TIME-SECONDS TO WS-HMS-SECONDS.
010070 7400-EXIT.
010080     EXIT.

010090*---------------------------------------------------------------
010100* 8000-TERMINATE - close up; RC=4 when any step reported failed
010110*---------------------------------------------------------------
010120 8000-TERMINATE.
010130     IF WS-RUN-IS-VALID
010140         CLOSE RUN-SUMMARY-REPORT-FILE
010150         MOVE WS-ROWS-READ-COUNT TO WS-COUNT-DISPLAY
010160         DISPLAY 'RUNSUMRPT COMPLETE - LOG ROWS READ: '
010170             WS-COUNT-DISPLAY
010180         MOVE WS-STEPS-REPORTED-COUNT TO WS-COUNT-DISPLAY
010190         DISPLAY '  STEPS REPORTED:   ' WS-COUNT-DISPLAY
010200         MOVE WS-STEPS-FAILED-COUNT TO WS-COUNT-DISPLAY
010210         DISPLAY '  STEPS FAILED:     ' WS-COUNT-DISPLAY
010220         MOVE WS-TREND-ROWS-COUNT TO WS-COUNT-DISPLAY
010230         DISPLAY '  TREND ROWS:       ' WS-COUNT-DISPLAY
010240         MOVE WS-ROWS-UNUSABLE-COUNT TO WS-COUNT-DISPLAY
010250         DISPLAY '  ROWS UNUSABLE:    ' WS-COUNT-DISPLAY
010260         IF WS-STEPS-FAILED-COUNT > 0
010270             MOVE 4 TO RETURN-CODE
010280         END-IF
010290     END-IF.
010300 8000-EXIT.
010310     EXIT.

010320*---------------------------------------------------------------
010330* 9000-RUNLOG-NOT-OPENED - RUNLOG is unreadable
010340*---------------------------------------------------------------
010350 9000-RUNLOG-NOT-OPENED.
010360     SET WS-RUN-IS-INVALID TO TRUE
010370     DISPLAY 'RUNSUMRPT - RUNLOG NOT OPENED, STATUS: '
010380         WS-RUNLOG-FILE-STATUS
010390     MOVE 16 TO RETURN-CODE.
010400 9000-EXIT.
010410     EXIT.

010420*---------------------------------------------------------------
010430* 9300-NIGHT-TABLE-OVERFLOW - more than 2000 table-nights asked
010440*                 for; print fewer nights at a time
010450*---------------------------------------------------------------
010460 9300-NIGHT-TABLE-OVERFLOW.
010470     SET WS-RUN-IS-INVALID TO TRUE
010480     DISPLAY 'RUNSUMRPT - OVER 2000 TABLE-NIGHTS - NO REPORT'
010490     MOVE 12 TO RETURN-CODE.
010500 9300-EXIT.
010510     EXIT.

010520*---------------------------------------------------------------
010530* 9400-TREND-TABLE-OVERFLOW - more than 2000 steps in the trend
010540*                 nights; shorten RS-TREND-NIGHTS
010550*---------------------------------------------------------------
010560 9400-TREND-TABLE-OVERFLOW.
010570     SET WS-RUN-IS-INVALID TO TRUE
010580     DISPLAY 'RUNSUMRPT - OVER 2000 TREND STEPS - NO REPORT'
010590     MOVE 12 TO RETURN-CODE.
010600 9400-EXIT.
010610     EXIT.

010620*---------------------------------------------------------------
010630* 9800-SORT-FAILED - the report sort did not complete
010640*---------------------------------------------------------------
010650 9800-SORT-FAILED.
010660     DISPLAY 'RUNSUMRPT - REPORT SORT FAILED'
010670     MOVE 16 TO RETURN-CODE.
010680 9800-EXIT.
010690     EXIT.
