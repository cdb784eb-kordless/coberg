000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COLPROFRPT.
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
000130* 2026-10-15  JKH   Original.  Column profile anomaly report.
000140*                   Sets one table's latest COLSTATS run beside
000150*                   the run before it (same source, extract or
000160*                   master) and flags, against the shop limits
000170*                   in ICEBERG-SHOP-CONFIG: a blank-rate move of
000180*                   more than SHOP-PROF-NULL-RATE-LIMIT points,
000190*                   a row-volume change of more than
000200*                   SHOP-PROF-VOLUME-LIMIT percent, and a numeric
000210*                   min or max that moved by more than
000220*                   SHOP-PROF-RANGE-LIMIT percent of the prior
000230*                   range.  Ends RC=4 when anything is flagged.
000240* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000250*                   the end of every run: columns reported,
000260*                   columns flagged, and the final return code.
000270* 2026-10-15  JKH   Positions on table and source, now both in
000280*                   the COLSTATS key, and stops at the first row
000290*                   of the other source; an extract run is only
000300*                   ever set beside an extract run, a MASTER
000310*                   beside a MASTER.
000320*

000330****************************************************************
000340* ENVIRONMENT DIVISION
000350****************************************************************
000360 ENVIRONMENT DIVISION.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PROFILE-PARM-FILE ASSIGN TO "PROFPRM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-FILE-STATUS.

000420     SELECT COLUMN-STATS-FILE ASSIGN TO "COLSTATS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CS-STATS-KEY OF COLUMN-STATS-RECORD
000460         FILE STATUS IS WS-STATS-FILE-STATUS.

000470     SELECT PROFILE-REPORT-FILE ASSIGN TO "PROFRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PROFRPT-FILE-STATUS.

000500****************************************************************
000510* DATA DIVISION
000520****************************************************************
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PROFILE-PARM-FILE.
000560     COPY "ICEBERG-PROFILE-PARM.cpy".

000570 FD  COLUMN-STATS-FILE.
000580     COPY "ICEBERG-COL-STATS-REC.cpy".

000590 FD  PROFILE-REPORT-FILE.
000600 01  PROFILE-REPORT-LINE                 PIC X(132).

000610 WORKING-STORAGE SECTION.
000620****************************************************************
000630* FILE STATUS AND CONTROL SWITCHES
000640****************************************************************
000650 01  WS-FILE-STATUSES.
000660     05  WS-PARM-FILE-STATUS             PIC X(02).
000670         88  WS-PARM-OK                  VALUE '00'.
000680     05  WS-STATS-FILE-STATUS            PIC X(02).
000690         88  WS-STATS-OK                 VALUE '00'.
000700     05  WS-PROFRPT-FILE-STATUS          PIC X(02).

000710 01  WS-SWITCHES.
000720     05  WS-STATS-EOF-SWITCH             PIC X(01) VALUE 'N'.
000730         88  WS-STATS-IS-EOF             VALUE 'Y'.
000740     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
000750         88  WS-RUN-IS-VALID             VALUE 'Y'.
000760         88  WS-RUN-IS-INVALID           VALUE 'N'.
000770     05  WS-CURR-FOUND-SWITCH            PIC X(01) VALUE 'N'.
000780         88  WS-CURR-ROW-FOUND           VALUE 'Y'.
000790     05  WS-PRIOR-FOUND-SWITCH           PIC X(01) VALUE 'N'.
000800         88  WS-PRIOR-ROW-FOUND          VALUE 'Y'.
000810     05  WS-VALUE-GOOD-SWITCH            PIC X(01) VALUE 'Y'.
000820         88  WS-VALUE-IS-GOOD            VALUE 'Y'.
000830         88  WS-VALUE-IS-BAD             VALUE 'N'.
000840     05  WS-RANGE-USABLE-SWITCH          PIC X(01) VALUE 'Y'.
000850         88  WS-RANGE-IS-USABLE          VALUE 'Y'.
000860         88  WS-RANGE-NOT-USABLE         VALUE 'N'.
000870     05  WS-SIGN-SEEN-SWITCH             PIC X(01) VALUE 'N'.
000880         88  WS-SIGN-WAS-SEEN            VALUE 'Y'.
000890     05  WS-DIGIT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
000900         88  WS-DIGIT-WAS-SEEN           VALUE 'Y'.
000910     05  WS-POINT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
000920         88  WS-POINT-WAS-SEEN           VALUE 'Y'.
000930     05  WS-BLANK-AFTER-SWITCH           PIC X(01) VALUE 'N'.
000940         88  WS-BLANK-AFTER-DIGITS       VALUE 'Y'.
000950     05  WS-NEGATIVE-SWITCH              PIC X(01) VALUE 'N'.
000960         88  WS-VALUE-IS-NEGATIVE        VALUE 'Y'.

000970 77  WS-PAGE-NUMBER                      PIC 9(04) COMP VALUE 0.
000980 77  WS-LINE-COUNT                       PIC 9(02) COMP VALUE 99.
000990 77  WS-MAX-DETAIL-LINE                  PIC 9(02) COMP VALUE 56.
001000 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001010 77  WS-FRACTION-DIGIT-COUNT             PIC 9(04) COMP VALUE 0.
001020 77  WS-FLAG-CURSOR                      PIC 9(04) COMP VALUE 0.
001030 77  WS-COLUMNS-REPORTED-COUNT           PIC 9(04) COMP VALUE 0.
001040 77  WS-COLUMNS-FLAGGED-COUNT            PIC 9(04) COMP VALUE 0.
001050 77  WS-COLUMNS-NEW-COUNT                PIC 9(04) COMP VALUE 0.
001060 77  WS-COLUMNS-DROPPED-COUNT            PIC 9(04) COMP VALUE 0.

001070 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
001080 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001090 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
001100 01  WS-SOURCE-FLAG                      PIC X(01) VALUE 'E'.
001110 01  WS-SOURCE-TEXT                      PIC X(07) VALUE SPACES.
001120 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.
001130 01  WS-HEADING-LINE-BUILD               PIC X(132) VALUE SPACES.
001140 01  WS-PAGE-NUMBER-DISPLAY              PIC ZZZ9.
001150 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001160 01  WS-PRIOR-COUNT-DISPLAY              PIC ZZZZZZZZ9.
001170 01  WS-FIELD-ID-DISPLAY                 PIC ZZZZ9.
001180 01  WS-PERCENT-DISPLAY                  PIC ZZ9.99.
001190 01  WS-PRIOR-PERCENT-DISPLAY            PIC ZZ9.99.
001200 01  WS-PRIOR-PERCENT-TEXT               PIC X(06) VALUE SPACES.
001210 01  WS-VOLUME-DISPLAY                   PIC -(5)9.99.
001220 01  WS-DISTINCT-DISPLAY                 PIC X(03) VALUE SPACES.
001230 01  WS-DISTINCT-EDIT                    PIC ZZ9.
001240 01  WS-FLAG-TEXT                        PIC X(30) VALUE SPACES.
001250 01  WS-PARSE-TEXT                       PIC X(60) VALUE SPACES.
001260 01  WS-SCAN-CHARACTER                   PIC X(01) VALUE SPACE.
001270 01  WS-SCAN-DIGIT REDEFINES WS-SCAN-CHARACTER
001280                                         PIC 9(01).

001290****************************************************************
001300* THE TWO RUNS BEING COMPARED, FOUND ON THE FIRST PASS: THE
001310* LATEST RUN DATE FOR THE TABLE AND SOURCE, AND THE ONE BEFORE
001320****************************************************************
001330 01  WS-RUN-PAIR.
001340     05  WS-LATEST-RUN-DATE              PIC 9(08) VALUE 0.
001350     05  WS-LATEST-ROW-COUNT             PIC 9(09) VALUE 0.
001360     05  WS-PRIOR-RUN-DATE               PIC 9(08) VALUE 0.
001370     05  WS-PRIOR-ROW-COUNT              PIC 9(09) VALUE 0.

001380****************************************************************
001390* RATES AND MOVES.  PERCENTAGES ARE HELD IN FIXED POINT; THE
001400* MIN/MAX COMPARISON IS DONE IN FLOATING POINT BECAUSE A 38-DIGIT
001410* DECIMAL WILL NOT FIT AN 18-DIGIT FIELD
001420****************************************************************
001430 01  WS-RATE-WORK.
001440     05  WS-CURR-BLANK-RATE              PIC S9(03)V99 VALUE 0.
001450     05  WS-PRIOR-BLANK-RATE             PIC S9(03)V99 VALUE 0.
001460     05  WS-RATE-MOVE                    PIC S9(03)V99 VALUE 0.
001470     05  WS-VOLUME-CHANGE                PIC S9(07)V99 VALUE 0.
001480     05  WS-VOLUME-MOVE                  PIC S9(07)V99 VALUE 0.

001490 01  WS-RANGE-WORK.
001500     05  WS-NUMBER-VALUE                 COMP-2 VALUE 0.
001510     05  WS-CURR-MIN-NUMBER              COMP-2 VALUE 0.
001520     05  WS-CURR-MAX-NUMBER              COMP-2 VALUE 0.
001530     05  WS-PRIOR-MIN-NUMBER             COMP-2 VALUE 0.
001540     05  WS-PRIOR-MAX-NUMBER             COMP-2 VALUE 0.
001550     05  WS-PRIOR-RANGE                  COMP-2 VALUE 0.
001560     05  WS-RANGE-MOVE                   COMP-2 VALUE 0.
001570     05  WS-RANGE-LIMIT-FLOAT            COMP-2 VALUE 0.

001580****************************************************************
001590* ONE FIELD'S ROWS FOR THE TWO RUNS, HELD UNTIL THE FIELD ID
001600* CHANGES
001610****************************************************************
001620 01  WS-CURRENT-FIELD-ID                 PIC 9(05) VALUE 0.
001630 COPY "ICEBERG-COL-STATS-REC.cpy"
001640     REPLACING ==COLUMN-STATS-RECORD== BY ==WS-CURR-STATS==.
001650 COPY "ICEBERG-COL-STATS-REC.cpy"
001660     REPLACING ==COLUMN-STATS-RECORD== BY ==WS-PRIOR-STATS==.

001670 COPY "ICEBERG-SHOP-CONFIG.cpy".

001680****************************************************************
001690* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001700****************************************************************
001710 COPY "ICEBERG-RUN-LOG-REC.cpy".

001720 PROCEDURE DIVISION.
001730*---------------------------------------------------------------
001740* 0000-MAINLINE - find the two runs, then report field by field
001750*---------------------------------------------------------------
001760 0000-MAINLINE.
001770     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001790     IF WS-RUN-IS-VALID
001800         PERFORM 2000-REPORT-TABLE THRU 2000-EXIT
001810         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001820     END-IF
001830     PERFORM 8000-TERMINATE THRU 8000-EXIT
001840     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
001850     STOP RUN.
001860 0000-EXIT.
001870     EXIT.

001880*---------------------------------------------------------------
001890* 1000-INITIALIZE - read the parm and open the history
001900*---------------------------------------------------------------
001910 1000-INITIALIZE.
001920     OPEN INPUT PROFILE-PARM-FILE
001930     READ PROFILE-PARM-FILE
001940     END-READ
001950     IF NOT WS-PARM-OK
001960         PERFORM 9100-BAD-PARM THRU 9100-EXIT
001970     END-IF
001980     CLOSE PROFILE-PARM-FILE
001990     IF WS-RUN-IS-VALID
002000         IF PF-TABLE-NAME = SPACES
002010             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002020         END-IF
002030     END-IF
002040     IF WS-RUN-IS-VALID
002050         IF PF-FROM-MASTER
002060             MOVE 'M' TO WS-SOURCE-FLAG
002070             MOVE 'MASTER' TO WS-SOURCE-TEXT
002080         ELSE
002090             IF PF-FROM-EXTRACT
002100                 MOVE 'E' TO WS-SOURCE-FLAG
002110                 MOVE 'EXTRACT' TO WS-SOURCE-TEXT
002120             ELSE
002130                 PERFORM 9100-BAD-PARM THRU 9100-EXIT
002140             END-IF
002150         END-IF
002160     END-IF
002170     IF WS-RUN-IS-VALID
002180         OPEN INPUT COLUMN-STATS-FILE
002190         IF NOT WS-STATS-OK
002200             PERFORM 9300-STATS-NOT-OPENED THRU 9300-EXIT
002210         END-IF
002220     END-IF
002230     IF WS-RUN-IS-VALID
002240         PERFORM 1100-FIND-RUN-PAIR THRU 1100-EXIT
002250     END-IF
002260     IF WS-RUN-IS-VALID
002270         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002280         ACCEPT WS-NOW-TIME FROM TIME
002290         MOVE SPACES TO WS-RUN-TIMESTAMP
002300         STRING WS-TODAY-DATE DELIMITED BY SIZE
002310                '-' DELIMITED BY SIZE
002320                WS-NOW-TIME DELIMITED BY SIZE
002330             INTO WS-RUN-TIMESTAMP
002340         OPEN OUTPUT PROFILE-REPORT-FILE
002350     END-IF.
002360 1000-EXIT.
002370     EXIT.

002380*---------------------------------------------------------------
002390* 1100-FIND-RUN-PAIR - first pass over the table's rows: the
002400*                 latest run date for this source and the latest
002410*                 one before it, with each run's row count
002420*---------------------------------------------------------------
002430 1100-FIND-RUN-PAIR.
002440     PERFORM 1200-POSITION-AT-TABLE THRU 1200-EXIT
002450     PERFORM 1110-NOTE-ONE-RUN-DATE THRU 1110-EXIT
002460         UNTIL WS-STATS-IS-EOF
002470     IF WS-LATEST-RUN-DATE = 0
002480         PERFORM 9000-NO-STATISTICS THRU 9000-EXIT
002490     END-IF.
002500 1100-EXIT.
002510     EXIT.

002520*---------------------------------------------------------------
002530* 1110-NOTE-ONE-RUN-DATE - keep the two highest distinct dates
002540*---------------------------------------------------------------
002550 1110-NOTE-ONE-RUN-DATE.
002560     EVALUATE TRUE
002570         WHEN CS-RUN-DATE OF COLUMN-STATS-RECORD
002580                 > WS-LATEST-RUN-DATE
002590             MOVE WS-LATEST-RUN-DATE TO WS-PRIOR-RUN-DATE
002600             MOVE WS-LATEST-ROW-COUNT TO WS-PRIOR-ROW-COUNT
002610             MOVE CS-RUN-DATE OF COLUMN-STATS-RECORD
002620                 TO WS-LATEST-RUN-DATE
002630             MOVE CS-ROW-COUNT OF COLUMN-STATS-RECORD
002640                 TO WS-LATEST-ROW-COUNT
002650         WHEN CS-RUN-DATE OF COLUMN-STATS-RECORD
002660                 < WS-LATEST-RUN-DATE
002670          AND CS-RUN-DATE OF COLUMN-STATS-RECORD
002680                 > WS-PRIOR-RUN-DATE
002690             MOVE CS-RUN-DATE OF COLUMN-STATS-RECORD
002700                 TO WS-PRIOR-RUN-DATE
002710             MOVE CS-ROW-COUNT OF COLUMN-STATS-RECORD
002720                 TO WS-PRIOR-ROW-COUNT
002730         WHEN OTHER
002740             CONTINUE
002750     END-EVALUATE
002760     PERFORM 1210-READ-NEXT-STATS THRU 1210-EXIT.
002770 1110-EXIT.
002780     EXIT.

002790*---------------------------------------------------------------
002800* 1200-POSITION-AT-TABLE - start at this table's first row for
002810*                 the source being reported
002820*---------------------------------------------------------------
002830 1200-POSITION-AT-TABLE.
002840     MOVE 'N' TO WS-STATS-EOF-SWITCH
002850     MOVE PF-TABLE-NAME TO CS-TABLE-NAME OF COLUMN-STATS-RECORD
002860     MOVE WS-SOURCE-FLAG TO CS-SOURCE-FLAG OF COLUMN-STATS-RECORD
002870     MOVE 0 TO CS-FIELD-ID OF COLUMN-STATS-RECORD
002880     MOVE 0 TO CS-RUN-DATE OF COLUMN-STATS-RECORD
002890     START COLUMN-STATS-FILE
002900         KEY IS NOT LESS THAN CS-STATS-KEY OF COLUMN-STATS-RECORD
002910         INVALID KEY
002920             SET WS-STATS-IS-EOF TO TRUE
002930     END-START
002940     IF NOT WS-STATS-IS-EOF
002950         PERFORM 1210-READ-NEXT-STATS THRU 1210-EXIT
002960     END-IF.
002970 1200-EXIT.
002980     EXIT.

002990*---------------------------------------------------------------
003000* 1210-READ-NEXT-STATS - next row, end of file at the first row
003010*                 that belongs to another table or source
003020*---------------------------------------------------------------
003030 1210-READ-NEXT-STATS.
003040     READ COLUMN-STATS-FILE NEXT RECORD
003050         AT END
003060             SET WS-STATS-IS-EOF TO TRUE
003070     END-READ
003080     IF NOT WS-STATS-IS-EOF
003090         IF CS-TABLE-NAME OF COLUMN-STATS-RECORD
003100                 NOT = PF-TABLE-NAME
003110          OR CS-SOURCE-FLAG OF COLUMN-STATS-RECORD
003120                 NOT = WS-SOURCE-FLAG
003130             SET WS-STATS-IS-EOF TO TRUE
003140         END-IF
003150     END-IF.
003160 1210-EXIT.
003170     EXIT.

003180*---------------------------------------------------------------
003190* 2000-REPORT-TABLE - second pass: gather each field's rows for
003200*                 the two runs and print one line per field
003210*---------------------------------------------------------------
003220 2000-REPORT-TABLE.
003230     PERFORM 2100-START-NEW-PAGE THRU 2100-EXIT
003240     PERFORM 2200-PRINT-TABLE-HEADING THRU 2200-EXIT
003250     PERFORM 1200-POSITION-AT-TABLE THRU 1200-EXIT
003260     IF NOT WS-STATS-IS-EOF
003270         PERFORM 2300-BEGIN-FIELD THRU 2300-EXIT
003280     END-IF
003290     PERFORM 2310-GATHER-ONE-ROW THRU 2310-EXIT
003300         UNTIL WS-STATS-IS-EOF
003310     PERFORM 2400-REPORT-ONE-FIELD THRU 2400-EXIT.
003320 2000-EXIT.
003330     EXIT.

003340*---------------------------------------------------------------
003350* 2100-START-NEW-PAGE - page heading with run stamp and number
003360*---------------------------------------------------------------
003370 2100-START-NEW-PAGE.
003380     ADD 1 TO WS-PAGE-NUMBER
003390     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY
003400     MOVE SPACES TO WS-HEADING-LINE-BUILD
003410     STRING 'ICEBERG COLUMN PROFILE ANOMALIES' DELIMITED BY SIZE
003420            '          RUN: ' DELIMITED BY SIZE
003430            WS-RUN-TIMESTAMP DELIMITED BY SIZE
003440            '          PAGE ' DELIMITED BY SIZE
003450            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
003460         INTO WS-HEADING-LINE-BUILD
003470     MOVE WS-HEADING-LINE-BUILD TO PROFILE-REPORT-LINE
003480     WRITE PROFILE-REPORT-LINE AFTER ADVANCING PAGE
003490     MOVE SPACES TO PROFILE-REPORT-LINE
003500     WRITE PROFILE-REPORT-LINE AFTER ADVANCING 1 LINE
003510     MOVE 2 TO WS-LINE-COUNT.
003520 2100-EXIT.
003530     EXIT.

003540*---------------------------------------------------------------
003550* 2200-PRINT-TABLE-HEADING - the two runs, their row counts and
003560*                 the volume change, then the column ruler
003570*---------------------------------------------------------------
003580 2200-PRINT-TABLE-HEADING.
003590     MOVE SPACES TO WS-REPORT-LINE-BUILD
003600     STRING 'TABLE: ' DELIMITED BY SIZE
003610            PF-TABLE-NAME DELIMITED BY SIZE
003620            ' SOURCE: ' DELIMITED BY SIZE
003630            WS-SOURCE-TEXT DELIMITED BY SIZE
003640         INTO WS-REPORT-LINE-BUILD
003650     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
003660     MOVE WS-LATEST-ROW-COUNT TO WS-COUNT-DISPLAY
003670     MOVE SPACES TO WS-REPORT-LINE-BUILD
003680     IF WS-PRIOR-RUN-DATE = 0
003690         STRING '  THIS RUN: ' DELIMITED BY SIZE
003700                WS-LATEST-RUN-DATE DELIMITED BY SIZE
003710                '  ROWS: ' DELIMITED BY SIZE
003720                WS-COUNT-DISPLAY DELIMITED BY SIZE
003730                '      (NO PRIOR RUN ON FILE - NOTHING COMPARED)'
003740                    DELIMITED BY SIZE
003750             INTO WS-REPORT-LINE-BUILD
003760         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
003770     ELSE
003780         PERFORM 2210-CHECK-VOLUME THRU 2210-EXIT
003790         MOVE WS-PRIOR-ROW-COUNT TO WS-PRIOR-COUNT-DISPLAY
003800         STRING '  THIS RUN: ' DELIMITED BY SIZE
003810                WS-LATEST-RUN-DATE DELIMITED BY SIZE
003820                '  ROWS: ' DELIMITED BY SIZE
003830                WS-COUNT-DISPLAY DELIMITED BY SIZE
003840                '    PRIOR RUN: ' DELIMITED BY SIZE
003850                WS-PRIOR-RUN-DATE DELIMITED BY SIZE
003860                '  ROWS: ' DELIMITED BY SIZE
003870                WS-PRIOR-COUNT-DISPLAY DELIMITED BY SIZE
003880                '    VOLUME CHANGE: ' DELIMITED BY SIZE
003890                WS-VOLUME-DISPLAY DELIMITED BY SIZE
003900                '% ' DELIMITED BY SIZE
003910                WS-FLAG-TEXT DELIMITED BY SIZE
003920             INTO WS-REPORT-LINE-BUILD
003930         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
003940     END-IF
003950     MOVE SPACES TO WS-REPORT-LINE-BUILD
003960     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
003970     MOVE SPACES TO WS-REPORT-LINE-BUILD
003980     STRING '   ID COLUMN                         TYPE      '
003990                DELIMITED BY SIZE
004000            ' BLANK%  PRIOR% DST MIN                  '
004010                DELIMITED BY SIZE
004020            'MAX                  FLAGS' DELIMITED BY SIZE
004030         INTO WS-REPORT-LINE-BUILD
004040     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004050 2200-EXIT.
004060     EXIT.

004070*---------------------------------------------------------------
004080* 2210-CHECK-VOLUME - row count change as a percentage of the
004090*                 prior run; rows appearing from none is flagged
004100*---------------------------------------------------------------
004110 2210-CHECK-VOLUME.
004120     MOVE SPACES TO WS-FLAG-TEXT
004130     MOVE 0 TO WS-VOLUME-CHANGE
004140     IF WS-PRIOR-ROW-COUNT = 0
004150         IF WS-LATEST-ROW-COUNT > 0
004160             MOVE '** VOLUME' TO WS-FLAG-TEXT
004170             MOVE 4 TO RETURN-CODE
004180         END-IF
004190     ELSE
004200         COMPUTE WS-VOLUME-CHANGE ROUNDED =
004210             (WS-LATEST-ROW-COUNT - WS-PRIOR-ROW-COUNT) * 100
004220                 / WS-PRIOR-ROW-COUNT
004230             ON SIZE ERROR
004240                 MOVE 9999999.99 TO WS-VOLUME-CHANGE
004250         END-COMPUTE
004260         MOVE WS-VOLUME-CHANGE TO WS-VOLUME-MOVE
004270         IF WS-VOLUME-MOVE < 0
004280             COMPUTE WS-VOLUME-MOVE = 0 - WS-VOLUME-MOVE
004290         END-IF
004300         IF WS-VOLUME-MOVE > SHOP-PROF-VOLUME-LIMIT
004310             MOVE '** VOLUME' TO WS-FLAG-TEXT
004320             MOVE 4 TO RETURN-CODE
004330         END-IF
004340     END-IF
004350     MOVE WS-VOLUME-CHANGE TO WS-VOLUME-DISPLAY.
004360 2210-EXIT.
004370     EXIT.

004380*---------------------------------------------------------------
004390* 2300-BEGIN-FIELD - clear the held rows for a new field id
004400*---------------------------------------------------------------
004410 2300-BEGIN-FIELD.
004420     MOVE CS-FIELD-ID OF COLUMN-STATS-RECORD
004430         TO WS-CURRENT-FIELD-ID
004440     MOVE 'N' TO WS-CURR-FOUND-SWITCH
004450     MOVE 'N' TO WS-PRIOR-FOUND-SWITCH.
004460 2300-EXIT.
004470     EXIT.

004480*---------------------------------------------------------------
004490* 2310-GATHER-ONE-ROW - hold the row if it belongs to either run
004500*---------------------------------------------------------------
004510 2310-GATHER-ONE-ROW.
004520     IF CS-FIELD-ID OF COLUMN-STATS-RECORD
004530             NOT = WS-CURRENT-FIELD-ID
004540         PERFORM 2400-REPORT-ONE-FIELD THRU 2400-EXIT
004550         PERFORM 2300-BEGIN-FIELD THRU 2300-EXIT
004560     END-IF
004570     EVALUATE CS-RUN-DATE OF COLUMN-STATS-RECORD
004580         WHEN WS-LATEST-RUN-DATE
004590             MOVE COLUMN-STATS-RECORD TO WS-CURR-STATS
004600             SET WS-CURR-ROW-FOUND TO TRUE
004610         WHEN WS-PRIOR-RUN-DATE
004620             MOVE COLUMN-STATS-RECORD TO WS-PRIOR-STATS
004630             SET WS-PRIOR-ROW-FOUND TO TRUE
004640         WHEN OTHER
004650             CONTINUE
004660     END-EVALUATE
004670     PERFORM 1210-READ-NEXT-STATS THRU 1210-EXIT.
004680 2310-EXIT.
004690     EXIT.

004700*---------------------------------------------------------------
004710* 2400-REPORT-ONE-FIELD - one line for the field just gathered:
004720*                 compared, new since the prior run, or gone
004730*---------------------------------------------------------------
004740 2400-REPORT-ONE-FIELD.
004750     IF NOT WS-CURR-ROW-FOUND
004760         IF WS-PRIOR-ROW-FOUND
004770             MOVE WS-PRIOR-STATS TO WS-CURR-STATS
004780             MOVE 'NOT IN THIS RUN' TO WS-FLAG-TEXT
004790             ADD 1 TO WS-COLUMNS-DROPPED-COUNT
004800             PERFORM 2405-COMPUTE-BLANK-RATES THRU 2405-EXIT
004810             PERFORM 2500-FORMAT-DETAIL-LINE THRU 2500-EXIT
004820         END-IF
004830         GO TO 2400-EXIT
004840     END-IF
004850     ADD 1 TO WS-COLUMNS-REPORTED-COUNT
004860     PERFORM 2405-COMPUTE-BLANK-RATES THRU 2405-EXIT
004870     MOVE SPACES TO WS-FLAG-TEXT
004880     MOVE 1 TO WS-FLAG-CURSOR
004890     IF NOT WS-PRIOR-ROW-FOUND
004900         IF WS-PRIOR-RUN-DATE NOT = 0
004910             MOVE 'NEW COLUMN' TO WS-FLAG-TEXT
004920             ADD 1 TO WS-COLUMNS-NEW-COUNT
004930         END-IF
004940         PERFORM 2500-FORMAT-DETAIL-LINE THRU 2500-EXIT
004950         GO TO 2400-EXIT
004960     END-IF
004970     PERFORM 2410-CHECK-BLANK-RATE THRU 2410-EXIT
004980     PERFORM 2420-CHECK-RANGE THRU 2420-EXIT
004990     IF WS-FLAG-TEXT NOT = SPACES
005000         ADD 1 TO WS-COLUMNS-FLAGGED-COUNT
005010         MOVE 4 TO RETURN-CODE
005020     END-IF
005030     PERFORM 2500-FORMAT-DETAIL-LINE THRU 2500-EXIT.
005040 2400-EXIT.
005050     EXIT.

005060*---------------------------------------------------------------
005070* 2405-COMPUTE-BLANK-RATES - blank percentage, this run and prior
005080*---------------------------------------------------------------
005090 2405-COMPUTE-BLANK-RATES.
005100     MOVE 0 TO WS-CURR-BLANK-RATE
005110     MOVE 0 TO WS-PRIOR-BLANK-RATE
005120     IF CS-ROW-COUNT OF WS-CURR-STATS > 0
005130         COMPUTE WS-CURR-BLANK-RATE ROUNDED =
005140             CS-BLANK-COUNT OF WS-CURR-STATS * 100
005150                 / CS-ROW-COUNT OF WS-CURR-STATS
005160     END-IF
005170     IF WS-PRIOR-ROW-FOUND
005180         IF CS-ROW-COUNT OF WS-PRIOR-STATS > 0
005190             COMPUTE WS-PRIOR-BLANK-RATE ROUNDED =
005200                 CS-BLANK-COUNT OF WS-PRIOR-STATS * 100
005210                     / CS-ROW-COUNT OF WS-PRIOR-STATS
005220         END-IF
005230     END-IF.
005240 2405-EXIT.
005250     EXIT.

005260*---------------------------------------------------------------
005270* 2410-CHECK-BLANK-RATE - flag a blank-rate move past the limit
005280*---------------------------------------------------------------
005290 2410-CHECK-BLANK-RATE.
005300     COMPUTE WS-RATE-MOVE =
005310         WS-CURR-BLANK-RATE - WS-PRIOR-BLANK-RATE
005320     IF WS-RATE-MOVE < 0
005330         COMPUTE WS-RATE-MOVE = 0 - WS-RATE-MOVE
005340     END-IF
005350     IF WS-RATE-MOVE > SHOP-PROF-NULL-RATE-LIMIT
005360         STRING '** NULL-RATE ' DELIMITED BY SIZE
005370             INTO WS-FLAG-TEXT
005380             WITH POINTER WS-FLAG-CURSOR
005390     END-IF.
005400 2410-EXIT.
005410     EXIT.

005420*---------------------------------------------------------------
005430* 2420-CHECK-RANGE - numeric columns only: a min or max that
005440*                 moved by more than the shop share of the prior
005450*                 range; with no prior range any move counts
005460*---------------------------------------------------------------
005470 2420-CHECK-RANGE.
005480     EVALUATE CS-FIELD-TYPE OF WS-CURR-STATS
005490         WHEN 'INT'
005500         WHEN 'LONG'
005510         WHEN 'DECIMAL'
005520         WHEN 'FLOAT'
005530         WHEN 'DOUBLE'
005540             CONTINUE
005550         WHEN OTHER
005560             GO TO 2420-EXIT
005570     END-EVALUATE
005580     SET WS-RANGE-IS-USABLE TO TRUE
005590     MOVE CS-MIN-VALUE OF WS-CURR-STATS TO WS-PARSE-TEXT
005600     PERFORM 2600-PARSE-NUMBER THRU 2600-EXIT
005610     MOVE WS-NUMBER-VALUE TO WS-CURR-MIN-NUMBER
005620     MOVE CS-MAX-VALUE OF WS-CURR-STATS TO WS-PARSE-TEXT
005630     PERFORM 2600-PARSE-NUMBER THRU 2600-EXIT
005640     MOVE WS-NUMBER-VALUE TO WS-CURR-MAX-NUMBER
005650     MOVE CS-MIN-VALUE OF WS-PRIOR-STATS TO WS-PARSE-TEXT
005660     PERFORM 2600-PARSE-NUMBER THRU 2600-EXIT
005670     MOVE WS-NUMBER-VALUE TO WS-PRIOR-MIN-NUMBER
005680     MOVE CS-MAX-VALUE OF WS-PRIOR-STATS TO WS-PARSE-TEXT
005690     PERFORM 2600-PARSE-NUMBER THRU 2600-EXIT
005700     MOVE WS-NUMBER-VALUE TO WS-PRIOR-MAX-NUMBER
005710     IF WS-RANGE-NOT-USABLE
005720         GO TO 2420-EXIT
005730     END-IF
005740     COMPUTE WS-PRIOR-RANGE =
005750         WS-PRIOR-MAX-NUMBER - WS-PRIOR-MIN-NUMBER
005760     IF WS-PRIOR-RANGE = 0
005770         IF WS-CURR-MIN-NUMBER NOT = WS-PRIOR-MIN-NUMBER
005780                 OR WS-CURR-MAX-NUMBER NOT = WS-PRIOR-MAX-NUMBER
005790             STRING '** RANGE ' DELIMITED BY SIZE
005800                 INTO WS-FLAG-TEXT
005810                 WITH POINTER WS-FLAG-CURSOR
005820         END-IF
005830         GO TO 2420-EXIT
005840     END-IF
005850     MOVE SHOP-PROF-RANGE-LIMIT TO WS-RANGE-LIMIT-FLOAT
005860     COMPUTE WS-RANGE-LIMIT-FLOAT =
005870         WS-PRIOR-RANGE * WS-RANGE-LIMIT-FLOAT / 100
005880     COMPUTE WS-RANGE-MOVE =
005890         WS-CURR-MIN-NUMBER - WS-PRIOR-MIN-NUMBER
005900     IF WS-RANGE-MOVE < 0
005910         COMPUTE WS-RANGE-MOVE = 0 - WS-RANGE-MOVE
005920     END-IF
005930     IF WS-RANGE-MOVE > WS-RANGE-LIMIT-FLOAT
005940         STRING '** RANGE ' DELIMITED BY SIZE
005950             INTO WS-FLAG-TEXT
005960             WITH POINTER WS-FLAG-CURSOR
005970         GO TO 2420-EXIT
005980     END-IF
005990     COMPUTE WS-RANGE-MOVE =
006000         WS-CURR-MAX-NUMBER - WS-PRIOR-MAX-NUMBER
006010     IF WS-RANGE-MOVE < 0
006020         COMPUTE WS-RANGE-MOVE = 0 - WS-RANGE-MOVE
006030     END-IF
006040     IF WS-RANGE-MOVE > WS-RANGE-LIMIT-FLOAT
006050         STRING '** RANGE ' DELIMITED BY SIZE
006060             INTO WS-FLAG-TEXT
006070             WITH POINTER WS-FLAG-CURSOR
006080     END-IF.
006090 2420-EXIT.
006100     EXIT.

006110*---------------------------------------------------------------
006120* 2500-FORMAT-DETAIL-LINE - id, name, type, blank rates,
006130*                 distinct count, min, max and flags
006140*---------------------------------------------------------------
006150 2500-FORMAT-DETAIL-LINE.
006160     MOVE CS-FIELD-ID OF WS-CURR-STATS TO WS-FIELD-ID-DISPLAY
006170     MOVE WS-CURR-BLANK-RATE TO WS-PERCENT-DISPLAY
006180     MOVE WS-PRIOR-BLANK-RATE TO WS-PRIOR-PERCENT-DISPLAY
006190     MOVE WS-PRIOR-PERCENT-DISPLAY TO WS-PRIOR-PERCENT-TEXT
006200     IF CS-DISTINCT-OVER-LIMIT OF WS-CURR-STATS
006210         MOVE '>20' TO WS-DISTINCT-DISPLAY
006220     ELSE
006230         MOVE CS-DISTINCT-COUNT OF WS-CURR-STATS
006240             TO WS-DISTINCT-EDIT
006250         MOVE WS-DISTINCT-EDIT TO WS-DISTINCT-DISPLAY
006260     END-IF
006270     IF NOT WS-PRIOR-ROW-FOUND
006280         MOVE SPACES TO WS-PRIOR-PERCENT-TEXT
006290     END-IF
006300     MOVE SPACES TO WS-REPORT-LINE-BUILD
006310     STRING WS-FIELD-ID-DISPLAY DELIMITED BY SIZE
006320            ' ' DELIMITED BY SIZE
006330            CS-FIELD-NAME OF WS-CURR-STATS DELIMITED BY SIZE
006340            ' ' DELIMITED BY SIZE
006350            CS-FIELD-TYPE OF WS-CURR-STATS DELIMITED BY SIZE
006360            ' ' DELIMITED BY SIZE
006370            WS-PERCENT-DISPLAY DELIMITED BY SIZE
006380            '  ' DELIMITED BY SIZE
006390            WS-PRIOR-PERCENT-TEXT DELIMITED BY SIZE
006400            ' ' DELIMITED BY SIZE
006410            WS-DISTINCT-DISPLAY DELIMITED BY SIZE
006420            ' ' DELIMITED BY SIZE
006430            CS-MIN-VALUE OF WS-CURR-STATS (1 : 20)
006440                DELIMITED BY SIZE
006450            ' ' DELIMITED BY SIZE
006460            CS-MAX-VALUE OF WS-CURR-STATS (1 : 20)
006470                DELIMITED BY SIZE
006480            ' ' DELIMITED BY SIZE
006490            WS-FLAG-TEXT DELIMITED BY SIZE
006500         INTO WS-REPORT-LINE-BUILD
006510     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
006520 2500-EXIT.
006530     EXIT.

006540*---------------------------------------------------------------
006550* 2600-PARSE-NUMBER - a stored min or max as a number; the text
006560*                 was accepted as numeric when it was profiled,
006570*                 a blank one (no values at all) leaves the range
006580*                 check unusable for this field
006590*---------------------------------------------------------------
006600 2600-PARSE-NUMBER.
006610     SET WS-VALUE-IS-GOOD TO TRUE
006620     MOVE 0 TO WS-NUMBER-VALUE
006630     MOVE 0 TO WS-FRACTION-DIGIT-COUNT
006640     MOVE 'N' TO WS-SIGN-SEEN-SWITCH
006650     MOVE 'N' TO WS-DIGIT-SEEN-SWITCH
006660     MOVE 'N' TO WS-POINT-SEEN-SWITCH
006670     MOVE 'N' TO WS-BLANK-AFTER-SWITCH
006680     MOVE 'N' TO WS-NEGATIVE-SWITCH
006690     PERFORM 2610-PARSE-ONE-CHARACTER THRU 2610-EXIT
006700         VARYING WS-SCAN-INDEX FROM 1 BY 1
006710         UNTIL WS-SCAN-INDEX > 60
006720            OR WS-VALUE-IS-BAD
006730     IF NOT WS-DIGIT-WAS-SEEN
006740         SET WS-VALUE-IS-BAD TO TRUE
006750     END-IF
006760     IF WS-VALUE-IS-BAD
006770         SET WS-RANGE-NOT-USABLE TO TRUE
006780         GO TO 2600-EXIT
006790     END-IF
006800     PERFORM 2620-SCALE-DOWN-ONE-DIGIT THRU 2620-EXIT
006810         UNTIL WS-FRACTION-DIGIT-COUNT = 0
006820     IF WS-VALUE-IS-NEGATIVE
006830         COMPUTE WS-NUMBER-VALUE = 0 - WS-NUMBER-VALUE
006840     END-IF.
006850 2600-EXIT.
006860     EXIT.

006870*---------------------------------------------------------------
006880* 2610-PARSE-ONE-CHARACTER - classify and accumulate one byte
006890*---------------------------------------------------------------
006900 2610-PARSE-ONE-CHARACTER.
006910     MOVE WS-PARSE-TEXT (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
006920     EVALUATE TRUE
006930         WHEN WS-SCAN-CHARACTER = SPACE
006940             IF WS-DIGIT-WAS-SEEN OR WS-SIGN-WAS-SEEN
006950                     OR WS-POINT-WAS-SEEN
006960                 SET WS-BLANK-AFTER-DIGITS TO TRUE
006970             END-IF
006980         WHEN WS-BLANK-AFTER-DIGITS
006990             SET WS-VALUE-IS-BAD TO TRUE
007000         WHEN WS-SCAN-CHARACTER IS NUMERIC
007010             SET WS-DIGIT-WAS-SEEN TO TRUE
007020             IF WS-POINT-WAS-SEEN
007030                 ADD 1 TO WS-FRACTION-DIGIT-COUNT
007040             END-IF
007050             COMPUTE WS-NUMBER-VALUE =
007060                 WS-NUMBER-VALUE * 10 + WS-SCAN-DIGIT
007070         WHEN WS-SCAN-CHARACTER = '+' OR WS-SCAN-CHARACTER = '-'
007080             IF WS-SIGN-WAS-SEEN OR WS-DIGIT-WAS-SEEN
007090                     OR WS-POINT-WAS-SEEN
007100                 SET WS-VALUE-IS-BAD TO TRUE
007110             ELSE
007120                 SET WS-SIGN-WAS-SEEN TO TRUE
007130                 IF WS-SCAN-CHARACTER = '-'
007140                     SET WS-VALUE-IS-NEGATIVE TO TRUE
007150                 END-IF
007160             END-IF
007170         WHEN WS-SCAN-CHARACTER = '.'
007180             IF WS-POINT-WAS-SEEN
007190                 SET WS-VALUE-IS-BAD TO TRUE
007200             ELSE
007210                 SET WS-POINT-WAS-SEEN TO TRUE
007220             END-IF
007230         WHEN OTHER
007240             SET WS-VALUE-IS-BAD TO TRUE
007250     END-EVALUATE.
007260 2610-EXIT.
007270     EXIT.

007280*---------------------------------------------------------------
007290* 2620-SCALE-DOWN-ONE-DIGIT - place the decimal point
007300*---------------------------------------------------------------
007310 2620-SCALE-DOWN-ONE-DIGIT.
007320     COMPUTE WS-NUMBER-VALUE = WS-NUMBER-VALUE / 10
007330     SUBTRACT 1 FROM WS-FRACTION-DIGIT-COUNT.
007340 2620-EXIT.
007350     EXIT.

007360*---------------------------------------------------------------
007370* 2900-WRITE-REPORT-LINE - one detail line, new page when full
007380*---------------------------------------------------------------
007390 2900-WRITE-REPORT-LINE.
007400     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE
007410         PERFORM 2100-START-NEW-PAGE THRU 2100-EXIT
007420     END-IF
007430     MOVE WS-REPORT-LINE-BUILD TO PROFILE-REPORT-LINE
007440     WRITE PROFILE-REPORT-LINE AFTER ADVANCING 1 LINE
007450     ADD 1 TO WS-LINE-COUNT.
007460 2900-EXIT.
007470     EXIT.

007480*---------------------------------------------------------------
007490* 3000-PRINT-TOTALS - column counts under the detail
007500*---------------------------------------------------------------
007510 3000-PRINT-TOTALS.
007520     MOVE SPACES TO WS-REPORT-LINE-BUILD
007530     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007540     MOVE WS-COLUMNS-REPORTED-COUNT TO WS-COUNT-DISPLAY
007550     MOVE SPACES TO WS-REPORT-LINE-BUILD
007560     STRING 'COLUMNS IN THIS RUN:    ' DELIMITED BY SIZE
007570            WS-COUNT-DISPLAY DELIMITED BY SIZE
007580         INTO WS-REPORT-LINE-BUILD
007590     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007600     MOVE WS-COLUMNS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
007610     MOVE SPACES TO WS-REPORT-LINE-BUILD
007620     STRING 'COLUMNS FLAGGED:        ' DELIMITED BY SIZE
007630            WS-COUNT-DISPLAY DELIMITED BY SIZE
007640         INTO WS-REPORT-LINE-BUILD
007650     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007660     MOVE WS-COLUMNS-NEW-COUNT TO WS-COUNT-DISPLAY
007670     MOVE SPACES TO WS-REPORT-LINE-BUILD
007680     STRING 'NEW SINCE PRIOR RUN:    ' DELIMITED BY SIZE
007690            WS-COUNT-DISPLAY DELIMITED BY SIZE
007700         INTO WS-REPORT-LINE-BUILD
007710     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007720     MOVE WS-COLUMNS-DROPPED-COUNT TO WS-COUNT-DISPLAY
007730     MOVE SPACES TO WS-REPORT-LINE-BUILD
007740     STRING 'NOT IN THIS RUN:        ' DELIMITED BY SIZE
007750            WS-COUNT-DISPLAY DELIMITED BY SIZE
007760         INTO WS-REPORT-LINE-BUILD
007770     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
007780 3000-EXIT.
007790     EXIT.

007800*---------------------------------------------------------------
007810* 8000-TERMINATE - close up and display the outcome
007820*---------------------------------------------------------------
007830 8000-TERMINATE.
007840     IF WS-RUN-IS-VALID
007850         CLOSE COLUMN-STATS-FILE
007860         CLOSE PROFILE-REPORT-FILE
007870         MOVE WS-COLUMNS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
007880         DISPLAY 'COLPROFRPT COMPLETE - TABLE: ' PF-TABLE-NAME
007890         DISPLAY '  COLUMNS FLAGGED:  ' WS-COUNT-DISPLAY
007900     END-IF.
007910 8000-EXIT.
007920     EXIT.

007930*---------------------------------------------------------------
007940* 8800-START-RUN-LOG - note when the step started, for its
007950*                 run-log row
007960*---------------------------------------------------------------
007970 8800-START-RUN-LOG.
007980     MOVE SPACES TO RUN-LOG-RECORD
007990     MOVE 'COLPROF' TO RL-JOB-NAME
008000     MOVE 'COLPROFRPT' TO RL-PROGRAM-NAME
008010     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
008020     ACCEPT RL-START-TIME FROM TIME.
008030 8800-EXIT.
008040     EXIT.

008050*---------------------------------------------------------------
008060* 8900-WRITE-RUN-LOG - append this run's counts and return
008070*                 code to the run log; each column reported counts
008080*                 as read and each flagged column as rejected
008090*---------------------------------------------------------------
008100 8900-WRITE-RUN-LOG.
008110     MOVE PF-TABLE-NAME TO RL-TABLE-NAME
008120     MOVE WS-COLUMNS-REPORTED-COUNT TO RL-RECORDS-READ
008130     MOVE 0 TO RL-RECORDS-WRITTEN
008140     MOVE WS-COLUMNS-FLAGGED-COUNT TO RL-RECORDS-REJECTED
008150     MOVE RETURN-CODE TO RL-RETURN-CODE
008160     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
008170 8900-EXIT.
008180     EXIT.

008190*---------------------------------------------------------------
008200* 9000-NO-STATISTICS - COLSTATS holds nothing for this table
008210*                 and source
008220*---------------------------------------------------------------
008230 9000-NO-STATISTICS.
008240     SET WS-RUN-IS-INVALID TO TRUE
008250     CLOSE COLUMN-STATS-FILE
008260     DISPLAY 'COLPROFRPT - NO STATISTICS ON FILE FOR: '
008270         PF-TABLE-NAME
008280     MOVE 12 TO RETURN-CODE.
008290 9000-EXIT.
008300     EXIT.

008310*---------------------------------------------------------------
008320* 9100-BAD-PARM - no usable PROFPRM record was supplied
008330*---------------------------------------------------------------
008340 9100-BAD-PARM.
008350     SET WS-RUN-IS-INVALID TO TRUE
008360     DISPLAY 'COLPROFRPT - PROFPRM RECORD MISSING OR INVALID'
008370     MOVE 16 TO RETURN-CODE.
008380 9100-EXIT.
008390     EXIT.

008400*---------------------------------------------------------------
008410* 9300-STATS-NOT-OPENED - the statistics history is unreadable
008420*---------------------------------------------------------------
008430 9300-STATS-NOT-OPENED.
008440     SET WS-RUN-IS-INVALID TO TRUE
008450     DISPLAY 'COLPROFRPT - COLSTATS NOT OPENED, STATUS: '
008460         WS-STATS-FILE-STATUS
008470     MOVE 16 TO RETURN-CODE.
008480 9300-EXIT.
008490     EXIT.
