000300*                   column mapping and record totals go to the
000310*                   MIGRRPT report.
000320*
000330* 2026-10-15  JKH   DECIMAL fields are as wide as the column's
000340*                   precision and STRING/FIXED/BINARY fields as
000350*                   wide as its length in each layout (17 and 30
000360*                   when none was given), so a widened column
000370*                   migrates at its new width.  A carried value
000380*                   or column default that does not fit its new
000390*                   field is counted and listed on MIGRRPT as
000400*                   truncated and the run ends RC=4; a current
000410*                   layout wider than the 7200-byte record ends
000420*                   the run with RC=12.
000430* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000440*                   the end of every run: records read, migrated
000450*                   and skipped for a bad length, and the final
000460*                   return code.
000470*

000480****************************************************************
000490* ENVIRONMENT DIVISION
000500****************************************************************
000510 ENVIRONMENT DIVISION.

000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RECON-PARM-FILE ASSIGN TO "RECONPRM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-FILE-STATUS.

000570     SELECT OLD-SNAPSHOT-FILE ASSIGN TO "OLDSNAP"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-OLDSNAP-FILE-STATUS.

000600     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000640         FILE STATUS IS WS-SNAP-FILE-STATUS.

000650     SELECT EXTRACT-INPUT-FILE ASSIGN TO "EXTROLD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-EXTRIN-FILE-STATUS.

000680     SELECT EXTRACT-OUTPUT-FILE ASSIGN TO "EXTRNEW"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-EXTROUT-FILE-STATUS.

000710     SELECT MIGRATE-REPORT-FILE ASSIGN TO "MIGRRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-MIGRRPT-FILE-STATUS.

000740****************************************************************
000750* DATA DIVISION
000760****************************************************************
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  RECON-PARM-FILE.
000800     COPY "ICEBERG-RECON-PARM.cpy".

000810 FD  OLD-SNAPSHOT-FILE.
000820     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000830         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000840                   ==FD-OLD-SNAPSHOT-REC==.

000850 FD  SCHEMA-SNAPSHOT-FILE.
000860     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000870         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000880                   ==FD-CURR-SNAPSHOT-REC==.

000890 FD  EXTRACT-INPUT-FILE
000900     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000910         DEPENDING ON WS-INPUT-RECORD-LENGTH.
000920 01  EXTRACT-INPUT-RECORD                PIC X(7200).

000930 FD  EXTRACT-OUTPUT-FILE
000940     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000950         DEPENDING ON WS-OUTPUT-RECORD-LENGTH.
000960 01  EXTRACT-OUTPUT-RECORD               PIC X(7200).

000970 FD  MIGRATE-REPORT-FILE.
000980 01  MIGRATE-REPORT-LINE                 PIC X(132).

000990 WORKING-STORAGE SECTION.
001000****************************************************************
001010* FILE STATUS AND CONTROL SWITCHES
001020****************************************************************
001030 01  WS-FILE-STATUSES.
001040     05  WS-PARM-FILE-STATUS             PIC X(02).
001050         88  WS-PARM-OK                  VALUE '00'.
001060     05  WS-OLDSNAP-FILE-STATUS          PIC X(02).
001070         88  WS-OLDSNAP-OK               VALUE '00'.
001080     05  WS-SNAP-FILE-STATUS             PIC X(02).
001090         88  WS-SNAP-OK                  VALUE '00'.
001100         88  WS-SNAP-NOT-FOUND           VALUE '23'.
001110     05  WS-EXTRIN-FILE-STATUS           PIC X(02).
001120         88  WS-EXTRIN-OK                VALUE '00'.
001130     05  WS-EXTROUT-FILE-STATUS          PIC X(02).
001140     05  WS-MIGRRPT-FILE-STATUS          PIC X(02).

001150 01  WS-SWITCHES.
001160     05  WS-EXTRIN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001170         88  WS-EXTRACT-IS-EOF           VALUE 'Y'.
001180     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001190         88  WS-RUN-IS-VALID             VALUE 'Y'.
001200         88  WS-RUN-IS-INVALID           VALUE 'N'.
001210     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001220         88  WS-ENTRY-FOUND              VALUE 'Y'.
001230         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
001240     05  WS-REBUILD-OK-SWITCH            PIC X(01) VALUE 'N'.
001250         88  WS-REBUILD-IS-OK            VALUE 'Y'.
001260         88  WS-REBUILD-IS-HOPELESS      VALUE 'N'.
001270     05  WS-DECIMAL-ALLOWED-SWITCH       PIC X(01) VALUE 'N'.
001280         88  WS-DECIMAL-IS-ALLOWED       VALUE 'Y'.
001290     05  WS-SIGN-SEEN-SWITCH             PIC X(01) VALUE 'N'.
001300         88  WS-SIGN-WAS-SEEN            VALUE 'Y'.
001310     05  WS-DIGIT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001320         88  WS-DIGIT-WAS-SEEN           VALUE 'Y'.
001330     05  WS-POINT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001340         88  WS-POINT-WAS-SEEN           VALUE 'Y'.

001350 77  WS-INPUT-RECORD-LENGTH              PIC 9(05) COMP VALUE 0.
001360 77  WS-OUTPUT-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001370 77  WS-OLD-RECORD-LENGTH                PIC 9(05) COMP VALUE 0.
001380 77  WS-NEW-RECORD-LENGTH                PIC 9(05) COMP VALUE 0.
001390 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001400 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001410 77  WS-OLD-SCAN-INDEX                   PIC 9(04) COMP VALUE 0.
001420 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001430 77  WS-OLD-FIELD-LENGTH                 PIC 9(03) COMP VALUE 0.
001440 77  WS-NEW-FIELD-LENGTH                 PIC 9(03) COMP VALUE 0.
001450 77  WS-COMPACT-LENGTH                   PIC 9(03) COMP VALUE 0.
001460 77  WS-REBUILD-START                    PIC 9(03) COMP VALUE 0.
001470 77  WS-RECORDS-READ-COUNT               PIC 9(09) COMP VALUE 0.
001480 77  WS-RECORDS-WRITTEN-COUNT            PIC 9(09) COMP VALUE 0.
001490 77  WS-RECORDS-BADLEN-COUNT             PIC 9(09) COMP VALUE 0.
001500 77  WS-COLUMNS-CARRIED-COUNT            PIC 9(04) COMP VALUE 0.
001510 77  WS-COLUMNS-DEFAULTED-COUNT          PIC 9(04) COMP VALUE 0.
001520 77  WS-VALUES-TRUNCATED-COUNT           PIC 9(09) COMP VALUE 0.

001530 01  WS-SELECT-TYPE                      PIC X(10) VALUE SPACES.
001540 01  WS-SELECT-PRECISION                 PIC 9(02) VALUE 0.
001550 01  WS-SELECT-LENGTH                    PIC 9(03) VALUE 0.
001560 01  WS-SELECTED-LENGTH                  PIC 9(03) COMP VALUE 0.
001570 01  WS-SELECTED-CLASS                   PIC X(01) VALUE SPACE.
001580 01  WS-FIELD-VALUE                      PIC X(999) VALUE SPACES.
001590 01  WS-REBUILT-VALUE                    PIC X(999) VALUE SPACES.
001600 01  WS-COMPACT-VALUE                    PIC X(999) VALUE SPACES.
001610 01  WS-SIGN-CHARACTER                   PIC X(01) VALUE SPACE.
001620 01  WS-SCAN-CHARACTER                   PIC X(01) VALUE SPACE.
001630 01  WS-RECORD-NUMBER-DISPLAY            PIC ZZZZZZZZ9.
001640 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001650 01  WS-FIELD-ID-DISPLAY                 PIC 9(05).
001660 01  WS-LENGTH-DISPLAY                   PIC ZZ9.
001670 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.

001680****************************************************************
001690* RECORD BEING BUILT IN THE CURRENT LAYOUT
001700****************************************************************
001710 01  WS-NEW-RECORD                       PIC X(7200) VALUE SPACES.

001720****************************************************************
001730* OLD-LAYOUT COLUMN OFFSETS, FROM THE RECONSTRUCTED SNAPSHOT
001740****************************************************************
001750 01  WS-OLD-LAYOUT-TABLE.
001760     05  WS-OLD-LAYOUT-COUNT             PIC 9(04) COMP VALUE 0.
001770     05  WS-OLD-LAYOUT-ENTRY
001780                         OCCURS 0 TO 200 TIMES
001790                         DEPENDING ON WS-OLD-LAYOUT-COUNT
001800                         INDEXED BY OL-IDX.
001810         10  WS-OLD-LAYOUT-OFFSET        PIC 9(05) COMP.
001820         10  WS-OLD-LAYOUT-LENGTH        PIC 9(03) COMP.
001830         10  WS-OLD-LAYOUT-CLASS         PIC X(01).

001840****************************************************************
001850* NEW-LAYOUT COLUMN OFFSETS PLUS THE OLD COLUMN EACH ONE DRAWS
001860* FROM (ZERO = NO OLD COLUMN, FILL FROM THE DEFAULT); widths
001870* mirror the PIC clauses 4505-SELECT-EXTRACT-PIC-CLAUSE assigns
001880****************************************************************
001890 01  WS-NEW-LAYOUT-TABLE.
001900     05  WS-NEW-LAYOUT-COUNT             PIC 9(04) COMP VALUE 0.
001910     05  WS-NEW-LAYOUT-ENTRY
001920                         OCCURS 0 TO 200 TIMES
001930                         DEPENDING ON WS-NEW-LAYOUT-COUNT
001940                         INDEXED BY NL-IDX.
001950         10  WS-NEW-LAYOUT-OFFSET        PIC 9(05) COMP.
001960         10  WS-NEW-LAYOUT-LENGTH        PIC 9(03) COMP.
001970         10  WS-NEW-LAYOUT-CLASS         PIC X(01).
001980             88  WS-NEW-CLASS-INTEGER    VALUE 'I'.
001990             88  WS-NEW-CLASS-DECIMAL    VALUE 'D'.
002000         10  WS-MAP-OLD-COLUMN           PIC 9(04) COMP.

002010****************************************************************
002020* IN-MEMORY COPIES OF THE OLD AND CURRENT LAYOUTS
002030****************************************************************
002040 COPY "ICEBERG-SNAPSHOT-REC.cpy"
002050     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002060               ==WS-OLD-SCHEMA-BODY==.

002070 COPY "ICEBERG-SNAPSHOT-REC.cpy"
002080     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002090               ==WS-NEW-SCHEMA-BODY==.

002100****************************************************************
002110* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
002120****************************************************************
002130 COPY "ICEBERG-RUN-LOG-REC.cpy".

002140 PROCEDURE DIVISION.
002150*---------------------------------------------------------------
002160* 0000-MAINLINE - rewrite one old-layout extract file forward
002170*---------------------------------------------------------------
002180 0000-MAINLINE.
002190     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002210     IF WS-RUN-IS-VALID
002220         PERFORM 2000-MIGRATE-ONE-RECORD THRU 2000-EXIT
002230             UNTIL WS-EXTRACT-IS-EOF
002240         PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
002250     END-IF
002260     PERFORM 8000-TERMINATE THRU 8000-EXIT
002270     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
002280     STOP RUN.
002290 0000-EXIT.
002300     EXIT.

002310*---------------------------------------------------------------
002320* 1000-INITIALIZE - parm, both layouts, column map, open, prime
002330*---------------------------------------------------------------
002340 1000-INITIALIZE.
002350     OPEN INPUT RECON-PARM-FILE
002360     READ RECON-PARM-FILE
002370     END-READ
002380     IF NOT WS-PARM-OK
002390         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002400     END-IF
002410     CLOSE RECON-PARM-FILE
002420     IF WS-RUN-IS-VALID
002430         IF RP-TABLE-NAME = SPACES
002440             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002450         END-IF
002460     END-IF
002470     IF WS-RUN-IS-VALID
002480         PERFORM 1100-LOAD-OLD-SCHEMA THRU 1100-EXIT
002490     END-IF
002500     IF WS-RUN-IS-VALID
002510         PERFORM 1200-LOAD-CURRENT-SCHEMA THRU 1200-EXIT
002520     END-IF
002530     IF WS-RUN-IS-VALID
002540         PERFORM 1300-BUILD-OLD-LAYOUT THRU 1300-EXIT
002550         PERFORM 1400-BUILD-NEW-LAYOUT THRU 1400-EXIT
002560     END-IF
002570     IF WS-RUN-IS-VALID
002580         OPEN INPUT EXTRACT-INPUT-FILE
002590         OPEN OUTPUT EXTRACT-OUTPUT-FILE
002600         OPEN OUTPUT MIGRATE-REPORT-FILE
002610         PERFORM 1500-BUILD-COLUMN-MAP THRU 1500-EXIT
002620         PERFORM 1600-READ-EXTRACT THRU 1600-EXIT
002630     END-IF.
002640 1000-EXIT.
002650     EXIT.

002660*---------------------------------------------------------------
002670* 1100-LOAD-OLD-SCHEMA - the layout SCHEMARECON reconstructed
002680*                 for the as-of moment in the prior step
002690*---------------------------------------------------------------
002700 1100-LOAD-OLD-SCHEMA.
002710     OPEN INPUT OLD-SNAPSHOT-FILE
002720     READ OLD-SNAPSHOT-FILE
002730     END-READ
002740     IF WS-OLDSNAP-OK
002750         MOVE SS-COLUMN-COUNT OF FD-OLD-SNAPSHOT-REC
002760             TO SS-COLUMN-COUNT OF WS-OLD-SCHEMA-BODY
002770         MOVE FD-OLD-SNAPSHOT-REC TO WS-OLD-SCHEMA-BODY
002780         IF SS-TABLE-NAME OF WS-OLD-SCHEMA-BODY
002790                 NOT = RP-TABLE-NAME
002800             PERFORM 9200-WRONG-OLD-SNAPSHOT THRU 9200-EXIT
002810         END-IF
002820     ELSE
002830         PERFORM 9200-WRONG-OLD-SNAPSHOT THRU 9200-EXIT
002840     END-IF
002850     CLOSE OLD-SNAPSHOT-FILE.
002860 1100-EXIT.
002870     EXIT.

002880*---------------------------------------------------------------
002890* 1200-LOAD-CURRENT-SCHEMA - this table's committed layout
002900*---------------------------------------------------------------
002910 1200-LOAD-CURRENT-SCHEMA.
002920     MOVE RP-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002930     OPEN INPUT SCHEMA-SNAPSHOT-FILE
002940     READ SCHEMA-SNAPSHOT-FILE
002950         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002960     END-READ
002970     IF WS-SNAP-OK
002980         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
002990             TO SS-COLUMN-COUNT OF WS-NEW-SCHEMA-BODY
003000         MOVE FD-CURR-SNAPSHOT-REC TO WS-NEW-SCHEMA-BODY
003010     ELSE
003020         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
003030     END-IF
003040     CLOSE SCHEMA-SNAPSHOT-FILE.
003050 1200-EXIT.
003060     EXIT.

003070*---------------------------------------------------------------
003080* 1300-BUILD-OLD-LAYOUT - offsets under the old column widths
003090*---------------------------------------------------------------
003100 1300-BUILD-OLD-LAYOUT.
003110     MOVE 0 TO WS-OLD-LAYOUT-COUNT
003120     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
003130     PERFORM 1310-LAYOUT-ONE-OLD-COLUMN THRU 1310-EXIT
003140         VARYING WS-WORK-INDEX FROM 1 BY 1
003150         UNTIL WS-WORK-INDEX >
003160               SS-COLUMN-COUNT OF WS-OLD-SCHEMA-BODY
003170     COMPUTE WS-OLD-RECORD-LENGTH =
003180         WS-COLUMN-OFFSET-CURSOR - 1.
003190 1300-EXIT.
003200     EXIT.

003210*---------------------------------------------------------------
003220* 1310-LAYOUT-ONE-OLD-COLUMN - stage one old column's offset
003230*---------------------------------------------------------------
003240 1310-LAYOUT-ONE-OLD-COLUMN.
003250     ADD 1 TO WS-OLD-LAYOUT-COUNT
003260     MOVE WS-COLUMN-OFFSET-CURSOR
003270         TO WS-OLD-LAYOUT-OFFSET (WS-OLD-LAYOUT-COUNT)
003280     MOVE COL-FIELD-TYPE OF WS-OLD-SCHEMA-BODY (WS-WORK-INDEX)
003290         TO WS-SELECT-TYPE
003300     MOVE COL-FIELD-PRECISION OF WS-OLD-SCHEMA-BODY
003310                                             (WS-WORK-INDEX)
003320         TO WS-SELECT-PRECISION
003330     MOVE COL-FIELD-LENGTH OF WS-OLD-SCHEMA-BODY (WS-WORK-INDEX)
003340         TO WS-SELECT-LENGTH
003350     PERFORM 1320-SELECT-COLUMN-WIDTH THRU 1320-EXIT
003360     MOVE WS-SELECTED-LENGTH
003370         TO WS-OLD-LAYOUT-LENGTH (WS-OLD-LAYOUT-COUNT)
003380     MOVE WS-SELECTED-CLASS
003390         TO WS-OLD-LAYOUT-CLASS (WS-OLD-LAYOUT-COUNT)
003400     ADD WS-SELECTED-LENGTH TO WS-COLUMN-OFFSET-CURSOR.
003410 1310-EXIT.
003420     EXIT.

003430*---------------------------------------------------------------
003440* 1320-SELECT-COLUMN-WIDTH - map an Iceberg type to the flat
003450*                 field width and value class; widths must stay
003460*                 in step with the PIC clauses assigned by
003470*                 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA
003480*---------------------------------------------------------------
003490 1320-SELECT-COLUMN-WIDTH.
003500     EVALUATE WS-SELECT-TYPE
003510         WHEN 'BOOLEAN'
003520             MOVE 1 TO WS-SELECTED-LENGTH
003530             MOVE 'B' TO WS-SELECTED-CLASS
003540         WHEN 'INT'
003550             MOVE 9 TO WS-SELECTED-LENGTH
003560             MOVE 'I' TO WS-SELECTED-CLASS
003570         WHEN 'LONG'
003580             MOVE 18 TO WS-SELECTED-LENGTH
003590             MOVE 'I' TO WS-SELECTED-CLASS
003600         WHEN 'FLOAT'
003610             MOVE 15 TO WS-SELECTED-LENGTH
003620             MOVE 'D' TO WS-SELECTED-CLASS
003630         WHEN 'DOUBLE'
003640             MOVE 15 TO WS-SELECTED-LENGTH
003650             MOVE 'D' TO WS-SELECTED-CLASS
003660         WHEN 'DECIMAL'
003670             IF WS-SELECT-PRECISION = 0
003680                 MOVE 17 TO WS-SELECTED-LENGTH
003690             ELSE
003700                 MOVE WS-SELECT-PRECISION TO WS-SELECTED-LENGTH
003710             END-IF
003720             MOVE 'D' TO WS-SELECTED-CLASS
003730         WHEN 'DATE'
003740             MOVE 10 TO WS-SELECTED-LENGTH
003750             MOVE 'T' TO WS-SELECTED-CLASS
003760         WHEN 'TIME'
003770             MOVE 8 TO WS-SELECTED-LENGTH
003780             MOVE 'M' TO WS-SELECTED-CLASS
003790         WHEN 'TIMESTAMP'
003800             MOVE 26 TO WS-SELECTED-LENGTH
003810             MOVE 'S' TO WS-SELECTED-CLASS
003820         WHEN 'UUID'
003830             MOVE 36 TO WS-SELECTED-LENGTH
003840             MOVE 'A' TO WS-SELECTED-CLASS
003850         WHEN 'STRING'
003860         WHEN 'FIXED'
003870         WHEN 'BINARY'
003880             IF WS-SELECT-LENGTH = 0
003890                 MOVE 30 TO WS-SELECTED-LENGTH
003900             ELSE
003910                 MOVE WS-SELECT-LENGTH TO WS-SELECTED-LENGTH
003920             END-IF
003930             MOVE 'A' TO WS-SELECTED-CLASS
003940         WHEN 'STRUCT'
003950             MOVE 0 TO WS-SELECTED-LENGTH
003960             MOVE 'A' TO WS-SELECTED-CLASS
003970         WHEN OTHER
003980             MOVE 30 TO WS-SELECTED-LENGTH
003990             MOVE 'A' TO WS-SELECTED-CLASS
004000     END-EVALUATE.
004010 1320-EXIT.
004020     EXIT.

004030*---------------------------------------------------------------
004040* 1400-BUILD-NEW-LAYOUT - offsets under the current widths
004050*---------------------------------------------------------------
004060 1400-BUILD-NEW-LAYOUT.
004070     MOVE 0 TO WS-NEW-LAYOUT-COUNT
004080     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
004090     PERFORM 1410-LAYOUT-ONE-NEW-COLUMN THRU 1410-EXIT
004100         VARYING WS-WORK-INDEX FROM 1 BY 1
004110         UNTIL WS-WORK-INDEX >
004120               SS-COLUMN-COUNT OF WS-NEW-SCHEMA-BODY
004130     COMPUTE WS-NEW-RECORD-LENGTH =
004140         WS-COLUMN-OFFSET-CURSOR - 1
004150     IF WS-NEW-RECORD-LENGTH > 7200
004160         PERFORM 9300-LAYOUT-TOO-WIDE THRU 9300-EXIT
004170     END-IF.
004180 1400-EXIT.
004190     EXIT.

004200*---------------------------------------------------------------
004210* 1410-LAYOUT-ONE-NEW-COLUMN - stage one new column's offset
004220*---------------------------------------------------------------
004230 1410-LAYOUT-ONE-NEW-COLUMN.
004240     ADD 1 TO WS-NEW-LAYOUT-COUNT
004250     MOVE WS-COLUMN-OFFSET-CURSOR
004260         TO WS-NEW-LAYOUT-OFFSET (WS-NEW-LAYOUT-COUNT)
004270     MOVE COL-FIELD-TYPE OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
004280         TO WS-SELECT-TYPE
004290     MOVE COL-FIELD-PRECISION OF WS-NEW-SCHEMA-BODY
004300                                             (WS-WORK-INDEX)
004310         TO WS-SELECT-PRECISION
004320     MOVE COL-FIELD-LENGTH OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
004330         TO WS-SELECT-LENGTH
004340     PERFORM 1320-SELECT-COLUMN-WIDTH THRU 1320-EXIT
004350     MOVE WS-SELECTED-LENGTH
004360         TO WS-NEW-LAYOUT-LENGTH (WS-NEW-LAYOUT-COUNT)
004370     MOVE WS-SELECTED-CLASS
004380         TO WS-NEW-LAYOUT-CLASS (WS-NEW-LAYOUT-COUNT)
004390     MOVE 0 TO WS-MAP-OLD-COLUMN (WS-NEW-LAYOUT-COUNT)
004400     ADD WS-SELECTED-LENGTH TO WS-COLUMN-OFFSET-CURSOR.
004410 1410-EXIT.
004420     EXIT.

004430*---------------------------------------------------------------
004440* 1500-BUILD-COLUMN-MAP - pair each current column with the old
004450*                 column carrying the same COL-FIELD-ID, and
004460*                 print the mapping at the top of the report
004470*---------------------------------------------------------------
004480 1500-BUILD-COLUMN-MAP.
004490     PERFORM 1510-MAP-ONE-NEW-COLUMN THRU 1510-EXIT
004500         VARYING WS-WORK-INDEX FROM 1 BY 1
004510         UNTIL WS-WORK-INDEX > WS-NEW-LAYOUT-COUNT.
004520 1500-EXIT.
004530     EXIT.

004540*---------------------------------------------------------------
004550* 1510-MAP-ONE-NEW-COLUMN - scan the old columns for this id
004560*---------------------------------------------------------------
004570 1510-MAP-ONE-NEW-COLUMN.
004580     SET WS-ENTRY-NOT-FOUND TO TRUE
004590     IF COL-FIELD-ID OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX) > 0
004600         PERFORM 1520-TEST-ONE-OLD-COLUMN THRU 1520-EXIT
004610             VARYING WS-OLD-SCAN-INDEX FROM 1 BY 1
004620             UNTIL WS-OLD-SCAN-INDEX > WS-OLD-LAYOUT-COUNT
004630                OR WS-ENTRY-FOUND
004640     END-IF
004650     IF WS-ENTRY-FOUND
004660         ADD 1 TO WS-COLUMNS-CARRIED-COUNT
004670     ELSE
004680         ADD 1 TO WS-COLUMNS-DEFAULTED-COUNT
004690     END-IF
004700     PERFORM 1530-PRINT-ONE-MAP-LINE THRU 1530-EXIT.
004710 1510-EXIT.
004720     EXIT.

004730*---------------------------------------------------------------
004740* 1520-TEST-ONE-OLD-COLUMN - match one old column by field id
004750*---------------------------------------------------------------
004760 1520-TEST-ONE-OLD-COLUMN.
004770     IF COL-FIELD-ID OF WS-OLD-SCHEMA-BODY (WS-OLD-SCAN-INDEX)
004780             = COL-FIELD-ID OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
004790         SET WS-ENTRY-FOUND TO TRUE
004800         MOVE WS-OLD-SCAN-INDEX
004810             TO WS-MAP-OLD-COLUMN (WS-WORK-INDEX)
004820     END-IF.
004830 1520-EXIT.
004840     EXIT.

004850*---------------------------------------------------------------
004860* 1530-PRINT-ONE-MAP-LINE - where this column's data comes from
004870*---------------------------------------------------------------
004880 1530-PRINT-ONE-MAP-LINE.
004890     MOVE COL-FIELD-ID OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
004900         TO WS-FIELD-ID-DISPLAY
004910     MOVE SPACES TO WS-REPORT-LINE-BUILD
004920     IF WS-ENTRY-FOUND
004930         STRING 'COLUMN ' DELIMITED BY SIZE
004940                COL-FIELD-NAME OF WS-NEW-SCHEMA-BODY
004950                    (WS-WORK-INDEX) DELIMITED BY SIZE
004960                ' ID ' DELIMITED BY SIZE
004970                WS-FIELD-ID-DISPLAY DELIMITED BY SIZE
004980                ' CARRIED FROM OLD COLUMN ' DELIMITED BY SIZE
004990                COL-FIELD-NAME OF WS-OLD-SCHEMA-BODY
005000                    (WS-MAP-OLD-COLUMN (WS-WORK-INDEX))
005010                    DELIMITED BY SIZE
005020             INTO WS-REPORT-LINE-BUILD
005030     ELSE
005040         STRING 'COLUMN ' DELIMITED BY SIZE
005050                COL-FIELD-NAME OF WS-NEW-SCHEMA-BODY
005060                    (WS-WORK-INDEX) DELIMITED BY SIZE
005070                ' ID ' DELIMITED BY SIZE
005080                WS-FIELD-ID-DISPLAY DELIMITED BY SIZE
005090                ' NOT IN OLD LAYOUT - FILLED FROM DEFAULT'
005100                    DELIMITED BY SIZE
005110             INTO WS-REPORT-LINE-BUILD
005120     END-IF
005130     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
005140     WRITE MIGRATE-REPORT-LINE.
005150 1530-EXIT.
005160     EXIT.

005170*---------------------------------------------------------------
005180* 1600-READ-EXTRACT - bring in the next old-layout record
005190*---------------------------------------------------------------
005200 1600-READ-EXTRACT.
005210     READ EXTRACT-INPUT-FILE
005220         AT END
005230             SET WS-EXTRACT-IS-EOF TO TRUE
005240     END-READ.
005250 1600-EXIT.
005260     EXIT.

005270*---------------------------------------------------------------
005280* 2000-MIGRATE-ONE-RECORD - rewrite one record into the current
005290*                 layout; a record that does not match the old
005300*                 layout width is counted and left behind
005310*---------------------------------------------------------------
005320 2000-MIGRATE-ONE-RECORD.
005330     ADD 1 TO WS-RECORDS-READ-COUNT
005340     IF WS-INPUT-RECORD-LENGTH NOT = WS-OLD-RECORD-LENGTH
005350         ADD 1 TO WS-RECORDS-BADLEN-COUNT
005360         PERFORM 2300-REPORT-BAD-LENGTH THRU 2300-EXIT
005370     ELSE
005380         MOVE SPACES TO WS-NEW-RECORD
005390         PERFORM 2100-CONVERT-ONE-COLUMN THRU 2100-EXIT
005400             VARYING WS-WORK-INDEX FROM 1 BY 1
005410             UNTIL WS-WORK-INDEX > WS-NEW-LAYOUT-COUNT
005420         MOVE WS-NEW-RECORD-LENGTH TO WS-OUTPUT-RECORD-LENGTH
005430         MOVE WS-NEW-RECORD TO EXTRACT-OUTPUT-RECORD
005440         WRITE EXTRACT-OUTPUT-RECORD
005450         ADD 1 TO WS-RECORDS-WRITTEN-COUNT
005460     END-IF
005470     PERFORM 1600-READ-EXTRACT THRU 1600-EXIT.
005480 2000-EXIT.
005490     EXIT.

005500*---------------------------------------------------------------
005510* 2100-CONVERT-ONE-COLUMN - place one current column's value
005520*---------------------------------------------------------------
005530 2100-CONVERT-ONE-COLUMN.
005540     MOVE WS-NEW-LAYOUT-LENGTH (WS-WORK-INDEX)
005550         TO WS-NEW-FIELD-LENGTH
005560     IF WS-NEW-FIELD-LENGTH = 0
005570         GO TO 2100-EXIT
005580     END-IF
005590     IF WS-MAP-OLD-COLUMN (WS-WORK-INDEX) = 0
005600*        staged through the work field because the layout width
005610*        (36 for a UUID, up to 999 for a STRING) can exceed the
005620*        30-byte default, which is checked against a narrower
005630*        field as if it were a 30-byte old value
005640         MOVE SPACES TO WS-FIELD-VALUE
005650         MOVE COL-DEFAULT-VALUE OF WS-NEW-SCHEMA-BODY
005660                 (WS-WORK-INDEX)
005670             TO WS-FIELD-VALUE
005680         MOVE 30 TO WS-OLD-FIELD-LENGTH
005690         PERFORM 2230-NOTE-TRUNCATION THRU 2230-EXIT
005700         MOVE WS-FIELD-VALUE (1 : WS-NEW-FIELD-LENGTH)
005710             TO WS-NEW-RECORD
005720                 (WS-NEW-LAYOUT-OFFSET (WS-WORK-INDEX) :
005730                  WS-NEW-FIELD-LENGTH)
005740     ELSE
005750         PERFORM 2200-CARRY-OLD-VALUE THRU 2200-EXIT
005760     END-IF.
005770 2100-EXIT.
005780     EXIT.

005790*---------------------------------------------------------------
005800* 2200-CARRY-OLD-VALUE - move the matched old column's value; a
005810*                 numeric landing in a wider field (a promoted
005820*                 type) is compacted and re-formatted right-
005830*                 justified over leading zeros, anything else
005840*                 rides across left-justified
005850*---------------------------------------------------------------
005860 2200-CARRY-OLD-VALUE.
005870     MOVE WS-MAP-OLD-COLUMN (WS-WORK-INDEX) TO WS-OLD-SCAN-INDEX
005880     MOVE WS-OLD-LAYOUT-LENGTH (WS-OLD-SCAN-INDEX)
005890         TO WS-OLD-FIELD-LENGTH
005900     MOVE SPACES TO WS-FIELD-VALUE
005910     MOVE EXTRACT-INPUT-RECORD
005920             (WS-OLD-LAYOUT-OFFSET (WS-OLD-SCAN-INDEX) :
005930              WS-OLD-FIELD-LENGTH)
005940         TO WS-FIELD-VALUE (1 : WS-OLD-FIELD-LENGTH)
005950     EVALUATE TRUE
005960         WHEN WS-FIELD-VALUE = SPACES
005970             CONTINUE
005980         WHEN (WS-NEW-CLASS-INTEGER (WS-WORK-INDEX)
005990                OR WS-NEW-CLASS-DECIMAL (WS-WORK-INDEX))
006000               AND WS-NEW-FIELD-LENGTH NOT = WS-OLD-FIELD-LENGTH
006010             PERFORM 2210-REFORMAT-NUMERIC-VALUE THRU 2210-EXIT
006020         WHEN OTHER
006030             PERFORM 2230-NOTE-TRUNCATION THRU 2230-EXIT
006040             MOVE WS-FIELD-VALUE (1 : WS-OLD-FIELD-LENGTH)
006050                 TO WS-NEW-RECORD
006060                     (WS-NEW-LAYOUT-OFFSET (WS-WORK-INDEX) :
006070                      WS-NEW-FIELD-LENGTH)
006080     END-EVALUATE.
006090 2200-EXIT.
006100     EXIT.

006110*---------------------------------------------------------------
006120* 2210-REFORMAT-NUMERIC-VALUE - rebuild the old numeric value at
006130*                 the new width, sign first then leading zeros;
006140*                 a value the compaction cannot read is carried
006150*                 across unchanged for EXTRVALID to flag
006160*---------------------------------------------------------------
006170 2210-REFORMAT-NUMERIC-VALUE.
006180     IF WS-NEW-CLASS-DECIMAL (WS-WORK-INDEX)
006190         SET WS-DECIMAL-IS-ALLOWED TO TRUE
006200     ELSE
006210         MOVE 'N' TO WS-DECIMAL-ALLOWED-SWITCH
006220     END-IF
006230     SET WS-REBUILD-IS-OK TO TRUE
006240     MOVE 'N' TO WS-SIGN-SEEN-SWITCH
006250     MOVE 'N' TO WS-DIGIT-SEEN-SWITCH
006260     MOVE 'N' TO WS-POINT-SEEN-SWITCH
006270     MOVE SPACES TO WS-COMPACT-VALUE
006280     MOVE SPACE TO WS-SIGN-CHARACTER
006290     MOVE 0 TO WS-COMPACT-LENGTH
006300     PERFORM 2220-COMPACT-ONE-CHARACTER THRU 2220-EXIT
006310         VARYING WS-SCAN-INDEX FROM 1 BY 1
006320         UNTIL WS-SCAN-INDEX > WS-OLD-FIELD-LENGTH
006330            OR WS-REBUILD-IS-HOPELESS
006340     IF NOT WS-DIGIT-WAS-SEEN
006350         SET WS-REBUILD-IS-HOPELESS TO TRUE
006360     END-IF
006370     IF WS-REBUILD-IS-OK
006380          AND WS-COMPACT-LENGTH NOT > WS-NEW-FIELD-LENGTH
006390         MOVE SPACES TO WS-REBUILT-VALUE
006400         MOVE ALL '0'
006410             TO WS-REBUILT-VALUE (1 : WS-NEW-FIELD-LENGTH)
006420         IF WS-SIGN-WAS-SEEN
006430             MOVE WS-SIGN-CHARACTER
006440                 TO WS-REBUILT-VALUE (1 : 1)
006450         END-IF
006460         COMPUTE WS-REBUILD-START =
006470             WS-NEW-FIELD-LENGTH - WS-COMPACT-LENGTH + 1
006480         MOVE WS-COMPACT-VALUE (1 : WS-COMPACT-LENGTH)
006490             TO WS-REBUILT-VALUE
006500                 (WS-REBUILD-START : WS-COMPACT-LENGTH)
006510         MOVE WS-REBUILT-VALUE (1 : WS-NEW-FIELD-LENGTH)
006520             TO WS-NEW-RECORD
006530                 (WS-NEW-LAYOUT-OFFSET (WS-WORK-INDEX) :
006540                  WS-NEW-FIELD-LENGTH)
006550     ELSE
006560         PERFORM 2230-NOTE-TRUNCATION THRU 2230-EXIT
006570         MOVE WS-FIELD-VALUE (1 : WS-OLD-FIELD-LENGTH)
006580             TO WS-NEW-RECORD
006590                 (WS-NEW-LAYOUT-OFFSET (WS-WORK-INDEX) :
006600                  WS-NEW-FIELD-LENGTH)
006610     END-IF.
006620 2210-EXIT.
006630     EXIT.

006640*---------------------------------------------------------------
006650* 2220-COMPACT-ONE-CHARACTER - keep digits and the point, note
006660*                 the sign, drop blanks, give up on the rest
006670*---------------------------------------------------------------
006680 2220-COMPACT-ONE-CHARACTER.
006690     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
006700     EVALUATE TRUE
006710         WHEN WS-SCAN-CHARACTER = SPACE
006720             CONTINUE
006730         WHEN WS-SCAN-CHARACTER IS NUMERIC
006740             ADD 1 TO WS-COMPACT-LENGTH
006750             MOVE WS-SCAN-CHARACTER
006760                 TO WS-COMPACT-VALUE (WS-COMPACT-LENGTH : 1)
006770             SET WS-DIGIT-WAS-SEEN TO TRUE
006780         WHEN WS-SCAN-CHARACTER = '+' OR WS-SCAN-CHARACTER = '-'
006790             IF WS-SIGN-WAS-SEEN OR WS-DIGIT-WAS-SEEN
006800                     OR WS-POINT-WAS-SEEN
006810                 SET WS-REBUILD-IS-HOPELESS TO TRUE
006820             ELSE
006830                 SET WS-SIGN-WAS-SEEN TO TRUE
006840                 MOVE WS-SCAN-CHARACTER TO WS-SIGN-CHARACTER
006850             END-IF
006860         WHEN WS-SCAN-CHARACTER = '.'
006870             IF WS-DECIMAL-IS-ALLOWED
006880                     AND NOT WS-POINT-WAS-SEEN
006890                 SET WS-POINT-WAS-SEEN TO TRUE
006900                 ADD 1 TO WS-COMPACT-LENGTH
006910                 MOVE WS-SCAN-CHARACTER
006920                     TO WS-COMPACT-VALUE (WS-COMPACT-LENGTH : 1)
006930             ELSE
006940                 SET WS-REBUILD-IS-HOPELESS TO TRUE
006950             END-IF
006960         WHEN OTHER
006970             SET WS-REBUILD-IS-HOPELESS TO TRUE
006980     END-EVALUATE.
006990 2220-EXIT.
007000     EXIT.

007010*---------------------------------------------------------------
007020* 2230-NOTE-TRUNCATION - a value about to be laid into a field
007030*                 narrower than it is must have nothing but
007040*                 blanks past the new width, or it is counted and
007050*                 listed as truncated
007060*---------------------------------------------------------------
007070 2230-NOTE-TRUNCATION.
007080     IF WS-OLD-FIELD-LENGTH NOT > WS-NEW-FIELD-LENGTH
007090         GO TO 2230-EXIT
007100     END-IF
007110     IF WS-FIELD-VALUE (WS-NEW-FIELD-LENGTH + 1 :
007120                        WS-OLD-FIELD-LENGTH - WS-NEW-FIELD-LENGTH)
007130             = SPACES
007140         GO TO 2230-EXIT
007150     END-IF
007160     ADD 1 TO WS-VALUES-TRUNCATED-COUNT
007170     MOVE WS-RECORDS-READ-COUNT TO WS-RECORD-NUMBER-DISPLAY
007180     MOVE WS-NEW-FIELD-LENGTH TO WS-LENGTH-DISPLAY
007190     MOVE SPACES TO WS-REPORT-LINE-BUILD
007200     STRING 'RECORD ' DELIMITED BY SIZE
007210            WS-RECORD-NUMBER-DISPLAY DELIMITED BY SIZE
007220            '  FIELD ' DELIMITED BY SIZE
007230            COL-FIELD-NAME OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
007240                DELIMITED BY SIZE
007250            '  VALUE TRUNCATED TO ' DELIMITED BY SIZE
007260            WS-LENGTH-DISPLAY DELIMITED BY SIZE
007270            ' BYTES' DELIMITED BY SIZE
007280         INTO WS-REPORT-LINE-BUILD
007290     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007300     WRITE MIGRATE-REPORT-LINE.
007310 2230-EXIT.
007320     EXIT.

007330*---------------------------------------------------------------
007340* 2300-REPORT-BAD-LENGTH - record did not match the old layout
007350*---------------------------------------------------------------
007360 2300-REPORT-BAD-LENGTH.
007370     MOVE WS-RECORDS-READ-COUNT TO WS-RECORD-NUMBER-DISPLAY
007380     MOVE SPACES TO WS-REPORT-LINE-BUILD
007390     STRING 'RECORD ' DELIMITED BY SIZE
007400            WS-RECORD-NUMBER-DISPLAY DELIMITED BY SIZE
007410            '  LENGTH DID NOT MATCH THE OLD LAYOUT - SKIPPED'
007420                DELIMITED BY SIZE
007430         INTO WS-REPORT-LINE-BUILD
007440     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007450     WRITE MIGRATE-REPORT-LINE.
007460 2300-EXIT.
007470     EXIT.

007480*---------------------------------------------------------------
007490* 3000-WRITE-SUMMARY - per-table totals at the end of the report
007500*---------------------------------------------------------------
007510 3000-WRITE-SUMMARY.
007520     MOVE SPACES TO MIGRATE-REPORT-LINE
007530     WRITE MIGRATE-REPORT-LINE
007540     MOVE SPACES TO WS-REPORT-LINE-BUILD
007550     STRING 'TABLE ' DELIMITED BY SIZE
007560            RP-TABLE-NAME DELIMITED BY SIZE
007570            ' MIGRATION SUMMARY - AS OF ' DELIMITED BY SIZE
007580            RP-AS-OF-TIMESTAMP DELIMITED BY SIZE
007590         INTO WS-REPORT-LINE-BUILD
007600     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007610     WRITE MIGRATE-REPORT-LINE
007620     MOVE WS-RECORDS-READ-COUNT TO WS-COUNT-DISPLAY
007630     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
007640     MOVE 'RECORDS READ' TO WS-REPORT-LINE-BUILD (3 : 20)
007650     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007660     WRITE MIGRATE-REPORT-LINE
007670     MOVE WS-RECORDS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
007680     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
007690     MOVE 'RECORDS MIGRATED' TO WS-REPORT-LINE-BUILD (3 : 20)
007700     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007710     WRITE MIGRATE-REPORT-LINE
007720     MOVE WS-RECORDS-BADLEN-COUNT TO WS-COUNT-DISPLAY
007730     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
007740     MOVE 'RECORDS SKIPPED' TO WS-REPORT-LINE-BUILD (3 : 20)
007750     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007760     WRITE MIGRATE-REPORT-LINE
007770     MOVE WS-COLUMNS-CARRIED-COUNT TO WS-COUNT-DISPLAY
007780     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
007790     MOVE 'COLUMNS CARRIED' TO WS-REPORT-LINE-BUILD (3 : 20)
007800     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007810     WRITE MIGRATE-REPORT-LINE
007820     MOVE WS-COLUMNS-DEFAULTED-COUNT TO WS-COUNT-DISPLAY
007830     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
007840     MOVE 'COLUMNS DEFAULTED' TO WS-REPORT-LINE-BUILD (3 : 20)
007850     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007860     WRITE MIGRATE-REPORT-LINE
007870     MOVE WS-VALUES-TRUNCATED-COUNT TO WS-COUNT-DISPLAY
007880     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
007890     MOVE 'VALUES TRUNCATED' TO WS-REPORT-LINE-BUILD (3 : 20)
007900     MOVE WS-REPORT-LINE-BUILD TO MIGRATE-REPORT-LINE
007910     WRITE MIGRATE-REPORT-LINE.
007920 3000-EXIT.
007930     EXIT.

007940*---------------------------------------------------------------
007950* 3010-WRITE-ONE-TOTAL-LINE - stage one count into the line
007960*---------------------------------------------------------------
007970 3010-WRITE-ONE-TOTAL-LINE.
007980     MOVE SPACES TO WS-REPORT-LINE-BUILD
007990     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (25 : 9).
008000 3010-EXIT.
008010     EXIT.

008020*---------------------------------------------------------------
008030* 8000-TERMINATE - close files and display the run totals
008040*---------------------------------------------------------------
008050 8000-TERMINATE.
008060     IF WS-RUN-IS-VALID
008070         CLOSE EXTRACT-INPUT-FILE
008080         CLOSE EXTRACT-OUTPUT-FILE
008090         CLOSE MIGRATE-REPORT-FILE
008100         DISPLAY 'EXTRMIGRATE COMPLETE - TABLE: ' RP-TABLE-NAME
008110         MOVE WS-RECORDS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
008120         DISPLAY '  RECORDS MIGRATED: ' WS-COUNT-DISPLAY
008130         MOVE WS-RECORDS-BADLEN-COUNT TO WS-COUNT-DISPLAY
008140         DISPLAY '  RECORDS SKIPPED:  ' WS-COUNT-DISPLAY
008150         MOVE WS-VALUES-TRUNCATED-COUNT TO WS-COUNT-DISPLAY
008160         DISPLAY '  VALUES TRUNCATED: ' WS-COUNT-DISPLAY
008170         IF WS-RECORDS-BADLEN-COUNT > 0
008180            OR WS-VALUES-TRUNCATED-COUNT > 0
008190             MOVE 4 TO RETURN-CODE
008200         END-IF
008210     END-IF.
008220 8000-EXIT.
008230     EXIT.

008240*---------------------------------------------------------------
008250* 8800-START-RUN-LOG - note when the step started, for its
008260*                 run-log row
008270*---------------------------------------------------------------
008280 8800-START-RUN-LOG.
008290     MOVE SPACES TO RUN-LOG-RECORD
008300     MOVE 'EXTRMIGR' TO RL-JOB-NAME
008310     MOVE 'EXTRMIGRATE' TO RL-PROGRAM-NAME
008320     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
008330     ACCEPT RL-START-TIME FROM TIME.
008340 8800-EXIT.
008350     EXIT.

008360*---------------------------------------------------------------
008370* 8900-WRITE-RUN-LOG - append this run's counts and return
008380*                 code to the run log; a record skipped for its
008390*                 length counts as rejected
008400*---------------------------------------------------------------
008410 8900-WRITE-RUN-LOG.
008420     MOVE RP-TABLE-NAME TO RL-TABLE-NAME
008430     MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ
008440     MOVE WS-RECORDS-WRITTEN-COUNT TO RL-RECORDS-WRITTEN
008450     MOVE WS-RECORDS-BADLEN-COUNT TO RL-RECORDS-REJECTED
008460     MOVE RETURN-CODE TO RL-RETURN-CODE
008470     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
008480 8900-EXIT.
008490     EXIT.

008500*---------------------------------------------------------------
008510* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
008520*---------------------------------------------------------------
008530 9000-TABLE-NOT-FOUND.
008540     SET WS-RUN-IS-INVALID TO TRUE
008550     DISPLAY 'EXTRMIGRATE - TABLE NOT IN SCHSNAP: ' RP-TABLE-NAME
008560     MOVE 12 TO RETURN-CODE.
008570 9000-EXIT.
008580     EXIT.

008590*---------------------------------------------------------------
008600* 9100-BAD-PARM - no usable RECONPRM record was supplied
008610*---------------------------------------------------------------
008620 9100-BAD-PARM.
008630     SET WS-RUN-IS-INVALID TO TRUE
008640     DISPLAY 'EXTRMIGRATE - RECONPRM RECORD MISSING OR BLANK'
008650     MOVE 16 TO RETURN-CODE.
008660 9100-EXIT.
008670     EXIT.

008680*---------------------------------------------------------------
008690* 9200-WRONG-OLD-SNAPSHOT - OLDSNAP is missing or was cut for a
008700*                 different table than the parm names
008710*---------------------------------------------------------------
008720 9200-WRONG-OLD-SNAPSHOT.
008730     SET WS-RUN-IS-INVALID TO TRUE
008740     DISPLAY 'EXTRMIGRATE - OLDSNAP MISSING OR NOT TABLE: '
008750         RP-TABLE-NAME
008760     MOVE 12 TO RETURN-CODE.
008770 9200-EXIT.
008780     EXIT.

008790*---------------------------------------------------------------
008800* 9300-LAYOUT-TOO-WIDE - the current column widths add up to
008810*                 more than the extract record can carry
008820*---------------------------------------------------------------
008830 9300-LAYOUT-TOO-WIDE.
008840     SET WS-RUN-IS-INVALID TO TRUE
008850     DISPLAY 'EXTRMIGRATE - LAYOUT EXCEEDS 7200-BYTE RECORD: '
008860         RP-TABLE-NAME
008870     MOVE 12 TO RETURN-CODE.
008880 9300-EXIT.
008890     EXIT.
