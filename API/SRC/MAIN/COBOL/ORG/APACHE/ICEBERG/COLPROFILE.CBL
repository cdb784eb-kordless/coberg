000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COLPROFILE.
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
000130* 2026-10-15  JKH   Original.  Column-level data profile of one
000140*                   table's extract or MASTER generation, read
000150*                   through the committed SCHSNAP layout.  For
000160*                   each column (by permanent COL-FIELD-ID) it
000170*                   counts rows, blank values and values that
000180*                   will not parse as the column's numeric type,
000190*                   keeps the min and max value and an exact
000200*                   distinct count up to the low-cardinality
000210*                   limit, and writes one COLSTATS history row
000220*                   per column keyed by table, field id and run
000230*                   date.  COLPROFRPT sets the rows beside the
000240*                   prior run's and flags the movers.
000250* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000260*                   the end of every run: records profiled,
000270*                   COLSTATS rows stored, and the final return
000280*                   code.
000290* 2026-10-15  JKH   COLSTATS is now OPTIONAL, so the first run
000300*                   creates the history instead of ending RC=16.
000310*                   A history row that cannot be added or
000320*                   replaced is reported and counted, not taken
000330*                   as stored, and ends the run RC=12.
000340* 2026-10-15  JKH   The source flag is part of the COLSTATS key,
000350*                   so an extract profile and a MASTER profile of
000360*                   the same table on the same day are both kept.
000370*

000380****************************************************************
000390* ENVIRONMENT DIVISION
000400****************************************************************
000410 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PROFILE-PARM-FILE ASSIGN TO "PROFPRM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-FILE-STATUS.

000470     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000510         FILE STATUS IS WS-SNAP-FILE-STATUS.

000520     SELECT EXTRACT-INPUT-FILE ASSIGN TO "EXTRIN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-EXTRIN-FILE-STATUS.

000550     SELECT OPTIONAL COLUMN-STATS-FILE ASSIGN TO "COLSTATS"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CS-STATS-KEY
000590         FILE STATUS IS WS-STATS-FILE-STATUS.

000600****************************************************************
000610* DATA DIVISION
000620****************************************************************
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PROFILE-PARM-FILE.
000660     COPY "ICEBERG-PROFILE-PARM.cpy".

000670 FD  SCHEMA-SNAPSHOT-FILE.
000680     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000690         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000700                   ==FD-CURR-SNAPSHOT-REC==.

000710 FD  EXTRACT-INPUT-FILE
000720     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000730         DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
000740 01  EXTRACT-INPUT-RECORD                PIC X(7200).

000750 FD  COLUMN-STATS-FILE.
000760     COPY "ICEBERG-COL-STATS-REC.cpy".

000770 WORKING-STORAGE SECTION.
000780****************************************************************
000790* FILE STATUS AND CONTROL SWITCHES
000800****************************************************************
000810 01  WS-FILE-STATUSES.
000820     05  WS-PARM-FILE-STATUS             PIC X(02).
000830         88  WS-PARM-OK                  VALUE '00'.
000840     05  WS-SNAP-FILE-STATUS             PIC X(02).
000850         88  WS-SNAP-OK                  VALUE '00'.
000860         88  WS-SNAP-NOT-FOUND           VALUE '23'.
000870     05  WS-EXTRIN-FILE-STATUS           PIC X(02).
000880     05  WS-STATS-FILE-STATUS            PIC X(02).
000890         88  WS-STATS-OK                 VALUE '00'.
000900         88  WS-STATS-OPENED             VALUES '00' '05'.

000910 01  WS-SWITCHES.
000920     05  WS-EXTRIN-EOF-SWITCH            PIC X(01) VALUE 'N'.
000930         88  WS-EXTRACT-IS-EOF           VALUE 'Y'.
000940     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
000950         88  WS-RUN-IS-VALID             VALUE 'Y'.
000960         88  WS-RUN-IS-INVALID           VALUE 'N'.
000970     05  WS-VALUE-GOOD-SWITCH            PIC X(01) VALUE 'Y'.
000980         88  WS-VALUE-IS-GOOD            VALUE 'Y'.
000990         88  WS-VALUE-IS-BAD             VALUE 'N'.
001000     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001010         88  WS-ENTRY-FOUND              VALUE 'Y'.
001020         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
001030     05  WS-SIGN-SEEN-SWITCH             PIC X(01) VALUE 'N'.
001040         88  WS-SIGN-WAS-SEEN            VALUE 'Y'.
001050     05  WS-DIGIT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001060         88  WS-DIGIT-WAS-SEEN           VALUE 'Y'.
001070     05  WS-POINT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001080         88  WS-POINT-WAS-SEEN           VALUE 'Y'.
001090     05  WS-BLANK-AFTER-SWITCH           PIC X(01) VALUE 'N'.
001100         88  WS-BLANK-AFTER-DIGITS       VALUE 'Y'.
001110     05  WS-NEGATIVE-SWITCH              PIC X(01) VALUE 'N'.
001120         88  WS-VALUE-IS-NEGATIVE        VALUE 'Y'.

001130 77  WS-EXTRACT-RECORD-LENGTH            PIC 9(05) COMP VALUE 0.
001140 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001150 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001160 77  WS-PROFILE-INDEX                    PIC 9(04) COMP VALUE 0.
001170 77  WS-DISTINCT-INDEX                   PIC 9(04) COMP VALUE 0.
001180 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001190 77  WS-FIELD-LENGTH                     PIC 9(05) COMP VALUE 0.
001200 77  WS-FIELD-END                        PIC 9(05) COMP VALUE 0.
001210 77  WS-LEAD-SPACE-COUNT                 PIC 9(04) COMP VALUE 0.
001220 77  WS-FRACTION-DIGIT-COUNT             PIC 9(04) COMP VALUE 0.
001230 77  WS-RECORDS-READ-COUNT               PIC 9(09) COMP VALUE 0.
001240 77  WS-NO-FIELD-ID-COUNT                PIC 9(04) COMP VALUE 0.
001250 77  WS-STATS-WRITTEN-COUNT              PIC 9(04) COMP VALUE 0.
001260 77  WS-STATS-REPLACED-COUNT             PIC 9(04) COMP VALUE 0.
001270 77  WS-STATS-FAILED-COUNT               PIC 9(04) COMP VALUE 0.

001280 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
001290 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001300 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
001310 01  WS-SOURCE-FLAG                      PIC X(01) VALUE 'E'.
001320 01  WS-COLUMN-CLASS                     PIC X(01) VALUE SPACE.
001330 01  WS-FIELD-VALUE                      PIC X(999) VALUE SPACES.
001340 01  WS-TRIMMED-VALUE                    PIC X(60) VALUE SPACES.
001350 01  WS-SCAN-CHARACTER                   PIC X(01) VALUE SPACE.
001360 01  WS-SCAN-DIGIT REDEFINES WS-SCAN-CHARACTER
001370                                         PIC 9(01).
001380 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.

001390****************************************************************
001400* A NUMERIC VALUE IS ORDERED IN FLOATING POINT SO THAT A 38-DIGIT
001410* DECIMAL STILL COMPARES; THE TEXT ITSELF IS WHAT IS KEPT
001420****************************************************************
001430 01  WS-NUMBER-VALUE                     COMP-2 VALUE 0.

001440****************************************************************
001450* PER-COLUMN LAYOUT AND RUNNING PROFILE, ONE ENTRY PER COLUMN
001460* THAT OCCUPIES STORAGE AND CARRIES A FIELD ID; widths mirror
001470* the PIC clauses 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA
001480* assigns.  Distinct values are counted exactly up to 20 (the
001490* low-cardinality limit); past that the column is flagged high-
001500* cardinality and no longer tracked.
001510****************************************************************
001520 01  WS-PROFILE-TABLE.
001530     05  WS-PROFILE-COLUMN-COUNT         PIC 9(04) COMP VALUE 0.
001540     05  WS-PROFILE-ENTRY
001550                         OCCURS 0 TO 200 TIMES
001560                         DEPENDING ON WS-PROFILE-COLUMN-COUNT
001570                         INDEXED BY PR-IDX.
001580         10  WS-PR-FIELD-ID              PIC 9(05).
001590         10  WS-PR-FIELD-NAME            PIC X(30).
001600         10  WS-PR-FIELD-TYPE            PIC X(10).
001610         10  WS-PR-OFFSET                PIC 9(05) COMP.
001620         10  WS-PR-LENGTH                PIC 9(03) COMP.
001630         10  WS-PR-CLASS                 PIC X(01).
001640             88  WS-PR-CLASS-INTEGER     VALUE 'I'.
001650             88  WS-PR-CLASS-DECIMAL     VALUE 'D'.
001660             88  WS-PR-CLASS-NUMERIC     VALUES 'I' 'D'.
001670             88  WS-PR-CLASS-TEXT        VALUE 'A'.
001680         10  WS-PR-BLANK-COUNT           PIC 9(09) COMP.
001690         10  WS-PR-INVALID-COUNT         PIC 9(09) COMP.
001700         10  WS-PR-VALUE-COUNT           PIC 9(09) COMP.
001710         10  WS-PR-MIN-TEXT              PIC X(60).
001720         10  WS-PR-MAX-TEXT              PIC X(60).
001730         10  WS-PR-MIN-NUMBER            COMP-2.
001740         10  WS-PR-MAX-NUMBER            COMP-2.
001750         10  WS-PR-DISTINCT-FLAG         PIC X(01).
001760             88  WS-PR-DISTINCT-EXACT    VALUE 'E'.
001770             88  WS-PR-DISTINCT-OVER     VALUE 'O'.
001780         10  WS-PR-DISTINCT-COUNT        PIC 9(03) COMP.
001790         10  WS-PR-DISTINCT-VALUE        PIC X(60)
001800                                          OCCURS 20 TIMES.

001810****************************************************************
001820* IN-MEMORY COPY OF THE TABLE BEING PROFILED
001830****************************************************************
001840 COPY "ICEBERG-SNAPSHOT-REC.cpy"
001850     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
001860               ==WS-SCHEMA-BODY==.

001870****************************************************************
001880* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001890****************************************************************
001900 COPY "ICEBERG-RUN-LOG-REC.cpy".

001910 PROCEDURE DIVISION.
001920*---------------------------------------------------------------
001930* 0000-MAINLINE - profile every record, then save the history
001940*---------------------------------------------------------------
001950 0000-MAINLINE.
001960     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     IF WS-RUN-IS-VALID
001990         PERFORM 2000-PROFILE-ONE-RECORD THRU 2000-EXIT
002000             UNTIL WS-EXTRACT-IS-EOF
002010         PERFORM 3000-WRITE-STATISTICS THRU 3000-EXIT
002020     END-IF
002030     PERFORM 8000-TERMINATE THRU 8000-EXIT
002040     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
002050     STOP RUN.
002060 0000-EXIT.
002070     EXIT.

002080*---------------------------------------------------------------
002090* 1000-INITIALIZE - read the parm, load the schema, open files
002100*---------------------------------------------------------------
002110 1000-INITIALIZE.
002120     OPEN INPUT PROFILE-PARM-FILE
002130     READ PROFILE-PARM-FILE
002140     END-READ
002150     IF NOT WS-PARM-OK
002160         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002170     END-IF
002180     CLOSE PROFILE-PARM-FILE
002190     IF WS-RUN-IS-VALID
002200         IF PF-TABLE-NAME = SPACES
002210             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002220         END-IF
002230     END-IF
002240     IF WS-RUN-IS-VALID
002250         IF PF-FROM-MASTER
002260             MOVE 'M' TO WS-SOURCE-FLAG
002270         ELSE
002280             IF PF-FROM-EXTRACT
002290                 MOVE 'E' TO WS-SOURCE-FLAG
002300             ELSE
002310                 PERFORM 9100-BAD-PARM THRU 9100-EXIT
002320             END-IF
002330         END-IF
002340     END-IF
002350     IF WS-RUN-IS-VALID
002360         PERFORM 1100-LOAD-TABLE-SCHEMA THRU 1100-EXIT
002370     END-IF
002380     IF WS-RUN-IS-VALID
002390         PERFORM 1200-BUILD-PROFILE-LAYOUT THRU 1200-EXIT
002400     END-IF
002410     IF WS-RUN-IS-VALID
002420         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002430         ACCEPT WS-NOW-TIME FROM TIME
002440         MOVE SPACES TO WS-RUN-TIMESTAMP
002450         STRING WS-TODAY-DATE DELIMITED BY SIZE
002460                '-' DELIMITED BY SIZE
002470                WS-NOW-TIME DELIMITED BY SIZE
002480             INTO WS-RUN-TIMESTAMP
002490         OPEN INPUT EXTRACT-INPUT-FILE
002500         PERFORM 1300-READ-EXTRACT THRU 1300-EXIT
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.

002540*---------------------------------------------------------------
002550* 1100-LOAD-TABLE-SCHEMA - read this table's committed layout
002560*---------------------------------------------------------------
002570 1100-LOAD-TABLE-SCHEMA.
002580     MOVE PF-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002590     OPEN INPUT SCHEMA-SNAPSHOT-FILE
002600     READ SCHEMA-SNAPSHOT-FILE
002610         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002620     END-READ
002630     IF WS-SNAP-OK
002640         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
002650             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002660         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
002670     ELSE
002680         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
002690     END-IF
002700     CLOSE SCHEMA-SNAPSHOT-FILE.
002710 1100-EXIT.
002720     EXIT.

002730*---------------------------------------------------------------
002740* 1200-BUILD-PROFILE-LAYOUT - derive each column's offset/width
002750*                 and stage an empty profile for it; a STRUCT
002760*                 container holds no data and a column without a
002770*                 field id cannot be keyed, so both are skipped
002780*---------------------------------------------------------------
002790 1200-BUILD-PROFILE-LAYOUT.
002800     MOVE 0 TO WS-PROFILE-COLUMN-COUNT
002810     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
002820     PERFORM 1210-LAYOUT-ONE-COLUMN THRU 1210-EXIT
002830         VARYING WS-WORK-INDEX FROM 1 BY 1
002840         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002850     IF WS-COLUMN-OFFSET-CURSOR - 1 > 7200
002860         PERFORM 9200-LAYOUT-TOO-WIDE THRU 9200-EXIT
002870     END-IF.
002880 1200-EXIT.
002890     EXIT.

002900*---------------------------------------------------------------
002910* 1210-LAYOUT-ONE-COLUMN - width and class of one column; widths
002920*                 must stay in step with the PIC clauses
002930*                 assigned by 4505-SELECT-EXTRACT-PIC-CLAUSE
002940*---------------------------------------------------------------
002950 1210-LAYOUT-ONE-COLUMN.
002960     MOVE 'A' TO WS-COLUMN-CLASS
002970     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
002980         WHEN 'BOOLEAN'
002990             MOVE 1 TO WS-FIELD-LENGTH
003000         WHEN 'INT'
003010             MOVE 9 TO WS-FIELD-LENGTH
003020             MOVE 'I' TO WS-COLUMN-CLASS
003030         WHEN 'LONG'
003040             MOVE 18 TO WS-FIELD-LENGTH
003050             MOVE 'I' TO WS-COLUMN-CLASS
003060         WHEN 'FLOAT'
003070         WHEN 'DOUBLE'
003080             MOVE 15 TO WS-FIELD-LENGTH
003090             MOVE 'D' TO WS-COLUMN-CLASS
003100         WHEN 'DECIMAL'
003110             IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003120                                     (WS-WORK-INDEX) = 0
003130                 MOVE 17 TO WS-FIELD-LENGTH
003140             ELSE
003150                 MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003160                                             (WS-WORK-INDEX)
003170                     TO WS-FIELD-LENGTH
003180             END-IF
003190             MOVE 'D' TO WS-COLUMN-CLASS
003200         WHEN 'STRING'
003210         WHEN 'FIXED'
003220         WHEN 'BINARY'
003230             IF COL-FIELD-LENGTH OF WS-SCHEMA-BODY
003240                                     (WS-WORK-INDEX) = 0
003250                 MOVE 30 TO WS-FIELD-LENGTH
003260             ELSE
003270                 MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
003280                                          (WS-WORK-INDEX)
003290                     TO WS-FIELD-LENGTH
003300             END-IF
003310         WHEN 'DATE'
003320             MOVE 10 TO WS-FIELD-LENGTH
003330         WHEN 'TIME'
003340             MOVE 8 TO WS-FIELD-LENGTH
003350         WHEN 'TIMESTAMP'
003360             MOVE 26 TO WS-FIELD-LENGTH
003370         WHEN 'UUID'
003380             MOVE 36 TO WS-FIELD-LENGTH
003390         WHEN 'STRUCT'
003400             MOVE 0 TO WS-FIELD-LENGTH
003410         WHEN OTHER
003420             MOVE 30 TO WS-FIELD-LENGTH
003430     END-EVALUATE
003440     IF WS-FIELD-LENGTH > 0
003450         IF COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003460                 IS NUMERIC
003470             AND COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003480                 > 0
003490             PERFORM 1220-STAGE-ONE-PROFILE THRU 1220-EXIT
003500         ELSE
003510             ADD 1 TO WS-NO-FIELD-ID-COUNT
003520         END-IF
003530     END-IF
003540     ADD WS-FIELD-LENGTH TO WS-COLUMN-OFFSET-CURSOR.
003550 1210-EXIT.
003560     EXIT.

003570*---------------------------------------------------------------
003580* 1220-STAGE-ONE-PROFILE - an empty profile for one column
003590*---------------------------------------------------------------
003600 1220-STAGE-ONE-PROFILE.
003610     ADD 1 TO WS-PROFILE-COLUMN-COUNT
003620     SET PR-IDX TO WS-PROFILE-COLUMN-COUNT
003630     MOVE COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003640         TO WS-PR-FIELD-ID (PR-IDX)
003650     MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003660         TO WS-PR-FIELD-NAME (PR-IDX)
003670     MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003680         TO WS-PR-FIELD-TYPE (PR-IDX)
003690     MOVE WS-COLUMN-OFFSET-CURSOR TO WS-PR-OFFSET (PR-IDX)
003700     MOVE WS-FIELD-LENGTH TO WS-PR-LENGTH (PR-IDX)
003710     MOVE WS-COLUMN-CLASS TO WS-PR-CLASS (PR-IDX)
003720     MOVE 0 TO WS-PR-BLANK-COUNT (PR-IDX)
003730     MOVE 0 TO WS-PR-INVALID-COUNT (PR-IDX)
003740     MOVE 0 TO WS-PR-VALUE-COUNT (PR-IDX)
003750     MOVE SPACES TO WS-PR-MIN-TEXT (PR-IDX)
003760     MOVE SPACES TO WS-PR-MAX-TEXT (PR-IDX)
003770     MOVE 0 TO WS-PR-MIN-NUMBER (PR-IDX)
003780     MOVE 0 TO WS-PR-MAX-NUMBER (PR-IDX)
003790     SET WS-PR-DISTINCT-EXACT (PR-IDX) TO TRUE
003800     MOVE 0 TO WS-PR-DISTINCT-COUNT (PR-IDX).
003810 1220-EXIT.
003820     EXIT.

003830*---------------------------------------------------------------
003840* 1300-READ-EXTRACT - next input record
003850*---------------------------------------------------------------
003860 1300-READ-EXTRACT.
003870     READ EXTRACT-INPUT-FILE
003880         AT END
003890             SET WS-EXTRACT-IS-EOF TO TRUE
003900         NOT AT END
003910             ADD 1 TO WS-RECORDS-READ-COUNT
003920     END-READ.
003930 1300-EXIT.
003940     EXIT.

003950*---------------------------------------------------------------
003960* 2000-PROFILE-ONE-RECORD - fold one record into every profile
003970*---------------------------------------------------------------
003980 2000-PROFILE-ONE-RECORD.
003990     PERFORM 2100-PROFILE-ONE-COLUMN THRU 2100-EXIT
004000         VARYING WS-PROFILE-INDEX FROM 1 BY 1
004010         UNTIL WS-PROFILE-INDEX > WS-PROFILE-COLUMN-COUNT
004020     PERFORM 1300-READ-EXTRACT THRU 1300-EXIT.
004030 2000-EXIT.
004040     EXIT.

004050*---------------------------------------------------------------
004060* 2100-PROFILE-ONE-COLUMN - blank, unreadable or a value: a value
004070*                 moves the min/max and the distinct count.  A
004080*                 record too short to reach the column counts as
004090*                 blank there.
004100*---------------------------------------------------------------
004110 2100-PROFILE-ONE-COLUMN.
004120     SET PR-IDX TO WS-PROFILE-INDEX
004130     MOVE SPACES TO WS-FIELD-VALUE
004140     IF WS-PR-OFFSET (PR-IDX) > WS-EXTRACT-RECORD-LENGTH
004150         ADD 1 TO WS-PR-BLANK-COUNT (PR-IDX)
004160         GO TO 2100-EXIT
004170     END-IF
004180     COMPUTE WS-FIELD-END =
004190         WS-PR-OFFSET (PR-IDX) + WS-PR-LENGTH (PR-IDX) - 1
004200     IF WS-FIELD-END > WS-EXTRACT-RECORD-LENGTH
004210         MOVE WS-EXTRACT-RECORD-LENGTH TO WS-FIELD-END
004220     END-IF
004230     COMPUTE WS-FIELD-LENGTH =
004240         WS-FIELD-END - WS-PR-OFFSET (PR-IDX) + 1
004250     MOVE EXTRACT-INPUT-RECORD
004260             (WS-PR-OFFSET (PR-IDX) : WS-FIELD-LENGTH)
004270         TO WS-FIELD-VALUE
004280     IF WS-FIELD-VALUE = SPACES
004290         ADD 1 TO WS-PR-BLANK-COUNT (PR-IDX)
004300         GO TO 2100-EXIT
004310     END-IF
004320     MOVE 0 TO WS-LEAD-SPACE-COUNT
004330     INSPECT WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
004340         TALLYING WS-LEAD-SPACE-COUNT FOR LEADING SPACES
004350     MOVE WS-FIELD-VALUE (WS-LEAD-SPACE-COUNT + 1 : )
004360         TO WS-TRIMMED-VALUE
004370     IF WS-PR-CLASS-NUMERIC (PR-IDX)
004380         PERFORM 2400-PARSE-NUMBER THRU 2400-EXIT
004390         IF WS-VALUE-IS-BAD
004400             ADD 1 TO WS-PR-INVALID-COUNT (PR-IDX)
004410             GO TO 2100-EXIT
004420         END-IF
004430         PERFORM 2200-NOTE-NUMERIC-RANGE THRU 2200-EXIT
004440     ELSE
004450         PERFORM 2250-NOTE-TEXT-RANGE THRU 2250-EXIT
004460     END-IF
004470     ADD 1 TO WS-PR-VALUE-COUNT (PR-IDX)
004480     IF WS-PR-DISTINCT-EXACT (PR-IDX)
004490         PERFORM 2300-NOTE-DISTINCT-VALUE THRU 2300-EXIT
004500     END-IF.
004510 2100-EXIT.
004520     EXIT.

004530*---------------------------------------------------------------
004540* 2200-NOTE-NUMERIC-RANGE - min/max ordered by value
004550*---------------------------------------------------------------
004560 2200-NOTE-NUMERIC-RANGE.
004570     IF WS-PR-VALUE-COUNT (PR-IDX) = 0
004580         MOVE WS-NUMBER-VALUE TO WS-PR-MIN-NUMBER (PR-IDX)
004590         MOVE WS-NUMBER-VALUE TO WS-PR-MAX-NUMBER (PR-IDX)
004600         MOVE WS-TRIMMED-VALUE TO WS-PR-MIN-TEXT (PR-IDX)
004610         MOVE WS-TRIMMED-VALUE TO WS-PR-MAX-TEXT (PR-IDX)
004620         GO TO 2200-EXIT
004630     END-IF
004640     IF WS-NUMBER-VALUE < WS-PR-MIN-NUMBER (PR-IDX)
004650         MOVE WS-NUMBER-VALUE TO WS-PR-MIN-NUMBER (PR-IDX)
004660         MOVE WS-TRIMMED-VALUE TO WS-PR-MIN-TEXT (PR-IDX)
004670     END-IF
004680     IF WS-NUMBER-VALUE > WS-PR-MAX-NUMBER (PR-IDX)
004690         MOVE WS-NUMBER-VALUE TO WS-PR-MAX-NUMBER (PR-IDX)
004700         MOVE WS-TRIMMED-VALUE TO WS-PR-MAX-TEXT (PR-IDX)
004710     END-IF.
004720 2200-EXIT.
004730     EXIT.

004740*---------------------------------------------------------------
004750* 2250-NOTE-TEXT-RANGE - min/max in collating sequence
004760*---------------------------------------------------------------
004770 2250-NOTE-TEXT-RANGE.
004780     IF WS-PR-VALUE-COUNT (PR-IDX) = 0
004790         MOVE WS-TRIMMED-VALUE TO WS-PR-MIN-TEXT (PR-IDX)
004800         MOVE WS-TRIMMED-VALUE TO WS-PR-MAX-TEXT (PR-IDX)
004810         GO TO 2250-EXIT
004820     END-IF
004830     IF WS-TRIMMED-VALUE < WS-PR-MIN-TEXT (PR-IDX)
004840         MOVE WS-TRIMMED-VALUE TO WS-PR-MIN-TEXT (PR-IDX)
004850     END-IF
004860     IF WS-TRIMMED-VALUE > WS-PR-MAX-TEXT (PR-IDX)
004870         MOVE WS-TRIMMED-VALUE TO WS-PR-MAX-TEXT (PR-IDX)
004880     END-IF.
004890 2250-EXIT.
004900     EXIT.

004910*---------------------------------------------------------------
004920* 2300-NOTE-DISTINCT-VALUE - count a value not seen before; the
004930*                 21st distinct value marks the column high-
004940*                 cardinality and ends the tracking
004950*---------------------------------------------------------------
004960 2300-NOTE-DISTINCT-VALUE.
004970     SET WS-ENTRY-NOT-FOUND TO TRUE
004980     PERFORM 2310-MATCH-ONE-DISTINCT THRU 2310-EXIT
004990         VARYING WS-DISTINCT-INDEX FROM 1 BY 1
005000         UNTIL WS-DISTINCT-INDEX > WS-PR-DISTINCT-COUNT (PR-IDX)
005010            OR WS-ENTRY-FOUND
005020     IF WS-ENTRY-NOT-FOUND
005030         IF WS-PR-DISTINCT-COUNT (PR-IDX) < 20
005040             ADD 1 TO WS-PR-DISTINCT-COUNT (PR-IDX)
005050             MOVE WS-TRIMMED-VALUE
005060                 TO WS-PR-DISTINCT-VALUE
005070                        (PR-IDX, WS-PR-DISTINCT-COUNT (PR-IDX))
005080         ELSE
005090             SET WS-PR-DISTINCT-OVER (PR-IDX) TO TRUE
005100         END-IF
005110     END-IF.
005120 2300-EXIT.
005130     EXIT.

005140*---------------------------------------------------------------
005150* 2310-MATCH-ONE-DISTINCT - is this value already counted
005160*---------------------------------------------------------------
005170 2310-MATCH-ONE-DISTINCT.
005180     IF WS-PR-DISTINCT-VALUE (PR-IDX, WS-DISTINCT-INDEX)
005190             = WS-TRIMMED-VALUE
005200         SET WS-ENTRY-FOUND TO TRUE
005210     END-IF.
005220 2310-EXIT.
005230     EXIT.

005240*---------------------------------------------------------------
005250* 2400-PARSE-NUMBER - the field as a number: blanks either side,
005260*                 one optional leading sign, digits, and for a
005270*                 DECIMAL/FLOAT/DOUBLE column one decimal point
005280*---------------------------------------------------------------
005290 2400-PARSE-NUMBER.
005300     SET WS-VALUE-IS-GOOD TO TRUE
005310     MOVE 0 TO WS-NUMBER-VALUE
005320     MOVE 0 TO WS-FRACTION-DIGIT-COUNT
005330     MOVE 'N' TO WS-SIGN-SEEN-SWITCH
005340     MOVE 'N' TO WS-DIGIT-SEEN-SWITCH
005350     MOVE 'N' TO WS-POINT-SEEN-SWITCH
005360     MOVE 'N' TO WS-BLANK-AFTER-SWITCH
005370     MOVE 'N' TO WS-NEGATIVE-SWITCH
005380     PERFORM 2410-PARSE-ONE-CHARACTER THRU 2410-EXIT
005390         VARYING WS-SCAN-INDEX FROM 1 BY 1
005400         UNTIL WS-SCAN-INDEX > WS-FIELD-LENGTH
005410            OR WS-VALUE-IS-BAD
005420     IF NOT WS-DIGIT-WAS-SEEN
005430         SET WS-VALUE-IS-BAD TO TRUE
005440     END-IF
005450     IF WS-VALUE-IS-BAD
005460         GO TO 2400-EXIT
005470     END-IF
005480     PERFORM 2420-SCALE-DOWN-ONE-DIGIT THRU 2420-EXIT
005490         UNTIL WS-FRACTION-DIGIT-COUNT = 0
005500     IF WS-VALUE-IS-NEGATIVE
005510         COMPUTE WS-NUMBER-VALUE = 0 - WS-NUMBER-VALUE
005520     END-IF.
005530 2400-EXIT.
005540     EXIT.

005550*---------------------------------------------------------------
005560* 2410-PARSE-ONE-CHARACTER - classify and accumulate one byte
005570*---------------------------------------------------------------
005580 2410-PARSE-ONE-CHARACTER.
005590     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
005600     EVALUATE TRUE
005610         WHEN WS-SCAN-CHARACTER = SPACE
005620             IF WS-DIGIT-WAS-SEEN OR WS-SIGN-WAS-SEEN
005630                     OR WS-POINT-WAS-SEEN
005640                 SET WS-BLANK-AFTER-DIGITS TO TRUE
005650             END-IF
005660         WHEN WS-BLANK-AFTER-DIGITS
005670             SET WS-VALUE-IS-BAD TO TRUE
005680         WHEN WS-SCAN-CHARACTER IS NUMERIC
005690             SET WS-DIGIT-WAS-SEEN TO TRUE
005700             IF WS-POINT-WAS-SEEN
005710                 ADD 1 TO WS-FRACTION-DIGIT-COUNT
005720             END-IF
005730             COMPUTE WS-NUMBER-VALUE =
005740                 WS-NUMBER-VALUE * 10 + WS-SCAN-DIGIT
005750         WHEN WS-SCAN-CHARACTER = '+' OR WS-SCAN-CHARACTER = '-'
005760             IF WS-SIGN-WAS-SEEN OR WS-DIGIT-WAS-SEEN
005770                     OR WS-POINT-WAS-SEEN
005780                 SET WS-VALUE-IS-BAD TO TRUE
005790             ELSE
005800                 SET WS-SIGN-WAS-SEEN TO TRUE
005810                 IF WS-SCAN-CHARACTER = '-'
005820                     SET WS-VALUE-IS-NEGATIVE TO TRUE
005830                 END-IF
005840             END-IF
005850         WHEN WS-SCAN-CHARACTER = '.'
005860             IF WS-POINT-WAS-SEEN OR WS-PR-CLASS-INTEGER (PR-IDX)
005870                 SET WS-VALUE-IS-BAD TO TRUE
005880             ELSE
005890                 SET WS-POINT-WAS-SEEN TO TRUE
005900             END-IF
005910         WHEN OTHER
005920             SET WS-VALUE-IS-BAD TO TRUE
005930     END-EVALUATE.
005940 2410-EXIT.
005950     EXIT.

005960*---------------------------------------------------------------
005970* 2420-SCALE-DOWN-ONE-DIGIT - place the decimal point
005980*---------------------------------------------------------------
005990 2420-SCALE-DOWN-ONE-DIGIT.
006000     COMPUTE WS-NUMBER-VALUE = WS-NUMBER-VALUE / 10
006010     SUBTRACT 1 FROM WS-FRACTION-DIGIT-COUNT.
006020 2420-EXIT.
006030     EXIT.

006040*---------------------------------------------------------------
006050* 3000-WRITE-STATISTICS - one COLSTATS row per profiled column;
006060*                 a rerun the same day replaces that day's row
006070*---------------------------------------------------------------
006080 3000-WRITE-STATISTICS.
006090     CLOSE EXTRACT-INPUT-FILE
006100     OPEN I-O COLUMN-STATS-FILE
006110     IF NOT WS-STATS-OPENED
006120         PERFORM 9300-STATS-NOT-OPENED THRU 9300-EXIT
006130         GO TO 3000-EXIT
006140     END-IF
006150     PERFORM 3100-WRITE-ONE-STATS-ROW THRU 3100-EXIT
006160         VARYING WS-PROFILE-INDEX FROM 1 BY 1
006170         UNTIL WS-PROFILE-INDEX > WS-PROFILE-COLUMN-COUNT
006180     CLOSE COLUMN-STATS-FILE.
006190 3000-EXIT.
006200     EXIT.

006210*---------------------------------------------------------------
006220* 3100-WRITE-ONE-STATS-ROW - add or replace one history row
006230*---------------------------------------------------------------
006240 3100-WRITE-ONE-STATS-ROW.
006250     SET PR-IDX TO WS-PROFILE-INDEX
006260     MOVE PF-TABLE-NAME TO CS-TABLE-NAME
006270     MOVE WS-SOURCE-FLAG TO CS-SOURCE-FLAG
006280     MOVE WS-PR-FIELD-ID (PR-IDX) TO CS-FIELD-ID
006290     MOVE WS-TODAY-DATE TO CS-RUN-DATE
006300     READ COLUMN-STATS-FILE
006310         KEY IS CS-STATS-KEY
006320     END-READ
006330     IF WS-STATS-OK
006340         PERFORM 3110-STAGE-STATS-ROW THRU 3110-EXIT
006350         REWRITE COLUMN-STATS-RECORD
006360         IF WS-STATS-OK
006370             ADD 1 TO WS-STATS-REPLACED-COUNT
006380         ELSE
006390             PERFORM 9400-STATS-NOT-WRITTEN THRU 9400-EXIT
006400         END-IF
006410     ELSE
006420         PERFORM 3110-STAGE-STATS-ROW THRU 3110-EXIT
006430         WRITE COLUMN-STATS-RECORD
006440         IF WS-STATS-OK
006450             ADD 1 TO WS-STATS-WRITTEN-COUNT
006460         ELSE
006470             PERFORM 9400-STATS-NOT-WRITTEN THRU 9400-EXIT
006480         END-IF
006490     END-IF.
006500 3100-EXIT.
006510     EXIT.

006520*---------------------------------------------------------------
006530* 3110-STAGE-STATS-ROW - the profile in the history layout
006540*---------------------------------------------------------------
006550 3110-STAGE-STATS-ROW.
006560     MOVE SPACES TO COLUMN-STATS-RECORD
006570     MOVE PF-TABLE-NAME TO CS-TABLE-NAME
006580     MOVE WS-SOURCE-FLAG TO CS-SOURCE-FLAG
006590     MOVE WS-PR-FIELD-ID (PR-IDX) TO CS-FIELD-ID
006600     MOVE WS-TODAY-DATE TO CS-RUN-DATE
006610     MOVE WS-PR-FIELD-NAME (PR-IDX) TO CS-FIELD-NAME
006620     MOVE WS-PR-FIELD-TYPE (PR-IDX) TO CS-FIELD-TYPE
006630     MOVE SS-SCHEMA-VERSION OF WS-SCHEMA-BODY
006640         TO CS-SCHEMA-VERSION
006650     MOVE WS-RUN-TIMESTAMP TO CS-RUN-TIMESTAMP
006660     MOVE WS-RECORDS-READ-COUNT TO CS-ROW-COUNT
006670     MOVE WS-PR-BLANK-COUNT (PR-IDX) TO CS-BLANK-COUNT
006680     MOVE WS-PR-INVALID-COUNT (PR-IDX) TO CS-INVALID-COUNT
006690     MOVE WS-PR-MIN-TEXT (PR-IDX) TO CS-MIN-VALUE
006700     MOVE WS-PR-MAX-TEXT (PR-IDX) TO CS-MAX-VALUE
006710     MOVE WS-PR-DISTINCT-COUNT (PR-IDX) TO CS-DISTINCT-COUNT
006720     MOVE WS-PR-DISTINCT-FLAG (PR-IDX) TO CS-DISTINCT-FLAG.
006730 3110-EXIT.
006740     EXIT.

006750*---------------------------------------------------------------
006760* 8000-TERMINATE - display the run totals
006770*---------------------------------------------------------------
006780 8000-TERMINATE.
006790     IF WS-RUN-IS-VALID
006800         DISPLAY 'COLPROFILE COMPLETE - TABLE: ' PF-TABLE-NAME
006810         MOVE WS-RECORDS-READ-COUNT TO WS-COUNT-DISPLAY
006820         DISPLAY '  RECORDS READ:     ' WS-COUNT-DISPLAY
006830         MOVE WS-PROFILE-COLUMN-COUNT TO WS-COUNT-DISPLAY
006840         DISPLAY '  COLUMNS PROFILED: ' WS-COUNT-DISPLAY
006850         MOVE WS-STATS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
006860         DISPLAY '  HISTORY ADDED:    ' WS-COUNT-DISPLAY
006870         MOVE WS-STATS-REPLACED-COUNT TO WS-COUNT-DISPLAY
006880         DISPLAY '  HISTORY REPLACED: ' WS-COUNT-DISPLAY
006890         IF WS-NO-FIELD-ID-COUNT > 0
006900             MOVE WS-NO-FIELD-ID-COUNT TO WS-COUNT-DISPLAY
006910             DISPLAY '  NO FIELD ID:      ' WS-COUNT-DISPLAY
006920                 ' (NOT PROFILED)'
006930             MOVE 4 TO RETURN-CODE
006940         END-IF
006950         IF WS-STATS-FAILED-COUNT > 0
006960             MOVE WS-STATS-FAILED-COUNT TO WS-COUNT-DISPLAY
006970             DISPLAY '  HISTORY FAILED:   ' WS-COUNT-DISPLAY
006980                 ' (NOT STORED)'
006990             MOVE 12 TO RETURN-CODE
007000         END-IF
007010     END-IF.
007020 8000-EXIT.
007030     EXIT.

007040*---------------------------------------------------------------
007050* 8800-START-RUN-LOG - note when the step started, for its
007060*                 run-log row
007070*---------------------------------------------------------------
007080 8800-START-RUN-LOG.
007090     MOVE SPACES TO RUN-LOG-RECORD
007100     MOVE 'COLPROF' TO RL-JOB-NAME
007110     MOVE 'COLPROFILE' TO RL-PROGRAM-NAME
007120     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
007130     ACCEPT RL-START-TIME FROM TIME.
007140 8800-EXIT.
007150     EXIT.

007160*---------------------------------------------------------------
007170* 8900-WRITE-RUN-LOG - append this run's counts and return
007180*                 code to the run log; statistics rows stored or
007190*                 replaced are the rows written, rows that
007200*                 could not be stored the rows rejected
007210*---------------------------------------------------------------
007220 8900-WRITE-RUN-LOG.
007230     MOVE PF-TABLE-NAME TO RL-TABLE-NAME
007240     MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ
007250     COMPUTE RL-RECORDS-WRITTEN = WS-STATS-WRITTEN-COUNT
007260                                + WS-STATS-REPLACED-COUNT
007270     MOVE WS-STATS-FAILED-COUNT TO RL-RECORDS-REJECTED
007280     MOVE RETURN-CODE TO RL-RETURN-CODE
007290     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
007300 8900-EXIT.
007310     EXIT.

007320*---------------------------------------------------------------
007330* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
007340*---------------------------------------------------------------
007350 9000-TABLE-NOT-FOUND.
007360     SET WS-RUN-IS-INVALID TO TRUE
007370     DISPLAY 'COLPROFILE - TABLE NOT IN SCHSNAP: ' PF-TABLE-NAME
007380     MOVE 12 TO RETURN-CODE.
007390 9000-EXIT.
007400     EXIT.

007410*---------------------------------------------------------------
007420* 9100-BAD-PARM - no usable PROFPRM record was supplied
007430*---------------------------------------------------------------
007440 9100-BAD-PARM.
007450     SET WS-RUN-IS-INVALID TO TRUE
007460     DISPLAY 'COLPROFILE - PROFPRM RECORD MISSING OR INVALID'
007470     MOVE 16 TO RETURN-CODE.
007480 9100-EXIT.
007490     EXIT.

007500*---------------------------------------------------------------
007510* 9200-LAYOUT-TOO-WIDE - the committed column widths add up to
007520*                 more than the extract record can carry
007530*---------------------------------------------------------------
007540 9200-LAYOUT-TOO-WIDE.
007550     SET WS-RUN-IS-INVALID TO TRUE
007560     DISPLAY 'COLPROFILE - LAYOUT EXCEEDS 7200-BYTE RECORD: '
007570         PF-TABLE-NAME
007580     MOVE 12 TO RETURN-CODE.
007590 9200-EXIT.
007600     EXIT.

007610*---------------------------------------------------------------
007620* 9300-STATS-NOT-OPENED - the statistics history could not be
007630*                 opened for update; nothing was saved
007640*---------------------------------------------------------------
007650 9300-STATS-NOT-OPENED.
007660     SET WS-RUN-IS-INVALID TO TRUE
007670     DISPLAY 'COLPROFILE - COLSTATS NOT OPENED, STATUS: '
007680         WS-STATS-FILE-STATUS
007690     MOVE 16 TO RETURN-CODE.
007700 9300-EXIT.
007710     EXIT.

007720*---------------------------------------------------------------
007730* 9400-STATS-NOT-WRITTEN - one column's history row could not
007740*                 be added or replaced; the run ends RC=12
007750*---------------------------------------------------------------
007760 9400-STATS-NOT-WRITTEN.
007770     DISPLAY 'COLPROFILE - COLSTATS ROW NOT STORED, STATUS: '
007780         WS-STATS-FILE-STATUS ' FIELD ID: ' CS-FIELD-ID
007790     ADD 1 TO WS-STATS-FAILED-COUNT.
007800 9400-EXIT.
007810     EXIT.
