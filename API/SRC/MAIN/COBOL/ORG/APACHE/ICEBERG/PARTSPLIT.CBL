000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PARTSPLIT.
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
000130* 2026-10-15  JKH   Original.  Runs after MERGETARGET and cuts
000140*                   the new master generation into one file per
000150*                   partition value.  The table's partition spec
000160*                   comes from SCHSNAP (SS-PART-ENTRY): each
000170*                   source column is located in the committed
000180*                   layout and its IX-TRANSFORM-TABLE transform
000190*                   applied record by record - IDENTITY,
000200*                   BUCKET[n], TRUNCATE[w], YEAR, MONTH, DAY and
000210*                   HOUR.  Records are sorted on the resulting
000220*                   partition tuple (master order kept within a
000230*                   partition) and written to TABLE.PARTnnnnn,
000240*                   and one PARTMAN manifest record per file
000250*                   carries the tuple, the record count and the
000260*                   low and high identifier key (TBLKEYS).  A
000270*                   value the transform cannot read goes to the
000280*                   null partition and ends the run with RC=4;
000290*                   records out not equal to records in is RC=8.
000300* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000310*                   the end of every run: master records read,
000320*                   partition records written, unreadable
000330*                   partition values, and the final return code.
000340* 2026-10-15  JKH   The manifest is closed whenever it was opened,
000350*                   including a run ended RC=16 by a partition
000360*                   file that would not open.
000370*

000380****************************************************************
000390* ENVIRONMENT DIVISION
000400****************************************************************
000410 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MERGE-PARM-FILE ASSIGN TO "MERGEPRM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-FILE-STATUS.

000470     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000510         FILE STATUS IS WS-SNAP-FILE-STATUS.

000520     SELECT TABLE-KEYS-FILE ASSIGN TO "TBLKEYS"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS TK-TABLE-NAME
000560         FILE STATUS IS WS-TBLKEYS-FILE-STATUS.

000570     SELECT MASTER-INPUT-FILE ASSIGN TO "MSTRIN"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-MSTRIN-FILE-STATUS.

000600     SELECT PARTITION-SORT-FILE ASSIGN TO "SORTWK1".

000610     SELECT PARTITION-OUTPUT-FILE ASSIGN TO WS-PARTITION-FILENAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARTOUT-FILE-STATUS.

000640     SELECT PART-MANIFEST-FILE ASSIGN TO "PARTMAN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PARTMAN-FILE-STATUS.

000670****************************************************************
000680* DATA DIVISION
000690****************************************************************
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  MERGE-PARM-FILE.
000730     COPY "ICEBERG-MERGE-PARM.cpy".

000740 FD  SCHEMA-SNAPSHOT-FILE.
000750     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000760         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000770                   ==FD-CURR-SNAPSHOT-REC==.

000780 FD  TABLE-KEYS-FILE.
000790     COPY "ICEBERG-TABLE-KEYS.cpy".

000800 FD  MASTER-INPUT-FILE
000810     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000820         DEPENDING ON WS-MASTER-RECORD-LENGTH.
000830 01  MASTER-INPUT-RECORD                 PIC X(7200).

000840 SD  PARTITION-SORT-FILE.
000850 01  PARTITION-SORT-RECORD.
000860     05  SW-PARTITION-TUPLE              PIC X(300).
000870     05  SW-RECORD-LENGTH                PIC 9(05).
000880     05  SW-RECORD-IMAGE                 PIC X(7200).

000890 FD  PARTITION-OUTPUT-FILE
000900     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000910         DEPENDING ON WS-OUTPUT-RECORD-LENGTH.
000920 01  PARTITION-OUTPUT-RECORD             PIC X(7200).

000930 FD  PART-MANIFEST-FILE.
000940     COPY "ICEBERG-PART-MANIFEST.cpy".

000950 WORKING-STORAGE SECTION.
000960****************************************************************
000970* FILE STATUS AND CONTROL SWITCHES
000980****************************************************************
000990 01  WS-FILE-STATUSES.
001000     05  WS-PARM-FILE-STATUS             PIC X(02).
001010         88  WS-PARM-OK                  VALUE '00'.
001020     05  WS-SNAP-FILE-STATUS             PIC X(02).
001030         88  WS-SNAP-OK                  VALUE '00'.
001040         88  WS-SNAP-NOT-FOUND           VALUE '23'.
001050     05  WS-TBLKEYS-FILE-STATUS          PIC X(02).
001060         88  WS-TBLKEYS-OK               VALUE '00'.
001070         88  WS-TBLKEYS-NOT-FOUND        VALUE '23'.
001080     05  WS-MSTRIN-FILE-STATUS           PIC X(02).
001090     05  WS-PARTOUT-FILE-STATUS          PIC X(02).
001100         88  WS-PARTOUT-OK               VALUE '00'.
001110     05  WS-PARTMAN-FILE-STATUS          PIC X(02).

001120 01  WS-SWITCHES.
001130     05  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.
001140         88  WS-MASTER-IS-EOF            VALUE 'Y'.
001150     05  WS-SORT-EOF-SWITCH              PIC X(01) VALUE 'N'.
001160         88  WS-SORT-IS-EOF              VALUE 'Y'.
001170     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001180         88  WS-RUN-IS-VALID             VALUE 'Y'.
001190         88  WS-RUN-IS-INVALID           VALUE 'N'.
001200     05  WS-KEY-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001210         88  WS-KEY-COLUMN-FOUND         VALUE 'Y'.
001220     05  WS-PART-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001230         88  WS-PART-COLUMN-FOUND        VALUE 'Y'.
001240     05  WS-TRANSFORM-OK-SWITCH          PIC X(01) VALUE 'Y'.
001250         88  WS-TRANSFORM-IS-VALID       VALUE 'Y'.
001260         88  WS-TRANSFORM-IS-INVALID     VALUE 'N'.
001270     05  WS-PARTITION-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001280         88  WS-PARTITION-IS-OPEN        VALUE 'Y'.
001290         88  WS-PARTITION-IS-CLOSED      VALUE 'N'.
001300     05  WS-MANIFEST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001310         88  WS-MANIFEST-IS-OPEN         VALUE 'Y'.
001320     05  WS-VALUE-GOOD-SWITCH            PIC X(01) VALUE 'Y'.
001330         88  WS-VALUE-IS-GOOD            VALUE 'Y'.
001340         88  WS-VALUE-IS-BAD             VALUE 'N'.
001350     05  WS-SIGN-SEEN-SWITCH             PIC X(01) VALUE 'N'.
001360         88  WS-SIGN-WAS-SEEN            VALUE 'Y'.
001370     05  WS-DIGIT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001380         88  WS-DIGIT-WAS-SEEN           VALUE 'Y'.
001390     05  WS-POINT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001400         88  WS-POINT-WAS-SEEN           VALUE 'Y'.
001410     05  WS-BLANK-AFTER-SWITCH           PIC X(01) VALUE 'N'.
001420         88  WS-BLANK-AFTER-DIGITS       VALUE 'Y'.
001430     05  WS-NEGATIVE-SWITCH              PIC X(01) VALUE 'N'.
001440         88  WS-VALUE-IS-NEGATIVE        VALUE 'Y'.

001450 77  WS-MASTER-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001460 77  WS-OUTPUT-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001470 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001480 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001490 77  WS-KEY-INDEX                        PIC 9(04) COMP VALUE 0.
001500 77  WS-KEY-CURSOR                       PIC 9(05) COMP VALUE 0.
001510 77  WS-KEY-TOTAL-LENGTH                 PIC 9(05) COMP VALUE 0.
001520 77  WS-PART-INDEX                       PIC 9(04) COMP VALUE 0.
001530 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001540 77  WS-SOURCE-LENGTH                    PIC 9(05) COMP VALUE 0.
001550 77  WS-SOURCE-END                       PIC 9(05) COMP VALUE 0.
001560 77  WS-TRIM-START                       PIC 9(04) COMP VALUE 0.
001570 77  WS-TRIM-END                         PIC 9(04) COMP VALUE 0.
001580 77  WS-LEAD-SPACE-COUNT                 PIC 9(04) COMP VALUE 0.
001590 77  WS-LEAD-ZERO-COUNT                  PIC 9(04) COMP VALUE 0.
001600 77  WS-VALUE-POINTER                    PIC 9(04) COMP VALUE 0.
001610 77  WS-DIGIT-COUNT                      PIC 9(04) COMP VALUE 0.
001620 77  WS-FRACTION-DIGIT-COUNT             PIC 9(04) COMP VALUE 0.
001630 77  WS-INTEGER-DIGIT-LENGTH             PIC 9(04) COMP VALUE 0.
001640 77  WS-PARSE-SCALE                      PIC 9(02) VALUE 0.
001650 77  WS-MASTER-READ-COUNT                PIC 9(09) COMP VALUE 0.
001660 77  WS-RECORDS-RELEASED-COUNT           PIC 9(09) COMP VALUE 0.
001670 77  WS-RECORDS-WRITTEN-COUNT            PIC 9(09) COMP VALUE 0.
001680 77  WS-PARTITION-COUNT                  PIC 9(05) COMP VALUE 0.
001690 77  WS-PARTITION-RECORD-COUNT           PIC 9(09) COMP VALUE 0.
001700 77  WS-BAD-VALUE-COUNT                  PIC 9(09) COMP VALUE 0.

001710 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
001720 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001730 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
001740 01  WS-PARTITION-FILENAME               PIC X(64) VALUE SPACES.
001750 01  WS-PARTITION-NUMBER                 PIC 9(05) VALUE 0.
001760 01  WS-RECORD-MATCH-KEY                 PIC X(300) VALUE SPACES.
001770 01  WS-PARTITION-MIN-KEY                PIC X(300) VALUE SPACES.
001780 01  WS-PARTITION-MAX-KEY                PIC X(300) VALUE SPACES.
001790 01  WS-CURRENT-TUPLE                    PIC X(300) VALUE SPACES.
001800 01  WS-SOURCE-VALUE                     PIC X(999) VALUE SPACES.
001810 01  WS-PART-VALUE                       PIC X(60) VALUE SPACES.
001820 01  WS-SCAN-CHARACTER                   PIC X(01) VALUE SPACE.
001830 01  WS-SCAN-DIGIT REDEFINES WS-SCAN-CHARACTER
001840                                         PIC 9(01).
001850 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.

001860****************************************************************
001870* ONE RECORD'S PARTITION TUPLE, ONE 60-BYTE VALUE PER FIELD IN
001880* SS-PART-ENTRY ORDER; blank is the null partition
001890****************************************************************
001900 01  WS-PARTITION-TUPLE.
001910     05  WS-TUPLE-VALUE                  PIC X(60)
001920                                          OCCURS 5 TIMES.

001930****************************************************************
001940* NUMERIC WORK AREAS FOR BUCKET AND TRUNCATE; a number is held
001950* unscaled (DECIMAL 12.34 at scale 2 is 1234)
001960****************************************************************
001970 01  WS-NUMBER-VALUE                     PIC S9(18) COMP-3
001980                                          VALUE 0.
001990 01  WS-NUMBER-QUOTIENT                  PIC S9(18) COMP-3
002000                                          VALUE 0.
002010 01  WS-NUMBER-REMAINDER                 PIC S9(18) COMP-3
002020                                          VALUE 0.
002030 01  WS-NUMBER-ABSOLUTE                  PIC 9(18) VALUE 0.
002040 01  WS-NUMBER-EDIT                      PIC -(18)9.

002050****************************************************************
002060* SHOP STRING HASH FOR BUCKET ON NON-NUMERIC COLUMNS: each byte
002070* of the value (leading and trailing blanks dropped) is folded in
002080* as H = (H * 31 + byte) modulo 2147483647; the byte is read
002090* through a halfword whose high byte is LOW-VALUE
002100****************************************************************
002110 01  WS-HASH-VALUE                       PIC 9(18) COMP VALUE 0.
002120 01  WS-HASH-WORK                        PIC 9(18) COMP VALUE 0.
002130 01  WS-HASH-QUOTIENT                    PIC 9(18) COMP VALUE 0.
002140 01  WS-HASH-BYTE-AREA.
002150     05  WS-HASH-HIGH-BYTE               PIC X(01)
002160                                          VALUE LOW-VALUE.
002170     05  WS-HASH-LOW-BYTE                PIC X(01)
002180                                          VALUE LOW-VALUE.
002190 01  WS-HASH-BYTE-CODE REDEFINES WS-HASH-BYTE-AREA
002200                                         PIC 9(04) COMP.

002210****************************************************************
002220* KEY COLUMN OFFSETS WITHIN THE FLAT EXTRACT LAYOUT, IN
002230* TK-KEY-FIELD ORDER; widths mirror the PIC clauses assigned by
002240* 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA
002250****************************************************************
002260 01  WS-KEY-LAYOUT-TABLE.
002270     05  WS-KEY-COLUMN-COUNT             PIC 9(02) VALUE 0.
002280     05  WS-KEY-LAYOUT-ENTRY
002290                         OCCURS 10 TIMES
002300                         INDEXED BY KL-IDX.
002310         10  WS-KEY-OFFSET               PIC 9(05) COMP.
002320         10  WS-KEY-LENGTH               PIC 9(03) COMP.

002330****************************************************************
002340* PARTITION FIELDS RESOLVED AGAINST THE LAYOUT, IN SS-PART-ENTRY
002350* ORDER
002360****************************************************************
002370 01  WS-PART-LAYOUT-TABLE.
002380     05  WS-PART-FIELD-COUNT             PIC 9(02) VALUE 0.
002390     05  WS-PART-LAYOUT-ENTRY
002400                         OCCURS 5 TIMES
002410                         INDEXED BY PL-IDX.
002420         10  WS-PART-SOURCE-COLUMN       PIC X(30).
002430         10  WS-PART-TRANSFORM           PIC X(10).
002440         10  WS-PART-WIDTH               PIC 9(03).
002450         10  WS-PART-TYPE                PIC X(10).
002460         10  WS-PART-PRECISION           PIC 9(02).
002470         10  WS-PART-SCALE               PIC 9(02).
002480         10  WS-PART-OFFSET              PIC 9(05) COMP.
002490         10  WS-PART-LENGTH              PIC 9(03) COMP.

002500****************************************************************
002510* PER-COLUMN WIDTHS OF THE FULL EXTRACT LAYOUT
002520****************************************************************
002530 01  WS-COLUMN-LAYOUT-TABLE.
002540     05  WS-LAYOUT-COLUMN-COUNT          PIC 9(04) COMP VALUE 0.
002550     05  WS-LAYOUT-ENTRY
002560                         OCCURS 0 TO 200 TIMES
002570                         DEPENDING ON WS-LAYOUT-COLUMN-COUNT
002580                         INDEXED BY LY-IDX.
002590         10  WS-LAYOUT-OFFSET            PIC 9(05) COMP.
002600         10  WS-LAYOUT-LENGTH            PIC 9(03) COMP.

002610****************************************************************
002620* IN-MEMORY COPY OF THE TABLE BEING SPLIT
002630****************************************************************
002640 COPY "ICEBERG-SNAPSHOT-REC.cpy"
002650     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002660               ==WS-SCHEMA-BODY==.

002670****************************************************************
002680* THIS TABLE'S IDENTIFIER KEY LIST, AS COMMITTED
002690****************************************************************
002700 01  WS-TABLE-KEYS-BODY.
002710     05  WS-TK-KEY-FIELD-COUNT           PIC 9(02).
002720     05  WS-TK-KEY-FIELD                 PIC X(30)
002730                       OCCURS 10 TIMES INDEXED BY WK-IDX.

002740****************************************************************
002750* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
002760****************************************************************
002770 COPY "ICEBERG-RUN-LOG-REC.cpy".

002780 PROCEDURE DIVISION.
002790*---------------------------------------------------------------
002800* 0000-MAINLINE - sort the master on its partition tuple and
002810*                 cut one file per tuple
002820*---------------------------------------------------------------
002830 0000-MAINLINE.
002840     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002860     IF WS-RUN-IS-VALID
002870         SORT PARTITION-SORT-FILE
002880             ON ASCENDING KEY SW-PARTITION-TUPLE
002890             WITH DUPLICATES IN ORDER
002900             INPUT PROCEDURE IS 2000-RELEASE-MASTER
002910                 THRU 2000-EXIT
002920             OUTPUT PROCEDURE IS 3000-WRITE-PARTITIONS
002930                 THRU 3000-EXIT
002940         IF SORT-RETURN NOT = 0
002950             PERFORM 9800-SORT-FAILED THRU 9800-EXIT
002960         END-IF
002970     END-IF
002980     PERFORM 8000-TERMINATE THRU 8000-EXIT
002990     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
003000     STOP RUN.
003010 0000-EXIT.
003020     EXIT.

003030*---------------------------------------------------------------
003040* 1000-INITIALIZE - parm, schema, key list, layouts, partition
003050*                 spec, open the manifest
003060*---------------------------------------------------------------
003070 1000-INITIALIZE.
003080     OPEN INPUT MERGE-PARM-FILE
003090     READ MERGE-PARM-FILE
003100     END-READ
003110     IF NOT WS-PARM-OK
003120         PERFORM 9100-BAD-PARM THRU 9100-EXIT
003130     END-IF
003140     CLOSE MERGE-PARM-FILE
003150     IF WS-RUN-IS-VALID
003160         IF MG-TABLE-NAME = SPACES
003170             PERFORM 9100-BAD-PARM THRU 9100-EXIT
003180         END-IF
003190     END-IF
003200     IF WS-RUN-IS-VALID
003210         PERFORM 1100-LOAD-TABLE-SCHEMA THRU 1100-EXIT
003220     END-IF
003230     IF WS-RUN-IS-VALID
003240         PERFORM 1200-LOAD-TABLE-KEYS THRU 1200-EXIT
003250     END-IF
003260     IF WS-RUN-IS-VALID
003270         PERFORM 1300-BUILD-COLUMN-LAYOUT THRU 1300-EXIT
003280     END-IF
003290     IF WS-RUN-IS-VALID
003300         PERFORM 1400-BUILD-KEY-LAYOUT THRU 1400-EXIT
003310     END-IF
003320     IF WS-RUN-IS-VALID
003330         PERFORM 1500-BUILD-PART-LAYOUT THRU 1500-EXIT
003340     END-IF
003350     IF WS-RUN-IS-VALID
003360         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003370         ACCEPT WS-NOW-TIME FROM TIME
003380         MOVE SPACES TO WS-RUN-TIMESTAMP
003390         STRING WS-TODAY-DATE DELIMITED BY SIZE
003400                '-' DELIMITED BY SIZE
003410                WS-NOW-TIME DELIMITED BY SIZE
003420             INTO WS-RUN-TIMESTAMP
003430         OPEN OUTPUT PART-MANIFEST-FILE
003440         SET WS-MANIFEST-IS-OPEN TO TRUE
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.

003480*---------------------------------------------------------------
003490* 1100-LOAD-TABLE-SCHEMA - read this table's committed layout
003500*---------------------------------------------------------------
003510 1100-LOAD-TABLE-SCHEMA.
003520     MOVE MG-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003530     OPEN INPUT SCHEMA-SNAPSHOT-FILE
003540     READ SCHEMA-SNAPSHOT-FILE
003550         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003560     END-READ
003570     IF WS-SNAP-OK
003580         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
003590             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
003600         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
003610     ELSE
003620         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
003630     END-IF
003640     CLOSE SCHEMA-SNAPSHOT-FILE.
003650 1100-EXIT.
003660     EXIT.

003670*---------------------------------------------------------------
003680* 1200-LOAD-TABLE-KEYS - read this table's identifier key list
003690*---------------------------------------------------------------
003700 1200-LOAD-TABLE-KEYS.
003710     MOVE MG-TABLE-NAME TO TK-TABLE-NAME
003720     OPEN INPUT TABLE-KEYS-FILE
003730     READ TABLE-KEYS-FILE
003740         KEY IS TK-TABLE-NAME
003750     END-READ
003760     IF WS-TBLKEYS-OK
003770         MOVE TK-KEY-FIELD-COUNT TO WS-TK-KEY-FIELD-COUNT
003780         PERFORM 1210-COPY-ONE-KEY-NAME THRU 1210-EXIT
003790             VARYING WS-WORK-INDEX FROM 1 BY 1
003800             UNTIL WS-WORK-INDEX > WS-TK-KEY-FIELD-COUNT
003810     ELSE
003820         PERFORM 9200-KEYS-NOT-FOUND THRU 9200-EXIT
003830     END-IF
003840     CLOSE TABLE-KEYS-FILE
003850     IF WS-RUN-IS-VALID
003860         IF WS-TK-KEY-FIELD-COUNT = 0
003870             PERFORM 9200-KEYS-NOT-FOUND THRU 9200-EXIT
003880         END-IF
003890     END-IF.
003900 1200-EXIT.
003910     EXIT.

003920*---------------------------------------------------------------
003930* 1210-COPY-ONE-KEY-NAME - stage one identifier column name
003940*---------------------------------------------------------------
003950 1210-COPY-ONE-KEY-NAME.
003960     MOVE TK-KEY-FIELD (WS-WORK-INDEX)
003970         TO WS-TK-KEY-FIELD (WS-WORK-INDEX).
003980 1210-EXIT.
003990     EXIT.

004000*---------------------------------------------------------------
004010* 1300-BUILD-COLUMN-LAYOUT - derive each column's offset/width;
004020*                 widths must stay in step with the PIC clauses
004030*                 assigned by 4505-SELECT-EXTRACT-PIC-CLAUSE
004040*---------------------------------------------------------------
004050 1300-BUILD-COLUMN-LAYOUT.
004060     MOVE 0 TO WS-LAYOUT-COLUMN-COUNT
004070     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
004080     PERFORM 1310-LAYOUT-ONE-COLUMN THRU 1310-EXIT
004090         VARYING WS-WORK-INDEX FROM 1 BY 1
004100         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
004110     IF WS-COLUMN-OFFSET-CURSOR - 1 > 7200
004120         PERFORM 9400-LAYOUT-TOO-WIDE THRU 9400-EXIT
004130     END-IF.
004140 1300-EXIT.
004150     EXIT.

004160*---------------------------------------------------------------
004170* 1310-LAYOUT-ONE-COLUMN - stage one column's offset and width
004180*---------------------------------------------------------------
004190 1310-LAYOUT-ONE-COLUMN.
004200     ADD 1 TO WS-LAYOUT-COLUMN-COUNT
004210     MOVE WS-COLUMN-OFFSET-CURSOR
004220         TO WS-LAYOUT-OFFSET (WS-LAYOUT-COLUMN-COUNT)
004230     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004240         WHEN 'BOOLEAN'
004250             MOVE 1 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004260         WHEN 'INT'
004270             MOVE 9 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004280         WHEN 'LONG'
004290             MOVE 18 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004300         WHEN 'FLOAT'
004310             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004320         WHEN 'DOUBLE'
004330             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004340         WHEN 'DECIMAL'
004350             IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY
004360                                     (WS-WORK-INDEX) = 0
004370                 MOVE 17
004380                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004390             ELSE
004400                 MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
004410                                             (WS-WORK-INDEX)
004420                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004430             END-IF
004440         WHEN 'STRING'
004450         WHEN 'FIXED'
004460         WHEN 'BINARY'
004470             IF COL-FIELD-LENGTH OF WS-SCHEMA-BODY
004480                                     (WS-WORK-INDEX) = 0
004490                 MOVE 30
004500                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004510             ELSE
004520                 MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
004530                                             (WS-WORK-INDEX)
004540                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004550             END-IF
004560         WHEN 'DATE'
004570             MOVE 10 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004580         WHEN 'TIME'
004590             MOVE 8 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004600         WHEN 'TIMESTAMP'
004610             MOVE 26 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004620         WHEN 'UUID'
004630             MOVE 36 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004640         WHEN 'STRUCT'
004650             MOVE 0 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004660         WHEN OTHER
004670             MOVE 30 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004680     END-EVALUATE
004690     ADD WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004700         TO WS-COLUMN-OFFSET-CURSOR.
004710 1310-EXIT.
004720     EXIT.

004730*---------------------------------------------------------------
004740* 1400-BUILD-KEY-LAYOUT - resolve each key name to its offset
004750*---------------------------------------------------------------
004760 1400-BUILD-KEY-LAYOUT.
004770     MOVE 0 TO WS-KEY-COLUMN-COUNT
004780     MOVE 0 TO WS-KEY-TOTAL-LENGTH
004790     PERFORM 1410-RESOLVE-ONE-KEY-NAME THRU 1410-EXIT
004800         VARYING WS-KEY-INDEX FROM 1 BY 1
004810         UNTIL WS-KEY-INDEX > WS-TK-KEY-FIELD-COUNT
004820            OR WS-RUN-IS-INVALID
004830     IF WS-RUN-IS-VALID
004840         IF WS-KEY-TOTAL-LENGTH > 300
004850             PERFORM 9500-KEY-TOO-WIDE THRU 9500-EXIT
004860         END-IF
004870     END-IF.
004880 1400-EXIT.
004890     EXIT.

004900*---------------------------------------------------------------
004910* 1410-RESOLVE-ONE-KEY-NAME - find one key column in the layout
004920*---------------------------------------------------------------
004930 1410-RESOLVE-ONE-KEY-NAME.
004940     MOVE 'N' TO WS-KEY-FOUND-SWITCH
004950     PERFORM 1420-TEST-ONE-COLUMN-NAME THRU 1420-EXIT
004960         VARYING WS-WORK-INDEX FROM 1 BY 1
004970         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
004980            OR WS-KEY-COLUMN-FOUND
004990     IF NOT WS-KEY-COLUMN-FOUND
005000         PERFORM 9300-KEY-NOT-IN-SCHEMA THRU 9300-EXIT
005010     END-IF.
005020 1410-EXIT.
005030     EXIT.

005040*---------------------------------------------------------------
005050* 1420-TEST-ONE-COLUMN-NAME - match one layout column by name
005060*---------------------------------------------------------------
005070 1420-TEST-ONE-COLUMN-NAME.
005080     IF COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
005090             = WS-TK-KEY-FIELD (WS-KEY-INDEX)
005100         SET WS-KEY-COLUMN-FOUND TO TRUE
005110         ADD 1 TO WS-KEY-COLUMN-COUNT
005120         MOVE WS-LAYOUT-OFFSET (WS-WORK-INDEX)
005130             TO WS-KEY-OFFSET (WS-KEY-COLUMN-COUNT)
005140         MOVE WS-LAYOUT-LENGTH (WS-WORK-INDEX)
005150             TO WS-KEY-LENGTH (WS-KEY-COLUMN-COUNT)
005160         ADD WS-LAYOUT-LENGTH (WS-WORK-INDEX)
005170             TO WS-KEY-TOTAL-LENGTH
005180     END-IF.
005190 1420-EXIT.
005200     EXIT.

005210*---------------------------------------------------------------
005220* 1500-BUILD-PART-LAYOUT - resolve each partition source column
005230*                 to its offset and type; a table with no
005240*                 partition spec is one partition
005250*---------------------------------------------------------------
005260 1500-BUILD-PART-LAYOUT.
005270     MOVE 0 TO WS-PART-FIELD-COUNT
005280     PERFORM 1510-RESOLVE-ONE-PART-FIELD THRU 1510-EXIT
005290         VARYING WS-PART-INDEX FROM 1 BY 1
005300         UNTIL WS-PART-INDEX >
005310                   SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
005320            OR WS-RUN-IS-INVALID.
005330 1500-EXIT.
005340     EXIT.

005350*---------------------------------------------------------------
005360* 1510-RESOLVE-ONE-PART-FIELD - find one partition source column
005370*                 and check its transform suits its type
005380*---------------------------------------------------------------
005390 1510-RESOLVE-ONE-PART-FIELD.
005400     ADD 1 TO WS-PART-FIELD-COUNT
005410     MOVE SP-SOURCE-COLUMN OF WS-SCHEMA-BODY (WS-PART-INDEX)
005420         TO WS-PART-SOURCE-COLUMN (WS-PART-FIELD-COUNT)
005430     MOVE SP-TRANSFORM OF WS-SCHEMA-BODY (WS-PART-INDEX)
005440         TO WS-PART-TRANSFORM (WS-PART-FIELD-COUNT)
005450     IF SP-TRANSFORM-WIDTH OF WS-SCHEMA-BODY (WS-PART-INDEX)
005460             IS NUMERIC
005470         MOVE SP-TRANSFORM-WIDTH OF WS-SCHEMA-BODY
005480                                    (WS-PART-INDEX)
005490             TO WS-PART-WIDTH (WS-PART-FIELD-COUNT)
005500     ELSE
005510         MOVE 0 TO WS-PART-WIDTH (WS-PART-FIELD-COUNT)
005520     END-IF
005530     MOVE 'N' TO WS-PART-FOUND-SWITCH
005540     PERFORM 1520-TEST-ONE-PART-COLUMN THRU 1520-EXIT
005550         VARYING WS-WORK-INDEX FROM 1 BY 1
005560         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
005570            OR WS-PART-COLUMN-FOUND
005580     IF NOT WS-PART-COLUMN-FOUND
005590         PERFORM 9600-PART-NOT-IN-SCHEMA THRU 9600-EXIT
005600         GO TO 1510-EXIT
005610     END-IF
005620     PERFORM 1530-CHECK-PART-TRANSFORM THRU 1530-EXIT
005630     IF WS-TRANSFORM-IS-INVALID
005640         PERFORM 9700-TRANSFORM-NOT-VALID THRU 9700-EXIT
005650     END-IF.
005660 1510-EXIT.
005670     EXIT.

005680*---------------------------------------------------------------
005690* 1520-TEST-ONE-PART-COLUMN - match one layout column by name
005700*---------------------------------------------------------------
005710 1520-TEST-ONE-PART-COLUMN.
005720     IF COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
005730             = WS-PART-SOURCE-COLUMN (WS-PART-FIELD-COUNT)
005740         SET WS-PART-COLUMN-FOUND TO TRUE
005750         MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
005760             TO WS-PART-TYPE (WS-PART-FIELD-COUNT)
005770         MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
005780                                     (WS-WORK-INDEX)
005790             TO WS-PART-PRECISION (WS-PART-FIELD-COUNT)
005800         MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
005810             TO WS-PART-SCALE (WS-PART-FIELD-COUNT)
005820         MOVE WS-LAYOUT-OFFSET (WS-WORK-INDEX)
005830             TO WS-PART-OFFSET (WS-PART-FIELD-COUNT)
005840         MOVE WS-LAYOUT-LENGTH (WS-WORK-INDEX)
005850             TO WS-PART-LENGTH (WS-PART-FIELD-COUNT)
005860     END-IF.
005870 1520-EXIT.
005880     EXIT.

005890*---------------------------------------------------------------
005900* 1530-CHECK-PART-TRANSFORM - the transform must suit the source
005910*                 column's type: IDENTITY any flat column up to
005920*                 60 bytes; BUCKET[n] any but BOOLEAN, FLOAT and
005930*                 DOUBLE; TRUNCATE[w] STRING/FIXED/BINARY (w up
005940*                 to 60) and INT/LONG/DECIMAL; YEAR/MONTH/DAY a
005950*                 DATE or TIMESTAMP; HOUR a TIMESTAMP.  Numeric
005960*                 DECIMAL work is held to 18 digits.
005970*---------------------------------------------------------------
005980 1530-CHECK-PART-TRANSFORM.
005990     SET WS-TRANSFORM-IS-VALID TO TRUE
006000     SET PL-IDX TO WS-PART-FIELD-COUNT
006010     IF WS-PART-TYPE (PL-IDX) = 'STRUCT' OR 'LIST' OR 'MAP'
006020         SET WS-TRANSFORM-IS-INVALID TO TRUE
006030         GO TO 1530-EXIT
006040     END-IF
006050     IF WS-PART-TYPE (PL-IDX) = 'DECIMAL'
006060             AND WS-PART-PRECISION (PL-IDX) > 18
006070         IF WS-PART-TRANSFORM (PL-IDX) = 'BUCKET' OR 'TRUNCATE'
006080             SET WS-TRANSFORM-IS-INVALID TO TRUE
006090             GO TO 1530-EXIT
006100         END-IF
006110     END-IF
006120     EVALUATE WS-PART-TRANSFORM (PL-IDX)
006130         WHEN 'IDENTITY'
006140             IF WS-PART-LENGTH (PL-IDX) > 60
006150                 SET WS-TRANSFORM-IS-INVALID TO TRUE
006160             END-IF
006170         WHEN 'BUCKET'
006180             IF WS-PART-WIDTH (PL-IDX) = 0
006190                     OR WS-PART-TYPE (PL-IDX) = 'BOOLEAN'
006200                     OR WS-PART-TYPE (PL-IDX) = 'FLOAT'
006210                     OR WS-PART-TYPE (PL-IDX) = 'DOUBLE'
006220                 SET WS-TRANSFORM-IS-INVALID TO TRUE
006230             END-IF
006240         WHEN 'TRUNCATE'
006250             EVALUATE WS-PART-TYPE (PL-IDX)
006260                 WHEN 'STRING'
006270                 WHEN 'FIXED'
006280                 WHEN 'BINARY'
006290                     IF WS-PART-WIDTH (PL-IDX) > 60
006300                         SET WS-TRANSFORM-IS-INVALID TO TRUE
006310                     END-IF
006320                 WHEN 'INT'
006330                 WHEN 'LONG'
006340                     CONTINUE
006350                 WHEN 'DECIMAL'
006360                     IF WS-PART-SCALE (PL-IDX) > 17
006370                         SET WS-TRANSFORM-IS-INVALID TO TRUE
006380                     END-IF
006390                 WHEN OTHER
006400                     SET WS-TRANSFORM-IS-INVALID TO TRUE
006410             END-EVALUATE
006420             IF WS-PART-WIDTH (PL-IDX) = 0
006430                 SET WS-TRANSFORM-IS-INVALID TO TRUE
006440             END-IF
006450         WHEN 'YEAR'
006460         WHEN 'MONTH'
006470         WHEN 'DAY'
006480             IF WS-PART-TYPE (PL-IDX) NOT = 'DATE'
006490                     AND WS-PART-TYPE (PL-IDX) NOT = 'TIMESTAMP'
006500                 SET WS-TRANSFORM-IS-INVALID TO TRUE
006510             END-IF
006520         WHEN 'HOUR'
006530             IF WS-PART-TYPE (PL-IDX) NOT = 'TIMESTAMP'
006540                 SET WS-TRANSFORM-IS-INVALID TO TRUE
006550             END-IF
006560         WHEN OTHER
006570             SET WS-TRANSFORM-IS-INVALID TO TRUE
006580     END-EVALUATE.
006590 1530-EXIT.
006600     EXIT.

006610*---------------------------------------------------------------
006620* 2000-RELEASE-MASTER - sort input: each master record goes to
006630*                 the sort behind its partition tuple
006640*---------------------------------------------------------------
006650 2000-RELEASE-MASTER.
006660     OPEN INPUT MASTER-INPUT-FILE
006670     PERFORM 2100-READ-MASTER THRU 2100-EXIT
006680     PERFORM 2200-RELEASE-ONE-RECORD THRU 2200-EXIT
006690         UNTIL WS-MASTER-IS-EOF
006700     CLOSE MASTER-INPUT-FILE.
006710 2000-EXIT.
006720     EXIT.

006730*---------------------------------------------------------------
006740* 2100-READ-MASTER - next master record
006750*---------------------------------------------------------------
006760 2100-READ-MASTER.
006770     READ MASTER-INPUT-FILE
006780         AT END
006790             SET WS-MASTER-IS-EOF TO TRUE
006800         NOT AT END
006810             ADD 1 TO WS-MASTER-READ-COUNT
006820     END-READ.
006830 2100-EXIT.
006840     EXIT.

006850*---------------------------------------------------------------
006860* 2200-RELEASE-ONE-RECORD - build the tuple and release
006870*---------------------------------------------------------------
006880 2200-RELEASE-ONE-RECORD.
006890     MOVE SPACES TO WS-PARTITION-TUPLE
006900     PERFORM 2300-TRANSFORM-ONE-FIELD THRU 2300-EXIT
006910         VARYING WS-PART-INDEX FROM 1 BY 1
006920         UNTIL WS-PART-INDEX > WS-PART-FIELD-COUNT
006930     MOVE WS-PARTITION-TUPLE TO SW-PARTITION-TUPLE
006940     MOVE WS-MASTER-RECORD-LENGTH TO SW-RECORD-LENGTH
006950     MOVE MASTER-INPUT-RECORD TO SW-RECORD-IMAGE
006960     RELEASE PARTITION-SORT-RECORD
006970     ADD 1 TO WS-RECORDS-RELEASED-COUNT
006980     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
006990 2200-EXIT.
007000     EXIT.

007010*---------------------------------------------------------------
007020* 2300-TRANSFORM-ONE-FIELD - one partition field's value; a
007030*                 blank source is the null partition, and a value
007040*                 the transform cannot read is counted and sent
007050*                 there too
007060*---------------------------------------------------------------
007070 2300-TRANSFORM-ONE-FIELD.
007080     SET PL-IDX TO WS-PART-INDEX
007090     MOVE SPACES TO WS-PART-VALUE
007100     MOVE SPACES TO WS-SOURCE-VALUE
007110     SET WS-VALUE-IS-GOOD TO TRUE
007120     IF WS-PART-OFFSET (PL-IDX) > WS-MASTER-RECORD-LENGTH
007130         GO TO 2300-EXIT
007140     END-IF
007150     COMPUTE WS-SOURCE-END =
007160         WS-PART-OFFSET (PL-IDX) + WS-PART-LENGTH (PL-IDX) - 1
007170     IF WS-SOURCE-END > WS-MASTER-RECORD-LENGTH
007180         MOVE WS-MASTER-RECORD-LENGTH TO WS-SOURCE-END
007190     END-IF
007200     COMPUTE WS-SOURCE-LENGTH =
007210         WS-SOURCE-END - WS-PART-OFFSET (PL-IDX) + 1
007220     MOVE MASTER-INPUT-RECORD
007230             (WS-PART-OFFSET (PL-IDX) : WS-SOURCE-LENGTH)
007240         TO WS-SOURCE-VALUE
007250     IF WS-SOURCE-VALUE = SPACES
007260         GO TO 2300-EXIT
007270     END-IF
007280     EVALUATE WS-PART-TRANSFORM (PL-IDX)
007290         WHEN 'IDENTITY'
007300             MOVE WS-SOURCE-VALUE (1 : WS-SOURCE-LENGTH)
007310                 TO WS-PART-VALUE
007320         WHEN 'BUCKET'
007330             PERFORM 2400-APPLY-BUCKET THRU 2400-EXIT
007340         WHEN 'TRUNCATE'
007350             PERFORM 2500-APPLY-TRUNCATE THRU 2500-EXIT
007360         WHEN OTHER
007370             PERFORM 2600-APPLY-TIME-TRANSFORM THRU 2600-EXIT
007380     END-EVALUATE
007390     IF WS-VALUE-IS-BAD
007400         ADD 1 TO WS-BAD-VALUE-COUNT
007410         MOVE SPACES TO WS-PART-VALUE
007420     END-IF
007430     MOVE WS-PART-VALUE TO WS-TUPLE-VALUE (WS-PART-INDEX).
007440 2300-EXIT.
007450     EXIT.

007460*---------------------------------------------------------------
007470* 2400-APPLY-BUCKET - INT/LONG/DECIMAL bucket on the (unscaled)
007480*                 number modulo n; anything else on the shop
007490*                 string hash modulo n
007500*---------------------------------------------------------------
007510 2400-APPLY-BUCKET.
007520     EVALUATE WS-PART-TYPE (PL-IDX)
007530         WHEN 'INT'
007540         WHEN 'LONG'
007550         WHEN 'DECIMAL'
007560             PERFORM 2700-PARSE-NUMBER THRU 2700-EXIT
007570             IF WS-VALUE-IS-BAD
007580                 GO TO 2400-EXIT
007590             END-IF
007600             DIVIDE WS-NUMBER-VALUE BY WS-PART-WIDTH (PL-IDX)
007610                 GIVING WS-NUMBER-QUOTIENT
007620                 REMAINDER WS-NUMBER-REMAINDER
007630             IF WS-NUMBER-REMAINDER < 0
007640                 ADD WS-PART-WIDTH (PL-IDX) TO WS-NUMBER-REMAINDER
007650             END-IF
007660         WHEN OTHER
007670             PERFORM 2410-HASH-SOURCE-VALUE THRU 2410-EXIT
007680             DIVIDE WS-HASH-VALUE BY WS-PART-WIDTH (PL-IDX)
007690                 GIVING WS-HASH-QUOTIENT
007700                 REMAINDER WS-NUMBER-REMAINDER
007710     END-EVALUATE
007720     MOVE WS-NUMBER-REMAINDER TO WS-NUMBER-VALUE
007730     MOVE 0 TO WS-PARSE-SCALE
007740     PERFORM 2800-FORMAT-NUMBER THRU 2800-EXIT.
007750 2400-EXIT.
007760     EXIT.

007770*---------------------------------------------------------------
007780* 2410-HASH-SOURCE-VALUE - fold the value's bytes, leading and
007790*                 trailing blanks dropped, into WS-HASH-VALUE
007800*---------------------------------------------------------------
007810 2410-HASH-SOURCE-VALUE.
007820     MOVE 0 TO WS-HASH-VALUE
007830     MOVE 0 TO WS-LEAD-SPACE-COUNT
007840     INSPECT WS-SOURCE-VALUE (1 : WS-SOURCE-LENGTH)
007850         TALLYING WS-LEAD-SPACE-COUNT FOR LEADING SPACES
007860     COMPUTE WS-TRIM-START = WS-LEAD-SPACE-COUNT + 1
007870     MOVE WS-SOURCE-LENGTH TO WS-TRIM-END
007880     PERFORM 2420-STEP-BACK-ONE-BLANK THRU 2420-EXIT
007890         UNTIL WS-SOURCE-VALUE (WS-TRIM-END : 1) NOT = SPACE
007900     PERFORM 2430-HASH-ONE-BYTE THRU 2430-EXIT
007910         VARYING WS-SCAN-INDEX FROM WS-TRIM-START BY 1
007920         UNTIL WS-SCAN-INDEX > WS-TRIM-END.
007930 2410-EXIT.
007940     EXIT.

007950*---------------------------------------------------------------
007960* 2420-STEP-BACK-ONE-BLANK - trim one trailing blank
007970*---------------------------------------------------------------
007980 2420-STEP-BACK-ONE-BLANK.
007990     SUBTRACT 1 FROM WS-TRIM-END.
008000 2420-EXIT.
008010     EXIT.

008020*---------------------------------------------------------------
008030* 2430-HASH-ONE-BYTE - H = (H * 31 + byte) mod 2147483647
008040*---------------------------------------------------------------
008050 2430-HASH-ONE-BYTE.
008060     MOVE LOW-VALUE TO WS-HASH-HIGH-BYTE
008070     MOVE WS-SOURCE-VALUE (WS-SCAN-INDEX : 1) TO WS-HASH-LOW-BYTE
008080     COMPUTE WS-HASH-WORK =
008090         WS-HASH-VALUE * 31 + WS-HASH-BYTE-CODE
008100     DIVIDE WS-HASH-WORK BY 2147483647
008110         GIVING WS-HASH-QUOTIENT
008120         REMAINDER WS-HASH-VALUE.
008130 2430-EXIT.
008140     EXIT.

008150*---------------------------------------------------------------
008160* 2500-APPLY-TRUNCATE - STRING/FIXED/BINARY keep the first w
008170*                 bytes; INT/LONG/DECIMAL floor the (unscaled)
008180*                 number to a multiple of w, v - (v mod w)
008190*---------------------------------------------------------------
008200 2500-APPLY-TRUNCATE.
008210     EVALUATE WS-PART-TYPE (PL-IDX)
008220         WHEN 'INT'
008230         WHEN 'LONG'
008240         WHEN 'DECIMAL'
008250             PERFORM 2700-PARSE-NUMBER THRU 2700-EXIT
008260             IF WS-VALUE-IS-BAD
008270                 GO TO 2500-EXIT
008280             END-IF
008290             DIVIDE WS-NUMBER-VALUE BY WS-PART-WIDTH (PL-IDX)
008300                 GIVING WS-NUMBER-QUOTIENT
008310                 REMAINDER WS-NUMBER-REMAINDER
008320             IF WS-NUMBER-REMAINDER < 0
008330                 ADD WS-PART-WIDTH (PL-IDX) TO WS-NUMBER-REMAINDER
008340             END-IF
008350             SUBTRACT WS-NUMBER-REMAINDER FROM WS-NUMBER-VALUE
008360                 ON SIZE ERROR
008370                     SET WS-VALUE-IS-BAD TO TRUE
008380                     GO TO 2500-EXIT
008390             END-SUBTRACT
008400             PERFORM 2800-FORMAT-NUMBER THRU 2800-EXIT
008410         WHEN OTHER
008420             IF WS-PART-WIDTH (PL-IDX) < WS-SOURCE-LENGTH
008430                 MOVE WS-SOURCE-VALUE (1 : WS-PART-WIDTH (PL-IDX))
008440                     TO WS-PART-VALUE
008450             ELSE
008460                 MOVE WS-SOURCE-VALUE (1 : WS-SOURCE-LENGTH)
008470                     TO WS-PART-VALUE
008480             END-IF
008490     END-EVALUATE.
008500 2500-EXIT.
008510     EXIT.

008520*---------------------------------------------------------------
008530* 2600-APPLY-TIME-TRANSFORM - cut the leading YYYY-MM-DD (and for
008540*                 HOUR the hour after it) of a DATE or TIMESTAMP:
008550*                 YEAR 2026, MONTH 2026-10, DAY 2026-10-15,
008560*                 HOUR 2026-10-15-07
008570*---------------------------------------------------------------
008580 2600-APPLY-TIME-TRANSFORM.
008590     IF WS-SOURCE-VALUE (1 : 4) NOT NUMERIC
008600         SET WS-VALUE-IS-BAD TO TRUE
008610         GO TO 2600-EXIT
008620     END-IF
008630     IF WS-PART-TRANSFORM (PL-IDX) = 'YEAR'
008640         MOVE WS-SOURCE-VALUE (1 : 4) TO WS-PART-VALUE
008650         GO TO 2600-EXIT
008660     END-IF
008670     IF WS-SOURCE-VALUE (5 : 1) NOT = '-'
008680             OR WS-SOURCE-VALUE (6 : 2) NOT NUMERIC
008690         SET WS-VALUE-IS-BAD TO TRUE
008700         GO TO 2600-EXIT
008710     END-IF
008720     IF WS-PART-TRANSFORM (PL-IDX) = 'MONTH'
008730         MOVE WS-SOURCE-VALUE (1 : 7) TO WS-PART-VALUE
008740         GO TO 2600-EXIT
008750     END-IF
008760     IF WS-SOURCE-VALUE (8 : 1) NOT = '-'
008770             OR WS-SOURCE-VALUE (9 : 2) NOT NUMERIC
008780         SET WS-VALUE-IS-BAD TO TRUE
008790         GO TO 2600-EXIT
008800     END-IF
008810     IF WS-PART-TRANSFORM (PL-IDX) = 'DAY'
008820         MOVE WS-SOURCE-VALUE (1 : 10) TO WS-PART-VALUE
008830         GO TO 2600-EXIT
008840     END-IF
008850     IF WS-SOURCE-VALUE (12 : 2) NOT NUMERIC
008860         SET WS-VALUE-IS-BAD TO TRUE
008870         GO TO 2600-EXIT
008880     END-IF
008890     STRING WS-SOURCE-VALUE (1 : 10) DELIMITED BY SIZE
008900            '-' DELIMITED BY SIZE
008910            WS-SOURCE-VALUE (12 : 2) DELIMITED BY SIZE
008920         INTO WS-PART-VALUE.
008930 2600-EXIT.
008940     EXIT.

008950*---------------------------------------------------------------
008960* 2700-PARSE-NUMBER - read the source value as a number held
008970*                 unscaled at the column's scale (INT/LONG scale
008980*                 zero): blanks either side, one optional leading
008990*                 sign, digits, and for a DECIMAL one point with
009000*                 no more fraction digits than the scale
009010*---------------------------------------------------------------
009020 2700-PARSE-NUMBER.
009030     MOVE 0 TO WS-NUMBER-VALUE
009040     MOVE 0 TO WS-DIGIT-COUNT
009050     MOVE 0 TO WS-FRACTION-DIGIT-COUNT
009060     MOVE 'N' TO WS-SIGN-SEEN-SWITCH
009070     MOVE 'N' TO WS-DIGIT-SEEN-SWITCH
009080     MOVE 'N' TO WS-POINT-SEEN-SWITCH
009090     MOVE 'N' TO WS-BLANK-AFTER-SWITCH
009100     MOVE 'N' TO WS-NEGATIVE-SWITCH
009110     IF WS-PART-TYPE (PL-IDX) = 'DECIMAL'
009120         MOVE WS-PART-SCALE (PL-IDX) TO WS-PARSE-SCALE
009130     ELSE
009140         MOVE 0 TO WS-PARSE-SCALE
009150     END-IF
009160     PERFORM 2710-PARSE-ONE-CHARACTER THRU 2710-EXIT
009170         VARYING WS-SCAN-INDEX FROM 1 BY 1
009180         UNTIL WS-SCAN-INDEX > WS-SOURCE-LENGTH
009190            OR WS-VALUE-IS-BAD
009200     IF NOT WS-DIGIT-WAS-SEEN
009210         SET WS-VALUE-IS-BAD TO TRUE
009220     END-IF
009230     IF WS-VALUE-IS-BAD
009240         GO TO 2700-EXIT
009250     END-IF
009260     PERFORM 2720-SCALE-UP-ONE-DIGIT THRU 2720-EXIT
009270         UNTIL WS-FRACTION-DIGIT-COUNT NOT < WS-PARSE-SCALE
009280            OR WS-VALUE-IS-BAD
009290     IF WS-VALUE-IS-NEGATIVE
009300         COMPUTE WS-NUMBER-VALUE = 0 - WS-NUMBER-VALUE
009310     END-IF.
009320 2700-EXIT.
009330     EXIT.

009340*---------------------------------------------------------------
009350* 2710-PARSE-ONE-CHARACTER - classify and accumulate one byte
009360*---------------------------------------------------------------
009370 2710-PARSE-ONE-CHARACTER.
009380     MOVE WS-SOURCE-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
009390     EVALUATE TRUE
009400         WHEN WS-SCAN-CHARACTER = SPACE
009410             IF WS-DIGIT-WAS-SEEN OR WS-SIGN-WAS-SEEN
009420                     OR WS-POINT-WAS-SEEN
009430                 SET WS-BLANK-AFTER-DIGITS TO TRUE
009440             END-IF
009450         WHEN WS-BLANK-AFTER-DIGITS
009460             SET WS-VALUE-IS-BAD TO TRUE
009470         WHEN WS-SCAN-CHARACTER IS NUMERIC
009480             SET WS-DIGIT-WAS-SEEN TO TRUE
009490             IF WS-POINT-WAS-SEEN
009500                 ADD 1 TO WS-FRACTION-DIGIT-COUNT
009510             END-IF
009520             ADD 1 TO WS-DIGIT-COUNT
009530             IF WS-DIGIT-COUNT > 18
009540                     OR WS-FRACTION-DIGIT-COUNT > WS-PARSE-SCALE
009550                 SET WS-VALUE-IS-BAD TO TRUE
009560             ELSE
009570                 COMPUTE WS-NUMBER-VALUE =
009580                     WS-NUMBER-VALUE * 10 + WS-SCAN-DIGIT
009590             END-IF
009600         WHEN WS-SCAN-CHARACTER = '+' OR WS-SCAN-CHARACTER = '-'
009610             IF WS-SIGN-WAS-SEEN OR WS-DIGIT-WAS-SEEN
009620                     OR WS-POINT-WAS-SEEN
009630                 SET WS-VALUE-IS-BAD TO TRUE
009640             ELSE
009650                 SET WS-SIGN-WAS-SEEN TO TRUE
009660                 IF WS-SCAN-CHARACTER = '-'
009670                     SET WS-VALUE-IS-NEGATIVE TO TRUE
009680                 END-IF
009690             END-IF
009700         WHEN WS-SCAN-CHARACTER = '.'
009710             IF WS-POINT-WAS-SEEN OR WS-PARSE-SCALE = 0
009720                 SET WS-VALUE-IS-BAD TO TRUE
009730             ELSE
009740                 SET WS-POINT-WAS-SEEN TO TRUE
009750             END-IF
009760         WHEN OTHER
009770             SET WS-VALUE-IS-BAD TO TRUE
009780     END-EVALUATE.
009790 2710-EXIT.
009800     EXIT.

009810*---------------------------------------------------------------
009820* 2720-SCALE-UP-ONE-DIGIT - pad a short fraction out to the scale
009830*---------------------------------------------------------------
009840 2720-SCALE-UP-ONE-DIGIT.
009850     ADD 1 TO WS-FRACTION-DIGIT-COUNT
009860     ADD 1 TO WS-DIGIT-COUNT
009870     IF WS-DIGIT-COUNT > 18
009880         SET WS-VALUE-IS-BAD TO TRUE
009890     ELSE
009900         COMPUTE WS-NUMBER-VALUE = WS-NUMBER-VALUE * 10
009910     END-IF.
009920 2720-EXIT.
009930     EXIT.

009940*---------------------------------------------------------------
009950* 2800-FORMAT-NUMBER - WS-NUMBER-VALUE at WS-PARSE-SCALE into
009960*                 WS-PART-VALUE, left-justified: -1230 at scale
009970*                 two is -12.30
009980*---------------------------------------------------------------
009990 2800-FORMAT-NUMBER.
010000     MOVE SPACES TO WS-PART-VALUE
010010     IF WS-PARSE-SCALE = 0
010020         MOVE WS-NUMBER-VALUE TO WS-NUMBER-EDIT
010030         MOVE 0 TO WS-LEAD-SPACE-COUNT
010040         INSPECT WS-NUMBER-EDIT
010050             TALLYING WS-LEAD-SPACE-COUNT FOR LEADING SPACES
010060         MOVE WS-NUMBER-EDIT (WS-LEAD-SPACE-COUNT + 1 : )
010070             TO WS-PART-VALUE
010080         GO TO 2800-EXIT
010090     END-IF
010100     MOVE 1 TO WS-VALUE-POINTER
010110     IF WS-NUMBER-VALUE < 0
010120         STRING '-' DELIMITED BY SIZE
010130             INTO WS-PART-VALUE
010140             WITH POINTER WS-VALUE-POINTER
010150         COMPUTE WS-NUMBER-ABSOLUTE = 0 - WS-NUMBER-VALUE
010160     ELSE
010170         MOVE WS-NUMBER-VALUE TO WS-NUMBER-ABSOLUTE
010180     END-IF
010190     COMPUTE WS-INTEGER-DIGIT-LENGTH = 18 - WS-PARSE-SCALE
010200     MOVE 0 TO WS-LEAD-ZERO-COUNT
010210     INSPECT WS-NUMBER-ABSOLUTE (1 : WS-INTEGER-DIGIT-LENGTH)
010220         TALLYING WS-LEAD-ZERO-COUNT FOR LEADING '0'
010230     IF WS-LEAD-ZERO-COUNT = WS-INTEGER-DIGIT-LENGTH
010240         SUBTRACT 1 FROM WS-LEAD-ZERO-COUNT
010250     END-IF
010260     STRING WS-NUMBER-ABSOLUTE
010270                (WS-LEAD-ZERO-COUNT + 1 :
010280                 WS-INTEGER-DIGIT-LENGTH - WS-LEAD-ZERO-COUNT)
010290                DELIMITED BY SIZE
010300            '.' DELIMITED BY SIZE
010310            WS-NUMBER-ABSOLUTE
010320                (WS-INTEGER-DIGIT-LENGTH + 1 : WS-PARSE-SCALE)
010330                DELIMITED BY SIZE
010340         INTO WS-PART-VALUE
010350         WITH POINTER WS-VALUE-POINTER.
010360 2800-EXIT.
010370     EXIT.

010380*---------------------------------------------------------------
010390* 3000-WRITE-PARTITIONS - sort output: a new partition file each
010400*                 time the tuple changes
010410*---------------------------------------------------------------
010420 3000-WRITE-PARTITIONS.
010430     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
010440     PERFORM 3200-WRITE-ONE-RECORD THRU 3200-EXIT
010450         UNTIL WS-SORT-IS-EOF
010460            OR WS-RUN-IS-INVALID
010470     IF WS-PARTITION-IS-OPEN
010480         PERFORM 3400-CLOSE-PARTITION THRU 3400-EXIT
010490     END-IF.
010500 3000-EXIT.
010510     EXIT.

010520*---------------------------------------------------------------
010530* 3100-RETURN-SORTED - next record in partition-tuple order
010540*---------------------------------------------------------------
010550 3100-RETURN-SORTED.
010560     RETURN PARTITION-SORT-FILE
010570         AT END
010580             SET WS-SORT-IS-EOF TO TRUE
010590     END-RETURN.
010600 3100-EXIT.
010610     EXIT.

010620*---------------------------------------------------------------
010630* 3200-WRITE-ONE-RECORD - write to the tuple's file and track its
010640*                 count and low/high identifier key
010650*---------------------------------------------------------------
010660 3200-WRITE-ONE-RECORD.
010670     IF WS-PARTITION-IS-CLOSED
010680             OR SW-PARTITION-TUPLE NOT = WS-CURRENT-TUPLE
010690         IF WS-PARTITION-IS-OPEN
010700             PERFORM 3400-CLOSE-PARTITION THRU 3400-EXIT
010710         END-IF
010720         PERFORM 3300-OPEN-PARTITION THRU 3300-EXIT
010730         IF WS-RUN-IS-INVALID
010740             GO TO 3200-EXIT
010750         END-IF
010760     END-IF
010770     MOVE SW-RECORD-LENGTH TO WS-OUTPUT-RECORD-LENGTH
010780     MOVE SW-RECORD-IMAGE TO PARTITION-OUTPUT-RECORD
010790     WRITE PARTITION-OUTPUT-RECORD
010800     ADD 1 TO WS-RECORDS-WRITTEN-COUNT
010810     ADD 1 TO WS-PARTITION-RECORD-COUNT
010820     PERFORM 3210-BUILD-RECORD-KEY THRU 3210-EXIT
010830     IF WS-PARTITION-RECORD-COUNT = 1
010840         MOVE WS-RECORD-MATCH-KEY TO WS-PARTITION-MIN-KEY
010850         MOVE WS-RECORD-MATCH-KEY TO WS-PARTITION-MAX-KEY
010860     ELSE
010870         IF WS-RECORD-MATCH-KEY < WS-PARTITION-MIN-KEY
010880             MOVE WS-RECORD-MATCH-KEY TO WS-PARTITION-MIN-KEY
010890         END-IF
010900         IF WS-RECORD-MATCH-KEY > WS-PARTITION-MAX-KEY
010910             MOVE WS-RECORD-MATCH-KEY TO WS-PARTITION-MAX-KEY
010920         END-IF
010930     END-IF
010940     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
010950 3200-EXIT.
010960     EXIT.

010970*---------------------------------------------------------------
010980* 3210-BUILD-RECORD-KEY - concatenate the record's key fields
010990*---------------------------------------------------------------
011000 3210-BUILD-RECORD-KEY.
011010     MOVE SPACES TO WS-RECORD-MATCH-KEY
011020     MOVE 1 TO WS-KEY-CURSOR
011030     PERFORM 3220-APPEND-ONE-KEY-FIELD THRU 3220-EXIT
011040         VARYING WS-KEY-INDEX FROM 1 BY 1
011050         UNTIL WS-KEY-INDEX > WS-KEY-COLUMN-COUNT.
011060 3210-EXIT.
011070     EXIT.

011080*---------------------------------------------------------------
011090* 3220-APPEND-ONE-KEY-FIELD - stage one key field value
011100*---------------------------------------------------------------
011110 3220-APPEND-ONE-KEY-FIELD.
011120     MOVE SW-RECORD-IMAGE
011130             (WS-KEY-OFFSET (WS-KEY-INDEX) :
011140              WS-KEY-LENGTH (WS-KEY-INDEX))
011150         TO WS-RECORD-MATCH-KEY
011160             (WS-KEY-CURSOR : WS-KEY-LENGTH (WS-KEY-INDEX))
011170     ADD WS-KEY-LENGTH (WS-KEY-INDEX) TO WS-KEY-CURSOR.
011180 3220-EXIT.
011190     EXIT.

011200*---------------------------------------------------------------
011210* 3300-OPEN-PARTITION - next partition file, TABLE.PARTnnnnn
011220*---------------------------------------------------------------
011230 3300-OPEN-PARTITION.
011240     ADD 1 TO WS-PARTITION-COUNT
011250     MOVE WS-PARTITION-COUNT TO WS-PARTITION-NUMBER
011260     MOVE SPACES TO WS-PARTITION-FILENAME
011270     STRING MG-TABLE-NAME DELIMITED BY SPACE
011280            '.PART' DELIMITED BY SIZE
011290            WS-PARTITION-NUMBER DELIMITED BY SIZE
011300         INTO WS-PARTITION-FILENAME
011310     OPEN OUTPUT PARTITION-OUTPUT-FILE
011320     IF NOT WS-PARTOUT-OK
011330         PERFORM 9900-PARTITION-NOT-OPENED THRU 9900-EXIT
011340         GO TO 3300-EXIT
011350     END-IF
011360     SET WS-PARTITION-IS-OPEN TO TRUE
011370     MOVE SW-PARTITION-TUPLE TO WS-CURRENT-TUPLE
011380     MOVE 0 TO WS-PARTITION-RECORD-COUNT
011390     MOVE SPACES TO WS-PARTITION-MIN-KEY
011400     MOVE SPACES TO WS-PARTITION-MAX-KEY.
011410 3300-EXIT.
011420     EXIT.

011430*---------------------------------------------------------------
011440* 3400-CLOSE-PARTITION - close the file and write its manifest
011450*---------------------------------------------------------------
011460 3400-CLOSE-PARTITION.
011470     CLOSE PARTITION-OUTPUT-FILE
011480     SET WS-PARTITION-IS-CLOSED TO TRUE
011490     MOVE SPACES TO PART-MANIFEST-RECORD
011500     MOVE MG-TABLE-NAME TO PM-TABLE-NAME
011510     MOVE SS-SCHEMA-VERSION OF WS-SCHEMA-BODY
011520         TO PM-SCHEMA-VERSION
011530     MOVE WS-RUN-TIMESTAMP TO PM-RUN-TIMESTAMP
011540     MOVE WS-PARTITION-NUMBER TO PM-PARTITION-NUMBER
011550     MOVE WS-PARTITION-FILENAME TO PM-FILE-NAME
011560     MOVE WS-PARTITION-RECORD-COUNT TO PM-RECORD-COUNT
011570     MOVE WS-PART-FIELD-COUNT TO PM-PART-FIELD-COUNT
011580     MOVE WS-CURRENT-TUPLE TO WS-PARTITION-TUPLE
011590     PERFORM 3410-STAGE-ONE-PART-VALUE THRU 3410-EXIT
011600         VARYING WS-PART-INDEX FROM 1 BY 1
011610         UNTIL WS-PART-INDEX > 5
011620     MOVE WS-KEY-TOTAL-LENGTH TO PM-KEY-LENGTH
011630     MOVE WS-PARTITION-MIN-KEY TO PM-MIN-KEY
011640     MOVE WS-PARTITION-MAX-KEY TO PM-MAX-KEY
011650     WRITE PART-MANIFEST-RECORD.
011660 3400-EXIT.
011670     EXIT.

011680*---------------------------------------------------------------
011690* 3410-STAGE-ONE-PART-VALUE - one field of the manifest tuple
011700*---------------------------------------------------------------
011710 3410-STAGE-ONE-PART-VALUE.
011720     IF WS-PART-INDEX > WS-PART-FIELD-COUNT
011730         MOVE SPACES TO PM-PART-SOURCE-COLUMN (WS-PART-INDEX)
011740         MOVE SPACES TO PM-PART-TRANSFORM (WS-PART-INDEX)
011750         MOVE 0 TO PM-PART-TRANSFORM-WIDTH (WS-PART-INDEX)
011760         MOVE SPACES TO PM-PART-VALUE (WS-PART-INDEX)
011770     ELSE
011780         MOVE WS-PART-SOURCE-COLUMN (WS-PART-INDEX)
011790             TO PM-PART-SOURCE-COLUMN (WS-PART-INDEX)
011800         MOVE WS-PART-TRANSFORM (WS-PART-INDEX)
011810             TO PM-PART-TRANSFORM (WS-PART-INDEX)
011820         MOVE WS-PART-WIDTH (WS-PART-INDEX)
011830             TO PM-PART-TRANSFORM-WIDTH (WS-PART-INDEX)
011840         MOVE WS-TUPLE-VALUE (WS-PART-INDEX)
011850             TO PM-PART-VALUE (WS-PART-INDEX)
011860     END-IF.
011870 3410-EXIT.
011880     EXIT.

011890*---------------------------------------------------------------
011900* 8000-TERMINATE - close the manifest and display the totals
011910*---------------------------------------------------------------
011920 8000-TERMINATE.
011930     IF WS-MANIFEST-IS-OPEN
011940         CLOSE PART-MANIFEST-FILE
011950     END-IF
011960     IF WS-RUN-IS-VALID
011970         DISPLAY 'PARTSPLIT COMPLETE - TABLE: ' MG-TABLE-NAME
011980         MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISPLAY
011990         DISPLAY '  READ:       ' WS-COUNT-DISPLAY
012000         MOVE WS-RECORDS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
012010         DISPLAY '  WRITTEN:    ' WS-COUNT-DISPLAY
012020         MOVE WS-PARTITION-COUNT TO WS-COUNT-DISPLAY
012030         DISPLAY '  PARTITIONS: ' WS-COUNT-DISPLAY
012040         MOVE WS-BAD-VALUE-COUNT TO WS-COUNT-DISPLAY
012050         DISPLAY '  UNREADABLE: ' WS-COUNT-DISPLAY
012060         IF WS-RECORDS-WRITTEN-COUNT NOT = WS-MASTER-READ-COUNT
012070             DISPLAY 'PARTSPLIT - RECORDS WRITTEN DO NOT BALANCE'
012080                 ' TO RECORDS READ'
012090             MOVE 8 TO RETURN-CODE
012100         ELSE
012110             IF WS-BAD-VALUE-COUNT > 0
012120                 DISPLAY 'PARTSPLIT - UNREADABLE PARTITION VALUES'
012130                     ' WENT TO THE NULL PARTITION'
012140                 MOVE 4 TO RETURN-CODE
012150             END-IF
012160         END-IF
012170     END-IF.
012180 8000-EXIT.
012190     EXIT.

012200*---------------------------------------------------------------
012210* 8800-START-RUN-LOG - note when the step started, for its
012220*                 run-log row
012230*---------------------------------------------------------------
012240 8800-START-RUN-LOG.
012250     MOVE SPACES TO RUN-LOG-RECORD
012260     MOVE 'PARTSPLT' TO RL-JOB-NAME
012270     MOVE 'PARTSPLIT' TO RL-PROGRAM-NAME
012280     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
012290     ACCEPT RL-START-TIME FROM TIME.
012300 8800-EXIT.
012310     EXIT.

012320*---------------------------------------------------------------
012330* 8900-WRITE-RUN-LOG - append this run's counts and return
012340*                 code to the run log; a value no transform could
012350*                 read (sent to the null partition) counts as
012360*                 rejected
012370*---------------------------------------------------------------
012380 8900-WRITE-RUN-LOG.
012390     MOVE MG-TABLE-NAME TO RL-TABLE-NAME
012400     MOVE WS-MASTER-READ-COUNT TO RL-RECORDS-READ
012410     MOVE WS-RECORDS-WRITTEN-COUNT TO RL-RECORDS-WRITTEN
012420     MOVE WS-BAD-VALUE-COUNT TO RL-RECORDS-REJECTED
012430     MOVE RETURN-CODE TO RL-RETURN-CODE
012440     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
012450 8900-EXIT.
012460     EXIT.

012470*---------------------------------------------------------------
012480* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
012490*---------------------------------------------------------------
012500 9000-TABLE-NOT-FOUND.
012510     SET WS-RUN-IS-INVALID TO TRUE
012520     DISPLAY 'PARTSPLIT - TABLE NOT IN SCHSNAP: ' MG-TABLE-NAME
012530     MOVE 12 TO RETURN-CODE.
012540 9000-EXIT.
012550     EXIT.

012560*---------------------------------------------------------------
012570* 9100-BAD-PARM - no usable MERGEPRM record was supplied
012580*---------------------------------------------------------------
012590 9100-BAD-PARM.
012600     SET WS-RUN-IS-INVALID TO TRUE
012610     DISPLAY 'PARTSPLIT - MERGEPRM RECORD MISSING OR BLANK'
012620     MOVE 16 TO RETURN-CODE.
012630 9100-EXIT.
012640     EXIT.

012650*---------------------------------------------------------------
012660* 9200-KEYS-NOT-FOUND - no identifier key list was committed
012670*                 for this table (see SET-IDENTIFIER-FIELDS)
012680*---------------------------------------------------------------
012690 9200-KEYS-NOT-FOUND.
012700     SET WS-RUN-IS-INVALID TO TRUE
012710     DISPLAY 'PARTSPLIT - NO KEY LIST IN TBLKEYS: '
012720         MG-TABLE-NAME
012730     MOVE 12 TO RETURN-CODE.
012740 9200-EXIT.
012750     EXIT.

012760*---------------------------------------------------------------
012770* 9300-KEY-NOT-IN-SCHEMA - a committed key column is missing
012780*                 from the committed column layout
012790*---------------------------------------------------------------
012800 9300-KEY-NOT-IN-SCHEMA.
012810     SET WS-RUN-IS-INVALID TO TRUE
012820     DISPLAY 'PARTSPLIT - KEY COLUMN NOT IN LAYOUT: '
012830         WS-TK-KEY-FIELD (WS-KEY-INDEX)
012840     MOVE 12 TO RETURN-CODE.
012850 9300-EXIT.
012860     EXIT.

012870*---------------------------------------------------------------
012880* 9400-LAYOUT-TOO-WIDE - the committed column widths add up to
012890*                 more than the extract record can carry
012900*---------------------------------------------------------------
012910 9400-LAYOUT-TOO-WIDE.
012920     SET WS-RUN-IS-INVALID TO TRUE
012930     DISPLAY 'PARTSPLIT - LAYOUT EXCEEDS 7200-BYTE RECORD: '
012940         MG-TABLE-NAME
012950     MOVE 12 TO RETURN-CODE.
012960 9400-EXIT.
012970     EXIT.

012980*---------------------------------------------------------------
012990* 9500-KEY-TOO-WIDE - the key columns add up to more than the
013000*                 300-byte match key can carry
013010*---------------------------------------------------------------
013020 9500-KEY-TOO-WIDE.
013030     SET WS-RUN-IS-INVALID TO TRUE
013040     DISPLAY 'PARTSPLIT - KEY COLUMNS EXCEED 300-BYTE KEY: '
013050         MG-TABLE-NAME
013060     MOVE 12 TO RETURN-CODE.
013070 9500-EXIT.
013080     EXIT.

013090*---------------------------------------------------------------
013100* 9600-PART-NOT-IN-SCHEMA - a partition source column is missing
013110*                 from the committed column layout
013120*---------------------------------------------------------------
013130 9600-PART-NOT-IN-SCHEMA.
013140     SET WS-RUN-IS-INVALID TO TRUE
013150     DISPLAY 'PARTSPLIT - PARTITION COLUMN NOT IN LAYOUT: '
013160         WS-PART-SOURCE-COLUMN (WS-PART-FIELD-COUNT)
013170     MOVE 12 TO RETURN-CODE.
013180 9600-EXIT.
013190     EXIT.

013200*---------------------------------------------------------------
013210* 9700-TRANSFORM-NOT-VALID - the partition transform does not
013220*                 suit its source column's type (or a BUCKET/
013230*                 TRUNCATE carries no count or width)
013240*---------------------------------------------------------------
013250 9700-TRANSFORM-NOT-VALID.
013260     SET WS-RUN-IS-INVALID TO TRUE
013270     DISPLAY 'PARTSPLIT - TRANSFORM '
013280         WS-PART-TRANSFORM (WS-PART-FIELD-COUNT)
013290         ' NOT VALID FOR COLUMN: '
013300         WS-PART-SOURCE-COLUMN (WS-PART-FIELD-COUNT)
013310     MOVE 12 TO RETURN-CODE.
013320 9700-EXIT.
013330     EXIT.

013340*---------------------------------------------------------------
013350* 9800-SORT-FAILED - the partition sort did not complete
013360*---------------------------------------------------------------
013370 9800-SORT-FAILED.
013380     SET WS-RUN-IS-INVALID TO TRUE
013390     DISPLAY 'PARTSPLIT - PARTITION SORT FAILED: ' MG-TABLE-NAME
013400     MOVE 16 TO RETURN-CODE.
013410 9800-EXIT.
013420     EXIT.

013430*---------------------------------------------------------------
013440* 9900-PARTITION-NOT-OPENED - a partition file could not be
013450*                 allocated; the run stops
013460*---------------------------------------------------------------
013470 9900-PARTITION-NOT-OPENED.
013480     SET WS-RUN-IS-INVALID TO TRUE
013490     DISPLAY 'PARTSPLIT - PARTITION FILE NOT OPENED: '
013500         WS-PARTITION-FILENAME
013510     MOVE 16 TO RETURN-CODE.
013520 9900-EXIT.
013530     EXIT.
