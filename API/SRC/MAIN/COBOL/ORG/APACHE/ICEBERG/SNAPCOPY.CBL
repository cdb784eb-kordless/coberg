000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SNAPCOPY.
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
000130* 2026-10-15  JKH   Original.  Last step of the as-of retrieval
000140*                   job: prints a readable copy of the MASTER
000150*                   generation SNAPASOF chose (SNAPPICK), one line
000160*                   per column per record, named and typed from
000170*                   the layout SCHEMARECON rebuilt for the moment
000180*                   of that merge (OLDSNAP).  With AO-FORWARD-FLAG
000190*                   Y the copy is printed under the table's
000200*                   current SCHSNAP layout instead: columns are
000210*                   matched on their permanent COL-FIELD-ID, as
000220*                   EXTRMIGRATE does, so renames and moves carry
000230*                   the data across, columns added since show
000240*                   their COL-DEFAULT-VALUE, and the column map
000250*                   heads the copy.  The generation is opened by
000260*                   the dataset name in its catalog row.  A
000270*                   record whose length does not match the layout
000280*                   is printed as read and ends the run RC=4.
000290*

000300****************************************************************
000310* ENVIRONMENT DIVISION
000320****************************************************************
000330 ENVIRONMENT DIVISION.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ASOF-PARM-FILE ASSIGN TO "ASOFPRM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PARM-FILE-STATUS.

000390     SELECT PICKED-CATALOG-FILE ASSIGN TO "SNAPPICK"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SNAPPICK-FILE-STATUS.

000420     SELECT OLD-SNAPSHOT-FILE ASSIGN TO "OLDSNAP"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-OLDSNAP-FILE-STATUS.

000450     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000490         FILE STATUS IS WS-SNAP-FILE-STATUS.

000500     SELECT GENERATION-INPUT-FILE ASSIGN TO WS-GENERATION-DSN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-GENERATION-FILE-STATUS.

000530     SELECT ASOF-COPY-FILE ASSIGN TO "ASOFCOPY"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ASOFCOPY-FILE-STATUS.

000560****************************************************************
000570* DATA DIVISION
000580****************************************************************
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ASOF-PARM-FILE.
000620     COPY "ICEBERG-ASOF-PARM.cpy".

000630 FD  PICKED-CATALOG-FILE.
000640     COPY "ICEBERG-SNAP-CATALOG-REC.cpy"
000650         REPLACING ==SNAP-CATALOG-RECORD== BY
000660                   ==FD-PICKED-CATALOG-REC==.

000670 FD  OLD-SNAPSHOT-FILE.
000680     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000690         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000700                   ==FD-OLD-SNAPSHOT-REC==.

000710 FD  SCHEMA-SNAPSHOT-FILE.
000720     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000730         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000740                   ==FD-CURR-SNAPSHOT-REC==.

000750 FD  GENERATION-INPUT-FILE
000760     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000770         DEPENDING ON WS-GENERATION-RECORD-LENGTH.
000780 01  GENERATION-INPUT-RECORD             PIC X(7200).

000790 FD  ASOF-COPY-FILE.
000800 01  ASOF-COPY-LINE                      PIC X(132).

000810 WORKING-STORAGE SECTION.
000820****************************************************************
000830* FILE STATUS AND CONTROL SWITCHES
000840****************************************************************
000850 01  WS-FILE-STATUSES.
000860     05  WS-PARM-FILE-STATUS             PIC X(02).
000870         88  WS-PARM-OK                  VALUE '00'.
000880     05  WS-SNAPPICK-FILE-STATUS         PIC X(02).
000890         88  WS-SNAPPICK-OK              VALUE '00'.
000900     05  WS-OLDSNAP-FILE-STATUS          PIC X(02).
000910         88  WS-OLDSNAP-OK               VALUE '00'.
000920     05  WS-SNAP-FILE-STATUS             PIC X(02).
000930         88  WS-SNAP-OK                  VALUE '00'.
000940         88  WS-SNAP-NOT-FOUND           VALUE '23'.
000950     05  WS-GENERATION-FILE-STATUS       PIC X(02).
000960         88  WS-GENERATION-OK            VALUE '00'.
000970     05  WS-ASOFCOPY-FILE-STATUS         PIC X(02).
000980         88  WS-ASOFCOPY-OK              VALUE '00'.

000990 01  WS-SWITCHES.
001000     05  WS-GENERATION-EOF-SWITCH        PIC X(01) VALUE 'N'.
001010         88  WS-GENERATION-IS-EOF        VALUE 'Y'.
001020     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001030         88  WS-RUN-IS-VALID             VALUE 'Y'.
001040         88  WS-RUN-IS-INVALID           VALUE 'N'.
001050     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001060         88  WS-ENTRY-FOUND              VALUE 'Y'.
001070         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
001080     05  WS-LIMIT-SWITCH                 PIC X(01) VALUE 'N'.
001090         88  WS-LIMIT-IS-REACHED         VALUE 'Y'.
001100     05  WS-COPY-OPEN-SWITCH             PIC X(01) VALUE 'N'.
001110         88  WS-COPY-IS-OPEN             VALUE 'Y'.

001120 77  WS-GENERATION-RECORD-LENGTH         PIC 9(05) COMP VALUE 0.
001130 77  WS-OLD-RECORD-LENGTH                PIC 9(05) COMP VALUE 0.
001140 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001150 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001160 77  WS-OLD-SCAN-INDEX                   PIC 9(04) COMP VALUE 0.
001170 77  WS-PRINT-INDEX                      PIC 9(04) COMP VALUE 0.
001180 77  WS-VALUE-LENGTH                     PIC 9(05) COMP VALUE 0.
001190 77  WS-VALUE-END                        PIC 9(05) COMP VALUE 0.
001200 77  WS-VALUE-CURSOR                     PIC 9(05) COMP VALUE 0.
001210 77  WS-CHUNK-LENGTH                     PIC 9(05) COMP VALUE 0.
001220 77  WS-RECORD-LIMIT                     PIC 9(09) COMP VALUE 0.
001230 77  WS-RECORDS-READ-COUNT               PIC 9(09) COMP VALUE 0.
001240 77  WS-RECORDS-PRINTED-COUNT            PIC 9(09) COMP VALUE 0.
001250 77  WS-RECORDS-BADLEN-COUNT             PIC 9(09) COMP VALUE 0.
001260 77  WS-COLUMNS-ADDED-COUNT              PIC 9(04) COMP VALUE 0.
001270 77  WS-COLUMNS-DROPPED-COUNT            PIC 9(04) COMP VALUE 0.

001280 01  WS-GENERATION-DSN                   PIC X(44) VALUE SPACES.
001290 01  WS-SELECT-TYPE                      PIC X(10) VALUE SPACES.
001300 01  WS-SELECT-PRECISION                 PIC 9(02) VALUE 0.
001310 01  WS-SELECT-LENGTH                    PIC 9(03) VALUE 0.
001320 01  WS-SELECTED-LENGTH                  PIC 9(03) COMP VALUE 0.
001330 01  WS-FIELD-VALUE                      PIC X(7200) VALUE SPACES.
001340 01  WS-HEADING-TEXT                     PIC X(22) VALUE SPACES.
001350 01  WS-HEADING-VALUE                    PIC X(100) VALUE SPACES.
001360 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001370 01  WS-LENGTH-DISPLAY                   PIC ZZZZ9.
001380 01  WS-EXPECTED-DISPLAY                 PIC ZZZZ9.
001390 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.

001400****************************************************************
001410* OLD-LAYOUT COLUMN OFFSETS, FROM THE RECONSTRUCTED SNAPSHOT;
001420* widths mirror the PIC clauses 4505-SELECT-EXTRACT-PIC-CLAUSE
001430* assigns.  WS-OLD-MAPPED-FLAG marks the columns the current
001440* layout still carries.
001450****************************************************************
001460 01  WS-OLD-LAYOUT-TABLE.
001470     05  WS-OLD-LAYOUT-COUNT             PIC 9(04) COMP VALUE 0.
001480     05  WS-OLD-LAYOUT-ENTRY
001490                         OCCURS 0 TO 200 TIMES
001500                         DEPENDING ON WS-OLD-LAYOUT-COUNT
001510                         INDEXED BY OL-IDX.
001520         10  WS-OLD-LAYOUT-OFFSET        PIC 9(05) COMP.
001530         10  WS-OLD-LAYOUT-LENGTH        PIC 9(03) COMP.
001540         10  WS-OLD-MAPPED-FLAG          PIC X(01).
001550             88  WS-OLD-IS-MAPPED        VALUE 'Y'.

001560****************************************************************
001570* THE COLUMNS PRINTED FOR EACH RECORD, IN PRINT ORDER: WHERE THE
001580* VALUE SITS IN THE GENERATION'S RECORD, OR THE DEFAULT SHOWN
001590* FOR A COLUMN ADDED SINCE; WS-PL-OLD-COLUMN IS THE OLD-LAYOUT
001600* COLUMN THE VALUE COMES FROM (ZERO = ADDED SINCE)
001610****************************************************************
001620 01  WS-PRINT-LIST-TABLE.
001630     05  WS-PRINT-LIST-COUNT             PIC 9(04) COMP VALUE 0.
001640     05  WS-PRINT-LIST-ENTRY
001650                         OCCURS 0 TO 200 TIMES
001660                         DEPENDING ON WS-PRINT-LIST-COUNT
001670                         INDEXED BY PL-IDX.
001680         10  WS-PL-FIELD-NAME            PIC X(30).
001690         10  WS-PL-FIELD-TYPE            PIC X(10).
001700         10  WS-PL-OLD-COLUMN            PIC 9(04) COMP.
001710         10  WS-PL-DEFAULT-VALUE         PIC X(30).

001720****************************************************************
001730* IN-MEMORY COPIES OF THE LAYOUT AS WRITTEN AND THE CURRENT ONE
001740****************************************************************
001750 COPY "ICEBERG-SNAPSHOT-REC.cpy"
001760     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
001770               ==WS-OLD-SCHEMA-BODY==.

001780 COPY "ICEBERG-SNAPSHOT-REC.cpy"
001790     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
001800               ==WS-NEW-SCHEMA-BODY==.

001810****************************************************************
001820* THE CATALOG ROW SNAPASOF CHOSE
001830****************************************************************
001840 COPY "ICEBERG-SNAP-CATALOG-REC.cpy"
001850     REPLACING ==SNAP-CATALOG-RECORD== BY
001860               ==WS-PICKED-CATALOG==.

001870****************************************************************
001880* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001890****************************************************************
001900 COPY "ICEBERG-RUN-LOG-REC.cpy".

001910 PROCEDURE DIVISION.
001920*---------------------------------------------------------------
001930* 0000-MAINLINE - print the chosen generation, record by record
001940*---------------------------------------------------------------
001950 0000-MAINLINE.
001960     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     IF WS-RUN-IS-VALID
001990         PERFORM 2000-PRINT-ONE-RECORD THRU 2000-EXIT
002000             UNTIL WS-GENERATION-IS-EOF
002010                OR WS-LIMIT-IS-REACHED
002020         PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
002030     END-IF
002040     PERFORM 8000-TERMINATE THRU 8000-EXIT
002050     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
002060     STOP RUN.
002070 0000-EXIT.
002080     EXIT.

002090*---------------------------------------------------------------
002100* 1000-INITIALIZE - parm, catalog row, layouts, print list, open
002110*                 the generation and the copy, heading, prime
002120*---------------------------------------------------------------
002130 1000-INITIALIZE.
002140     OPEN INPUT ASOF-PARM-FILE
002150     READ ASOF-PARM-FILE
002160     END-READ
002170     IF NOT WS-PARM-OK
002180         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002190     END-IF
002200     CLOSE ASOF-PARM-FILE
002210     IF WS-RUN-IS-VALID
002220         IF AO-TABLE-NAME = SPACES
002230             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002240         END-IF
002250     END-IF
002260     IF WS-RUN-IS-VALID
002270         IF AO-RECORD-LIMIT IS NUMERIC
002280             MOVE AO-RECORD-LIMIT-NUM TO WS-RECORD-LIMIT
002290         END-IF
002300         PERFORM 1100-LOAD-PICKED-ENTRY THRU 1100-EXIT
002310     END-IF
002320     IF WS-RUN-IS-VALID
002330         PERFORM 1200-LOAD-OLD-SCHEMA THRU 1200-EXIT
002340     END-IF
002350     IF WS-RUN-IS-VALID
002360         PERFORM 1300-BUILD-OLD-LAYOUT THRU 1300-EXIT
002370         IF AO-FORWARD-TO-CURRENT
002380             PERFORM 1400-LOAD-CURRENT-SCHEMA THRU 1400-EXIT
002390             IF WS-RUN-IS-VALID
002400                 PERFORM 1500-MAP-TO-CURRENT THRU 1500-EXIT
002410             END-IF
002420         ELSE
002430             PERFORM 1600-LIST-AS-WRITTEN THRU 1600-EXIT
002440         END-IF
002450     END-IF
002460     IF WS-RUN-IS-VALID
002470         MOVE SC-MASTER-DSN OF WS-PICKED-CATALOG
002480             TO WS-GENERATION-DSN
002490         OPEN INPUT GENERATION-INPUT-FILE
002500         IF NOT WS-GENERATION-OK
002510             PERFORM 9400-GENERATION-NOT-OPENED THRU 9400-EXIT
002520         END-IF
002530     END-IF
002540     IF WS-RUN-IS-VALID
002550         OPEN OUTPUT ASOF-COPY-FILE
002560         IF WS-ASOFCOPY-OK
002570             SET WS-COPY-IS-OPEN TO TRUE
002580             PERFORM 1700-WRITE-HEADING THRU 1700-EXIT
002590             PERFORM 1800-READ-GENERATION THRU 1800-EXIT
002600         ELSE
002610             PERFORM 9500-COPY-NOT-OPENED THRU 9500-EXIT
002620         END-IF
002630     END-IF.
002640 1000-EXIT.
002650     EXIT.

002660*---------------------------------------------------------------
002670* 1100-LOAD-PICKED-ENTRY - the catalog row SNAPASOF chose for
002680*                 this table in the prior step
002690*---------------------------------------------------------------
002700 1100-LOAD-PICKED-ENTRY.
002710     OPEN INPUT PICKED-CATALOG-FILE
002720     READ PICKED-CATALOG-FILE
002730     END-READ
002740     IF WS-SNAPPICK-OK
002750         MOVE FD-PICKED-CATALOG-REC TO WS-PICKED-CATALOG
002760         IF SC-TABLE-NAME OF WS-PICKED-CATALOG NOT = AO-TABLE-NAME
002770            OR SC-MASTER-DSN OF WS-PICKED-CATALOG = SPACES
002780             PERFORM 9200-BAD-PICKED-ENTRY THRU 9200-EXIT
002790         END-IF
002800     ELSE
002810         PERFORM 9200-BAD-PICKED-ENTRY THRU 9200-EXIT
002820     END-IF
002830     CLOSE PICKED-CATALOG-FILE.
002840 1100-EXIT.
002850     EXIT.

002860*---------------------------------------------------------------
002870* 1200-LOAD-OLD-SCHEMA - the layout SCHEMARECON reconstructed
002880*                 for the moment of the chosen merge
002890*---------------------------------------------------------------
002900 1200-LOAD-OLD-SCHEMA.
002910     OPEN INPUT OLD-SNAPSHOT-FILE
002920     READ OLD-SNAPSHOT-FILE
002930     END-READ
002940     IF WS-OLDSNAP-OK
002950         MOVE SS-COLUMN-COUNT OF FD-OLD-SNAPSHOT-REC
002960             TO SS-COLUMN-COUNT OF WS-OLD-SCHEMA-BODY
002970         MOVE FD-OLD-SNAPSHOT-REC TO WS-OLD-SCHEMA-BODY
002980         IF SS-TABLE-NAME OF WS-OLD-SCHEMA-BODY
002990                 NOT = AO-TABLE-NAME
003000            OR SS-COLUMN-COUNT OF WS-OLD-SCHEMA-BODY = 0
003010             PERFORM 9300-NO-OLD-LAYOUT THRU 9300-EXIT
003020         END-IF
003030     ELSE
003040         PERFORM 9300-NO-OLD-LAYOUT THRU 9300-EXIT
003050     END-IF
003060     CLOSE OLD-SNAPSHOT-FILE.
003070 1200-EXIT.
003080     EXIT.

003090*---------------------------------------------------------------
003100* 1300-BUILD-OLD-LAYOUT - offsets under the old column widths
003110*---------------------------------------------------------------
003120 1300-BUILD-OLD-LAYOUT.
003130     MOVE 0 TO WS-OLD-LAYOUT-COUNT
003140     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
003150     PERFORM 1310-LAYOUT-ONE-OLD-COLUMN THRU 1310-EXIT
003160         VARYING WS-WORK-INDEX FROM 1 BY 1
003170         UNTIL WS-WORK-INDEX >
003180               SS-COLUMN-COUNT OF WS-OLD-SCHEMA-BODY
003190     COMPUTE WS-OLD-RECORD-LENGTH =
003200         WS-COLUMN-OFFSET-CURSOR - 1.
003210 1300-EXIT.
003220     EXIT.

003230*---------------------------------------------------------------
003240* 1310-LAYOUT-ONE-OLD-COLUMN - stage one old column's offset
003250*---------------------------------------------------------------
003260 1310-LAYOUT-ONE-OLD-COLUMN.
003270     ADD 1 TO WS-OLD-LAYOUT-COUNT
003280     MOVE WS-COLUMN-OFFSET-CURSOR
003290         TO WS-OLD-LAYOUT-OFFSET (WS-OLD-LAYOUT-COUNT)
003300     MOVE 'N' TO WS-OLD-MAPPED-FLAG (WS-OLD-LAYOUT-COUNT)
003310     MOVE COL-FIELD-TYPE OF WS-OLD-SCHEMA-BODY (WS-WORK-INDEX)
003320         TO WS-SELECT-TYPE
003330     MOVE COL-FIELD-PRECISION OF WS-OLD-SCHEMA-BODY
003340                                             (WS-WORK-INDEX)
003350         TO WS-SELECT-PRECISION
003360     MOVE COL-FIELD-LENGTH OF WS-OLD-SCHEMA-BODY (WS-WORK-INDEX)
003370         TO WS-SELECT-LENGTH
003380     PERFORM 1320-SELECT-COLUMN-WIDTH THRU 1320-EXIT
003390     MOVE WS-SELECTED-LENGTH
003400         TO WS-OLD-LAYOUT-LENGTH (WS-OLD-LAYOUT-COUNT)
003410     ADD WS-SELECTED-LENGTH TO WS-COLUMN-OFFSET-CURSOR.
003420 1310-EXIT.
003430     EXIT.

003440*---------------------------------------------------------------
003450* 1320-SELECT-COLUMN-WIDTH - map an Iceberg type to the flat
003460*                 field width; widths must stay in step with the
003470*                 PIC clauses assigned by 4505-SELECT-EXTRACT-PIC-
003480*                 CLAUSE in UPDATE-SCHEMA
003490*---------------------------------------------------------------
003500 1320-SELECT-COLUMN-WIDTH.
003510     EVALUATE WS-SELECT-TYPE
003520         WHEN 'BOOLEAN'
003530             MOVE 1 TO WS-SELECTED-LENGTH
003540         WHEN 'INT'
003550             MOVE 9 TO WS-SELECTED-LENGTH
003560         WHEN 'LONG'
003570             MOVE 18 TO WS-SELECTED-LENGTH
003580         WHEN 'FLOAT'
003590             MOVE 15 TO WS-SELECTED-LENGTH
003600         WHEN 'DOUBLE'
003610             MOVE 15 TO WS-SELECTED-LENGTH
003620         WHEN 'DECIMAL'
003630             IF WS-SELECT-PRECISION = 0
003640                 MOVE 17 TO WS-SELECTED-LENGTH
003650             ELSE
003660                 MOVE WS-SELECT-PRECISION TO WS-SELECTED-LENGTH
003670             END-IF
003680         WHEN 'DATE'
003690             MOVE 10 TO WS-SELECTED-LENGTH
003700         WHEN 'TIME'
003710             MOVE 8 TO WS-SELECTED-LENGTH
003720         WHEN 'TIMESTAMP'
003730             MOVE 26 TO WS-SELECTED-LENGTH
003740         WHEN 'UUID'
003750             MOVE 36 TO WS-SELECTED-LENGTH
003760         WHEN 'STRING'
003770         WHEN 'FIXED'
003780         WHEN 'BINARY'
003790             IF WS-SELECT-LENGTH = 0
003800                 MOVE 30 TO WS-SELECTED-LENGTH
003810             ELSE
003820                 MOVE WS-SELECT-LENGTH TO WS-SELECTED-LENGTH
003830             END-IF
003840         WHEN 'STRUCT'
003850             MOVE 0 TO WS-SELECTED-LENGTH
003860         WHEN OTHER
003870             MOVE 30 TO WS-SELECTED-LENGTH
003880     END-EVALUATE.
003890 1320-EXIT.
003900     EXIT.

003910*---------------------------------------------------------------
003920* 1400-LOAD-CURRENT-SCHEMA - this table's committed layout
003930*---------------------------------------------------------------
003940 1400-LOAD-CURRENT-SCHEMA.
003950     MOVE AO-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003960     OPEN INPUT SCHEMA-SNAPSHOT-FILE
003970     READ SCHEMA-SNAPSHOT-FILE
003980         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003990     END-READ
004000     IF WS-SNAP-OK
004010         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
004020             TO SS-COLUMN-COUNT OF WS-NEW-SCHEMA-BODY
004030         MOVE FD-CURR-SNAPSHOT-REC TO WS-NEW-SCHEMA-BODY
004040     ELSE
004050         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
004060     END-IF
004070     CLOSE SCHEMA-SNAPSHOT-FILE.
004080 1400-EXIT.
004090     EXIT.

004100*---------------------------------------------------------------
004110* 1500-MAP-TO-CURRENT - print under the current layout: each
004120*                 current column takes the old column with the
004130*                 same COL-FIELD-ID, or shows its default when
004140*                 it was added since
004150*---------------------------------------------------------------
004160 1500-MAP-TO-CURRENT.
004170     MOVE 0 TO WS-PRINT-LIST-COUNT
004180     PERFORM 1510-MAP-ONE-CURRENT-COLUMN THRU 1510-EXIT
004190         VARYING WS-WORK-INDEX FROM 1 BY 1
004200         UNTIL WS-WORK-INDEX >
004210               SS-COLUMN-COUNT OF WS-NEW-SCHEMA-BODY
004220     PERFORM 1530-COUNT-ONE-DROPPED THRU 1530-EXIT
004230         VARYING WS-OLD-SCAN-INDEX FROM 1 BY 1
004240         UNTIL WS-OLD-SCAN-INDEX > WS-OLD-LAYOUT-COUNT.
004250 1500-EXIT.
004260     EXIT.

004270*---------------------------------------------------------------
004280* 1510-MAP-ONE-CURRENT-COLUMN - stage one current column and
004290*                 find where its value sits in the old record
004300*---------------------------------------------------------------
004310 1510-MAP-ONE-CURRENT-COLUMN.
004320     ADD 1 TO WS-PRINT-LIST-COUNT
004330     SET PL-IDX TO WS-PRINT-LIST-COUNT
004340     MOVE COL-FIELD-NAME OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
004350         TO WS-PL-FIELD-NAME (PL-IDX)
004360     MOVE COL-FIELD-TYPE OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
004370         TO WS-PL-FIELD-TYPE (PL-IDX)
004380     MOVE COL-DEFAULT-VALUE OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
004390         TO WS-PL-DEFAULT-VALUE (PL-IDX)
004400     MOVE 0 TO WS-PL-OLD-COLUMN (PL-IDX)
004410     SET WS-ENTRY-NOT-FOUND TO TRUE
004420     PERFORM 1520-TEST-ONE-OLD-COLUMN THRU 1520-EXIT
004430         VARYING WS-OLD-SCAN-INDEX FROM 1 BY 1
004440         UNTIL WS-OLD-SCAN-INDEX > WS-OLD-LAYOUT-COUNT
004450            OR WS-ENTRY-FOUND
004460     IF WS-ENTRY-NOT-FOUND
004470         ADD 1 TO WS-COLUMNS-ADDED-COUNT
004480     END-IF.
004490 1510-EXIT.
004500     EXIT.

004510*---------------------------------------------------------------
004520* 1520-TEST-ONE-OLD-COLUMN - match one old column on field id
004530*---------------------------------------------------------------
004540 1520-TEST-ONE-OLD-COLUMN.
004550     IF COL-FIELD-ID OF WS-OLD-SCHEMA-BODY (WS-OLD-SCAN-INDEX)
004560             = COL-FIELD-ID OF WS-NEW-SCHEMA-BODY (WS-WORK-INDEX)
004570         SET WS-ENTRY-FOUND TO TRUE
004580         MOVE WS-OLD-SCAN-INDEX TO WS-PL-OLD-COLUMN (PL-IDX)
004590         SET WS-OLD-IS-MAPPED (WS-OLD-SCAN-INDEX) TO TRUE
004600     END-IF.
004610 1520-EXIT.
004620     EXIT.

004630*---------------------------------------------------------------
004640* 1530-COUNT-ONE-DROPPED - an old column the current layout no
004650*                 longer carries
004660*---------------------------------------------------------------
004670 1530-COUNT-ONE-DROPPED.
004680     IF NOT WS-OLD-IS-MAPPED (WS-OLD-SCAN-INDEX)
004690         ADD 1 TO WS-COLUMNS-DROPPED-COUNT
004700     END-IF.
004710 1530-EXIT.
004720     EXIT.

004730*---------------------------------------------------------------
004740* 1600-LIST-AS-WRITTEN - print under the layout the generation
004750*                 was written under, column for column
004760*---------------------------------------------------------------
004770 1600-LIST-AS-WRITTEN.
004780     MOVE 0 TO WS-PRINT-LIST-COUNT
004790     PERFORM 1610-LIST-ONE-OLD-COLUMN THRU 1610-EXIT
004800         VARYING WS-WORK-INDEX FROM 1 BY 1
004810         UNTIL WS-WORK-INDEX > WS-OLD-LAYOUT-COUNT.
004820 1600-EXIT.
004830     EXIT.

004840*---------------------------------------------------------------
004850* 1610-LIST-ONE-OLD-COLUMN - stage one old column for printing
004860*---------------------------------------------------------------
004870 1610-LIST-ONE-OLD-COLUMN.
004880     ADD 1 TO WS-PRINT-LIST-COUNT
004890     SET PL-IDX TO WS-PRINT-LIST-COUNT
004900     MOVE COL-FIELD-NAME OF WS-OLD-SCHEMA-BODY (WS-WORK-INDEX)
004910         TO WS-PL-FIELD-NAME (PL-IDX)
004920     MOVE COL-FIELD-TYPE OF WS-OLD-SCHEMA-BODY (WS-WORK-INDEX)
004930         TO WS-PL-FIELD-TYPE (PL-IDX)
004940     MOVE SPACES TO WS-PL-DEFAULT-VALUE (PL-IDX)
004950     MOVE WS-WORK-INDEX TO WS-PL-OLD-COLUMN (PL-IDX).
004960 1610-EXIT.
004970     EXIT.

004980*---------------------------------------------------------------
004990* 1700-WRITE-HEADING - which generation this is, the merge that
005000*                 made it, the layout it is printed under and,
005010*                 when forwarded, how the columns map
005020*---------------------------------------------------------------
005030 1700-WRITE-HEADING.
005040     MOVE SPACES TO WS-REPORT-LINE-BUILD
005050     STRING 'SNAPCOPY AS-OF COPY - TABLE ' DELIMITED BY SIZE
005060            AO-TABLE-NAME DELIMITED BY SIZE
005070         INTO WS-REPORT-LINE-BUILD
005080     PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
005090     MOVE SPACES TO WS-REPORT-LINE-BUILD
005100     PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
005110     MOVE 'AS OF' TO WS-HEADING-TEXT
005120     MOVE AO-AS-OF-TIMESTAMP TO WS-HEADING-VALUE
005130     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005140     MOVE 'GENERATION' TO WS-HEADING-TEXT
005150     MOVE SC-GENERATION-NUMBER OF WS-PICKED-CATALOG
005160         TO WS-COUNT-DISPLAY
005170     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005180     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005190     MOVE 'MASTER DATASET' TO WS-HEADING-TEXT
005200     MOVE SC-MASTER-DSN OF WS-PICKED-CATALOG TO WS-HEADING-VALUE
005210     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005220     MOVE 'MERGED AT' TO WS-HEADING-TEXT
005230     MOVE SC-MERGE-TIMESTAMP OF WS-PICKED-CATALOG
005240         TO WS-HEADING-VALUE
005250     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005260     MOVE 'DELTA APPLIED' TO WS-HEADING-TEXT
005270     MOVE SC-DELTA-DSN OF WS-PICKED-CATALOG TO WS-HEADING-VALUE
005280     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005290     MOVE 'SCHEMA VERSION' TO WS-HEADING-TEXT
005300     MOVE SC-SCHEMA-VERSION OF WS-PICKED-CATALOG
005310         TO WS-COUNT-DISPLAY
005320     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005330     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005340     MOVE 'MASTER RECORDS IN' TO WS-HEADING-TEXT
005350     MOVE SC-MASTER-IN-COUNT OF WS-PICKED-CATALOG
005360         TO WS-COUNT-DISPLAY
005370     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005380     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005390     MOVE 'DELTA RECORDS IN' TO WS-HEADING-TEXT
005400     MOVE SC-DELTA-IN-COUNT OF WS-PICKED-CATALOG
005410         TO WS-COUNT-DISPLAY
005420     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005430     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005440     MOVE 'RECORDS INSERTED' TO WS-HEADING-TEXT
005450     MOVE SC-INSERTED-COUNT OF WS-PICKED-CATALOG
005460         TO WS-COUNT-DISPLAY
005470     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005480     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005490     MOVE 'RECORDS UPDATED' TO WS-HEADING-TEXT
005500     MOVE SC-UPDATED-COUNT OF WS-PICKED-CATALOG
005510         TO WS-COUNT-DISPLAY
005520     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005530     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005540     MOVE 'RECORDS DELETED' TO WS-HEADING-TEXT
005550     MOVE SC-DELETED-COUNT OF WS-PICKED-CATALOG
005560         TO WS-COUNT-DISPLAY
005570     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005580     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005590     MOVE 'RECORDS REJECTED' TO WS-HEADING-TEXT
005600     MOVE SC-REJECTED-COUNT OF WS-PICKED-CATALOG
005610         TO WS-COUNT-DISPLAY
005620     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005630     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005640     MOVE 'MASTER RECORDS OUT' TO WS-HEADING-TEXT
005650     MOVE SC-MASTER-OUT-COUNT OF WS-PICKED-CATALOG
005660         TO WS-COUNT-DISPLAY
005670     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
005680     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005690     MOVE 'FEED CONTROL' TO WS-HEADING-TEXT
005700     IF SC-FEED-WAS-BALANCED OF WS-PICKED-CATALOG
005710         MOVE 'BALANCED AGAINST FEEDCTL' TO WS-HEADING-VALUE
005720     ELSE
005730         MOVE 'NO FEEDCTL - NOT BALANCED' TO WS-HEADING-VALUE
005740     END-IF
005750     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005760     MOVE 'PRINTED UNDER' TO WS-HEADING-TEXT
005770     MOVE SPACES TO WS-HEADING-VALUE
005780     IF AO-FORWARD-TO-CURRENT
005790         MOVE SS-SCHEMA-VERSION OF WS-NEW-SCHEMA-BODY
005800             TO WS-COUNT-DISPLAY
005810         STRING 'CURRENT LAYOUT, SCHEMA VERSION '
005820                    DELIMITED BY SIZE
005830                WS-COUNT-DISPLAY DELIMITED BY SIZE
005840             INTO WS-HEADING-VALUE
005850     ELSE
005860         MOVE 'LAYOUT AS WRITTEN, REBUILT FROM SCHHIST'
005870             TO WS-HEADING-VALUE
005880     END-IF
005890     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
005900     IF AO-FORWARD-TO-CURRENT
005910         PERFORM 1720-WRITE-COLUMN-MAP THRU 1720-EXIT
005920     END-IF.
005930 1700-EXIT.
005940     EXIT.

005950*---------------------------------------------------------------
005960* 1710-WRITE-HEADING-ITEM - one labelled heading line
005970*---------------------------------------------------------------
005980 1710-WRITE-HEADING-ITEM.
005990     MOVE SPACES TO WS-REPORT-LINE-BUILD
006000     MOVE WS-HEADING-TEXT TO WS-REPORT-LINE-BUILD (3 : 22)
006010     MOVE WS-HEADING-VALUE TO WS-REPORT-LINE-BUILD (26 : 100)
006020     PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT.
006030 1710-EXIT.
006040     EXIT.

006050*---------------------------------------------------------------
006060* 1720-WRITE-COLUMN-MAP - the columns renamed, added and dropped
006070*                 between the layout as written and the current
006080*                 one
006090*---------------------------------------------------------------
006100 1720-WRITE-COLUMN-MAP.
006110     MOVE SPACES TO WS-REPORT-LINE-BUILD
006120     PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
006130     MOVE 'COLUMN MAP TO THE CURRENT LAYOUT'
006140         TO WS-REPORT-LINE-BUILD
006150     PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
006160     PERFORM 1730-MAP-ONE-PRINTED-COLUMN THRU 1730-EXIT
006170         VARYING WS-PRINT-INDEX FROM 1 BY 1
006180         UNTIL WS-PRINT-INDEX > WS-PRINT-LIST-COUNT
006190     PERFORM 1740-MAP-ONE-DROPPED-COLUMN THRU 1740-EXIT
006200         VARYING WS-OLD-SCAN-INDEX FROM 1 BY 1
006210         UNTIL WS-OLD-SCAN-INDEX > WS-OLD-LAYOUT-COUNT
006220     IF WS-COLUMNS-ADDED-COUNT = 0
006230        AND WS-COLUMNS-DROPPED-COUNT = 0
006240         MOVE '  NO COLUMNS ADDED OR DROPPED SINCE'
006250             TO WS-REPORT-LINE-BUILD
006260         PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
006270     END-IF.
006280 1720-EXIT.
006290     EXIT.

006300*---------------------------------------------------------------
006310* 1730-MAP-ONE-PRINTED-COLUMN - a column added since, or one
006320*                 carried under a new name
006330*---------------------------------------------------------------
006340 1730-MAP-ONE-PRINTED-COLUMN.
006350     SET PL-IDX TO WS-PRINT-INDEX
006360     MOVE SPACES TO WS-REPORT-LINE-BUILD
006370     IF WS-PL-OLD-COLUMN (PL-IDX) = 0
006380         MOVE 'ADDED SINCE' TO WS-REPORT-LINE-BUILD (3 : 22)
006390         MOVE WS-PL-FIELD-NAME (PL-IDX)
006400             TO WS-REPORT-LINE-BUILD (26 : 30)
006410         MOVE 'DEFAULT' TO WS-REPORT-LINE-BUILD (58 : 7)
006420         MOVE WS-PL-DEFAULT-VALUE (PL-IDX)
006430             TO WS-REPORT-LINE-BUILD (66 : 30)
006440         PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
006450         GO TO 1730-EXIT
006460     END-IF
006470     MOVE WS-PL-OLD-COLUMN (PL-IDX) TO WS-OLD-SCAN-INDEX
006480     IF COL-FIELD-NAME OF WS-OLD-SCHEMA-BODY (WS-OLD-SCAN-INDEX)
006490             NOT = WS-PL-FIELD-NAME (PL-IDX)
006500         MOVE 'RENAMED' TO WS-REPORT-LINE-BUILD (3 : 22)
006510         MOVE COL-FIELD-NAME OF WS-OLD-SCHEMA-BODY
006520                                     (WS-OLD-SCAN-INDEX)
006530             TO WS-REPORT-LINE-BUILD (26 : 30)
006540         MOVE 'NOW' TO WS-REPORT-LINE-BUILD (58 : 3)
006550         MOVE WS-PL-FIELD-NAME (PL-IDX)
006560             TO WS-REPORT-LINE-BUILD (66 : 30)
006570         PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
006580     END-IF.
006590 1730-EXIT.
006600     EXIT.

006610*---------------------------------------------------------------
006620* 1740-MAP-ONE-DROPPED-COLUMN - an old column no longer carried,
006630*                 left out of the forwarded copy
006640*---------------------------------------------------------------
006650 1740-MAP-ONE-DROPPED-COLUMN.
006660     IF NOT WS-OLD-IS-MAPPED (WS-OLD-SCAN-INDEX)
006670         MOVE SPACES TO WS-REPORT-LINE-BUILD
006680         MOVE 'DROPPED SINCE' TO WS-REPORT-LINE-BUILD (3 : 22)
006690         MOVE COL-FIELD-NAME OF WS-OLD-SCHEMA-BODY
006700                                     (WS-OLD-SCAN-INDEX)
006710             TO WS-REPORT-LINE-BUILD (26 : 30)
006720         PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
006730     END-IF.
006740 1740-EXIT.
006750     EXIT.

006760*---------------------------------------------------------------
006770* 1800-READ-GENERATION - next record of the chosen generation
006780*---------------------------------------------------------------
006790 1800-READ-GENERATION.
006800     READ GENERATION-INPUT-FILE
006810         AT END
006820             SET WS-GENERATION-IS-EOF TO TRUE
006830         NOT AT END
006840             ADD 1 TO WS-RECORDS-READ-COUNT
006850     END-READ.
006860 1800-EXIT.
006870     EXIT.

006880*---------------------------------------------------------------
006890* 2000-PRINT-ONE-RECORD - a record number line, then one line per
006900*                 column; a record that does not fit the layout is
006910*                 printed as read
006920*---------------------------------------------------------------
006930 2000-PRINT-ONE-RECORD.
006940     MOVE SPACES TO WS-REPORT-LINE-BUILD
006950     PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
006960     MOVE WS-RECORDS-READ-COUNT TO WS-COUNT-DISPLAY
006970     MOVE 'RECORD' TO WS-REPORT-LINE-BUILD (1 : 6)
006980     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (8 : 9)
006990     IF WS-GENERATION-RECORD-LENGTH = WS-OLD-RECORD-LENGTH
007000         PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
007010         PERFORM 2100-PRINT-ONE-COLUMN THRU 2100-EXIT
007020             VARYING WS-PRINT-INDEX FROM 1 BY 1
007030             UNTIL WS-PRINT-INDEX > WS-PRINT-LIST-COUNT
007040     ELSE
007050         ADD 1 TO WS-RECORDS-BADLEN-COUNT
007060         MOVE WS-GENERATION-RECORD-LENGTH TO WS-LENGTH-DISPLAY
007070         MOVE WS-OLD-RECORD-LENGTH TO WS-EXPECTED-DISPLAY
007080         STRING ' - LENGTH ' DELIMITED BY SIZE
007090                WS-LENGTH-DISPLAY DELIMITED BY SIZE
007100                ', LAYOUT EXPECTS ' DELIMITED BY SIZE
007110                WS-EXPECTED-DISPLAY DELIMITED BY SIZE
007120                ' - PRINTED AS READ' DELIMITED BY SIZE
007130             INTO WS-REPORT-LINE-BUILD (17 : 60)
007140         PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
007150         MOVE SPACES TO WS-REPORT-LINE-BUILD
007160         MOVE SPACES TO WS-FIELD-VALUE
007170         MOVE GENERATION-INPUT-RECORD
007180                 (1 : WS-GENERATION-RECORD-LENGTH)
007190             TO WS-FIELD-VALUE
007200         MOVE WS-GENERATION-RECORD-LENGTH TO WS-VALUE-LENGTH
007210         PERFORM 2200-WRITE-VALUE-LINES THRU 2200-EXIT
007220     END-IF
007230     ADD 1 TO WS-RECORDS-PRINTED-COUNT
007240     IF WS-RECORD-LIMIT > 0
007250        AND WS-RECORDS-PRINTED-COUNT NOT < WS-RECORD-LIMIT
007260         SET WS-LIMIT-IS-REACHED TO TRUE
007270     END-IF
007280     PERFORM 1800-READ-GENERATION THRU 1800-EXIT.
007290 2000-EXIT.
007300     EXIT.

007310*---------------------------------------------------------------
007320* 2100-PRINT-ONE-COLUMN - name, type and value of one column; a
007330*                 column added since shows its default
007340*---------------------------------------------------------------
007350 2100-PRINT-ONE-COLUMN.
007360     SET PL-IDX TO WS-PRINT-INDEX
007370     MOVE SPACES TO WS-REPORT-LINE-BUILD
007380     MOVE WS-PL-FIELD-NAME (PL-IDX)
007390         TO WS-REPORT-LINE-BUILD (3 : 30)
007400     MOVE WS-PL-FIELD-TYPE (PL-IDX)
007410         TO WS-REPORT-LINE-BUILD (34 : 10)
007420     MOVE SPACES TO WS-FIELD-VALUE
007430     IF WS-PL-OLD-COLUMN (PL-IDX) = 0
007440         MOVE WS-PL-DEFAULT-VALUE (PL-IDX) TO WS-FIELD-VALUE
007450         MOVE 30 TO WS-VALUE-LENGTH
007460     ELSE
007470         SET OL-IDX TO WS-PL-OLD-COLUMN (PL-IDX)
007480         MOVE WS-OLD-LAYOUT-LENGTH (OL-IDX) TO WS-VALUE-LENGTH
007490         IF WS-VALUE-LENGTH > 0
007500             MOVE GENERATION-INPUT-RECORD
007510                     (WS-OLD-LAYOUT-OFFSET (OL-IDX) :
007520                      WS-VALUE-LENGTH)
007530                 TO WS-FIELD-VALUE
007540         END-IF
007550     END-IF
007560     PERFORM 2200-WRITE-VALUE-LINES THRU 2200-EXIT.
007570 2100-EXIT.
007580     EXIT.

007590*---------------------------------------------------------------
007600* 2200-WRITE-VALUE-LINES - the value from column 45, carried on
007610*                 to as many lines as it needs; trailing spaces
007620*                 are not carried, a blank value prints one line
007630*---------------------------------------------------------------
007640 2200-WRITE-VALUE-LINES.
007650     MOVE 0 TO WS-VALUE-END
007660     IF WS-VALUE-LENGTH > 0
007670        AND WS-FIELD-VALUE (1 : WS-VALUE-LENGTH) NOT = SPACES
007680         MOVE WS-VALUE-LENGTH TO WS-VALUE-END
007690         PERFORM 2210-STEP-BACK-ONE THRU 2210-EXIT
007700             UNTIL WS-FIELD-VALUE (WS-VALUE-END : 1) NOT = SPACE
007710     END-IF
007720     IF WS-VALUE-END = 0
007730         PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
007740         GO TO 2200-EXIT
007750     END-IF
007760     MOVE 1 TO WS-VALUE-CURSOR
007770     PERFORM 2220-WRITE-ONE-VALUE-LINE THRU 2220-EXIT
007780         UNTIL WS-VALUE-CURSOR > WS-VALUE-END.
007790 2200-EXIT.
007800     EXIT.

007810*---------------------------------------------------------------
007820* 2210-STEP-BACK-ONE - pull the end of the value in by one byte
007830*---------------------------------------------------------------
007840 2210-STEP-BACK-ONE.
007850     SUBTRACT 1 FROM WS-VALUE-END.
007860 2210-EXIT.
007870     EXIT.

007880*---------------------------------------------------------------
007890* 2220-WRITE-ONE-VALUE-LINE - up to 88 bytes of the value; the
007900*                 line already carries the name on the first pass
007910*---------------------------------------------------------------
007920 2220-WRITE-ONE-VALUE-LINE.
007930     COMPUTE WS-CHUNK-LENGTH = WS-VALUE-END - WS-VALUE-CURSOR + 1
007940     IF WS-CHUNK-LENGTH > 88
007950         MOVE 88 TO WS-CHUNK-LENGTH
007960     END-IF
007970     MOVE WS-FIELD-VALUE (WS-VALUE-CURSOR : WS-CHUNK-LENGTH)
007980         TO WS-REPORT-LINE-BUILD (45 : WS-CHUNK-LENGTH)
007990     PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
008000     MOVE SPACES TO WS-REPORT-LINE-BUILD
008010     ADD WS-CHUNK-LENGTH TO WS-VALUE-CURSOR.
008020 2220-EXIT.
008030     EXIT.

008040*---------------------------------------------------------------
008050* 2900-WRITE-COPY-LINE - one line of the readable copy
008060*---------------------------------------------------------------
008070 2900-WRITE-COPY-LINE.
008080     MOVE WS-REPORT-LINE-BUILD TO ASOF-COPY-LINE
008090     WRITE ASOF-COPY-LINE.
008100 2900-EXIT.
008110     EXIT.

008120*---------------------------------------------------------------
008130* 3000-WRITE-SUMMARY - records printed, records that did not fit
008140*                 the layout, and whether the limit stopped the
008150*                 copy
008160*---------------------------------------------------------------
008170 3000-WRITE-SUMMARY.
008180     MOVE SPACES TO WS-REPORT-LINE-BUILD
008190     PERFORM 2900-WRITE-COPY-LINE THRU 2900-EXIT
008200     MOVE 'RECORDS PRINTED' TO WS-HEADING-TEXT
008210     MOVE WS-RECORDS-PRINTED-COUNT TO WS-COUNT-DISPLAY
008220     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
008230     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
008240     MOVE 'WRONG LENGTH' TO WS-HEADING-TEXT
008250     MOVE WS-RECORDS-BADLEN-COUNT TO WS-COUNT-DISPLAY
008260     MOVE WS-COUNT-DISPLAY TO WS-HEADING-VALUE
008270     PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
008280     IF WS-LIMIT-IS-REACHED AND NOT WS-GENERATION-IS-EOF
008290         MOVE 'STOPPED AT' TO WS-HEADING-TEXT
008300         MOVE 'AO-RECORD-LIMIT - GENERATION NOT PRINTED IN FULL'
008310             TO WS-HEADING-VALUE
008320         PERFORM 1710-WRITE-HEADING-ITEM THRU 1710-EXIT
008330     END-IF.
008340 3000-EXIT.
008350     EXIT.

008360*---------------------------------------------------------------
008370* 8000-TERMINATE - close files and display the run totals
008380*---------------------------------------------------------------
008390 8000-TERMINATE.
008400     IF WS-RUN-IS-VALID
008410         CLOSE GENERATION-INPUT-FILE
008420         CLOSE ASOF-COPY-FILE
008430         DISPLAY 'SNAPCOPY COMPLETE - TABLE: ' AO-TABLE-NAME
008440         DISPLAY '  GENERATION:       '
008450             SC-MASTER-DSN OF WS-PICKED-CATALOG
008460         IF AO-FORWARD-TO-CURRENT
008470             DISPLAY '  PRINTED UNDER:    CURRENT LAYOUT'
008480         ELSE
008490             DISPLAY '  PRINTED UNDER:    LAYOUT AS WRITTEN'
008500         END-IF
008510         MOVE WS-RECORDS-PRINTED-COUNT TO WS-COUNT-DISPLAY
008520         DISPLAY '  RECORDS PRINTED:  ' WS-COUNT-DISPLAY
008530         IF WS-RECORDS-BADLEN-COUNT > 0
008540             MOVE WS-RECORDS-BADLEN-COUNT TO WS-COUNT-DISPLAY
008550             DISPLAY '  WRONG LENGTH:     ' WS-COUNT-DISPLAY
008560                 ' (PRINTED AS READ)'
008570             MOVE 4 TO RETURN-CODE
008580         END-IF
008590     ELSE
008600         IF WS-COPY-IS-OPEN
008610             CLOSE ASOF-COPY-FILE
008620         END-IF
008630     END-IF.
008640 8000-EXIT.
008650     EXIT.

008660*---------------------------------------------------------------
008670* 8800-START-RUN-LOG - note when the step started, for its
008680*                 run-log row
008690*---------------------------------------------------------------
008700 8800-START-RUN-LOG.
008710     MOVE SPACES TO RUN-LOG-RECORD
008720     MOVE 'SNAPASOF' TO RL-JOB-NAME
008730     MOVE 'SNAPCOPY' TO RL-PROGRAM-NAME
008740     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
008750     ACCEPT RL-START-TIME FROM TIME.
008760 8800-EXIT.
008770     EXIT.

008780*---------------------------------------------------------------
008790* 8900-WRITE-RUN-LOG - append this run's counts and return
008800*                 code to the run log; a record that did not fit
008810*                 the layout counts as rejected
008820*---------------------------------------------------------------
008830 8900-WRITE-RUN-LOG.
008840     MOVE AO-TABLE-NAME TO RL-TABLE-NAME
008850     MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ
008860     MOVE WS-RECORDS-PRINTED-COUNT TO RL-RECORDS-WRITTEN
008870     MOVE WS-RECORDS-BADLEN-COUNT TO RL-RECORDS-REJECTED
008880     MOVE RETURN-CODE TO RL-RETURN-CODE
008890     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
008900 8900-EXIT.
008910     EXIT.

008920*---------------------------------------------------------------
008930* 9000-TABLE-NOT-FOUND - the table has no current layout in
008940*                 SCHSNAP to forward the copy to
008950*---------------------------------------------------------------
008960 9000-TABLE-NOT-FOUND.
008970     SET WS-RUN-IS-INVALID TO TRUE
008980     DISPLAY 'SNAPCOPY - TABLE NOT IN SCHSNAP: ' AO-TABLE-NAME
008990     MOVE 12 TO RETURN-CODE.
009000 9000-EXIT.
009010     EXIT.

009020*---------------------------------------------------------------
009030* 9100-BAD-PARM - no usable ASOFPRM record was supplied
009040*---------------------------------------------------------------
009050 9100-BAD-PARM.
009060     SET WS-RUN-IS-INVALID TO TRUE
009070     DISPLAY 'SNAPCOPY - ASOFPRM RECORD MISSING OR BLANK'
009080     MOVE 16 TO RETURN-CODE.
009090 9100-EXIT.
009100     EXIT.

009110*---------------------------------------------------------------
009120* 9200-BAD-PICKED-ENTRY - SNAPPICK is missing, names another
009130*                 table or names no dataset (run SNAPASOF first)
009140*---------------------------------------------------------------
009150 9200-BAD-PICKED-ENTRY.
009160     SET WS-RUN-IS-INVALID TO TRUE
009170     DISPLAY 'SNAPCOPY - SNAPPICK MISSING OR NOT FOR '
009180         AO-TABLE-NAME
009190     MOVE 16 TO RETURN-CODE.
009200 9200-EXIT.
009210     EXIT.

009220*---------------------------------------------------------------
009230* 9300-NO-OLD-LAYOUT - OLDSNAP is missing, names another table
009240*                 or holds no columns (SCHHIST aged past the
009250*                 merge)
009260*---------------------------------------------------------------
009270 9300-NO-OLD-LAYOUT.
009280     SET WS-RUN-IS-INVALID TO TRUE
009290     DISPLAY 'SNAPCOPY - NO LAYOUT REBUILT ON OLDSNAP FOR '
009300         AO-TABLE-NAME
009310     MOVE 12 TO RETURN-CODE.
009320 9300-EXIT.
009330     EXIT.

009340*---------------------------------------------------------------
009350* 9400-GENERATION-NOT-OPENED - the generation named in the
009360*                 catalog row could not be opened (rolled off or
009370*                 uncatalogued since)
009380*---------------------------------------------------------------
009390 9400-GENERATION-NOT-OPENED.
009400     SET WS-RUN-IS-INVALID TO TRUE
009410     DISPLAY 'SNAPCOPY - GENERATION NOT OPENED, STATUS: '
009420         WS-GENERATION-FILE-STATUS
009430     DISPLAY '  DATASET:          ' WS-GENERATION-DSN
009440     MOVE 16 TO RETURN-CODE.
009450 9400-EXIT.
009460     EXIT.

009470*---------------------------------------------------------------
009480* 9500-COPY-NOT-OPENED - the readable copy could not be opened
009490*---------------------------------------------------------------
009500 9500-COPY-NOT-OPENED.
009510     SET WS-RUN-IS-INVALID TO TRUE
009520     CLOSE GENERATION-INPUT-FILE
009530     DISPLAY 'SNAPCOPY - ASOFCOPY NOT OPENED, STATUS: '
009540         WS-ASOFCOPY-FILE-STATUS
009550     MOVE 16 TO RETURN-CODE.
009560 9500-EXIT.
009570     EXIT.
