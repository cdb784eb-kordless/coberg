000270*                   same MERGTARG job as a CDC feed and its
000280*                   change volume finally becomes visible.
000290*
000300* 2026-10-15  JKH   DECIMAL columns are as wide as their
000310*                   committed precision and STRING/FIXED/
000320*                   BINARY columns as wide as their committed
000330*                   length (17 and 30 when none was given),
000340*                   matching UPDATE-SCHEMA's extract PICs.  A
000350*                   layout too wide for the 7200-byte record
000360*                   or a key list too wide for the 300-byte
000370*                   match key now ends the run with RC=12
000380*                   instead of silently cutting the data.
000390* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000400*                   the end of every run: prior and current
000410*                   records read, delta records written, and the
000420*                   final return code.
000430*

000440****************************************************************
000450* ENVIRONMENT DIVISION
000460****************************************************************
000470 ENVIRONMENT DIVISION.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT DGEN-PARM-FILE ASSIGN TO "DGENPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-FILE-STATUS.

000530     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000570         FILE STATUS IS WS-SNAP-FILE-STATUS.

000580     SELECT TABLE-KEYS-FILE ASSIGN TO "TBLKEYS"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS TK-TABLE-NAME
000620         FILE STATUS IS WS-TBLKEYS-FILE-STATUS.

000630     SELECT PRIOR-INPUT-FILE ASSIGN TO "PRIORIN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRIORIN-FILE-STATUS.

000660     SELECT CURRENT-INPUT-FILE ASSIGN TO "CURRIN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CURRIN-FILE-STATUS.

000690     SELECT DELTA-OUTPUT-FILE ASSIGN TO "DELTAOUT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-DELTAOUT-FILE-STATUS.

000720****************************************************************
000730* DATA DIVISION
000740****************************************************************
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DGEN-PARM-FILE.
000780     COPY "ICEBERG-DGEN-PARM.cpy".

000790 FD  SCHEMA-SNAPSHOT-FILE.
000800     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000810         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000820                   ==FD-CURR-SNAPSHOT-REC==.

000830 FD  TABLE-KEYS-FILE.
000840     COPY "ICEBERG-TABLE-KEYS.cpy".

000850 FD  PRIOR-INPUT-FILE
000860     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000870         DEPENDING ON WS-PRIOR-RECORD-LENGTH.
000880 01  PRIOR-INPUT-RECORD                  PIC X(7200).

000890 FD  CURRENT-INPUT-FILE
000900     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000910         DEPENDING ON WS-CURRENT-RECORD-LENGTH.
000920 01  CURRENT-INPUT-RECORD                PIC X(7200).

000930 FD  DELTA-OUTPUT-FILE
000940     RECORD IS VARYING IN SIZE FROM 2 TO 7201 CHARACTERS
000950         DEPENDING ON WS-DELTA-RECORD-LENGTH.
000960     COPY "ICEBERG-DELTA-REC.cpy".

000970 WORKING-STORAGE SECTION.
000980****************************************************************
000990* FILE STATUS AND CONTROL SWITCHES
001000****************************************************************
001010 01  WS-FILE-STATUSES.
001020     05  WS-PARM-FILE-STATUS             PIC X(02).
001030         88  WS-PARM-OK                  VALUE '00'.
001040     05  WS-SNAP-FILE-STATUS             PIC X(02).
001050         88  WS-SNAP-OK                  VALUE '00'.
001060         88  WS-SNAP-NOT-FOUND           VALUE '23'.
001070     05  WS-TBLKEYS-FILE-STATUS          PIC X(02).
001080         88  WS-TBLKEYS-OK               VALUE '00'.
001090         88  WS-TBLKEYS-NOT-FOUND        VALUE '23'.
001100     05  WS-PRIORIN-FILE-STATUS          PIC X(02).
001110     05  WS-CURRIN-FILE-STATUS           PIC X(02).
001120     05  WS-DELTAOUT-FILE-STATUS         PIC X(02).

001130 01  WS-SWITCHES.
001140     05  WS-PRIOR-EOF-SWITCH             PIC X(01) VALUE 'N'.
001150         88  WS-PRIOR-IS-EOF             VALUE 'Y'.
001160     05  WS-CURRENT-EOF-SWITCH           PIC X(01) VALUE 'N'.
001170         88  WS-CURRENT-IS-EOF           VALUE 'Y'.
001180     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001190         88  WS-RUN-IS-VALID             VALUE 'Y'.
001200         88  WS-RUN-IS-INVALID           VALUE 'N'.
001210     05  WS-KEY-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001220         88  WS-KEY-COLUMN-FOUND         VALUE 'Y'.

001230 77  WS-PRIOR-RECORD-LENGTH              PIC 9(05) COMP VALUE 0.
001240 77  WS-CURRENT-RECORD-LENGTH            PIC 9(05) COMP VALUE 0.
001250 77  WS-DELTA-RECORD-LENGTH              PIC 9(05) COMP VALUE 0.
001260 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001270 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001280 77  WS-KEY-INDEX                        PIC 9(04) COMP VALUE 0.
001290 77  WS-KEY-CURSOR                       PIC 9(05) COMP VALUE 0.
001300 77  WS-KEY-TOTAL-LENGTH                 PIC 9(05) COMP VALUE 0.
001310 77  WS-PRIOR-READ-COUNT                 PIC 9(09) COMP VALUE 0.
001320 77  WS-CURRENT-READ-COUNT               PIC 9(09) COMP VALUE 0.
001330 77  WS-INSERTS-WRITTEN-COUNT            PIC 9(09) COMP VALUE 0.
001340 77  WS-UPDATES-WRITTEN-COUNT            PIC 9(09) COMP VALUE 0.
001350 77  WS-DELETES-WRITTEN-COUNT            PIC 9(09) COMP VALUE 0.
001360 77  WS-UNCHANGED-COUNT                  PIC 9(09) COMP VALUE 0.

001370 01  WS-PRIOR-MATCH-KEY                  PIC X(300) VALUE SPACES.
001380 01  WS-CURRENT-MATCH-KEY                PIC X(300) VALUE SPACES.
001390 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.

001400****************************************************************
001410* KEY COLUMN OFFSETS WITHIN THE FLAT EXTRACT LAYOUT, IN
001420* TK-KEY-FIELD ORDER; widths mirror the PIC clauses assigned by
001430* 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA
001440****************************************************************
001450 01  WS-KEY-LAYOUT-TABLE.
001460     05  WS-KEY-COLUMN-COUNT             PIC 9(02) VALUE 0.
001470     05  WS-KEY-LAYOUT-ENTRY
001480                         OCCURS 10 TIMES
001490                         INDEXED BY KL-IDX.
001500         10  WS-KEY-OFFSET               PIC 9(05) COMP.
001510         10  WS-KEY-LENGTH               PIC 9(03) COMP.

001520****************************************************************
001530* PER-COLUMN WIDTHS OF THE FULL EXTRACT LAYOUT
001540****************************************************************
001550 01  WS-COLUMN-LAYOUT-TABLE.
001560     05  WS-LAYOUT-COLUMN-COUNT          PIC 9(04) COMP VALUE 0.
001570     05  WS-LAYOUT-ENTRY
001580                         OCCURS 0 TO 200 TIMES
001590                         DEPENDING ON WS-LAYOUT-COLUMN-COUNT
001600                         INDEXED BY LY-IDX.
001610         10  WS-LAYOUT-OFFSET            PIC 9(05) COMP.
001620         10  WS-LAYOUT-LENGTH            PIC 9(03) COMP.

001630****************************************************************
001640* IN-MEMORY COPY OF THE TABLE BEING COMPARED
001650****************************************************************
001660 COPY "ICEBERG-SNAPSHOT-REC.cpy"
001670     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
001680               ==WS-SCHEMA-BODY==.

001690****************************************************************
001700* THIS TABLE'S IDENTIFIER KEY LIST, AS COMMITTED
001710****************************************************************
001720 01  WS-TABLE-KEYS-BODY.
001730     05  WS-TK-KEY-FIELD-COUNT           PIC 9(02).
001740     05  WS-TK-KEY-FIELD                 PIC X(30)
001750                       OCCURS 10 TIMES INDEXED BY WK-IDX.

001760****************************************************************
001770* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001780****************************************************************
001790 COPY "ICEBERG-RUN-LOG-REC.cpy".

001800 PROCEDURE DIVISION.
001810*---------------------------------------------------------------
001820* 0000-MAINLINE - balanced-line compare of the two snapshots
001830*---------------------------------------------------------------
001840 0000-MAINLINE.
001850     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     IF WS-RUN-IS-VALID
001880         PERFORM 2000-COMPARE-ONE-STEP THRU 2000-EXIT
001890             UNTIL WS-PRIOR-IS-EOF AND WS-CURRENT-IS-EOF
001900     END-IF
001910     PERFORM 8000-TERMINATE THRU 8000-EXIT
001920     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
001930     STOP RUN.
001940 0000-EXIT.
001950     EXIT.

001960*---------------------------------------------------------------
001970* 1000-INITIALIZE - parm, schema, key list, offsets, open, prime
001980*---------------------------------------------------------------
001990 1000-INITIALIZE.
002000     OPEN INPUT DGEN-PARM-FILE
002010     READ DGEN-PARM-FILE
002020     END-READ
002030     IF NOT WS-PARM-OK
002040         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002050     END-IF
002060     CLOSE DGEN-PARM-FILE
002070     IF WS-RUN-IS-VALID
002080         IF DG-TABLE-NAME = SPACES
002090             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002100         END-IF
002110     END-IF
002120     IF WS-RUN-IS-VALID
002130         PERFORM 1100-LOAD-TABLE-SCHEMA THRU 1100-EXIT
002140     END-IF
002150     IF WS-RUN-IS-VALID
002160         PERFORM 1200-LOAD-TABLE-KEYS THRU 1200-EXIT
002170     END-IF
002180     IF WS-RUN-IS-VALID
002190         PERFORM 1300-BUILD-COLUMN-LAYOUT THRU 1300-EXIT
002200         PERFORM 1400-BUILD-KEY-LAYOUT THRU 1400-EXIT
002210     END-IF
002220     IF WS-RUN-IS-VALID
002230         OPEN INPUT PRIOR-INPUT-FILE
002240         OPEN INPUT CURRENT-INPUT-FILE
002250         OPEN OUTPUT DELTA-OUTPUT-FILE
002260         PERFORM 1500-READ-PRIOR THRU 1500-EXIT
002270         PERFORM 1600-READ-CURRENT THRU 1600-EXIT
002280     END-IF.
002290 1000-EXIT.
002300     EXIT.

002310*---------------------------------------------------------------
002320* 1100-LOAD-TABLE-SCHEMA - read this table's committed layout
002330*---------------------------------------------------------------
002340 1100-LOAD-TABLE-SCHEMA.
002350     MOVE DG-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002360     OPEN INPUT SCHEMA-SNAPSHOT-FILE
002370     READ SCHEMA-SNAPSHOT-FILE
002380         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002390     END-READ
002400     IF WS-SNAP-OK
002410         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
002420             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002430         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
002440     ELSE
002450         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
002460     END-IF
002470     CLOSE SCHEMA-SNAPSHOT-FILE.
002480 1100-EXIT.
002490     EXIT.

002500*---------------------------------------------------------------
002510* 1200-LOAD-TABLE-KEYS - read this table's identifier key list
002520*---------------------------------------------------------------
002530 1200-LOAD-TABLE-KEYS.
002540     MOVE DG-TABLE-NAME TO TK-TABLE-NAME
002550     OPEN INPUT TABLE-KEYS-FILE
002560     READ TABLE-KEYS-FILE
002570         KEY IS TK-TABLE-NAME
002580     END-READ
002590     IF WS-TBLKEYS-OK
002600         MOVE TK-KEY-FIELD-COUNT TO WS-TK-KEY-FIELD-COUNT
002610         PERFORM 1210-COPY-ONE-KEY-NAME THRU 1210-EXIT
002620             VARYING WS-WORK-INDEX FROM 1 BY 1
002630             UNTIL WS-WORK-INDEX > WS-TK-KEY-FIELD-COUNT
002640     ELSE
002650         PERFORM 9200-KEYS-NOT-FOUND THRU 9200-EXIT
002660     END-IF
002670     CLOSE TABLE-KEYS-FILE
002680     IF WS-RUN-IS-VALID
002690         IF WS-TK-KEY-FIELD-COUNT = 0
002700             PERFORM 9200-KEYS-NOT-FOUND THRU 9200-EXIT
002710         END-IF
002720     END-IF.
002730 1200-EXIT.
002740     EXIT.

002750*---------------------------------------------------------------
002760* 1210-COPY-ONE-KEY-NAME - stage one identifier column name
002770*---------------------------------------------------------------
002780 1210-COPY-ONE-KEY-NAME.
002790     MOVE TK-KEY-FIELD (WS-WORK-INDEX)
002800         TO WS-TK-KEY-FIELD (WS-WORK-INDEX).
002810 1210-EXIT.
002820     EXIT.

002830*---------------------------------------------------------------
002840* 1300-BUILD-COLUMN-LAYOUT - derive each column's offset/width;
002850*                 widths must stay in step with the PIC clauses
002860*                 assigned by 4505-SELECT-EXTRACT-PIC-CLAUSE
002870*---------------------------------------------------------------
002880 1300-BUILD-COLUMN-LAYOUT.
002890     MOVE 0 TO WS-LAYOUT-COLUMN-COUNT
002900     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
002910     PERFORM 1310-LAYOUT-ONE-COLUMN THRU 1310-EXIT
002920         VARYING WS-WORK-INDEX FROM 1 BY 1
002930         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002940*    one byte of the delta record is the action code
002950     IF WS-COLUMN-OFFSET-CURSOR - 1 > 7199
002960         PERFORM 9400-LAYOUT-TOO-WIDE THRU 9400-EXIT
002970     END-IF.
002980 1300-EXIT.
002990     EXIT.

003000*---------------------------------------------------------------
003010* 1310-LAYOUT-ONE-COLUMN - stage one column's offset and width
003020*---------------------------------------------------------------
003030 1310-LAYOUT-ONE-COLUMN.
003040     ADD 1 TO WS-LAYOUT-COLUMN-COUNT
003050     MOVE WS-COLUMN-OFFSET-CURSOR
003060         TO WS-LAYOUT-OFFSET (WS-LAYOUT-COLUMN-COUNT)
003070     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003080         WHEN 'BOOLEAN'
003090             MOVE 1 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003100         WHEN 'INT'
003110             MOVE 9 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003120         WHEN 'LONG'
003130             MOVE 18 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003140         WHEN 'FLOAT'
003150             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003160         WHEN 'DOUBLE'
003170             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003180         WHEN 'DECIMAL'
003190             IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003200                                     (WS-WORK-INDEX) = 0
003210                 MOVE 17
003220                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003230             ELSE
003240                 MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003250                                             (WS-WORK-INDEX)
003260                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003270             END-IF
003280         WHEN 'STRING'
003290         WHEN 'FIXED'
003300         WHEN 'BINARY'
003310             IF COL-FIELD-LENGTH OF WS-SCHEMA-BODY
003320                                     (WS-WORK-INDEX) = 0
003330                 MOVE 30
003340                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003350             ELSE
003360                 MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
003370                                             (WS-WORK-INDEX)
003380                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003390             END-IF
003400         WHEN 'DATE'
003410             MOVE 10 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003420         WHEN 'TIME'
003430             MOVE 8 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003440         WHEN 'TIMESTAMP'
003450             MOVE 26 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003460         WHEN 'UUID'
003470             MOVE 36 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003480         WHEN 'STRUCT'
003490             MOVE 0 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003500         WHEN OTHER
003510             MOVE 30 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003520     END-EVALUATE
003530     ADD WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003540         TO WS-COLUMN-OFFSET-CURSOR.
003550 1310-EXIT.
003560     EXIT.

003570*---------------------------------------------------------------
003580* 1400-BUILD-KEY-LAYOUT - resolve each key name to its offset
003590*---------------------------------------------------------------
003600 1400-BUILD-KEY-LAYOUT.
003610     MOVE 0 TO WS-KEY-COLUMN-COUNT
003620     MOVE 0 TO WS-KEY-TOTAL-LENGTH
003630     PERFORM 1410-RESOLVE-ONE-KEY-NAME THRU 1410-EXIT
003640         VARYING WS-KEY-INDEX FROM 1 BY 1
003650         UNTIL WS-KEY-INDEX > WS-TK-KEY-FIELD-COUNT
003660            OR WS-RUN-IS-INVALID
003670     IF WS-RUN-IS-VALID
003680         IF WS-KEY-TOTAL-LENGTH > 300
003690             PERFORM 9500-KEY-TOO-WIDE THRU 9500-EXIT
003700         END-IF
003710     END-IF.
003720 1400-EXIT.
003730     EXIT.

003740*---------------------------------------------------------------
003750* 1410-RESOLVE-ONE-KEY-NAME - find one key column in the layout
003760*---------------------------------------------------------------
003770 1410-RESOLVE-ONE-KEY-NAME.
003780     MOVE 'N' TO WS-KEY-FOUND-SWITCH
003790     PERFORM 1420-TEST-ONE-COLUMN-NAME THRU 1420-EXIT
003800         VARYING WS-WORK-INDEX FROM 1 BY 1
003810         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
003820            OR WS-KEY-COLUMN-FOUND
003830     IF NOT WS-KEY-COLUMN-FOUND
003840         PERFORM 9300-KEY-NOT-IN-SCHEMA THRU 9300-EXIT
003850     END-IF.
003860 1410-EXIT.
003870     EXIT.

003880*---------------------------------------------------------------
003890* 1420-TEST-ONE-COLUMN-NAME - match one layout column by name
003900*---------------------------------------------------------------
003910 1420-TEST-ONE-COLUMN-NAME.
003920     IF COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003930             = WS-TK-KEY-FIELD (WS-KEY-INDEX)
003940         SET WS-KEY-COLUMN-FOUND TO TRUE
003950         ADD 1 TO WS-KEY-COLUMN-COUNT
003960         MOVE WS-LAYOUT-OFFSET (WS-WORK-INDEX)
003970             TO WS-KEY-OFFSET (WS-KEY-COLUMN-COUNT)
003980         MOVE WS-LAYOUT-LENGTH (WS-WORK-INDEX)
003990             TO WS-KEY-LENGTH (WS-KEY-COLUMN-COUNT)
004000         ADD WS-LAYOUT-LENGTH (WS-WORK-INDEX)
004010             TO WS-KEY-TOTAL-LENGTH
004020     END-IF.
004030 1420-EXIT.
004040     EXIT.

004050*---------------------------------------------------------------
004060* 1500-READ-PRIOR - next prior record, key built on arrival
004070*---------------------------------------------------------------
004080 1500-READ-PRIOR.
004090     READ PRIOR-INPUT-FILE
004100         AT END
004110             SET WS-PRIOR-IS-EOF TO TRUE
004120             MOVE HIGH-VALUES TO WS-PRIOR-MATCH-KEY
004130         NOT AT END
004140             ADD 1 TO WS-PRIOR-READ-COUNT
004150             PERFORM 1510-BUILD-PRIOR-KEY THRU 1510-EXIT
004160     END-READ.
004170 1500-EXIT.
004180     EXIT.

004190*---------------------------------------------------------------
004200* 1510-BUILD-PRIOR-KEY - concatenate the prior's key fields
004210*---------------------------------------------------------------
004220 1510-BUILD-PRIOR-KEY.
004230     MOVE SPACES TO WS-PRIOR-MATCH-KEY
004240     MOVE 1 TO WS-KEY-CURSOR
004250     PERFORM 1520-APPEND-ONE-PRIOR-KEY THRU 1520-EXIT
004260         VARYING WS-KEY-INDEX FROM 1 BY 1
004270         UNTIL WS-KEY-INDEX > WS-KEY-COLUMN-COUNT.
004280 1510-EXIT.
004290     EXIT.

004300*---------------------------------------------------------------
004310* 1520-APPEND-ONE-PRIOR-KEY - stage one key field value
004320*---------------------------------------------------------------
004330 1520-APPEND-ONE-PRIOR-KEY.
004340     MOVE PRIOR-INPUT-RECORD
004350             (WS-KEY-OFFSET (WS-KEY-INDEX) :
004360              WS-KEY-LENGTH (WS-KEY-INDEX))
004370         TO WS-PRIOR-MATCH-KEY
004380             (WS-KEY-CURSOR : WS-KEY-LENGTH (WS-KEY-INDEX))
004390     ADD WS-KEY-LENGTH (WS-KEY-INDEX) TO WS-KEY-CURSOR.
004400 1520-EXIT.
004410     EXIT.

004420*---------------------------------------------------------------
004430* 1600-READ-CURRENT - next current record, key built on arrival
004440*---------------------------------------------------------------
004450 1600-READ-CURRENT.
004460     READ CURRENT-INPUT-FILE
004470         AT END
004480             SET WS-CURRENT-IS-EOF TO TRUE
004490             MOVE HIGH-VALUES TO WS-CURRENT-MATCH-KEY
004500         NOT AT END
004510             ADD 1 TO WS-CURRENT-READ-COUNT
004520             PERFORM 1610-BUILD-CURRENT-KEY THRU 1610-EXIT
004530     END-READ.
004540 1600-EXIT.
004550     EXIT.

004560*---------------------------------------------------------------
004570* 1610-BUILD-CURRENT-KEY - concatenate the current key fields
004580*---------------------------------------------------------------
004590 1610-BUILD-CURRENT-KEY.
004600     MOVE SPACES TO WS-CURRENT-MATCH-KEY
004610     MOVE 1 TO WS-KEY-CURSOR
004620     PERFORM 1620-APPEND-ONE-CURRENT-KEY THRU 1620-EXIT
004630         VARYING WS-KEY-INDEX FROM 1 BY 1
004640         UNTIL WS-KEY-INDEX > WS-KEY-COLUMN-COUNT.
004650 1610-EXIT.
004660     EXIT.

004670*---------------------------------------------------------------
004680* 1620-APPEND-ONE-CURRENT-KEY - stage one key field value
004690*---------------------------------------------------------------
004700 1620-APPEND-ONE-CURRENT-KEY.
004710     MOVE CURRENT-INPUT-RECORD
004720             (WS-KEY-OFFSET (WS-KEY-INDEX) :
004730              WS-KEY-LENGTH (WS-KEY-INDEX))
004740         TO WS-CURRENT-MATCH-KEY
004750             (WS-KEY-CURSOR : WS-KEY-LENGTH (WS-KEY-INDEX))
004760     ADD WS-KEY-LENGTH (WS-KEY-INDEX) TO WS-KEY-CURSOR.
004770 1620-EXIT.
004780     EXIT.

004790*---------------------------------------------------------------
004800* 2000-COMPARE-ONE-STEP - one balanced-line comparison
004810*---------------------------------------------------------------
004820 2000-COMPARE-ONE-STEP.
004830     EVALUATE TRUE
004840         WHEN WS-PRIOR-MATCH-KEY < WS-CURRENT-MATCH-KEY
004850             PERFORM 2100-WRITE-DELETE THRU 2100-EXIT
004860             PERFORM 1500-READ-PRIOR THRU 1500-EXIT
004870         WHEN WS-PRIOR-MATCH-KEY > WS-CURRENT-MATCH-KEY
004880             PERFORM 2200-WRITE-INSERT THRU 2200-EXIT
004890             PERFORM 1600-READ-CURRENT THRU 1600-EXIT
004900         WHEN OTHER
004910             PERFORM 2300-COMPARE-MATCHED-IMAGES THRU 2300-EXIT
004920             PERFORM 1500-READ-PRIOR THRU 1500-EXIT
004930             PERFORM 1600-READ-CURRENT THRU 1600-EXIT
004940     END-EVALUATE.
004950 2000-EXIT.
004960     EXIT.

004970*---------------------------------------------------------------
004980* 2100-WRITE-DELETE - key exists only in yesterday's snapshot
004990*---------------------------------------------------------------
005000 2100-WRITE-DELETE.
005010     COMPUTE WS-DELTA-RECORD-LENGTH =
005020         WS-PRIOR-RECORD-LENGTH + 1
005030     MOVE 'D' TO DL-ACTION-CODE
005040     MOVE PRIOR-INPUT-RECORD TO DL-RECORD-IMAGE
005050     WRITE DELTA-EXTRACT-RECORD
005060     ADD 1 TO WS-DELETES-WRITTEN-COUNT.
005070 2100-EXIT.
005080     EXIT.

005090*---------------------------------------------------------------
005100* 2200-WRITE-INSERT - key exists only in today's snapshot
005110*---------------------------------------------------------------
005120 2200-WRITE-INSERT.
005130     COMPUTE WS-DELTA-RECORD-LENGTH =
005140         WS-CURRENT-RECORD-LENGTH + 1
005150     MOVE 'I' TO DL-ACTION-CODE
005160     MOVE CURRENT-INPUT-RECORD TO DL-RECORD-IMAGE
005170     WRITE DELTA-EXTRACT-RECORD
005180     ADD 1 TO WS-INSERTS-WRITTEN-COUNT.
005190 2200-EXIT.
005200     EXIT.

005210*---------------------------------------------------------------
005220* 2300-COMPARE-MATCHED-IMAGES - same key on both sides; only a
005230*                 changed record image earns an update
005240*---------------------------------------------------------------
005250 2300-COMPARE-MATCHED-IMAGES.
005260     IF WS-PRIOR-RECORD-LENGTH = WS-CURRENT-RECORD-LENGTH
005270          AND PRIOR-INPUT-RECORD (1 : WS-PRIOR-RECORD-LENGTH)
005280              = CURRENT-INPUT-RECORD
005290                    (1 : WS-CURRENT-RECORD-LENGTH)
005300         ADD 1 TO WS-UNCHANGED-COUNT
005310     ELSE
005320         COMPUTE WS-DELTA-RECORD-LENGTH =
005330             WS-CURRENT-RECORD-LENGTH + 1
005340         MOVE 'U' TO DL-ACTION-CODE
005350         MOVE CURRENT-INPUT-RECORD TO DL-RECORD-IMAGE
005360         WRITE DELTA-EXTRACT-RECORD
005370         ADD 1 TO WS-UPDATES-WRITTEN-COUNT
005380     END-IF.
005390 2300-EXIT.
005400     EXIT.

005410*---------------------------------------------------------------
005420* 8000-TERMINATE - close files and display the compare totals
005430*---------------------------------------------------------------
005440 8000-TERMINATE.
005450     IF WS-RUN-IS-VALID
005460         CLOSE PRIOR-INPUT-FILE
005470         CLOSE CURRENT-INPUT-FILE
005480         CLOSE DELTA-OUTPUT-FILE
005490         DISPLAY 'DELTAGEN COMPLETE - TABLE: ' DG-TABLE-NAME
005500         MOVE WS-PRIOR-READ-COUNT TO WS-COUNT-DISPLAY
005510         DISPLAY '  PRIOR READ:   ' WS-COUNT-DISPLAY
005520         MOVE WS-CURRENT-READ-COUNT TO WS-COUNT-DISPLAY
005530         DISPLAY '  CURRENT READ: ' WS-COUNT-DISPLAY
005540         MOVE WS-INSERTS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
005550         DISPLAY '  INSERTS (I):  ' WS-COUNT-DISPLAY
005560         MOVE WS-UPDATES-WRITTEN-COUNT TO WS-COUNT-DISPLAY
005570         DISPLAY '  UPDATES (U):  ' WS-COUNT-DISPLAY
005580         MOVE WS-DELETES-WRITTEN-COUNT TO WS-COUNT-DISPLAY
005590         DISPLAY '  DELETES (D):  ' WS-COUNT-DISPLAY
005600         MOVE WS-UNCHANGED-COUNT TO WS-COUNT-DISPLAY
005610         DISPLAY '  UNCHANGED:    ' WS-COUNT-DISPLAY
005620     END-IF.
005630 8000-EXIT.
005640     EXIT.

005650*---------------------------------------------------------------
005660* 8800-START-RUN-LOG - note when the step started, for its
005670*                 run-log row
005680*---------------------------------------------------------------
005690 8800-START-RUN-LOG.
005700     MOVE SPACES TO RUN-LOG-RECORD
005710     MOVE 'DELTAGEN' TO RL-JOB-NAME
005720     MOVE 'DELTAGEN' TO RL-PROGRAM-NAME
005730     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
005740     ACCEPT RL-START-TIME FROM TIME.
005750 8800-EXIT.
005760     EXIT.

005770*---------------------------------------------------------------
005780* 8900-WRITE-RUN-LOG - append this run's counts and return
005790*                 code to the run log; nothing is rejected here
005800*---------------------------------------------------------------
005810 8900-WRITE-RUN-LOG.
005820     MOVE DG-TABLE-NAME TO RL-TABLE-NAME
005830     COMPUTE RL-RECORDS-READ = WS-PRIOR-READ-COUNT
005840                             + WS-CURRENT-READ-COUNT
005850     COMPUTE RL-RECORDS-WRITTEN = WS-INSERTS-WRITTEN-COUNT
005860                                + WS-UPDATES-WRITTEN-COUNT
005870                                + WS-DELETES-WRITTEN-COUNT
005880     MOVE 0 TO RL-RECORDS-REJECTED
005890     MOVE RETURN-CODE TO RL-RETURN-CODE
005900     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
005910 8900-EXIT.
005920     EXIT.

005930*---------------------------------------------------------------
005940* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
005950*---------------------------------------------------------------
005960 9000-TABLE-NOT-FOUND.
005970     SET WS-RUN-IS-INVALID TO TRUE
005980     DISPLAY 'DELTAGEN - TABLE NOT IN SCHSNAP: ' DG-TABLE-NAME
005990     MOVE 12 TO RETURN-CODE.
006000 9000-EXIT.
006010     EXIT.

006020*---------------------------------------------------------------
006030* 9100-BAD-PARM - no usable DGENPARM record was supplied
006040*---------------------------------------------------------------
006050 9100-BAD-PARM.
006060     SET WS-RUN-IS-INVALID TO TRUE
006070     DISPLAY 'DELTAGEN - DGENPARM RECORD MISSING OR BLANK'
006080     MOVE 16 TO RETURN-CODE.
006090 9100-EXIT.
006100     EXIT.

006110*---------------------------------------------------------------
006120* 9200-KEYS-NOT-FOUND - no identifier key list was committed
006130*                 for this table (see SET-IDENTIFIER-FIELDS)
006140*---------------------------------------------------------------
006150 9200-KEYS-NOT-FOUND.
006160     SET WS-RUN-IS-INVALID TO TRUE
006170     DISPLAY 'DELTAGEN - NO KEY LIST IN TBLKEYS: '
006180         DG-TABLE-NAME
006190     MOVE 12 TO RETURN-CODE.
006200 9200-EXIT.
006210     EXIT.

006220*---------------------------------------------------------------
006230* 9300-KEY-NOT-IN-SCHEMA - a committed key column is missing
006240*                 from the committed column layout
006250*---------------------------------------------------------------
006260 9300-KEY-NOT-IN-SCHEMA.
006270     SET WS-RUN-IS-INVALID TO TRUE
006280     DISPLAY 'DELTAGEN - KEY COLUMN NOT IN LAYOUT: '
006290         WS-TK-KEY-FIELD (WS-KEY-INDEX)
006300     MOVE 12 TO RETURN-CODE.
006310 9300-EXIT.
006320     EXIT.

006330*---------------------------------------------------------------
006340* 9400-LAYOUT-TOO-WIDE - the committed column widths add up to
006350*                 more than the extract record can carry
006360*---------------------------------------------------------------
006370 9400-LAYOUT-TOO-WIDE.
006380     SET WS-RUN-IS-INVALID TO TRUE
006390     DISPLAY 'DELTAGEN - LAYOUT EXCEEDS 7200-BYTE RECORD: '
006400         DG-TABLE-NAME
006410     MOVE 12 TO RETURN-CODE.
006420 9400-EXIT.
006430     EXIT.

006440*---------------------------------------------------------------
006450* 9500-KEY-TOO-WIDE - the key columns add up to more than the
006460*                 300-byte match key can carry
006470*---------------------------------------------------------------
006480 9500-KEY-TOO-WIDE.
006490     SET WS-RUN-IS-INVALID TO TRUE
006500     DISPLAY 'DELTAGEN - KEY COLUMNS EXCEED 300-BYTE KEY: '
006510         DG-TABLE-NAME
006520     MOVE 12 TO RETURN-CODE.
006530 9500-EXIT.
006540     EXIT.
