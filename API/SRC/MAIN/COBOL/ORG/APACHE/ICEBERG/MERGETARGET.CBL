000520*                   nothing to the column offsets; LIST and
000530*                   MAP ride in the 30-byte catch-all field.
000540*
000550* 2026-10-15  JKH   DECIMAL columns are as wide as their
000560*                   committed precision and STRING/FIXED/
000570*                   BINARY columns as wide as their committed
000580*                   length (17 and 30 when none was given),
000590*                   matching UPDATE-SCHEMA's extract PICs.  A
000600*                   layout too wide for the 7200-byte record
000610*                   or a key list too wide for the 300-byte
000620*                   match key now ends the run with RC=12
000630*                   instead of silently cutting the data.
000640* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000650*                   the end of every run: master and delta
000660*                   records read, master records written, delta
000670*                   records that did not apply, and the final
000680*                   return code.
000690* 2026-10-15  JKH   Data-snapshot catalog: a merge that ends
000700*                   below RC=8 appends a SNAPCAT row naming the
000710*                   MASTER generation written and the DELTA
000720*                   generation applied (MG-MASTER-DSN and
000730*                   MG-DELTA-DSN on MERGEPRM), the SCHSNAP
000740*                   SS-SCHEMA-VERSION the records were laid out
000750*                   under, the merge timestamp, and the BALRPT
000760*                   counts, for the SNAPASOF as-of retrieval job.
000770*                   A row that cannot be written ends the run
000780*                   RC=4; the new master itself is good.
000790* 2026-10-15  JKH   SNAPCAT is OPTIONAL: the first merge creates
000800*                   the catalog instead of ending RC=4.
000810*

000820****************************************************************
000830* ENVIRONMENT DIVISION
000840****************************************************************
000850 ENVIRONMENT DIVISION.

000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT MERGE-PARM-FILE ASSIGN TO "MERGEPRM"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-PARM-FILE-STATUS.

000910     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000950         FILE STATUS IS WS-SNAP-FILE-STATUS.

000960     SELECT TABLE-KEYS-FILE ASSIGN TO "TBLKEYS"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS TK-TABLE-NAME
001000         FILE STATUS IS WS-TBLKEYS-FILE-STATUS.

001010     SELECT MASTER-INPUT-FILE ASSIGN TO "MSTRIN"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-MSTRIN-FILE-STATUS.

001040     SELECT DELTA-INPUT-FILE ASSIGN TO "DELTAIN"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-DELTAIN-FILE-STATUS.

001070     SELECT MASTER-OUTPUT-FILE ASSIGN TO "MSTROUT"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-MSTROUT-FILE-STATUS.

001100     SELECT OPTIONAL FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-FEEDCTL-FILE-STATUS.

001130     SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-BALRPT-FILE-STATUS.

001160     SELECT OPTIONAL SNAP-CATALOG-FILE ASSIGN TO "SNAPCAT"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS SC-CATALOG-KEY
001200         FILE STATUS IS WS-SNAPCAT-FILE-STATUS.

001210****************************************************************
001220* DATA DIVISION
001230****************************************************************
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  MERGE-PARM-FILE.
001270     COPY "ICEBERG-MERGE-PARM.cpy".

001280 FD  SCHEMA-SNAPSHOT-FILE.
001290     COPY "ICEBERG-SNAPSHOT-REC.cpy"
001300         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
001310                   ==FD-CURR-SNAPSHOT-REC==.

001320 FD  TABLE-KEYS-FILE.
001330     COPY "ICEBERG-TABLE-KEYS.cpy".

001340 FD  MASTER-INPUT-FILE
001350     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
001360         DEPENDING ON WS-MASTER-RECORD-LENGTH.
001370 01  MASTER-INPUT-RECORD                 PIC X(7200).

001380 FD  DELTA-INPUT-FILE
001390     RECORD IS VARYING IN SIZE FROM 2 TO 7201 CHARACTERS
001400         DEPENDING ON WS-DELTA-RECORD-LENGTH.
001410     COPY "ICEBERG-DELTA-REC.cpy".

001420 FD  MASTER-OUTPUT-FILE
001430     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
001440         DEPENDING ON WS-OUTPUT-RECORD-LENGTH.
001450 01  MASTER-OUTPUT-RECORD                PIC X(7200).

001460 FD  FEED-CONTROL-FILE.
001470     COPY "ICEBERG-FEED-CONTROL.cpy".

001480 FD  BALANCE-REPORT-FILE.
001490 01  BALANCE-REPORT-LINE                 PIC X(132).

001500 FD  SNAP-CATALOG-FILE.
001510     COPY "ICEBERG-SNAP-CATALOG-REC.cpy".

001520 WORKING-STORAGE SECTION.
001530****************************************************************
001540* FILE STATUS AND CONTROL SWITCHES
001550****************************************************************
001560 01  WS-FILE-STATUSES.
001570     05  WS-PARM-FILE-STATUS             PIC X(02).
001580         88  WS-PARM-OK                  VALUE '00'.
001590     05  WS-SNAP-FILE-STATUS             PIC X(02).
001600         88  WS-SNAP-OK                  VALUE '00'.
001610         88  WS-SNAP-NOT-FOUND           VALUE '23'.
001620     05  WS-TBLKEYS-FILE-STATUS          PIC X(02).
001630         88  WS-TBLKEYS-OK               VALUE '00'.
001640         88  WS-TBLKEYS-NOT-FOUND        VALUE '23'.
001650     05  WS-MSTRIN-FILE-STATUS           PIC X(02).
001660     05  WS-DELTAIN-FILE-STATUS          PIC X(02).
001670     05  WS-MSTROUT-FILE-STATUS          PIC X(02).
001680     05  WS-FEEDCTL-FILE-STATUS          PIC X(02).
001690         88  WS-FEEDCTL-OK               VALUE '00'.
001700         88  WS-FEEDCTL-OPENED           VALUES '00' '05'.
001710     05  WS-BALRPT-FILE-STATUS           PIC X(02).
001720     05  WS-SNAPCAT-FILE-STATUS          PIC X(02).
001730         88  WS-SNAPCAT-OK               VALUE '00'.
001740         88  WS-SNAPCAT-OPENED           VALUES '00' '05'.

001750 01  WS-SWITCHES.
001760     05  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.
001770         88  WS-MASTER-IS-EOF            VALUE 'Y'.
001780     05  WS-DELTA-EOF-SWITCH             PIC X(01) VALUE 'N'.
001790         88  WS-DELTA-IS-EOF             VALUE 'Y'.
001800     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001810         88  WS-RUN-IS-VALID             VALUE 'Y'.
001820         88  WS-RUN-IS-INVALID           VALUE 'N'.
001830     05  WS-KEY-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001840         88  WS-KEY-COLUMN-FOUND         VALUE 'Y'.
001850     05  WS-HOLD-ACTIVE-SWITCH           PIC X(01) VALUE 'N'.
001860         88  WS-HOLD-IS-ACTIVE           VALUE 'Y'.
001870         88  WS-HOLD-IS-IDLE             VALUE 'N'.
001880     05  WS-HOLD-EXISTS-SWITCH           PIC X(01) VALUE 'N'.
001890         88  WS-HOLD-RECORD-EXISTS       VALUE 'Y'.
001900     05  WS-CONTROL-PRESENT-SWITCH       PIC X(01) VALUE 'N'.
001910         88  WS-CONTROL-IS-PRESENT       VALUE 'Y'.
001920     05  WS-FEED-GOOD-SWITCH             PIC X(01) VALUE 'Y'.
001930         88  WS-FEED-IS-GOOD             VALUE 'Y'.
001940         88  WS-FEED-IS-DAMAGED          VALUE 'N'.
001950     05  WS-CATALOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
001960         88  WS-CATALOG-IS-EOF           VALUE 'Y'.

001970 77  WS-MASTER-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001980 77  WS-DELTA-RECORD-LENGTH              PIC 9(05) COMP VALUE 0.
001990 77  WS-OUTPUT-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
002000 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
002010 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
002020 77  WS-KEY-INDEX                        PIC 9(04) COMP VALUE 0.
002030 77  WS-KEY-CURSOR                       PIC 9(05) COMP VALUE 0.
002040 77  WS-KEY-TOTAL-LENGTH                 PIC 9(05) COMP VALUE 0.
002050 77  WS-RECORDS-COPIED-COUNT             PIC 9(09) COMP VALUE 0.
002060 77  WS-RECORDS-INSERTED-COUNT           PIC 9(09) COMP VALUE 0.
002070 77  WS-RECORDS-UPDATED-COUNT            PIC 9(09) COMP VALUE 0.
002080 77  WS-RECORDS-DELETED-COUNT            PIC 9(09) COMP VALUE 0.
002090 77  WS-INSERT-MATCH-COUNT               PIC 9(09) COMP VALUE 0.
002100 77  WS-UPDATE-NOMATCH-COUNT             PIC 9(09) COMP VALUE 0.
002110 77  WS-DELETE-NOMATCH-COUNT             PIC 9(09) COMP VALUE 0.
002120 77  WS-BAD-ACTION-COUNT                 PIC 9(09) COMP VALUE 0.
002130 77  WS-MASTER-READ-COUNT                PIC 9(09) COMP VALUE 0.
002140 77  WS-DELTA-READ-COUNT                 PIC 9(09) COMP VALUE 0.
002150 77  WS-DELTA-INSERT-READ-COUNT          PIC 9(09) COMP VALUE 0.
002160 77  WS-DELTA-UPDATE-READ-COUNT          PIC 9(09) COMP VALUE 0.
002170 77  WS-DELTA-DELETE-READ-COUNT          PIC 9(09) COMP VALUE 0.
002180 77  WS-RECORDS-OUT-COUNT                PIC 9(09) COMP VALUE 0.
002190 77  WS-MASTER-SEQ-ERROR-COUNT           PIC 9(09) COMP VALUE 0.
002200 77  WS-DELTA-SEQ-ERROR-COUNT            PIC 9(09) COMP VALUE 0.
002210 77  WS-CTL-EXPECTED-RECORDS             PIC 9(09) COMP VALUE 0.
002220 77  WS-CTL-EXPECTED-INSERTS             PIC 9(09) COMP VALUE 0.
002230 77  WS-CTL-EXPECTED-UPDATES             PIC 9(09) COMP VALUE 0.
002240 77  WS-CTL-EXPECTED-DELETES             PIC 9(09) COMP VALUE 0.
002250 77  WS-EXPECTED-COUNT                   PIC 9(09) COMP VALUE 0.
002260 77  WS-ACTUAL-COUNT                     PIC 9(09) COMP VALUE 0.
002270 77  WS-LAST-GENERATION-NUMBER         PIC 9(09) COMP VALUE 0.
002280 77  WS-TODAY-DATE                     PIC 9(08) VALUE 0.
002290 77  WS-NOW-TIME                       PIC 9(08) VALUE 0.

002300 01  WS-MASTER-MATCH-KEY                 PIC X(300) VALUE SPACES.
002310 01  WS-DELTA-MATCH-KEY                  PIC X(300) VALUE SPACES.
002320 01  WS-MASTER-PRIOR-KEY                 PIC X(300)
002330                                          VALUE LOW-VALUES.
002340 01  WS-DELTA-PRIOR-KEY                  PIC X(300)
002350                                          VALUE LOW-VALUES.
002360 01  WS-BALANCE-ITEM-TEXT                PIC X(24) VALUE SPACES.
002370 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.
002380 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
002390 01  WS-EXPECTED-DISPLAY                 PIC ZZZZZZZZ9.
002400 01  WS-MERGE-TIMESTAMP                PIC X(26) VALUE SPACES.

002410****************************************************************
002420* ONE KEY'S IMAGE, HELD WHILE ITS DELTA RECORDS ARE APPLIED
002430****************************************************************
002440 01  WS-HOLD-MATCH-KEY                   PIC X(300) VALUE SPACES.
002450 01  WS-HOLD-RECORD-IMAGE                PIC X(7200) VALUE SPACES.
002460 77  WS-HOLD-RECORD-LENGTH               PIC 9(05) COMP VALUE 0.

002470****************************************************************
002480* KEY COLUMN OFFSETS WITHIN THE FLAT EXTRACT LAYOUT, IN
002490* TK-KEY-FIELD ORDER; widths mirror the PIC clauses assigned by
002500* 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA
002510****************************************************************
002520 01  WS-KEY-LAYOUT-TABLE.
002530     05  WS-KEY-COLUMN-COUNT             PIC 9(02) VALUE 0.
002540     05  WS-KEY-LAYOUT-ENTRY
002550                         OCCURS 10 TIMES
002560                         INDEXED BY KL-IDX.
002570         10  WS-KEY-OFFSET               PIC 9(05) COMP.
002580         10  WS-KEY-LENGTH               PIC 9(03) COMP.

002590****************************************************************
002600* PER-COLUMN WIDTHS OF THE FULL EXTRACT LAYOUT
002610****************************************************************
002620 01  WS-COLUMN-LAYOUT-TABLE.
002630     05  WS-LAYOUT-COLUMN-COUNT          PIC 9(04) COMP VALUE 0.
002640     05  WS-LAYOUT-ENTRY
002650                         OCCURS 0 TO 200 TIMES
002660                         DEPENDING ON WS-LAYOUT-COLUMN-COUNT
002670                         INDEXED BY LY-IDX.
002680         10  WS-LAYOUT-OFFSET            PIC 9(05) COMP.
002690         10  WS-LAYOUT-LENGTH            PIC 9(03) COMP.

002700****************************************************************
002710* IN-MEMORY COPY OF THE TABLE BEING MERGED
002720****************************************************************
002730 COPY "ICEBERG-SNAPSHOT-REC.cpy"
002740     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002750               ==WS-SCHEMA-BODY==.

002760****************************************************************
002770* THIS TABLE'S IDENTIFIER KEY LIST, AS COMMITTED
002780****************************************************************
002790 01  WS-TABLE-KEYS-BODY.
002800     05  WS-TK-KEY-FIELD-COUNT           PIC 9(02).
002810     05  WS-TK-KEY-FIELD                 PIC X(30)
002820                       OCCURS 10 TIMES INDEXED BY WK-IDX.

002830****************************************************************
002840* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
002850****************************************************************
002860 COPY "ICEBERG-RUN-LOG-REC.cpy".

002870 PROCEDURE DIVISION.
002880*---------------------------------------------------------------
002890* 0000-MAINLINE - balanced-line merge of delta into master
002900*---------------------------------------------------------------
002910 0000-MAINLINE.
002920     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002940     IF WS-RUN-IS-VALID
002950         PERFORM 2000-MERGE-ONE-STEP THRU 2000-EXIT
002960             UNTIL WS-MASTER-IS-EOF AND WS-DELTA-IS-EOF
002970                   AND WS-HOLD-IS-IDLE
002980     END-IF
002990     PERFORM 8000-TERMINATE THRU 8000-EXIT
003000     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
003010     STOP RUN.
003020 0000-EXIT.
003030     EXIT.

003040*---------------------------------------------------------------
003050* 1000-INITIALIZE - parm, schema, key list, offsets, open, prime
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
003280         PERFORM 1400-BUILD-KEY-LAYOUT THRU 1400-EXIT
003290     END-IF
003300     IF WS-RUN-IS-VALID
003310         OPEN INPUT MASTER-INPUT-FILE
003320         OPEN INPUT DELTA-INPUT-FILE
003330         OPEN OUTPUT MASTER-OUTPUT-FILE
003340         OPEN OUTPUT BALANCE-REPORT-FILE
003350         PERFORM 1700-READ-FEED-CONTROL THRU 1700-EXIT
003360         PERFORM 1500-READ-MASTER THRU 1500-EXIT
003370         PERFORM 1600-READ-DELTA THRU 1600-EXIT
003380     END-IF.
003390 1000-EXIT.
003400     EXIT.

003410*---------------------------------------------------------------
003420* 1100-LOAD-TABLE-SCHEMA - read this table's committed layout
003430*---------------------------------------------------------------
003440 1100-LOAD-TABLE-SCHEMA.
003450     MOVE MG-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003460     OPEN INPUT SCHEMA-SNAPSHOT-FILE
003470     READ SCHEMA-SNAPSHOT-FILE
003480         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003490     END-READ
003500     IF WS-SNAP-OK
003510         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
003520             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
003530         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
003540     ELSE
003550         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
003560     END-IF
003570     CLOSE SCHEMA-SNAPSHOT-FILE.
003580 1100-EXIT.
003590     EXIT.

003600*---------------------------------------------------------------
003610* 1200-LOAD-TABLE-KEYS - read this table's identifier key list
003620*---------------------------------------------------------------
003630 1200-LOAD-TABLE-KEYS.
003640     MOVE MG-TABLE-NAME TO TK-TABLE-NAME
003650     OPEN INPUT TABLE-KEYS-FILE
003660     READ TABLE-KEYS-FILE
003670         KEY IS TK-TABLE-NAME
003680     END-READ
003690     IF WS-TBLKEYS-OK
003700         MOVE TK-KEY-FIELD-COUNT TO WS-TK-KEY-FIELD-COUNT
003710         PERFORM 1210-COPY-ONE-KEY-NAME THRU 1210-EXIT
003720             VARYING WS-WORK-INDEX FROM 1 BY 1
003730             UNTIL WS-WORK-INDEX > WS-TK-KEY-FIELD-COUNT
003740     ELSE
003750         PERFORM 9200-KEYS-NOT-FOUND THRU 9200-EXIT
003760     END-IF
003770     CLOSE TABLE-KEYS-FILE
003780     IF WS-RUN-IS-VALID
003790         IF WS-TK-KEY-FIELD-COUNT = 0
003800             PERFORM 9200-KEYS-NOT-FOUND THRU 9200-EXIT
003810         END-IF
003820     END-IF.
003830 1200-EXIT.
003840     EXIT.

003850*---------------------------------------------------------------
003860* 1210-COPY-ONE-KEY-NAME - stage one identifier column name
003870*---------------------------------------------------------------
003880 1210-COPY-ONE-KEY-NAME.
003890     MOVE TK-KEY-FIELD (WS-WORK-INDEX)
003900         TO WS-TK-KEY-FIELD (WS-WORK-INDEX).
003910 1210-EXIT.
003920     EXIT.

003930*---------------------------------------------------------------
003940* 1300-BUILD-COLUMN-LAYOUT - derive each column's offset/width;
003950*                 widths must stay in step with the PIC clauses
003960*                 assigned by 4505-SELECT-EXTRACT-PIC-CLAUSE
003970*---------------------------------------------------------------
003980 1300-BUILD-COLUMN-LAYOUT.
003990     MOVE 0 TO WS-LAYOUT-COLUMN-COUNT
004000     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
004010     PERFORM 1310-LAYOUT-ONE-COLUMN THRU 1310-EXIT
004020         VARYING WS-WORK-INDEX FROM 1 BY 1
004030         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
004040*    one byte of the delta record is the action code
004050     IF WS-COLUMN-OFFSET-CURSOR - 1 > 7199
004060         PERFORM 9400-LAYOUT-TOO-WIDE THRU 9400-EXIT
004070     END-IF.
004080 1300-EXIT.
004090     EXIT.

004100*---------------------------------------------------------------
004110* 1310-LAYOUT-ONE-COLUMN - stage one column's offset and width
004120*---------------------------------------------------------------
004130 1310-LAYOUT-ONE-COLUMN.
004140     ADD 1 TO WS-LAYOUT-COLUMN-COUNT
004150     MOVE WS-COLUMN-OFFSET-CURSOR
004160         TO WS-LAYOUT-OFFSET (WS-LAYOUT-COLUMN-COUNT)
004170     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004180         WHEN 'BOOLEAN'
004190             MOVE 1 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004200         WHEN 'INT'
004210             MOVE 9 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004220         WHEN 'LONG'
004230             MOVE 18 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004240         WHEN 'FLOAT'
004250             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004260         WHEN 'DOUBLE'
004270             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004280         WHEN 'DECIMAL'
004290             IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY
004300                                     (WS-WORK-INDEX) = 0
004310                 MOVE 17
004320                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004330             ELSE
004340                 MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
004350                                             (WS-WORK-INDEX)
004360                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004370             END-IF
004380         WHEN 'STRING'
004390         WHEN 'FIXED'
004400         WHEN 'BINARY'
004410             IF COL-FIELD-LENGTH OF WS-SCHEMA-BODY
004420                                     (WS-WORK-INDEX) = 0
004430                 MOVE 30
004440                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004450             ELSE
004460                 MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
004470                                             (WS-WORK-INDEX)
004480                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004490             END-IF
004500         WHEN 'DATE'
004510             MOVE 10 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004520         WHEN 'TIME'
004530             MOVE 8 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004540         WHEN 'TIMESTAMP'
004550             MOVE 26 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004560         WHEN 'UUID'
004570             MOVE 36 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004580         WHEN 'STRUCT'
004590             MOVE 0 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004600         WHEN OTHER
004610             MOVE 30 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004620     END-EVALUATE
004630     ADD WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
004640         TO WS-COLUMN-OFFSET-CURSOR.
004650 1310-EXIT.
004660     EXIT.

004670*---------------------------------------------------------------
004680* 1400-BUILD-KEY-LAYOUT - resolve each key name to its offset
004690*---------------------------------------------------------------
004700 1400-BUILD-KEY-LAYOUT.
004710     MOVE 0 TO WS-KEY-COLUMN-COUNT
004720     MOVE 0 TO WS-KEY-TOTAL-LENGTH
004730     PERFORM 1410-RESOLVE-ONE-KEY-NAME THRU 1410-EXIT
004740         VARYING WS-KEY-INDEX FROM 1 BY 1
004750         UNTIL WS-KEY-INDEX > WS-TK-KEY-FIELD-COUNT
004760            OR WS-RUN-IS-INVALID
004770     IF WS-RUN-IS-VALID
004780         IF WS-KEY-TOTAL-LENGTH > 300
004790             PERFORM 9500-KEY-TOO-WIDE THRU 9500-EXIT
004800         END-IF
004810     END-IF.
004820 1400-EXIT.
004830     EXIT.

004840*---------------------------------------------------------------
004850* 1410-RESOLVE-ONE-KEY-NAME - find one key column in the layout
004860*---------------------------------------------------------------
004870 1410-RESOLVE-ONE-KEY-NAME.
004880     MOVE 'N' TO WS-KEY-FOUND-SWITCH
004890     PERFORM 1420-TEST-ONE-COLUMN-NAME THRU 1420-EXIT
004900         VARYING WS-WORK-INDEX FROM 1 BY 1
004910         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
004920            OR WS-KEY-COLUMN-FOUND
004930     IF NOT WS-KEY-COLUMN-FOUND
004940         PERFORM 9300-KEY-NOT-IN-SCHEMA THRU 9300-EXIT
004950     END-IF.
004960 1410-EXIT.
004970     EXIT.

004980*---------------------------------------------------------------
004990* 1420-TEST-ONE-COLUMN-NAME - match one layout column by name
005000*---------------------------------------------------------------
005010 1420-TEST-ONE-COLUMN-NAME.
005020     IF COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
005030             = WS-TK-KEY-FIELD (WS-KEY-INDEX)
005040         SET WS-KEY-COLUMN-FOUND TO TRUE
005050         ADD 1 TO WS-KEY-COLUMN-COUNT
005060         MOVE WS-LAYOUT-OFFSET (WS-WORK-INDEX)
005070             TO WS-KEY-OFFSET (WS-KEY-COLUMN-COUNT)
005080         MOVE WS-LAYOUT-LENGTH (WS-WORK-INDEX)
005090             TO WS-KEY-LENGTH (WS-KEY-COLUMN-COUNT)
005100         ADD WS-LAYOUT-LENGTH (WS-WORK-INDEX)
005110             TO WS-KEY-TOTAL-LENGTH
005120     END-IF.
005130 1420-EXIT.
005140     EXIT.

005150*---------------------------------------------------------------
005160* 1500-READ-MASTER - next master record, key built on arrival
005170*---------------------------------------------------------------
005180 1500-READ-MASTER.
005190     READ MASTER-INPUT-FILE
005200         AT END
005210             SET WS-MASTER-IS-EOF TO TRUE
005220             MOVE HIGH-VALUES TO WS-MASTER-MATCH-KEY
005230         NOT AT END
005240             ADD 1 TO WS-MASTER-READ-COUNT
005250             PERFORM 1510-BUILD-MASTER-KEY THRU 1510-EXIT
005260             PERFORM 1530-CHECK-MASTER-SEQUENCE THRU 1530-EXIT
005270     END-READ.
005280 1500-EXIT.
005290     EXIT.

005300*---------------------------------------------------------------
005310* 1510-BUILD-MASTER-KEY - concatenate the master's key fields
005320*---------------------------------------------------------------
005330 1510-BUILD-MASTER-KEY.
005340     MOVE SPACES TO WS-MASTER-MATCH-KEY
005350     MOVE 1 TO WS-KEY-CURSOR
005360     PERFORM 1520-APPEND-ONE-MASTER-KEY THRU 1520-EXIT
005370         VARYING WS-KEY-INDEX FROM 1 BY 1
005380         UNTIL WS-KEY-INDEX > WS-KEY-COLUMN-COUNT.
005390 1510-EXIT.
005400     EXIT.

005410*---------------------------------------------------------------
005420* 1520-APPEND-ONE-MASTER-KEY - stage one key field value
005430*---------------------------------------------------------------
005440 1520-APPEND-ONE-MASTER-KEY.
005450     MOVE MASTER-INPUT-RECORD
005460             (WS-KEY-OFFSET (WS-KEY-INDEX) :
005470              WS-KEY-LENGTH (WS-KEY-INDEX))
005480         TO WS-MASTER-MATCH-KEY
005490             (WS-KEY-CURSOR : WS-KEY-LENGTH (WS-KEY-INDEX))
005500     ADD WS-KEY-LENGTH (WS-KEY-INDEX) TO WS-KEY-CURSOR.
005510 1520-EXIT.
005520     EXIT.

005530*---------------------------------------------------------------
005540* 1530-CHECK-MASTER-SEQUENCE - MSTRIN must arrive ascending on
005550*                 the identifier key; a break is counted and
005560*                 fails the run at end of job
005570*---------------------------------------------------------------
005580 1530-CHECK-MASTER-SEQUENCE.
005590     IF WS-MASTER-MATCH-KEY < WS-MASTER-PRIOR-KEY
005600         ADD 1 TO WS-MASTER-SEQ-ERROR-COUNT
005610         SET WS-FEED-IS-DAMAGED TO TRUE
005620     END-IF
005630     MOVE WS-MASTER-MATCH-KEY TO WS-MASTER-PRIOR-KEY.
005640 1530-EXIT.
005650     EXIT.

005660*---------------------------------------------------------------
005670* 1600-READ-DELTA - next delta record, key built on arrival
005680*---------------------------------------------------------------
005690 1600-READ-DELTA.
005700     READ DELTA-INPUT-FILE
005710         AT END
005720             SET WS-DELTA-IS-EOF TO TRUE
005730             MOVE HIGH-VALUES TO WS-DELTA-MATCH-KEY
005740         NOT AT END
005750             ADD 1 TO WS-DELTA-READ-COUNT
005760             PERFORM 1610-BUILD-DELTA-KEY THRU 1610-EXIT
005770             PERFORM 1630-CHECK-DELTA-SEQUENCE THRU 1630-EXIT
005780             PERFORM 1640-COUNT-DELTA-ACTION THRU 1640-EXIT
005790     END-READ.
005800 1600-EXIT.
005810     EXIT.

005820*---------------------------------------------------------------
005830* 1610-BUILD-DELTA-KEY - concatenate the delta's key fields
005840*---------------------------------------------------------------
005850 1610-BUILD-DELTA-KEY.
005860     MOVE SPACES TO WS-DELTA-MATCH-KEY
005870     MOVE 1 TO WS-KEY-CURSOR
005880     PERFORM 1620-APPEND-ONE-DELTA-KEY THRU 1620-EXIT
005890         VARYING WS-KEY-INDEX FROM 1 BY 1
005900         UNTIL WS-KEY-INDEX > WS-KEY-COLUMN-COUNT.
005910 1610-EXIT.
005920     EXIT.

005930*---------------------------------------------------------------
005940* 1620-APPEND-ONE-DELTA-KEY - stage one key field value
005950*---------------------------------------------------------------
005960 1620-APPEND-ONE-DELTA-KEY.
005970     MOVE DL-RECORD-IMAGE
005980             (WS-KEY-OFFSET (WS-KEY-INDEX) :
005990              WS-KEY-LENGTH (WS-KEY-INDEX))
006000         TO WS-DELTA-MATCH-KEY
006010             (WS-KEY-CURSOR : WS-KEY-LENGTH (WS-KEY-INDEX))
006020     ADD WS-KEY-LENGTH (WS-KEY-INDEX) TO WS-KEY-CURSOR.
006030 1620-EXIT.
006040     EXIT.

006050*---------------------------------------------------------------
006060* 1630-CHECK-DELTA-SEQUENCE - DELTAIN must arrive ascending on
006070*                 the identifier key; a break is counted and
006080*                 fails the run at end of job
006090*---------------------------------------------------------------
006100 1630-CHECK-DELTA-SEQUENCE.
006110     IF WS-DELTA-MATCH-KEY < WS-DELTA-PRIOR-KEY
006120         ADD 1 TO WS-DELTA-SEQ-ERROR-COUNT
006130         SET WS-FEED-IS-DAMAGED TO TRUE
006140     END-IF
006150     MOVE WS-DELTA-MATCH-KEY TO WS-DELTA-PRIOR-KEY.
006160 1630-EXIT.
006170     EXIT.

006180*---------------------------------------------------------------
006190* 1640-COUNT-DELTA-ACTION - tally arrivals per DL-ACTION-CODE
006200*                 for the end-of-job balance
006210*---------------------------------------------------------------
006220 1640-COUNT-DELTA-ACTION.
006230     EVALUATE TRUE
006240         WHEN DL-ACTION-INSERT
006250             ADD 1 TO WS-DELTA-INSERT-READ-COUNT
006260         WHEN DL-ACTION-UPDATE
006270             ADD 1 TO WS-DELTA-UPDATE-READ-COUNT
006280         WHEN DL-ACTION-DELETE
006290             ADD 1 TO WS-DELTA-DELETE-READ-COUNT
006300     END-EVALUATE.
006310 1640-EXIT.
006320     EXIT.

006330*---------------------------------------------------------------
006340* 1700-READ-FEED-CONTROL - the provider's expected counts; a
006350*                 missing FEEDCTL leaves the job unbalanced but
006360*                 running, the way it always ran
006370*---------------------------------------------------------------
006380 1700-READ-FEED-CONTROL.
006390     OPEN INPUT FEED-CONTROL-FILE
006400     IF WS-FEEDCTL-OPENED
006410         READ FEED-CONTROL-FILE
006420         END-READ
006430         IF WS-FEEDCTL-OK
006440             IF FC-TABLE-NAME = MG-TABLE-NAME
006450                 SET WS-CONTROL-IS-PRESENT TO TRUE
006460                 MOVE FC-EXPECTED-RECORDS
006470                     TO WS-CTL-EXPECTED-RECORDS
006480                 MOVE FC-EXPECTED-INSERTS
006490                     TO WS-CTL-EXPECTED-INSERTS
006500                 MOVE FC-EXPECTED-UPDATES
006510                     TO WS-CTL-EXPECTED-UPDATES
006520                 MOVE FC-EXPECTED-DELETES
006530                     TO WS-CTL-EXPECTED-DELETES
006540             ELSE
006550                 SET WS-FEED-IS-DAMAGED TO TRUE
006560                 DISPLAY 'MERGETARGET - FEEDCTL NAMES ANOTHER'
006570                     ' TABLE: ' FC-TABLE-NAME
006580             END-IF
006590         END-IF
006600         CLOSE FEED-CONTROL-FILE
006610     END-IF.
006620 1700-EXIT.
006630     EXIT.

006640*---------------------------------------------------------------
006650* 2000-MERGE-ONE-STEP - one balanced-line comparison.  A key
006660*                 with delta activity is staged in the hold
006670*                 area and every consecutive delta record for
006680*                 that key is applied to it in sequence; the
006690*                 surviving image (if any) is released to the
006700*                 new master when the key changes, so a feed
006710*                 carrying several records per key nets to at
006720*                 most one output record
006730*---------------------------------------------------------------
006740 2000-MERGE-ONE-STEP.
006750     EVALUATE TRUE
006760         WHEN WS-HOLD-IS-ACTIVE
006770              AND WS-DELTA-MATCH-KEY = WS-HOLD-MATCH-KEY
006780             PERFORM 2500-APPLY-DELTA-TO-HOLD THRU 2500-EXIT
006790             PERFORM 1600-READ-DELTA THRU 1600-EXIT
006800         WHEN WS-HOLD-IS-ACTIVE
006810             PERFORM 2600-RELEASE-HOLD THRU 2600-EXIT
006820         WHEN WS-MASTER-MATCH-KEY < WS-DELTA-MATCH-KEY
006830             PERFORM 2100-COPY-MASTER-RECORD THRU 2100-EXIT
006840             PERFORM 1500-READ-MASTER THRU 1500-EXIT
006850         WHEN WS-MASTER-MATCH-KEY > WS-DELTA-MATCH-KEY
006860             PERFORM 2700-START-HOLD-FROM-DELTA THRU 2700-EXIT
006870         WHEN OTHER
006880             PERFORM 2800-START-HOLD-FROM-MASTER THRU 2800-EXIT
006890     END-EVALUATE.
006900 2000-EXIT.
006910     EXIT.

006920*---------------------------------------------------------------
006930* 2100-COPY-MASTER-RECORD - master rides through unchanged
006940*---------------------------------------------------------------
006950 2100-COPY-MASTER-RECORD.
006960     MOVE WS-MASTER-RECORD-LENGTH TO WS-OUTPUT-RECORD-LENGTH
006970     MOVE MASTER-INPUT-RECORD TO MASTER-OUTPUT-RECORD
006980     WRITE MASTER-OUTPUT-RECORD
006990     ADD 1 TO WS-RECORDS-COPIED-COUNT
007000     ADD 1 TO WS-RECORDS-OUT-COUNT.
007010 2100-EXIT.
007020     EXIT.

007030*---------------------------------------------------------------
007040* 2500-APPLY-DELTA-TO-HOLD - net one delta record into the held
007050*                 image; out-of-step actions are applied as
007060*                 upserts where possible and counted
007070*---------------------------------------------------------------
007080 2500-APPLY-DELTA-TO-HOLD.
007090     EVALUATE TRUE
007100         WHEN DL-ACTION-UPDATE
007110             IF WS-HOLD-RECORD-EXISTS
007120                 ADD 1 TO WS-RECORDS-UPDATED-COUNT
007130             ELSE
007140                 ADD 1 TO WS-RECORDS-INSERTED-COUNT
007150                 ADD 1 TO WS-UPDATE-NOMATCH-COUNT
007160             END-IF
007170             PERFORM 2510-MOVE-DELTA-TO-HOLD THRU 2510-EXIT
007180         WHEN DL-ACTION-INSERT
007190             IF WS-HOLD-RECORD-EXISTS
007200                 ADD 1 TO WS-RECORDS-UPDATED-COUNT
007210                 ADD 1 TO WS-INSERT-MATCH-COUNT
007220             ELSE
007230                 ADD 1 TO WS-RECORDS-INSERTED-COUNT
007240             END-IF
007250             PERFORM 2510-MOVE-DELTA-TO-HOLD THRU 2510-EXIT
007260         WHEN DL-ACTION-DELETE
007270             IF WS-HOLD-RECORD-EXISTS
007280                 ADD 1 TO WS-RECORDS-DELETED-COUNT
007290                 MOVE 'N' TO WS-HOLD-EXISTS-SWITCH
007300             ELSE
007310                 ADD 1 TO WS-DELETE-NOMATCH-COUNT
007320             END-IF
007330         WHEN OTHER
007340             ADD 1 TO WS-BAD-ACTION-COUNT
007350     END-EVALUATE.
007360 2500-EXIT.
007370     EXIT.

007380*---------------------------------------------------------------
007390* 2510-MOVE-DELTA-TO-HOLD - the delta image becomes the held one
007400*---------------------------------------------------------------
007410 2510-MOVE-DELTA-TO-HOLD.
007420     COMPUTE WS-HOLD-RECORD-LENGTH =
007430         WS-DELTA-RECORD-LENGTH - 1
007440     MOVE DL-RECORD-IMAGE TO WS-HOLD-RECORD-IMAGE
007450     SET WS-HOLD-RECORD-EXISTS TO TRUE.
007460 2510-EXIT.
007470     EXIT.

007480*---------------------------------------------------------------
007490* 2600-RELEASE-HOLD - the key changed; write the surviving image
007500*---------------------------------------------------------------
007510 2600-RELEASE-HOLD.
007520     IF WS-HOLD-RECORD-EXISTS
007530         MOVE WS-HOLD-RECORD-LENGTH TO WS-OUTPUT-RECORD-LENGTH
007540         MOVE WS-HOLD-RECORD-IMAGE TO MASTER-OUTPUT-RECORD
007550         WRITE MASTER-OUTPUT-RECORD
007560         ADD 1 TO WS-RECORDS-OUT-COUNT
007570     END-IF
007580     SET WS-HOLD-IS-IDLE TO TRUE
007590     MOVE 'N' TO WS-HOLD-EXISTS-SWITCH.
007600 2600-EXIT.
007610     EXIT.

007620*---------------------------------------------------------------
007630* 2700-START-HOLD-FROM-DELTA - no master record with this key;
007640*                 the first delta record opens the hold
007650*---------------------------------------------------------------
007660 2700-START-HOLD-FROM-DELTA.
007670     SET WS-HOLD-IS-ACTIVE TO TRUE
007680     MOVE 'N' TO WS-HOLD-EXISTS-SWITCH
007690     MOVE WS-DELTA-MATCH-KEY TO WS-HOLD-MATCH-KEY
007700     PERFORM 2500-APPLY-DELTA-TO-HOLD THRU 2500-EXIT
007710     PERFORM 1600-READ-DELTA THRU 1600-EXIT.
007720 2700-EXIT.
007730     EXIT.

007740*---------------------------------------------------------------
007750* 2800-START-HOLD-FROM-MASTER - the master record with this key
007760*                 is staged; its delta records apply next
007770*---------------------------------------------------------------
007780 2800-START-HOLD-FROM-MASTER.
007790     SET WS-HOLD-IS-ACTIVE TO TRUE
007800     SET WS-HOLD-RECORD-EXISTS TO TRUE
007810     MOVE WS-MASTER-MATCH-KEY TO WS-HOLD-MATCH-KEY
007820     MOVE WS-MASTER-RECORD-LENGTH TO WS-HOLD-RECORD-LENGTH
007830     MOVE MASTER-INPUT-RECORD TO WS-HOLD-RECORD-IMAGE
007840     PERFORM 1500-READ-MASTER THRU 1500-EXIT.
007850 2800-EXIT.
007860     EXIT.

007870*---------------------------------------------------------------
007880* 8000-TERMINATE - close files and display the merge totals
007890*---------------------------------------------------------------
007900 8000-TERMINATE.
007910     IF WS-RUN-IS-VALID
007920         CLOSE MASTER-INPUT-FILE
007930         CLOSE DELTA-INPUT-FILE
007940         CLOSE MASTER-OUTPUT-FILE
007950         DISPLAY 'MERGETARGET COMPLETE - TABLE: ' MG-TABLE-NAME
007960         MOVE WS-RECORDS-COPIED-COUNT TO WS-COUNT-DISPLAY
007970         DISPLAY '  COPIED:    ' WS-COUNT-DISPLAY
007980         MOVE WS-RECORDS-INSERTED-COUNT TO WS-COUNT-DISPLAY
007990         DISPLAY '  INSERTED:  ' WS-COUNT-DISPLAY
008000         MOVE WS-RECORDS-UPDATED-COUNT TO WS-COUNT-DISPLAY
008010         DISPLAY '  UPDATED:   ' WS-COUNT-DISPLAY
008020         MOVE WS-RECORDS-DELETED-COUNT TO WS-COUNT-DISPLAY
008030         DISPLAY '  DELETED:   ' WS-COUNT-DISPLAY
008040         PERFORM 8100-REPORT-OUT-OF-STEP THRU 8100-EXIT
008050         PERFORM 8200-WRITE-BALANCE-REPORT THRU 8200-EXIT
008060         CLOSE BALANCE-REPORT-FILE
008070         IF WS-FEED-IS-DAMAGED
008080             DISPLAY 'MERGETARGET - FEED OUT OF BALANCE OR OUT'
008090                 ' OF SEQUENCE - HOLD THE MSTROUT SWAP'
008100             MOVE 8 TO RETURN-CODE
008110         ELSE
008120             PERFORM 8300-CATALOG-SNAPSHOT THRU 8300-EXIT
008130         END-IF
008140     END-IF.
008150 8000-EXIT.
008160     EXIT.

008170*---------------------------------------------------------------
008180* 8100-REPORT-OUT-OF-STEP - actions that disagreed with master
008190*---------------------------------------------------------------
008200 8100-REPORT-OUT-OF-STEP.
008210     IF WS-INSERT-MATCH-COUNT > 0
008220          OR WS-UPDATE-NOMATCH-COUNT > 0
008230          OR WS-DELETE-NOMATCH-COUNT > 0
008240          OR WS-BAD-ACTION-COUNT > 0
008250         MOVE WS-INSERT-MATCH-COUNT TO WS-COUNT-DISPLAY
008260         DISPLAY '  INSERT ON EXISTING KEY:  ' WS-COUNT-DISPLAY
008270         MOVE WS-UPDATE-NOMATCH-COUNT TO WS-COUNT-DISPLAY
008280         DISPLAY '  UPDATE WITH NO MASTER:   ' WS-COUNT-DISPLAY
008290         MOVE WS-DELETE-NOMATCH-COUNT TO WS-COUNT-DISPLAY
008300         DISPLAY '  DELETE WITH NO MASTER:   ' WS-COUNT-DISPLAY
008310         MOVE WS-BAD-ACTION-COUNT TO WS-COUNT-DISPLAY
008320         DISPLAY '  UNRECOGNISED ACTION:     ' WS-COUNT-DISPLAY
008330         MOVE 4 TO RETURN-CODE
008340     END-IF.
008350 8100-EXIT.
008360     EXIT.

008370*---------------------------------------------------------------
008380* 8200-WRITE-BALANCE-REPORT - what arrived, what was applied,
008390*                 what went out, proved against itself and
008400*                 against the provider's control record
008410*---------------------------------------------------------------
008420 8200-WRITE-BALANCE-REPORT.
008430     MOVE SPACES TO WS-REPORT-LINE-BUILD
008440     STRING 'MERGETARGET BALANCING REPORT - TABLE '
008450                DELIMITED BY SIZE
008460            MG-TABLE-NAME DELIMITED BY SIZE
008470         INTO WS-REPORT-LINE-BUILD
008480     PERFORM 8290-WRITE-BALANCE-LINE THRU 8290-EXIT
008490     MOVE SPACES TO WS-REPORT-LINE-BUILD
008500     PERFORM 8290-WRITE-BALANCE-LINE THRU 8290-EXIT
008510     MOVE 'MASTER RECORDS IN' TO WS-BALANCE-ITEM-TEXT
008520     MOVE WS-MASTER-READ-COUNT TO WS-ACTUAL-COUNT
008530     PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
008540     MOVE 'DELTA RECORDS IN' TO WS-BALANCE-ITEM-TEXT
008550     MOVE WS-DELTA-READ-COUNT TO WS-ACTUAL-COUNT
008560     PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
008570     MOVE 'RECORDS INSERTED' TO WS-BALANCE-ITEM-TEXT
008580     MOVE WS-RECORDS-INSERTED-COUNT TO WS-ACTUAL-COUNT
008590     PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
008600     MOVE 'RECORDS UPDATED' TO WS-BALANCE-ITEM-TEXT
008610     MOVE WS-RECORDS-UPDATED-COUNT TO WS-ACTUAL-COUNT
008620     PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
008630     MOVE 'RECORDS DELETED' TO WS-BALANCE-ITEM-TEXT
008640     MOVE WS-RECORDS-DELETED-COUNT TO WS-ACTUAL-COUNT
008650     PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
008660     MOVE 'RECORDS REJECTED' TO WS-BALANCE-ITEM-TEXT
008670     MOVE WS-BAD-ACTION-COUNT TO WS-ACTUAL-COUNT
008680     PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
008690     MOVE 'MASTER RECORDS OUT' TO WS-BALANCE-ITEM-TEXT
008700     MOVE WS-RECORDS-OUT-COUNT TO WS-ACTUAL-COUNT
008710     PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
008720     MOVE SPACES TO WS-REPORT-LINE-BUILD
008730     PERFORM 8290-WRITE-BALANCE-LINE THRU 8290-EXIT
008740     PERFORM 8240-REPORT-KEY-SEQUENCE THRU 8240-EXIT
008750     PERFORM 8270-CHECK-INTERNAL-BALANCE THRU 8270-EXIT
008760     IF WS-CONTROL-IS-PRESENT
008770         PERFORM 8250-BALANCE-AGAINST-CONTROL THRU 8250-EXIT
008780     ELSE
008790         MOVE 'NO FEEDCTL CONTROL RECORD - FEED NOT BALANCED'
008800             TO WS-REPORT-LINE-BUILD
008810         PERFORM 8290-WRITE-BALANCE-LINE THRU 8290-EXIT
008820     END-IF.
008830 8200-EXIT.
008840     EXIT.

008850*---------------------------------------------------------------
008860* 8230-WRITE-ONE-ACTUAL-LINE - one item and its actual count
008870*---------------------------------------------------------------
008880 8230-WRITE-ONE-ACTUAL-LINE.
008890     MOVE SPACES TO WS-REPORT-LINE-BUILD
008900     MOVE WS-BALANCE-ITEM-TEXT TO WS-REPORT-LINE-BUILD (3 : 24)
008910     MOVE WS-ACTUAL-COUNT TO WS-COUNT-DISPLAY
008920     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (28 : 9)
008930     PERFORM 8290-WRITE-BALANCE-LINE THRU 8290-EXIT.
008940 8230-EXIT.
008950     EXIT.

008960*---------------------------------------------------------------
008970* 8240-REPORT-KEY-SEQUENCE - the sequence verdict on both inputs
008980*---------------------------------------------------------------
008990 8240-REPORT-KEY-SEQUENCE.
009000     IF WS-MASTER-SEQ-ERROR-COUNT = 0
009010          AND WS-DELTA-SEQ-ERROR-COUNT = 0
009020         MOVE 'KEY SEQUENCE VERIFIED ON BOTH INPUTS'
009030             TO WS-REPORT-LINE-BUILD
009040         PERFORM 8290-WRITE-BALANCE-LINE THRU 8290-EXIT
009050     ELSE
009060         MOVE 'MASTER SEQUENCE BREAKS' TO WS-BALANCE-ITEM-TEXT
009070         MOVE WS-MASTER-SEQ-ERROR-COUNT TO WS-ACTUAL-COUNT
009080         PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
009090         MOVE 'DELTA SEQUENCE BREAKS' TO WS-BALANCE-ITEM-TEXT
009100         MOVE WS-DELTA-SEQ-ERROR-COUNT TO WS-ACTUAL-COUNT
009110         PERFORM 8230-WRITE-ONE-ACTUAL-LINE THRU 8230-EXIT
009120     END-IF.
009130 8240-EXIT.
009140     EXIT.

009150*---------------------------------------------------------------
009160* 8250-BALANCE-AGAINST-CONTROL - prove the read counts against
009170*                 the provider's expected counts, item by item
009180*---------------------------------------------------------------
009190 8250-BALANCE-AGAINST-CONTROL.
009200     MOVE SPACES TO WS-REPORT-LINE-BUILD
009210     MOVE 'EXPECTED' TO WS-REPORT-LINE-BUILD (29 : 8)
009220     MOVE 'ACTUAL' TO WS-REPORT-LINE-BUILD (43 : 6)
009230     PERFORM 8290-WRITE-BALANCE-LINE THRU 8290-EXIT
009240     MOVE 'DELTA RECORDS' TO WS-BALANCE-ITEM-TEXT
009250     MOVE WS-CTL-EXPECTED-RECORDS TO WS-EXPECTED-COUNT
009260     MOVE WS-DELTA-READ-COUNT TO WS-ACTUAL-COUNT
009270     PERFORM 8260-BALANCE-ONE-ITEM THRU 8260-EXIT
009280     MOVE 'INSERT ACTIONS' TO WS-BALANCE-ITEM-TEXT
009290     MOVE WS-CTL-EXPECTED-INSERTS TO WS-EXPECTED-COUNT
009300     MOVE WS-DELTA-INSERT-READ-COUNT TO WS-ACTUAL-COUNT
009310     PERFORM 8260-BALANCE-ONE-ITEM THRU 8260-EXIT
009320     MOVE 'UPDATE ACTIONS' TO WS-BALANCE-ITEM-TEXT
009330     MOVE WS-CTL-EXPECTED-UPDATES TO WS-EXPECTED-COUNT
009340     MOVE WS-DELTA-UPDATE-READ-COUNT TO WS-ACTUAL-COUNT
009350     PERFORM 8260-BALANCE-ONE-ITEM THRU 8260-EXIT
009360     MOVE 'DELETE ACTIONS' TO WS-BALANCE-ITEM-TEXT
009370     MOVE WS-CTL-EXPECTED-DELETES TO WS-EXPECTED-COUNT
009380     MOVE WS-DELTA-DELETE-READ-COUNT TO WS-ACTUAL-COUNT
009390     PERFORM 8260-BALANCE-ONE-ITEM THRU 8260-EXIT.
009400 8250-EXIT.
009410     EXIT.

009420*---------------------------------------------------------------
009430* 8260-BALANCE-ONE-ITEM - expected against actual, one verdict
009440*---------------------------------------------------------------
009450 8260-BALANCE-ONE-ITEM.
009460     MOVE SPACES TO WS-REPORT-LINE-BUILD
009470     MOVE WS-BALANCE-ITEM-TEXT TO WS-REPORT-LINE-BUILD (3 : 24)
009480     MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-DISPLAY
009490     MOVE WS-EXPECTED-DISPLAY TO WS-REPORT-LINE-BUILD (28 : 9)
009500     MOVE WS-ACTUAL-COUNT TO WS-COUNT-DISPLAY
009510     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (40 : 9)
009520     IF WS-EXPECTED-COUNT = WS-ACTUAL-COUNT
009530         MOVE 'BALANCED' TO WS-REPORT-LINE-BUILD (52 : 8)
009540     ELSE
009550         MOVE 'OUT OF BALANCE' TO WS-REPORT-LINE-BUILD (52 : 14)
009560         SET WS-FEED-IS-DAMAGED TO TRUE
009570     END-IF
009580     PERFORM 8290-WRITE-BALANCE-LINE THRU 8290-EXIT.
009590 8260-EXIT.
009600     EXIT.

009610*---------------------------------------------------------------
009620* 8270-CHECK-INTERNAL-BALANCE - records out must equal master
009630*                 in plus inserts applied less deletes applied,
009640*                 whatever the provider claims
009650*---------------------------------------------------------------
009660 8270-CHECK-INTERNAL-BALANCE.
009670     COMPUTE WS-EXPECTED-COUNT = WS-MASTER-READ-COUNT
009680         + WS-RECORDS-INSERTED-COUNT
009690         - WS-RECORDS-DELETED-COUNT
009700     MOVE WS-RECORDS-OUT-COUNT TO WS-ACTUAL-COUNT
009710     MOVE 'RECORDS OUT VS APPLIED' TO WS-BALANCE-ITEM-TEXT
009720     PERFORM 8260-BALANCE-ONE-ITEM THRU 8260-EXIT.
009730 8270-EXIT.
009740     EXIT.

009750*---------------------------------------------------------------
009760* 8290-WRITE-BALANCE-LINE - one report row
009770*---------------------------------------------------------------
009780 8290-WRITE-BALANCE-LINE.
009790     MOVE WS-REPORT-LINE-BUILD TO BALANCE-REPORT-LINE
009800     WRITE BALANCE-REPORT-LINE.
009810 8290-EXIT.
009820     EXIT.

009830*---------------------------------------------------------------
009840* 8300-CATALOG-SNAPSHOT - append this merge to the data-snapshot
009850*                 catalog: the generation written, the layout it
009860*                 was written under and the balance behind it
009870*---------------------------------------------------------------
009880 8300-CATALOG-SNAPSHOT.
009890     OPEN I-O SNAP-CATALOG-FILE
009900     IF NOT WS-SNAPCAT-OPENED
009910         PERFORM 9600-CATALOG-NOT-WRITTEN THRU 9600-EXIT
009920         GO TO 8300-EXIT
009930     END-IF
009940     PERFORM 8310-FIND-LAST-GENERATION THRU 8310-EXIT
009950     PERFORM 8330-STAGE-CATALOG-ROW THRU 8330-EXIT
009960     WRITE SNAP-CATALOG-RECORD
009970     IF WS-SNAPCAT-OK
009980         MOVE SC-GENERATION-NUMBER TO WS-COUNT-DISPLAY
009990         DISPLAY '  CATALOGUED: GENERATION ' WS-COUNT-DISPLAY
010000             ' AT ' SC-MERGE-TIMESTAMP
010010         IF MG-MASTER-DSN = SPACES
010020             DISPLAY 'MERGETARGET - NO MG-MASTER-DSN ON MERGEPRM'
010030                 ' - CATALOG ROW NAMES NO DATASET'
010040         END-IF
010050     ELSE
010060         PERFORM 9600-CATALOG-NOT-WRITTEN THRU 9600-EXIT
010070     END-IF
010080     CLOSE SNAP-CATALOG-FILE.
010090 8300-EXIT.
010100     EXIT.

010110*---------------------------------------------------------------
010120* 8310-FIND-LAST-GENERATION - the table's newest catalog row, so
010130*                 this merge takes the next generation number
010140*---------------------------------------------------------------
010150 8310-FIND-LAST-GENERATION.
010160     MOVE 0 TO WS-LAST-GENERATION-NUMBER
010170     MOVE 'N' TO WS-CATALOG-EOF-SWITCH
010180     MOVE MG-TABLE-NAME TO SC-TABLE-NAME
010190     MOVE LOW-VALUES TO SC-MERGE-TIMESTAMP
010200     START SNAP-CATALOG-FILE
010210         KEY IS NOT LESS THAN SC-CATALOG-KEY
010220         INVALID KEY
010230             SET WS-CATALOG-IS-EOF TO TRUE
010240     END-START
010250     PERFORM 8320-READ-NEXT-CATALOG THRU 8320-EXIT
010260         UNTIL WS-CATALOG-IS-EOF.
010270 8310-EXIT.
010280     EXIT.

010290*---------------------------------------------------------------
010300* 8320-READ-NEXT-CATALOG - next row, end of file at the first row
010310*                 that belongs to another table
010320*---------------------------------------------------------------
010330 8320-READ-NEXT-CATALOG.
010340     READ SNAP-CATALOG-FILE NEXT RECORD
010350         AT END
010360             SET WS-CATALOG-IS-EOF TO TRUE
010370     END-READ
010380     IF NOT WS-CATALOG-IS-EOF
010390         IF SC-TABLE-NAME NOT = MG-TABLE-NAME
010400             SET WS-CATALOG-IS-EOF TO TRUE
010410         ELSE
010420             MOVE SC-GENERATION-NUMBER
010430                 TO WS-LAST-GENERATION-NUMBER
010440         END-IF
010450     END-IF.
010460 8320-EXIT.
010470     EXIT.

010480*---------------------------------------------------------------
010490* 8330-STAGE-CATALOG-ROW - key, names, layout version and the
010500*                 counts BALRPT was built from
010510*---------------------------------------------------------------
010520 8330-STAGE-CATALOG-ROW.
010530     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
010540     ACCEPT WS-NOW-TIME FROM TIME
010550     MOVE SPACES TO WS-MERGE-TIMESTAMP
010560     STRING WS-TODAY-DATE DELIMITED BY SIZE
010570            '-' DELIMITED BY SIZE
010580            WS-NOW-TIME DELIMITED BY SIZE
010590         INTO WS-MERGE-TIMESTAMP
010600     MOVE SPACES TO SNAP-CATALOG-RECORD
010610     MOVE MG-TABLE-NAME TO SC-TABLE-NAME
010620     MOVE WS-MERGE-TIMESTAMP TO SC-MERGE-TIMESTAMP
010630     ADD 1 TO WS-LAST-GENERATION-NUMBER
010640     MOVE WS-LAST-GENERATION-NUMBER TO SC-GENERATION-NUMBER
010650     MOVE MG-MASTER-DSN TO SC-MASTER-DSN
010660     MOVE MG-DELTA-DSN TO SC-DELTA-DSN
010670     MOVE SS-SCHEMA-VERSION OF WS-SCHEMA-BODY TO SC-SCHEMA-VERSION
010680     MOVE RETURN-CODE TO SC-MERGE-RETURN-CODE
010690     IF WS-CONTROL-IS-PRESENT
010700         SET SC-FEED-WAS-BALANCED TO TRUE
010710     ELSE
010720         SET SC-FEED-NOT-BALANCED TO TRUE
010730     END-IF
010740     MOVE WS-MASTER-READ-COUNT TO SC-MASTER-IN-COUNT
010750     MOVE WS-DELTA-READ-COUNT TO SC-DELTA-IN-COUNT
010760     MOVE WS-RECORDS-INSERTED-COUNT TO SC-INSERTED-COUNT
010770     MOVE WS-RECORDS-UPDATED-COUNT TO SC-UPDATED-COUNT
010780     MOVE WS-RECORDS-DELETED-COUNT TO SC-DELETED-COUNT
010790     MOVE WS-BAD-ACTION-COUNT TO SC-REJECTED-COUNT
010800     MOVE WS-RECORDS-OUT-COUNT TO SC-MASTER-OUT-COUNT.
010810 8330-EXIT.
010820     EXIT.

010830*---------------------------------------------------------------
010840* 8800-START-RUN-LOG - note when the step started, for its
010850*                 run-log row
010860*---------------------------------------------------------------
010870 8800-START-RUN-LOG.
010880     MOVE SPACES TO RUN-LOG-RECORD
010890     MOVE 'MERGTARG' TO RL-JOB-NAME
010900     MOVE 'MERGETARGET' TO RL-PROGRAM-NAME
010910     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
010920     ACCEPT RL-START-TIME FROM TIME.
010930 8800-EXIT.
010940     EXIT.

010950*---------------------------------------------------------------
010960* 8900-WRITE-RUN-LOG - append this merge's counts and return
010970*                 code to the run log; a delta record that did
010980*                 not apply counts as rejected
010990*---------------------------------------------------------------
011000 8900-WRITE-RUN-LOG.
011010     MOVE MG-TABLE-NAME TO RL-TABLE-NAME
011020     COMPUTE RL-RECORDS-READ = WS-MASTER-READ-COUNT
011030                             + WS-DELTA-READ-COUNT
011040     MOVE WS-RECORDS-OUT-COUNT TO RL-RECORDS-WRITTEN
011050     COMPUTE RL-RECORDS-REJECTED = WS-INSERT-MATCH-COUNT
011060                                 + WS-UPDATE-NOMATCH-COUNT
011070                                 + WS-DELETE-NOMATCH-COUNT
011080                                 + WS-BAD-ACTION-COUNT
011090     MOVE RETURN-CODE TO RL-RETURN-CODE
011100     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
011110 8900-EXIT.
011120     EXIT.

011130*---------------------------------------------------------------
011140* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
011150*---------------------------------------------------------------
011160 9000-TABLE-NOT-FOUND.
011170     SET WS-RUN-IS-INVALID TO TRUE
011180     DISPLAY 'MERGETARGET - TABLE NOT IN SCHSNAP: ' MG-TABLE-NAME
011190     MOVE 12 TO RETURN-CODE.
011200 9000-EXIT.
011210     EXIT.

011220*---------------------------------------------------------------
011230* 9100-BAD-PARM - no usable MERGEPRM record was supplied
011240*---------------------------------------------------------------
011250 9100-BAD-PARM.
011260     SET WS-RUN-IS-INVALID TO TRUE
011270     DISPLAY 'MERGETARGET - MERGEPRM RECORD MISSING OR BLANK'
011280     MOVE 16 TO RETURN-CODE.
011290 9100-EXIT.
011300     EXIT.

011310*---------------------------------------------------------------
011320* 9200-KEYS-NOT-FOUND - no identifier key list was committed
011330*                 for this table (see SET-IDENTIFIER-FIELDS)
011340*---------------------------------------------------------------
011350 9200-KEYS-NOT-FOUND.
011360     SET WS-RUN-IS-INVALID TO TRUE
011370     DISPLAY 'MERGETARGET - NO KEY LIST IN TBLKEYS: '
011380         MG-TABLE-NAME
011390     MOVE 12 TO RETURN-CODE.
011400 9200-EXIT.
011410     EXIT.

011420*---------------------------------------------------------------
011430* 9300-KEY-NOT-IN-SCHEMA - a committed key column is missing
011440*                 from the committed column layout
011450*---------------------------------------------------------------
011460 9300-KEY-NOT-IN-SCHEMA.
011470     SET WS-RUN-IS-INVALID TO TRUE
011480     DISPLAY 'MERGETARGET - KEY COLUMN NOT IN LAYOUT: '
011490         WS-TK-KEY-FIELD (WS-KEY-INDEX)
011500     MOVE 12 TO RETURN-CODE.
011510 9300-EXIT.
011520     EXIT.

011530*---------------------------------------------------------------
011540* 9400-LAYOUT-TOO-WIDE - the committed column widths add up to
011550*                 more than the extract record can carry
011560*---------------------------------------------------------------
011570 9400-LAYOUT-TOO-WIDE.
011580     SET WS-RUN-IS-INVALID TO TRUE
011590     DISPLAY 'MERGETARGET - LAYOUT EXCEEDS 7200-BYTE RECORD: '
011600         MG-TABLE-NAME
011610     MOVE 12 TO RETURN-CODE.
011620 9400-EXIT.
011630     EXIT.

011640*---------------------------------------------------------------
011650* 9500-KEY-TOO-WIDE - the key columns add up to more than the
011660*                 300-byte match key can carry
011670*---------------------------------------------------------------
011680 9500-KEY-TOO-WIDE.
011690     SET WS-RUN-IS-INVALID TO TRUE
011700     DISPLAY 'MERGETARGET - KEY COLUMNS EXCEED 300-BYTE KEY: '
011710         MG-TABLE-NAME
011720     MOVE 12 TO RETURN-CODE.
011730 9500-EXIT.
011740     EXIT.

011750*---------------------------------------------------------------
011760* 9600-CATALOG-NOT-WRITTEN - the merge balanced but SNAPCAT could
011770*                 not take its row; the master is good, the as-of
011780*                 job just cannot find it until a row is added
011790*---------------------------------------------------------------
011800 9600-CATALOG-NOT-WRITTEN.
011810     DISPLAY 'MERGETARGET - SNAPCAT ROW NOT WRITTEN, STATUS: '
011820         WS-SNAPCAT-FILE-STATUS
011830     MOVE 4 TO RETURN-CODE.
011840 9600-EXIT.
011850     EXIT.
