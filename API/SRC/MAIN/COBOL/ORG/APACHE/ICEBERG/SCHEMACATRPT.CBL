000350*                   names, COL-PARENT-FIELD-ID set) print
000360*                   indented under their parent, and a LIST or
000370*                   MAP column shows its element type.
000380* 2026-10-15  JKH   A DECIMAL column with a committed precision
000390*                   and scale, or a STRING/FIXED/BINARY column
000400*                   with a committed length, shows it on a SIZE
000410*                   line under the column.
000420* 2026-10-15  JKH   A BUCKET or TRUNCATE partition field prints
000430*                   its count or width, as BUCKET[16].
000440* 2026-10-15  JKH   Each column line now shows its classification
000450*                   and masking rule from the classification
000460*                   registry (COLCLASS); a column never classified
000470*                   shows none.
000480*

000490****************************************************************
000500* ENVIRONMENT DIVISION
000510****************************************************************
000520 ENVIRONMENT DIVISION.

000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000590         FILE STATUS IS WS-SNAP-FILE-STATUS.

000600     SELECT TABLE-KEYS-FILE ASSIGN TO "TBLKEYS"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS TK-TABLE-NAME
000640         FILE STATUS IS WS-TBLKEYS-FILE-STATUS.

000650     SELECT SCHEMA-HISTORY-FILE ASSIGN TO "SCHHIST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-HIST-FILE-STATUS.

000680     SELECT OPTIONAL TABLE-REFS-FILE ASSIGN TO "TBLREFS"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-TBLREFS-FILE-STATUS.

000710     SELECT OPTIONAL COL-CLASS-FILE ASSIGN TO "COLCLASS"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CC-KEY
000750         FILE STATUS IS WS-COLCLASS-FILE-STATUS.

000760     SELECT CATALOG-REPORT-FILE ASSIGN TO "CATRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CATRPT-FILE-STATUS.

000790****************************************************************
000800* DATA DIVISION
000810****************************************************************
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  SCHEMA-SNAPSHOT-FILE.
000850     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000860         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000870                   ==FD-CURR-SNAPSHOT-REC==.

000880 FD  TABLE-KEYS-FILE.
000890     COPY "ICEBERG-TABLE-KEYS.cpy".

000900 FD  SCHEMA-HISTORY-FILE.
000910     COPY "ICEBERG-HIST-REC.cpy".

000920 FD  TABLE-REFS-FILE.
000930     COPY "ICEBERG-TABLE-REF-REC.cpy".

000940 FD  COL-CLASS-FILE.
000950     COPY "ICEBERG-COL-CLASS-REC.cpy".

000960 FD  CATALOG-REPORT-FILE.
000970 01  CATALOG-REPORT-LINE                 PIC X(132).

000980 WORKING-STORAGE SECTION.
000990****************************************************************
001000* FILE STATUS AND CONTROL SWITCHES
001010****************************************************************
001020 01  WS-FILE-STATUSES.
001030     05  WS-SNAP-FILE-STATUS             PIC X(02).
001040         88  WS-SNAP-OK                  VALUE '00'.
001050         88  WS-SNAP-EOF                 VALUE '10'.
001060     05  WS-TBLKEYS-FILE-STATUS          PIC X(02).
001070         88  WS-TBLKEYS-OK               VALUE '00'.
001080         88  WS-TBLKEYS-NOT-FOUND        VALUE '23'.
001090     05  WS-HIST-FILE-STATUS             PIC X(02).
001100         88  WS-HIST-OK                  VALUE '00'.
001110     05  WS-TBLREFS-FILE-STATUS          PIC X(02).
001120         88  WS-TBLREFS-OPENED           VALUES '00' '05'.
001130     05  WS-COLCLASS-FILE-STATUS         PIC X(02).
001140         88  WS-COLCLASS-OK              VALUE '00'.
001150         88  WS-COLCLASS-OPENED          VALUES '00' '05'.
001160     05  WS-CATRPT-FILE-STATUS           PIC X(02).

001170 01  WS-SWITCHES.
001180     05  WS-HIST-EOF-SWITCH              PIC X(01) VALUE 'N'.
001190         88  WS-HISTORY-IS-EOF           VALUE 'Y'.
001200     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001210         88  WS-ENTRY-FOUND              VALUE 'Y'.
001220         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
001230     05  WS-REFS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001240         88  WS-REFS-ARE-EOF             VALUE 'Y'.
001250     05  WS-REF-PRINTED-SWITCH           PIC X(01) VALUE 'N'.
001260         88  WS-A-REF-WAS-PRINTED        VALUE 'Y'.
001270     05  WS-COLCLASS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001280         88  WS-COLCLASS-IS-OPEN         VALUE 'Y'.

001290 77  WS-PAGE-NUMBER                      PIC 9(04) COMP VALUE 0.
001300 77  WS-LINE-COUNT                       PIC 9(02) COMP VALUE 99.
001310 77  WS-TABLES-PRINTED-COUNT             PIC 9(04) COMP VALUE 0.
001320 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001330 77  WS-KEY-LIST-CURSOR                  PIC 9(03) COMP VALUE 0.
001340 77  WS-MAX-DETAIL-LINE                  PIC 9(02) COMP VALUE 56.
001350 77  WS-LINE-POINTER                     PIC 9(04) COMP VALUE 0.
001360 77  WS-LEAD-SPACE-COUNT                 PIC 9(04) COMP VALUE 0.

001370 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
001380 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001390 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
001400 01  WS-PAGE-NUMBER-DISPLAY              PIC ZZZ9.
001410 01  WS-SEQ-NUMBER-DISPLAY               PIC 9(04).
001420 01  WS-VERSION-DISPLAY                  PIC ZZZZZZZZ9.
001430 01  WS-PRECISION-DISPLAY                PIC Z9.
001440 01  WS-SCALE-DISPLAY                    PIC Z9.
001450 01  WS-LENGTH-DISPLAY                   PIC ZZ9.
001460 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.
001470 01  WS-HEADING-LINE-BUILD               PIC X(132) VALUE SPACES.
001480 01  WS-KEY-LIST-TEXT                    PIC X(100) VALUE SPACES.
001490 01  WS-LAST-CHANGED-TEXT                PIC X(26) VALUE SPACES.

001500****************************************************************
001510* CROSS-TABLE REFERENCE REGISTRY, LOADED FROM TBLREFS
001520****************************************************************
001530 01  WS-TABLE-REFS-TABLE.
001540     05  TABLE-REF-COUNT                 PIC 9(04) COMP VALUE 0.
001550     05  TABLE-REF-ENTRY
001560                         OCCURS 0 TO 500 TIMES
001570                         DEPENDING ON TABLE-REF-COUNT
001580                         INDEXED BY TR-IDX.
001590         10  WS-REF-SOURCE-TABLE         PIC X(30).
001600         10  WS-REF-SOURCE-COLUMN        PIC X(30).
001610         10  WS-REF-TARGET-TABLE         PIC X(30).
001620         10  WS-REF-TARGET-COLUMN        PIC X(30).

001630****************************************************************
001640* LAST CHANGE SEEN PER TABLE IN SCHEMA-HISTORY.DAT
001650****************************************************************
001660 01  WS-LAST-CHANGE-LIST.
001670     05  WS-LAST-CHANGE-COUNT            PIC 9(04) COMP VALUE 0.
001680     05  WS-LAST-CHANGE-ENTRY
001690                         OCCURS 0 TO 500 TIMES
001700                         DEPENDING ON WS-LAST-CHANGE-COUNT
001710                         INDEXED BY LC-IDX.
001720         10  WS-LAST-CHANGE-TABLE        PIC X(30).
001730         10  WS-LAST-CHANGE-STAMP        PIC X(26).

001740****************************************************************
001750* TABLE-OF-CONTENTS ENTRIES GATHERED DURING THE DETAIL PASS
001760****************************************************************
001770 01  WS-CONTENTS-LIST.
001780     05  WS-CONTENTS-COUNT               PIC 9(04) COMP VALUE 0.
001790     05  WS-CONTENTS-ENTRY
001800                         OCCURS 0 TO 500 TIMES
001810                         DEPENDING ON WS-CONTENTS-COUNT
001820                         INDEXED BY TC-IDX.
001830         10  WS-CONTENTS-TABLE           PIC X(30).
001840         10  WS-CONTENTS-PAGE            PIC 9(04) COMP.
001850         10  WS-CONTENTS-COLUMNS         PIC 9(04) COMP.

001860 PROCEDURE DIVISION.
001870*---------------------------------------------------------------
001880* 0000-MAINLINE - print the catalog, then the contents page
001890*---------------------------------------------------------------
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001920     PERFORM 2000-REPORT-ONE-TABLE THRU 2000-EXIT
001930         UNTIL WS-SNAP-EOF
001940     PERFORM 3000-PRINT-CONTENTS-PAGE THRU 3000-EXIT
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT
001960     STOP RUN.
001970 0000-EXIT.
001980     EXIT.

001990*---------------------------------------------------------------
002000* 1000-INITIALIZE - stamp the run, load history dates, open
002010*---------------------------------------------------------------
002020 1000-INITIALIZE.
002030     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002040     ACCEPT WS-NOW-TIME FROM TIME
002050     STRING WS-TODAY-DATE DELIMITED BY SIZE
002060            '-' DELIMITED BY SIZE
002070            WS-NOW-TIME DELIMITED BY SIZE
002080         INTO WS-RUN-TIMESTAMP
002090     PERFORM 1100-LOAD-HISTORY-DATES THRU 1100-EXIT
002100     PERFORM 1150-LOAD-TABLE-REFS THRU 1150-EXIT
002110     OPEN INPUT SCHEMA-SNAPSHOT-FILE
002120     OPEN INPUT TABLE-KEYS-FILE
002130     OPEN OUTPUT CATALOG-REPORT-FILE
002140     OPEN INPUT COL-CLASS-FILE
002150     IF WS-COLCLASS-OPENED
002160         SET WS-COLCLASS-IS-OPEN TO TRUE
002170     END-IF
002180     PERFORM 1200-READ-SNAPSHOT THRU 1200-EXIT.
002190 1000-EXIT.
002200     EXIT.

002210*---------------------------------------------------------------
002220* 1100-LOAD-HISTORY-DATES - latest change stamp per table
002230*---------------------------------------------------------------
002240 1100-LOAD-HISTORY-DATES.
002250     OPEN INPUT SCHEMA-HISTORY-FILE
002260     IF WS-HIST-OK
002270         PERFORM 1110-LOAD-ONE-HISTORY-ROW THRU 1110-EXIT
002280             UNTIL WS-HISTORY-IS-EOF
002290         CLOSE SCHEMA-HISTORY-FILE
002300     END-IF.
002310 1100-EXIT.
002320     EXIT.

002330*---------------------------------------------------------------
002340* 1110-LOAD-ONE-HISTORY-ROW - fold one row into the change list
002350*---------------------------------------------------------------
002360 1110-LOAD-ONE-HISTORY-ROW.
002370     READ SCHEMA-HISTORY-FILE
002380         AT END
002390             SET WS-HISTORY-IS-EOF TO TRUE
002400     END-READ
002410     IF WS-HIST-OK
002420         PERFORM 1120-NOTE-LATEST-CHANGE THRU 1120-EXIT
002430     ELSE
002440         SET WS-HISTORY-IS-EOF TO TRUE
002450     END-IF.
002460 1110-EXIT.
002470     EXIT.

002480*---------------------------------------------------------------
002490* 1120-NOTE-LATEST-CHANGE - keep the max stamp for this table
002500*---------------------------------------------------------------
002510 1120-NOTE-LATEST-CHANGE.
002520     SET WS-ENTRY-NOT-FOUND TO TRUE
002530     IF WS-LAST-CHANGE-COUNT > 0
002540         PERFORM 1130-MATCH-ONE-CHANGE-ENTRY THRU 1130-EXIT
002550             VARYING LC-IDX FROM 1 BY 1
002560             UNTIL LC-IDX > WS-LAST-CHANGE-COUNT
002570                OR WS-ENTRY-FOUND
002580     END-IF
002590     IF WS-ENTRY-NOT-FOUND
002600          AND WS-LAST-CHANGE-COUNT < 500
002610         ADD 1 TO WS-LAST-CHANGE-COUNT
002620         MOVE SH-TABLE-NAME
002630             TO WS-LAST-CHANGE-TABLE (WS-LAST-CHANGE-COUNT)
002640         MOVE SH-RUN-TIMESTAMP
002650             TO WS-LAST-CHANGE-STAMP (WS-LAST-CHANGE-COUNT)
002660     END-IF.
002670 1120-EXIT.
002680     EXIT.

002690*---------------------------------------------------------------
002700* 1130-MATCH-ONE-CHANGE-ENTRY - update one table's max stamp
002710*---------------------------------------------------------------
002720 1130-MATCH-ONE-CHANGE-ENTRY.
002730     IF WS-LAST-CHANGE-TABLE (LC-IDX) = SH-TABLE-NAME
002740         SET WS-ENTRY-FOUND TO TRUE
002750         IF SH-RUN-TIMESTAMP > WS-LAST-CHANGE-STAMP (LC-IDX)
002760             MOVE SH-RUN-TIMESTAMP
002770                 TO WS-LAST-CHANGE-STAMP (LC-IDX)
002780         END-IF
002790     END-IF.
002800 1130-EXIT.
002810     EXIT.

002820*---------------------------------------------------------------
002830* 1150-LOAD-TABLE-REFS - the reference registry; a missing
002840*                 TBLREFS dataset means no references exist
002850*---------------------------------------------------------------
002860 1150-LOAD-TABLE-REFS.
002870     OPEN INPUT TABLE-REFS-FILE
002880     IF WS-TBLREFS-OPENED
002890         PERFORM 1160-LOAD-ONE-TABLE-REF THRU 1160-EXIT
002900             UNTIL WS-REFS-ARE-EOF
002910         CLOSE TABLE-REFS-FILE
002920     END-IF.
002930 1150-EXIT.
002940     EXIT.

002950*---------------------------------------------------------------
002960* 1160-LOAD-ONE-TABLE-REF - stage one registered reference
002970*---------------------------------------------------------------
002980 1160-LOAD-ONE-TABLE-REF.
002990     READ TABLE-REFS-FILE
003000         AT END
003010             SET WS-REFS-ARE-EOF TO TRUE
003020     END-READ
003030     IF NOT WS-REFS-ARE-EOF
003040         IF TABLE-REF-COUNT < 500
003050             ADD 1 TO TABLE-REF-COUNT
003060             MOVE RF-REF-TABLE
003070                 TO WS-REF-SOURCE-TABLE (TABLE-REF-COUNT)
003080             MOVE RF-REF-COLUMN
003090                 TO WS-REF-SOURCE-COLUMN (TABLE-REF-COUNT)
003100             MOVE RF-TGT-TABLE
003110                 TO WS-REF-TARGET-TABLE (TABLE-REF-COUNT)
003120             MOVE RF-TGT-COLUMN
003130                 TO WS-REF-TARGET-COLUMN (TABLE-REF-COUNT)
003140         END-IF
003150     END-IF.
003160 1160-EXIT.
003170     EXIT.

003180*---------------------------------------------------------------
003190* 1200-READ-SNAPSHOT - bring in the next catalog table
003200*---------------------------------------------------------------
003210 1200-READ-SNAPSHOT.
003220     READ SCHEMA-SNAPSHOT-FILE NEXT RECORD
003230         AT END
003240             SET WS-SNAP-EOF TO TRUE
003250     END-READ.
003260 1200-EXIT.
003270     EXIT.

003280*---------------------------------------------------------------
003290* 2000-REPORT-ONE-TABLE - one catalog section per table
003300*---------------------------------------------------------------
003310 2000-REPORT-ONE-TABLE.
003320     ADD 1 TO WS-TABLES-PRINTED-COUNT
003330     PERFORM 2100-START-NEW-PAGE THRU 2100-EXIT
003340     PERFORM 2150-NOTE-CONTENTS-ENTRY THRU 2150-EXIT
003350     PERFORM 2200-PRINT-TABLE-HEADING THRU 2200-EXIT
003360     PERFORM 2400-PRINT-PARTITION-SPEC THRU 2400-EXIT
003370     PERFORM 2420-PRINT-RELATIONSHIPS THRU 2420-EXIT
003380     PERFORM 2450-PRINT-COLUMN-RULER THRU 2450-EXIT
003390     IF SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC > 0
003400         PERFORM 2500-PRINT-ONE-COLUMN THRU 2500-EXIT
003410             VARYING WS-WORK-INDEX FROM 1 BY 1
003420             UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT
003430                                       OF FD-CURR-SNAPSHOT-REC
003440     ELSE
003450         MOVE '  (NO COLUMNS COMMITTED)' TO WS-REPORT-LINE-BUILD
003460         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
003470     END-IF
003480     PERFORM 1200-READ-SNAPSHOT THRU 1200-EXIT.
003490 2000-EXIT.
003500     EXIT.

003510*---------------------------------------------------------------
003520* 2100-START-NEW-PAGE - page heading with run stamp and number
003530*---------------------------------------------------------------
003540 2100-START-NEW-PAGE.
003550     ADD 1 TO WS-PAGE-NUMBER
003560     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY
003570     MOVE SPACES TO WS-HEADING-LINE-BUILD
003580     STRING 'ICEBERG SCHEMA CATALOG' DELIMITED BY SIZE
003590            '          RUN: ' DELIMITED BY SIZE
003600            WS-RUN-TIMESTAMP DELIMITED BY SIZE
003610            '          PAGE ' DELIMITED BY SIZE
003620            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
003630         INTO WS-HEADING-LINE-BUILD
003640     MOVE WS-HEADING-LINE-BUILD TO CATALOG-REPORT-LINE
003650     WRITE CATALOG-REPORT-LINE AFTER ADVANCING PAGE
003660     MOVE SPACES TO CATALOG-REPORT-LINE
003670     WRITE CATALOG-REPORT-LINE AFTER ADVANCING 1 LINE
003680     MOVE 2 TO WS-LINE-COUNT.
003690 2100-EXIT.
003700     EXIT.

003710*---------------------------------------------------------------
003720* 2150-NOTE-CONTENTS-ENTRY - stage this table's contents row
003730*---------------------------------------------------------------
003740 2150-NOTE-CONTENTS-ENTRY.
003750     IF WS-CONTENTS-COUNT < 500
003760         ADD 1 TO WS-CONTENTS-COUNT
003770         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003780             TO WS-CONTENTS-TABLE (WS-CONTENTS-COUNT)
003790         MOVE WS-PAGE-NUMBER
003800             TO WS-CONTENTS-PAGE (WS-CONTENTS-COUNT)
003810         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
003820             TO WS-CONTENTS-COLUMNS (WS-CONTENTS-COUNT)
003830     END-IF.
003840 2150-EXIT.
003850     EXIT.

003860*---------------------------------------------------------------
003870* 2200-PRINT-TABLE-HEADING - name, version, last change, keys
003880*---------------------------------------------------------------
003890 2200-PRINT-TABLE-HEADING.
003900     PERFORM 2250-FIND-LAST-CHANGED THRU 2250-EXIT
003910     MOVE SS-SCHEMA-VERSION OF FD-CURR-SNAPSHOT-REC
003920         TO WS-VERSION-DISPLAY
003930     MOVE SPACES TO WS-REPORT-LINE-BUILD
003940     STRING 'TABLE: ' DELIMITED BY SIZE
003950            SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003960                DELIMITED BY SIZE
003970            ' VERSION: ' DELIMITED BY SIZE
003980            WS-VERSION-DISPLAY DELIMITED BY SIZE
003990            '  LAST CHANGED: ' DELIMITED BY SIZE
004000            WS-LAST-CHANGED-TEXT DELIMITED BY SIZE
004010         INTO WS-REPORT-LINE-BUILD
004020     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
004030     PERFORM 2300-PRINT-IDENTIFIER-KEYS THRU 2300-EXIT.
004040 2200-EXIT.
004050     EXIT.

004060*---------------------------------------------------------------
004070* 2250-FIND-LAST-CHANGED - this table's stamp from the history
004080*---------------------------------------------------------------
004090 2250-FIND-LAST-CHANGED.
004100     MOVE '(NO HISTORY ON FILE)' TO WS-LAST-CHANGED-TEXT
004110     SET WS-ENTRY-NOT-FOUND TO TRUE
004120     IF WS-LAST-CHANGE-COUNT > 0
004130         PERFORM 2260-TEST-ONE-CHANGE-ENTRY THRU 2260-EXIT
004140             VARYING LC-IDX FROM 1 BY 1
004150             UNTIL LC-IDX > WS-LAST-CHANGE-COUNT
004160                OR WS-ENTRY-FOUND
004170     END-IF.
004180 2250-EXIT.
004190     EXIT.

004200*---------------------------------------------------------------
004210* 2260-TEST-ONE-CHANGE-ENTRY - match one last-change entry
004220*---------------------------------------------------------------
004230 2260-TEST-ONE-CHANGE-ENTRY.
004240     IF WS-LAST-CHANGE-TABLE (LC-IDX)
004250             = SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
004260         SET WS-ENTRY-FOUND TO TRUE
004270         MOVE WS-LAST-CHANGE-STAMP (LC-IDX)
004280             TO WS-LAST-CHANGED-TEXT
004290     END-IF.
004300 2260-EXIT.
004310     EXIT.

004320*---------------------------------------------------------------
004330* 2300-PRINT-IDENTIFIER-KEYS - the key list from TBLKEYS
004340*---------------------------------------------------------------
004350 2300-PRINT-IDENTIFIER-KEYS.
004360     MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC TO TK-TABLE-NAME
004370     READ TABLE-KEYS-FILE
004380         KEY IS TK-TABLE-NAME
004390     END-READ
004400     MOVE SPACES TO WS-KEY-LIST-TEXT
004410     IF WS-TBLKEYS-OK AND TK-KEY-FIELD-COUNT > 0
004420         MOVE 1 TO WS-KEY-LIST-CURSOR
004430         PERFORM 2310-APPEND-ONE-KEY-NAME THRU 2310-EXIT
004440             VARYING WS-WORK-INDEX FROM 1 BY 1
004450             UNTIL WS-WORK-INDEX > TK-KEY-FIELD-COUNT
004460     ELSE
004470         MOVE '(NONE ON FILE)' TO WS-KEY-LIST-TEXT
004480     END-IF
004490     MOVE SPACES TO WS-REPORT-LINE-BUILD
004500     STRING '  IDENTIFIER KEYS: ' DELIMITED BY SIZE
004510            WS-KEY-LIST-TEXT DELIMITED BY SIZE
004520         INTO WS-REPORT-LINE-BUILD
004530     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004540 2300-EXIT.
004550     EXIT.

004560*---------------------------------------------------------------
004570* 2310-APPEND-ONE-KEY-NAME - stage one key column in the list
004580*---------------------------------------------------------------
004590 2310-APPEND-ONE-KEY-NAME.
004600     IF WS-KEY-LIST-CURSOR < 70
004610         STRING TK-KEY-FIELD (WS-WORK-INDEX)
004620                    DELIMITED BY SPACE
004630                ' ' DELIMITED BY SIZE
004640             INTO WS-KEY-LIST-TEXT
004650             WITH POINTER WS-KEY-LIST-CURSOR
004660     END-IF.
004670 2310-EXIT.
004680     EXIT.

004690*---------------------------------------------------------------
004700* 2400-PRINT-PARTITION-SPEC - the spec line, when one exists
004710*---------------------------------------------------------------
004720 2400-PRINT-PARTITION-SPEC.
004730     IF SS-PART-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC > 0
004740         PERFORM 2410-PRINT-ONE-PART-FIELD THRU 2410-EXIT
004750             VARYING WS-WORK-INDEX FROM 1 BY 1
004760             UNTIL WS-WORK-INDEX > SS-PART-FIELD-COUNT
004770                                      OF FD-CURR-SNAPSHOT-REC
004780     ELSE
004790         MOVE '  PARTITION SPEC:  (NOT PARTITIONED)'
004800             TO WS-REPORT-LINE-BUILD
004810         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
004820     END-IF.
004830 2400-EXIT.
004840     EXIT.

004850*---------------------------------------------------------------
004860* 2410-PRINT-ONE-PART-FIELD - one partition field line
004870*---------------------------------------------------------------
004880 2410-PRINT-ONE-PART-FIELD.
004890     MOVE SPACES TO WS-REPORT-LINE-BUILD
004900     MOVE 1 TO WS-LINE-POINTER
004910     STRING '  PARTITION SPEC:  ' DELIMITED BY SIZE
004920            SP-SOURCE-COLUMN OF FD-CURR-SNAPSHOT-REC
004930                (WS-WORK-INDEX) DELIMITED BY SPACE
004940            ' (' DELIMITED BY SIZE
004950            SP-TRANSFORM OF FD-CURR-SNAPSHOT-REC
004960                (WS-WORK-INDEX) DELIMITED BY SPACE
004970         INTO WS-REPORT-LINE-BUILD
004980         WITH POINTER WS-LINE-POINTER
004990     IF SP-TRANSFORM-WIDTH OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
005000             IS NUMERIC
005010          AND SP-TRANSFORM-WIDTH OF FD-CURR-SNAPSHOT-REC
005020             (WS-WORK-INDEX) > 0
005030         MOVE SP-TRANSFORM-WIDTH OF FD-CURR-SNAPSHOT-REC
005040                 (WS-WORK-INDEX) TO WS-LENGTH-DISPLAY
005050         MOVE 0 TO WS-LEAD-SPACE-COUNT
005060         INSPECT WS-LENGTH-DISPLAY
005070             TALLYING WS-LEAD-SPACE-COUNT FOR LEADING SPACES
005080         STRING '[' DELIMITED BY SIZE
005090                WS-LENGTH-DISPLAY (WS-LEAD-SPACE-COUNT + 1 :
005100                                   3 - WS-LEAD-SPACE-COUNT)
005110                    DELIMITED BY SIZE
005120                ']' DELIMITED BY SIZE
005130             INTO WS-REPORT-LINE-BUILD
005140             WITH POINTER WS-LINE-POINTER
005150     END-IF
005160     STRING ')' DELIMITED BY SIZE
005170         INTO WS-REPORT-LINE-BUILD
005180         WITH POINTER WS-LINE-POINTER
005190     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005200 2410-EXIT.
005210     EXIT.

005220*---------------------------------------------------------------
005230* 2420-PRINT-RELATIONSHIPS - this table's side of the join
005240*                 graph, from the reference registry
005250*---------------------------------------------------------------
005260 2420-PRINT-RELATIONSHIPS.
005270     MOVE 'N' TO WS-REF-PRINTED-SWITCH
005280     IF TABLE-REF-COUNT > 0
005290         PERFORM 2430-PRINT-ONE-OUTBOUND-REF THRU 2430-EXIT
005300             VARYING TR-IDX FROM 1 BY 1
005310             UNTIL TR-IDX > TABLE-REF-COUNT
005320         PERFORM 2440-PRINT-ONE-INBOUND-REF THRU 2440-EXIT
005330             VARYING TR-IDX FROM 1 BY 1
005340             UNTIL TR-IDX > TABLE-REF-COUNT
005350     END-IF
005360     IF NOT WS-A-REF-WAS-PRINTED
005370         MOVE '  RELATIONSHIPS:   (NONE REGISTERED)'
005380             TO WS-REPORT-LINE-BUILD
005390         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
005400     END-IF.
005410 2420-EXIT.
005420     EXIT.

005430*---------------------------------------------------------------
005440* 2430-PRINT-ONE-OUTBOUND-REF - a column here that joins to
005450*                 another table's column
005460*---------------------------------------------------------------
005470 2430-PRINT-ONE-OUTBOUND-REF.
005480     IF WS-REF-SOURCE-TABLE (TR-IDX)
005490             = SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
005500         SET WS-A-REF-WAS-PRINTED TO TRUE
005510         MOVE SPACES TO WS-REPORT-LINE-BUILD
005520         STRING '  REFERENCES:      ' DELIMITED BY SIZE
005530                WS-REF-SOURCE-COLUMN (TR-IDX)
005540                    DELIMITED BY SPACE
005550                ' -> ' DELIMITED BY SIZE
005560                WS-REF-TARGET-TABLE (TR-IDX)
005570                    DELIMITED BY SPACE
005580                '.' DELIMITED BY SIZE
005590                WS-REF-TARGET-COLUMN (TR-IDX)
005600                    DELIMITED BY SPACE
005610             INTO WS-REPORT-LINE-BUILD
005620         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
005630     END-IF.
005640 2430-EXIT.
005650     EXIT.

005660*---------------------------------------------------------------
005670* 2440-PRINT-ONE-INBOUND-REF - a column here that another
005680*                 table's feed joins on
005690*---------------------------------------------------------------
005700 2440-PRINT-ONE-INBOUND-REF.
005710     IF WS-REF-TARGET-TABLE (TR-IDX)
005720             = SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
005730         SET WS-A-REF-WAS-PRINTED TO TRUE
005740         MOVE SPACES TO WS-REPORT-LINE-BUILD
005750         STRING '  REFERENCED BY:   ' DELIMITED BY SIZE
005760                WS-REF-SOURCE-TABLE (TR-IDX)
005770                    DELIMITED BY SPACE
005780                '.' DELIMITED BY SIZE
005790                WS-REF-SOURCE-COLUMN (TR-IDX)
005800                    DELIMITED BY SPACE
005810                ' -> ' DELIMITED BY SIZE
005820                WS-REF-TARGET-COLUMN (TR-IDX)
005830                    DELIMITED BY SPACE
005840             INTO WS-REPORT-LINE-BUILD
005850         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
005860     END-IF.
005870 2440-EXIT.
005880     EXIT.

005890*---------------------------------------------------------------
005900* 2450-PRINT-COLUMN-RULER - the column-list heading lines
005910*---------------------------------------------------------------
005920 2450-PRINT-COLUMN-RULER.
005930     MOVE SPACES TO WS-REPORT-LINE-BUILD
005940     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
005950     MOVE SPACES TO WS-REPORT-LINE-BUILD
005960     MOVE ' SEQ' TO WS-REPORT-LINE-BUILD (3 : 4)
005970     MOVE 'COLUMN NAME' TO WS-REPORT-LINE-BUILD (8 : 11)
005980     MOVE 'TYPE' TO WS-REPORT-LINE-BUILD (39 : 4)
005990     MOVE 'REQ' TO WS-REPORT-LINE-BUILD (50 : 3)
006000     MOVE 'DEFAULT' TO WS-REPORT-LINE-BUILD (54 : 7)
006010     MOVE 'CLASS' TO WS-REPORT-LINE-BUILD (85 : 5)
006020     MOVE 'MASK' TO WS-REPORT-LINE-BUILD (98 : 4)
006030     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
006040     MOVE SPACES TO WS-REPORT-LINE-BUILD
006050     MOVE ALL '-' TO WS-REPORT-LINE-BUILD (3 : 4)
006060     MOVE ALL '-' TO WS-REPORT-LINE-BUILD (8 : 30)
006070     MOVE ALL '-' TO WS-REPORT-LINE-BUILD (39 : 10)
006080     MOVE ALL '-' TO WS-REPORT-LINE-BUILD (50 : 3)
006090     MOVE ALL '-' TO WS-REPORT-LINE-BUILD (54 : 30)
006100     MOVE ALL '-' TO WS-REPORT-LINE-BUILD (85 : 12)
006110     MOVE ALL '-' TO WS-REPORT-LINE-BUILD (98 : 8)
006120     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
006130 2450-EXIT.
006140     EXIT.

006150*---------------------------------------------------------------
006160* 2500-PRINT-ONE-COLUMN - one column line plus its doc line
006170*---------------------------------------------------------------
006180 2500-PRINT-ONE-COLUMN.
006190     MOVE WS-WORK-INDEX TO WS-SEQ-NUMBER-DISPLAY
006200     MOVE SPACES TO WS-REPORT-LINE-BUILD
006210     MOVE WS-SEQ-NUMBER-DISPLAY TO WS-REPORT-LINE-BUILD (3 : 4)
006220     IF COL-PARENT-FIELD-ID OF FD-CURR-SNAPSHOT-REC
006230             (WS-WORK-INDEX) > 0
006240         MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
006250                 (WS-WORK-INDEX)
006260             TO WS-REPORT-LINE-BUILD (11 : 28)
006270     ELSE
006280         MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
006290                 (WS-WORK-INDEX)
006300             TO WS-REPORT-LINE-BUILD (8 : 30)
006310     END-IF
006320     MOVE COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
006330         TO WS-REPORT-LINE-BUILD (39 : 10)
006340     IF COL-IS-REQUIRED OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
006350         MOVE 'REQ' TO WS-REPORT-LINE-BUILD (50 : 3)
006360     ELSE
006370         MOVE 'OPT' TO WS-REPORT-LINE-BUILD (50 : 3)
006380     END-IF
006390     MOVE COL-DEFAULT-VALUE OF FD-CURR-SNAPSHOT-REC
006400             (WS-WORK-INDEX)
006410         TO WS-REPORT-LINE-BUILD (54 : 30)
006420     PERFORM 2520-FIND-COLUMN-CLASS THRU 2520-EXIT
006430     IF WS-ENTRY-FOUND
006440         MOVE CC-CLASSIFICATION TO WS-REPORT-LINE-BUILD (85 : 12)
006450         MOVE CC-MASK-RULE TO WS-REPORT-LINE-BUILD (98 : 8)
006460     END-IF
006470     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
006480     IF COL-ELEMENT-TYPE OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
006490             NOT = SPACES
006500         MOVE SPACES TO WS-REPORT-LINE-BUILD
006510         MOVE 'ELEMENT:' TO WS-REPORT-LINE-BUILD (8 : 8)
006520         MOVE COL-ELEMENT-TYPE OF FD-CURR-SNAPSHOT-REC
006530                 (WS-WORK-INDEX)
006540             TO WS-REPORT-LINE-BUILD (17 : 10)
006550         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
006560     END-IF
006570     PERFORM 2510-PRINT-COLUMN-SIZE THRU 2510-EXIT
006580     IF COL-DOC-TEXT OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
006590             NOT = SPACES
006600         MOVE SPACES TO WS-REPORT-LINE-BUILD
006610         MOVE 'DOC:' TO WS-REPORT-LINE-BUILD (8 : 4)
006620         MOVE COL-DOC-TEXT OF FD-CURR-SNAPSHOT-REC
006630                 (WS-WORK-INDEX)
006640             TO WS-REPORT-LINE-BUILD (13 : 60)
006650         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
006660     END-IF.
006670 2500-EXIT.
006680     EXIT.

006690*---------------------------------------------------------------
006700* 2510-PRINT-COLUMN-SIZE - precision/scale of a DECIMAL or the
006710*                 length of a STRING/FIXED/BINARY, when committed
006720*---------------------------------------------------------------
006730 2510-PRINT-COLUMN-SIZE.
006740     MOVE SPACES TO WS-REPORT-LINE-BUILD
006750     EVALUATE TRUE
006760         WHEN COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
006770                  (WS-WORK-INDEX) = 'DECIMAL'
006780              AND COL-FIELD-PRECISION OF FD-CURR-SNAPSHOT-REC
006790                  (WS-WORK-INDEX) > 0
006800             MOVE COL-FIELD-PRECISION OF FD-CURR-SNAPSHOT-REC
006810                     (WS-WORK-INDEX) TO WS-PRECISION-DISPLAY
006820             MOVE COL-FIELD-SCALE OF FD-CURR-SNAPSHOT-REC
006830                     (WS-WORK-INDEX) TO WS-SCALE-DISPLAY
006840             STRING 'SIZE: PRECISION ' DELIMITED BY SIZE
006850                    WS-PRECISION-DISPLAY DELIMITED BY SIZE
006860                    '  SCALE ' DELIMITED BY SIZE
006870                    WS-SCALE-DISPLAY DELIMITED BY SIZE
006880                 INTO WS-REPORT-LINE-BUILD (8 : 40)
006890             PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
006900         WHEN (COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
006910                   (WS-WORK-INDEX) = 'STRING'
006920               OR COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
006930                   (WS-WORK-INDEX) = 'FIXED'
006940               OR COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
006950                   (WS-WORK-INDEX) = 'BINARY')
006960              AND COL-FIELD-LENGTH OF FD-CURR-SNAPSHOT-REC
006970                  (WS-WORK-INDEX) > 0
006980             MOVE COL-FIELD-LENGTH OF FD-CURR-SNAPSHOT-REC
006990                     (WS-WORK-INDEX) TO WS-LENGTH-DISPLAY
007000             STRING 'SIZE: LENGTH ' DELIMITED BY SIZE
007010                    WS-LENGTH-DISPLAY DELIMITED BY SIZE
007020                 INTO WS-REPORT-LINE-BUILD (8 : 40)
007030             PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007040     END-EVALUATE.
007050 2510-EXIT.
007060     EXIT.

007070*---------------------------------------------------------------
007080* 2520-FIND-COLUMN-CLASS - the column's COLCLASS entry, if any
007090*---------------------------------------------------------------
007100 2520-FIND-COLUMN-CLASS.
007110     SET WS-ENTRY-NOT-FOUND TO TRUE
007120     IF NOT WS-COLCLASS-IS-OPEN
007130         GO TO 2520-EXIT
007140     END-IF
007150     MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC TO CC-TABLE-NAME
007160     MOVE COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
007170         TO CC-FIELD-ID
007180     READ COL-CLASS-FILE
007190         KEY IS CC-KEY
007200     END-READ
007210     IF WS-COLCLASS-OK
007220         SET WS-ENTRY-FOUND TO TRUE
007230     END-IF.
007240 2520-EXIT.
007250     EXIT.

007260*---------------------------------------------------------------
007270* 2900-WRITE-REPORT-LINE - write one line, breaking pages
007280*---------------------------------------------------------------
007290 2900-WRITE-REPORT-LINE.
007300     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE
007310         PERFORM 2100-START-NEW-PAGE THRU 2100-EXIT
007320     END-IF
007330     MOVE WS-REPORT-LINE-BUILD TO CATALOG-REPORT-LINE
007340     WRITE CATALOG-REPORT-LINE AFTER ADVANCING 1 LINE
007350     ADD 1 TO WS-LINE-COUNT.
007360 2900-EXIT.
007370     EXIT.

007380*---------------------------------------------------------------
007390* 3000-PRINT-CONTENTS-PAGE - summary page at the back
007400*---------------------------------------------------------------
007410 3000-PRINT-CONTENTS-PAGE.
007420     PERFORM 2100-START-NEW-PAGE THRU 2100-EXIT
007430     MOVE 'TABLE OF CONTENTS - CATALOG SUMMARY'
007440         TO WS-REPORT-LINE-BUILD
007450     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007460     MOVE SPACES TO WS-REPORT-LINE-BUILD
007470     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007480     MOVE '  TABLE                          PAGE  COLUMNS'
007490         TO WS-REPORT-LINE-BUILD
007500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007510     IF WS-CONTENTS-COUNT > 0
007520         PERFORM 3010-PRINT-ONE-CONTENTS-ROW THRU 3010-EXIT
007530             VARYING TC-IDX FROM 1 BY 1
007540             UNTIL TC-IDX > WS-CONTENTS-COUNT
007550     ELSE
007560         MOVE '  (CATALOG IS EMPTY)' TO WS-REPORT-LINE-BUILD
007570         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
007580     END-IF.
007590 3000-EXIT.
007600     EXIT.

007610*---------------------------------------------------------------
007620* 3010-PRINT-ONE-CONTENTS-ROW - one table's summary row
007630*---------------------------------------------------------------
007640 3010-PRINT-ONE-CONTENTS-ROW.
007650     MOVE SPACES TO WS-REPORT-LINE-BUILD
007660     MOVE WS-CONTENTS-TABLE (TC-IDX)
007670         TO WS-REPORT-LINE-BUILD (3 : 30)
007680     MOVE WS-CONTENTS-PAGE (TC-IDX) TO WS-PAGE-NUMBER-DISPLAY
007690     MOVE WS-PAGE-NUMBER-DISPLAY
007700         TO WS-REPORT-LINE-BUILD (34 : 4)
007710     MOVE WS-CONTENTS-COLUMNS (TC-IDX) TO WS-PAGE-NUMBER-DISPLAY
007720     MOVE WS-PAGE-NUMBER-DISPLAY
007730         TO WS-REPORT-LINE-BUILD (41 : 4)
007740     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
007750 3010-EXIT.
007760     EXIT.

007770*---------------------------------------------------------------
007780* 9000-TERMINATE - close files and display the run totals
007790*---------------------------------------------------------------
007800 9000-TERMINATE.
007810     CLOSE SCHEMA-SNAPSHOT-FILE
007820     CLOSE TABLE-KEYS-FILE
007830     CLOSE CATALOG-REPORT-FILE
007840     IF WS-COLCLASS-IS-OPEN
007850         CLOSE COL-CLASS-FILE
007860     END-IF
007870     MOVE WS-TABLES-PRINTED-COUNT TO WS-PAGE-NUMBER-DISPLAY
007880     DISPLAY 'SCHEMACATRPT COMPLETE - TABLES PRINTED: '
007890         WS-PAGE-NUMBER-DISPLAY.
007900 9000-EXIT.
007910     EXIT.
