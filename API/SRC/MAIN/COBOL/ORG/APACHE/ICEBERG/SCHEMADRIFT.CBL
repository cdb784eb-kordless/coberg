000340*                   matched a DIFFERENT snapshot column can no
000350*                   longer claim a dropped column by name and
000360*                   suppress its drift line.
000370* 2026-10-15  JKH   Where both sides agree on a column's type,
000380*                   its DECIMAL precision and scale or its
000390*                   STRING/FIXED/BINARY length are compared
000400*                   too (zero on either side meaning the shop
000410*                   default of 17,2 or 30), so a widened
000420*                   upstream column shows as drift before the
000430*                   extract starts arriving at the new width.
000440* 2026-10-15  JKH   Appends a catalog-wide run-log row
000450*                   (WRITE-RUN-LOG) at the end of every run:
000460*                   tables compared, discrepancies found, and
000470*                   the final return code.
000480*

000490****************************************************************
000500* ENVIRONMENT DIVISION
000510****************************************************************
000520 ENVIRONMENT DIVISION.

000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CATALOG-EXPORT-FILE ASSIGN TO "CATEXP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CATEXP-FILE-STATUS.

000580     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000620         FILE STATUS IS WS-SNAP-FILE-STATUS.

000630     SELECT DRIFT-REPORT-FILE ASSIGN TO "DRIFTRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-DRIFTRPT-FILE-STATUS.

000660****************************************************************
000670* DATA DIVISION
000680****************************************************************
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CATALOG-EXPORT-FILE.
000720     COPY "ICEBERG-CATALOG-EXPORT-REC.cpy".

000730 FD  SCHEMA-SNAPSHOT-FILE.
000740     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000750         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000760                   ==FD-CURR-SNAPSHOT-REC==.

000770 FD  DRIFT-REPORT-FILE.
000780 01  DRIFT-REPORT-LINE                   PIC X(132).

000790 WORKING-STORAGE SECTION.
000800****************************************************************
000810* FILE STATUS AND CONTROL SWITCHES
000820****************************************************************
000830 01  WS-FILE-STATUSES.
000840     05  WS-CATEXP-FILE-STATUS           PIC X(02).
000850         88  WS-CATEXP-OK                VALUE '00'.
000860     05  WS-SNAP-FILE-STATUS             PIC X(02).
000870         88  WS-SNAP-OK                  VALUE '00'.
000880         88  WS-SNAP-EOF                 VALUE '10'.
000890         88  WS-SNAP-NOT-FOUND           VALUE '23'.
000900     05  WS-DRIFTRPT-FILE-STATUS         PIC X(02).

000910 01  WS-SWITCHES.
000920     05  WS-CATEXP-EOF-SWITCH            PIC X(01) VALUE 'N'.
000930         88  WS-EXPORT-IS-EOF            VALUE 'Y'.
000940     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
000950         88  WS-ENTRY-FOUND              VALUE 'Y'.
000960         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
000970     05  WS-TABLE-ON-FILE-SWITCH         PIC X(01) VALUE 'N'.
000980         88  WS-TABLE-IS-ON-FILE         VALUE 'Y'.

000990 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001000 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001010 77  WS-FOUND-COLUMN-INDEX               PIC 9(04) COMP VALUE 0.
001020 77  WS-TABLES-COMPARED-COUNT            PIC 9(04) COMP VALUE 0.
001030 77  WS-DRIFTS-FOUND-COUNT               PIC 9(09) COMP VALUE 0.

001040 01  WS-CURRENT-TABLE-NAME               PIC X(30) VALUE SPACES.
001050 01  WS-DRIFT-TEXT                       PIC X(60) VALUE SPACES.
001060 01  WS-DETAIL-NAME                      PIC X(30) VALUE SPACES.
001070 01  WS-OLD-VALUE-TEXT                   PIC X(30) VALUE SPACES.
001080 01  WS-NEW-VALUE-TEXT                   PIC X(30) VALUE SPACES.
001090 01  WS-VERSION-DISPLAY                  PIC ZZZZZZZZ9.
001100 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001110 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.

001120****************************************************************
001130* TYPE ATTRIBUTES OF THE COLUMN PAIR BEING COMPARED, DEFAULTS
001140* APPLIED
001150****************************************************************
001160 01  WS-ATTRIBUTE-COMPARE-AREA.
001170     05  WS-EXP-ATTRIBUTES.
001180         10  WS-EXP-ATTR-PRECISION       PIC 9(02).
001190         10  WS-EXP-ATTR-SCALE           PIC 9(02).
001200         10  WS-EXP-ATTR-LENGTH          PIC 9(03).
001210     05  WS-SNAP-ATTRIBUTES.
001220         10  WS-SNAP-ATTR-PRECISION      PIC 9(02).
001230         10  WS-SNAP-ATTR-SCALE          PIC 9(02).
001240         10  WS-SNAP-ATTR-LENGTH         PIC 9(03).

001250****************************************************************
001260* ONE TABLE'S GROUP OF EXPORT ROWS, GATHERED BEFORE THE COMPARE
001270****************************************************************
001280 01  WS-EXPORT-TABLE-GROUP.
001290     05  WS-EXP-TABLE-NAME               PIC X(30) VALUE SPACES.
001300     05  WS-EXP-SCHEMA-VERSION           PIC 9(09) VALUE 0.
001310     05  WS-EXP-VERSION-SEEN-SWITCH      PIC X(01) VALUE 'N'.
001320         88  WS-EXP-VERSION-SEEN         VALUE 'Y'.
001330     05  WS-EXP-COLUMN-COUNT             PIC 9(04) COMP VALUE 0.
001340     05  WS-EXP-COLUMN-ENTRY
001350                         OCCURS 0 TO 200 TIMES
001360                         DEPENDING ON WS-EXP-COLUMN-COUNT
001370                         INDEXED BY EC-IDX.
001380         10  WS-EXP-FIELD-ID             PIC 9(05).
001390         10  WS-EXP-FIELD-NAME           PIC X(30).
001400         10  WS-EXP-FIELD-TYPE           PIC X(10).
001410         10  WS-EXP-REQUIRED-FLAG        PIC X(01).
001420         10  WS-EXP-FIELD-PRECISION      PIC 9(02).
001430         10  WS-EXP-FIELD-SCALE          PIC 9(02).
001440         10  WS-EXP-FIELD-LENGTH         PIC 9(03).
001450         10  WS-EXP-MATCHED-SWITCH       PIC X(01).
001460             88  WS-EXP-COLUMN-MATCHED   VALUE 'Y'.
001470     05  WS-EXP-PART-COUNT               PIC 9(02) VALUE 0.
001480     05  WS-EXP-PART-ENTRY
001490                         OCCURS 5 TIMES INDEXED BY EP-IDX.
001500         10  WS-EXP-PART-SOURCE          PIC X(30).
001510         10  WS-EXP-PART-TRANSFORM       PIC X(10).

001520****************************************************************
001530* TABLES SEEN IN THE EXPORT, FOR THE MISSING-UPSTREAM SWEEP
001540****************************************************************
001550 01  WS-EXPORT-TABLE-LIST.
001560     05  WS-EXP-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
001570     05  WS-EXP-TABLE-ENTRY
001580                         OCCURS 0 TO 500 TIMES
001590                         DEPENDING ON WS-EXP-TABLE-COUNT
001600                         INDEXED BY ET-IDX.
001610         10  WS-EXP-SEEN-TABLE-NAME      PIC X(30).

001620****************************************************************
001630* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001640****************************************************************
001650 COPY "ICEBERG-RUN-LOG-REC.cpy".

001660 PROCEDURE DIVISION.
001670*---------------------------------------------------------------
001680* 0000-MAINLINE - reconcile the export against the snapshot
001690*---------------------------------------------------------------
001700 0000-MAINLINE.
001710     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001730     PERFORM 2000-RECONCILE-ONE-TABLE THRU 2000-EXIT
001740         UNTIL WS-EXPORT-IS-EOF
001750     PERFORM 5000-SWEEP-SNAPSHOT-TABLES THRU 5000-EXIT
001760     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
001770     PERFORM 8000-TERMINATE THRU 8000-EXIT
001780     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
001790     STOP RUN.
001800 0000-EXIT.
001810     EXIT.

001820*---------------------------------------------------------------
001830* 1000-INITIALIZE - open files and prime the export read
001840*---------------------------------------------------------------
001850 1000-INITIALIZE.
001860     OPEN INPUT CATALOG-EXPORT-FILE
001870     OPEN INPUT SCHEMA-SNAPSHOT-FILE
001880     OPEN OUTPUT DRIFT-REPORT-FILE
001890     PERFORM 1100-READ-EXPORT THRU 1100-EXIT.
001900 1000-EXIT.
001910     EXIT.

001920*---------------------------------------------------------------
001930* 1100-READ-EXPORT - bring in the next export row; any read
001940*                 failure ends the run like end-of-file
001950*---------------------------------------------------------------
001960 1100-READ-EXPORT.
001970     READ CATALOG-EXPORT-FILE
001980         AT END
001990             SET WS-EXPORT-IS-EOF TO TRUE
002000     END-READ
002010     IF NOT WS-CATEXP-OK
002020         SET WS-EXPORT-IS-EOF TO TRUE
002030     END-IF.
002040 1100-EXIT.
002050     EXIT.

002060*---------------------------------------------------------------
002070* 2000-RECONCILE-ONE-TABLE - gather one table's export group,
002080*                 then compare it against the stored snapshot
002090*---------------------------------------------------------------
002100 2000-RECONCILE-ONE-TABLE.
002110     ADD 1 TO WS-TABLES-COMPARED-COUNT
002120     MOVE CE-TABLE-NAME TO WS-CURRENT-TABLE-NAME
002130     PERFORM 2100-GATHER-EXPORT-GROUP THRU 2100-EXIT
002140     PERFORM 2200-REMEMBER-EXPORT-TABLE THRU 2200-EXIT
002150     MOVE WS-CURRENT-TABLE-NAME
002160         TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002170     READ SCHEMA-SNAPSHOT-FILE
002180         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002190     END-READ
002200     IF WS-SNAP-OK
002210         PERFORM 3000-COMPARE-ONE-TABLE THRU 3000-EXIT
002220     ELSE
002230         MOVE 'TABLE MISSING FROM SNAPSHOT CATALOG'
002240             TO WS-DRIFT-TEXT
002250         MOVE SPACES TO WS-DETAIL-NAME
002260         MOVE SPACES TO WS-OLD-VALUE-TEXT
002270         MOVE SPACES TO WS-NEW-VALUE-TEXT
002280         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
002290     END-IF.
002300 2000-EXIT.
002310     EXIT.

002320*---------------------------------------------------------------
002330* 2100-GATHER-EXPORT-GROUP - stage every row of this table
002340*---------------------------------------------------------------
002350 2100-GATHER-EXPORT-GROUP.
002360     MOVE 0 TO WS-EXP-SCHEMA-VERSION
002370     MOVE 'N' TO WS-EXP-VERSION-SEEN-SWITCH
002380     MOVE 0 TO WS-EXP-COLUMN-COUNT
002390     MOVE 0 TO WS-EXP-PART-COUNT
002400     MOVE WS-CURRENT-TABLE-NAME TO WS-EXP-TABLE-NAME
002410     PERFORM 2110-GATHER-ONE-EXPORT-ROW THRU 2110-EXIT
002420         UNTIL WS-EXPORT-IS-EOF
002430            OR CE-TABLE-NAME NOT = WS-CURRENT-TABLE-NAME.
002440 2100-EXIT.
002450     EXIT.

002460*---------------------------------------------------------------
002470* 2110-GATHER-ONE-EXPORT-ROW - route one T, C or P row
002480*---------------------------------------------------------------
002490 2110-GATHER-ONE-EXPORT-ROW.
002500     EVALUATE TRUE
002510         WHEN CE-ROW-IS-TABLE
002520             MOVE CE-SCHEMA-VERSION TO WS-EXP-SCHEMA-VERSION
002530             SET WS-EXP-VERSION-SEEN TO TRUE
002540         WHEN CE-ROW-IS-COLUMN
002550             IF WS-EXP-COLUMN-COUNT < 200
002560                 ADD 1 TO WS-EXP-COLUMN-COUNT
002570                 MOVE CE-FIELD-ID
002580                     TO WS-EXP-FIELD-ID (WS-EXP-COLUMN-COUNT)
002590                 MOVE CE-FIELD-NAME
002600                     TO WS-EXP-FIELD-NAME (WS-EXP-COLUMN-COUNT)
002610                 MOVE CE-FIELD-TYPE
002620                     TO WS-EXP-FIELD-TYPE (WS-EXP-COLUMN-COUNT)
002630                 MOVE CE-REQUIRED-FLAG
002640                     TO WS-EXP-REQUIRED-FLAG
002650                        (WS-EXP-COLUMN-COUNT)
002660                 PERFORM 2120-GATHER-COLUMN-ATTRIBUTES
002670                     THRU 2120-EXIT
002680                 MOVE 'N'
002690                     TO WS-EXP-MATCHED-SWITCH
002700                        (WS-EXP-COLUMN-COUNT)
002710             END-IF
002720         WHEN CE-ROW-IS-PARTITION
002730             IF WS-EXP-PART-COUNT < 5
002740                 ADD 1 TO WS-EXP-PART-COUNT
002750                 MOVE CE-FIELD-NAME
002760                     TO WS-EXP-PART-SOURCE (WS-EXP-PART-COUNT)
002770                 MOVE CE-FIELD-TYPE
002780                     TO WS-EXP-PART-TRANSFORM
002790                        (WS-EXP-PART-COUNT)
002800             END-IF
002810     END-EVALUATE
002820     PERFORM 1100-READ-EXPORT THRU 1100-EXIT.
002830 2110-EXIT.
002840     EXIT.

002850*---------------------------------------------------------------
002860* 2120-GATHER-COLUMN-ATTRIBUTES - precision, scale and length
002870*                 off a 'C' row; an export cut before those
002880*                 columns were added carries blanks, read as zero
002890*---------------------------------------------------------------
002900 2120-GATHER-COLUMN-ATTRIBUTES.
002910     IF CE-FIELD-PRECISION IS NUMERIC
002920          AND CE-FIELD-SCALE IS NUMERIC
002930          AND CE-FIELD-LENGTH IS NUMERIC
002940         MOVE CE-FIELD-PRECISION
002950             TO WS-EXP-FIELD-PRECISION (WS-EXP-COLUMN-COUNT)
002960         MOVE CE-FIELD-SCALE
002970             TO WS-EXP-FIELD-SCALE (WS-EXP-COLUMN-COUNT)
002980         MOVE CE-FIELD-LENGTH
002990             TO WS-EXP-FIELD-LENGTH (WS-EXP-COLUMN-COUNT)
003000     ELSE
003010         MOVE 0 TO WS-EXP-FIELD-PRECISION (WS-EXP-COLUMN-COUNT)
003020         MOVE 0 TO WS-EXP-FIELD-SCALE (WS-EXP-COLUMN-COUNT)
003030         MOVE 0 TO WS-EXP-FIELD-LENGTH (WS-EXP-COLUMN-COUNT)
003040     END-IF.
003050 2120-EXIT.
003060     EXIT.

003070*---------------------------------------------------------------
003080* 2200-REMEMBER-EXPORT-TABLE - note this table for the sweep
003090*---------------------------------------------------------------
003100 2200-REMEMBER-EXPORT-TABLE.
003110     IF WS-EXP-TABLE-COUNT < 500
003120         ADD 1 TO WS-EXP-TABLE-COUNT
003130         MOVE WS-CURRENT-TABLE-NAME
003140             TO WS-EXP-SEEN-TABLE-NAME (WS-EXP-TABLE-COUNT)
003150     END-IF.
003160 2200-EXIT.
003170     EXIT.

003180*---------------------------------------------------------------
003190* 3000-COMPARE-ONE-TABLE - both sides have the table; compare
003200*                 version, columns and partition spec
003210*---------------------------------------------------------------
003220 3000-COMPARE-ONE-TABLE.
003230     PERFORM 3100-COMPARE-SCHEMA-VERSION THRU 3100-EXIT
003240     PERFORM 3200-COMPARE-ONE-EXPORT-COL THRU 3200-EXIT
003250         VARYING WS-WORK-INDEX FROM 1 BY 1
003260         UNTIL WS-WORK-INDEX > WS-EXP-COLUMN-COUNT
003270     PERFORM 3500-CHECK-ONE-SNAPSHOT-COL THRU 3500-EXIT
003280         VARYING WS-WORK-INDEX FROM 1 BY 1
003290         UNTIL WS-WORK-INDEX >
003300               SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
003310     PERFORM 3600-COMPARE-ONE-EXPORT-PART THRU 3600-EXIT
003320         VARYING WS-WORK-INDEX FROM 1 BY 1
003330         UNTIL WS-WORK-INDEX > WS-EXP-PART-COUNT
003340     PERFORM 3700-CHECK-ONE-SNAPSHOT-PART THRU 3700-EXIT
003350         VARYING WS-WORK-INDEX FROM 1 BY 1
003360         UNTIL WS-WORK-INDEX >
003370               SS-PART-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC.
003380 3000-EXIT.
003390     EXIT.

003400*---------------------------------------------------------------
003410* 3100-COMPARE-SCHEMA-VERSION - version gaps mean one side has
003420*                 commits the other has not seen
003430*---------------------------------------------------------------
003440 3100-COMPARE-SCHEMA-VERSION.
003450     IF WS-EXP-VERSION-SEEN
003460          AND WS-EXP-SCHEMA-VERSION NOT =
003470              SS-SCHEMA-VERSION OF FD-CURR-SNAPSHOT-REC
003480         MOVE 'SCHEMA VERSION GAP (UPSTREAM/SNAPSHOT)'
003490             TO WS-DRIFT-TEXT
003500         MOVE SPACES TO WS-DETAIL-NAME
003510         MOVE WS-EXP-SCHEMA-VERSION TO WS-VERSION-DISPLAY
003520         MOVE WS-VERSION-DISPLAY TO WS-OLD-VALUE-TEXT
003530         MOVE SS-SCHEMA-VERSION OF FD-CURR-SNAPSHOT-REC
003540             TO WS-VERSION-DISPLAY
003550         MOVE WS-VERSION-DISPLAY TO WS-NEW-VALUE-TEXT
003560         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
003570     END-IF.
003580 3100-EXIT.
003590     EXIT.

003600*---------------------------------------------------------------
003610* 3200-COMPARE-ONE-EXPORT-COL - find the snapshot column with
003620*                 this export column's field id (falling back
003630*                 to the name for snapshots cut before ids) and
003640*                 compare name, type and nullability
003650*---------------------------------------------------------------
003660 3200-COMPARE-ONE-EXPORT-COL.
003670     PERFORM 3210-FIND-SNAP-COLUMN-BY-ID THRU 3210-EXIT
003680     IF WS-ENTRY-NOT-FOUND
003690         PERFORM 3220-FIND-SNAP-COLUMN-BY-NAME THRU 3220-EXIT
003700     END-IF
003710     IF WS-ENTRY-FOUND
003720         SET WS-EXP-COLUMN-MATCHED (WS-WORK-INDEX) TO TRUE
003730         PERFORM 3300-COMPARE-COLUMN-ATTRS THRU 3300-EXIT
003740     ELSE
003750         MOVE 'COLUMN ONLY IN UPSTREAM CATALOG'
003760             TO WS-DRIFT-TEXT
003770         MOVE WS-EXP-FIELD-NAME (WS-WORK-INDEX)
003780             TO WS-DETAIL-NAME
003790         MOVE WS-EXP-FIELD-TYPE (WS-WORK-INDEX)
003800             TO WS-OLD-VALUE-TEXT
003810         MOVE SPACES TO WS-NEW-VALUE-TEXT
003820         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
003830     END-IF.
003840 3200-EXIT.
003850     EXIT.

003860*---------------------------------------------------------------
003870* 3210-FIND-SNAP-COLUMN-BY-ID - locate the export field id in
003880*                 the stored snapshot's columns
003890*---------------------------------------------------------------
003900 3210-FIND-SNAP-COLUMN-BY-ID.
003910     SET WS-ENTRY-NOT-FOUND TO TRUE
003920     MOVE 0 TO WS-FOUND-COLUMN-INDEX
003930     IF WS-EXP-FIELD-ID (WS-WORK-INDEX) > 0
003940         PERFORM 3215-TEST-SNAP-COLUMN-ID THRU 3215-EXIT
003950             VARYING WS-SCAN-INDEX FROM 1 BY 1
003960             UNTIL WS-SCAN-INDEX >
003970                   SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
003980                OR WS-ENTRY-FOUND
003990     END-IF.
004000 3210-EXIT.
004010     EXIT.

004020*---------------------------------------------------------------
004030* 3215-TEST-SNAP-COLUMN-ID - test one snapshot column's id
004040*---------------------------------------------------------------
004050 3215-TEST-SNAP-COLUMN-ID.
004060     IF COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC (WS-SCAN-INDEX)
004070             = WS-EXP-FIELD-ID (WS-WORK-INDEX)
004080         SET WS-ENTRY-FOUND TO TRUE
004090         MOVE WS-SCAN-INDEX TO WS-FOUND-COLUMN-INDEX
004100     END-IF.
004110 3215-EXIT.
004120     EXIT.

004130*---------------------------------------------------------------
004140* 3220-FIND-SNAP-COLUMN-BY-NAME - fallback for snapshot columns
004150*                 cut before field ids existed (id zero)
004160*---------------------------------------------------------------
004170 3220-FIND-SNAP-COLUMN-BY-NAME.
004180     SET WS-ENTRY-NOT-FOUND TO TRUE
004190     MOVE 0 TO WS-FOUND-COLUMN-INDEX
004200     PERFORM 3225-TEST-SNAP-COLUMN-NAME THRU 3225-EXIT
004210         VARYING WS-SCAN-INDEX FROM 1 BY 1
004220         UNTIL WS-SCAN-INDEX >
004230               SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
004240            OR WS-ENTRY-FOUND.
004250 3220-EXIT.
004260     EXIT.

004270*---------------------------------------------------------------
004280* 3225-TEST-SNAP-COLUMN-NAME - test one id-less snapshot column
004290*---------------------------------------------------------------
004300 3225-TEST-SNAP-COLUMN-NAME.
004310     IF COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC (WS-SCAN-INDEX) = 0
004320          AND COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
004330                  (WS-SCAN-INDEX)
004340              = WS-EXP-FIELD-NAME (WS-WORK-INDEX)
004350         SET WS-ENTRY-FOUND TO TRUE
004360         MOVE WS-SCAN-INDEX TO WS-FOUND-COLUMN-INDEX
004370     END-IF.
004380 3225-EXIT.
004390     EXIT.

004400*---------------------------------------------------------------
004410* 3300-COMPARE-COLUMN-ATTRS - same column on both sides; report
004420*                 each attribute that disagrees
004430*---------------------------------------------------------------
004440 3300-COMPARE-COLUMN-ATTRS.
004450     IF WS-EXP-FIELD-NAME (WS-WORK-INDEX) NOT =
004460             COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
004470                 (WS-FOUND-COLUMN-INDEX)
004480         MOVE 'COLUMN NAME MISMATCH (UPSTREAM/SNAPSHOT)'
004490             TO WS-DRIFT-TEXT
004500         MOVE WS-EXP-FIELD-NAME (WS-WORK-INDEX)
004510             TO WS-DETAIL-NAME
004520         MOVE WS-EXP-FIELD-NAME (WS-WORK-INDEX)
004530             TO WS-OLD-VALUE-TEXT
004540         MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
004550                 (WS-FOUND-COLUMN-INDEX) TO WS-NEW-VALUE-TEXT
004560         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
004570     END-IF
004580     IF WS-EXP-FIELD-TYPE (WS-WORK-INDEX) NOT =
004590             COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
004600                 (WS-FOUND-COLUMN-INDEX)
004610         MOVE 'COLUMN TYPE MISMATCH (UPSTREAM/SNAPSHOT)'
004620             TO WS-DRIFT-TEXT
004630         MOVE WS-EXP-FIELD-NAME (WS-WORK-INDEX)
004640             TO WS-DETAIL-NAME
004650         MOVE WS-EXP-FIELD-TYPE (WS-WORK-INDEX)
004660             TO WS-OLD-VALUE-TEXT
004670         MOVE COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
004680                 (WS-FOUND-COLUMN-INDEX) TO WS-NEW-VALUE-TEXT
004690         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
004700     ELSE
004710         PERFORM 3310-COMPARE-TYPE-ATTRIBUTES THRU 3310-EXIT
004720     END-IF
004730     PERFORM 3400-COMPARE-NULLABILITY THRU 3400-EXIT.
004740 3300-EXIT.
004750     EXIT.

004760*---------------------------------------------------------------
004770* 3310-COMPARE-TYPE-ATTRIBUTES - same type on both sides; the
004780*                 precision/scale of a DECIMAL or the length of a
004790*                 STRING/FIXED/BINARY must agree as well
004800*---------------------------------------------------------------
004810 3310-COMPARE-TYPE-ATTRIBUTES.
004820     MOVE WS-EXP-FIELD-PRECISION (WS-WORK-INDEX)
004830         TO WS-EXP-ATTR-PRECISION
004840     MOVE WS-EXP-FIELD-SCALE (WS-WORK-INDEX) TO WS-EXP-ATTR-SCALE
004850     MOVE WS-EXP-FIELD-LENGTH (WS-WORK-INDEX)
004860         TO WS-EXP-ATTR-LENGTH
004870     MOVE COL-FIELD-PRECISION OF FD-CURR-SNAPSHOT-REC
004880             (WS-FOUND-COLUMN-INDEX) TO WS-SNAP-ATTR-PRECISION
004890     MOVE COL-FIELD-SCALE OF FD-CURR-SNAPSHOT-REC
004900             (WS-FOUND-COLUMN-INDEX) TO WS-SNAP-ATTR-SCALE
004910     MOVE COL-FIELD-LENGTH OF FD-CURR-SNAPSHOT-REC
004920             (WS-FOUND-COLUMN-INDEX) TO WS-SNAP-ATTR-LENGTH
004930     EVALUATE WS-EXP-FIELD-TYPE (WS-WORK-INDEX)
004940         WHEN 'DECIMAL'
004950             IF WS-EXP-ATTR-PRECISION = 0
004960                 MOVE 17 TO WS-EXP-ATTR-PRECISION
004970                 MOVE 2 TO WS-EXP-ATTR-SCALE
004980             END-IF
004990             IF WS-SNAP-ATTR-PRECISION = 0
005000                 MOVE 17 TO WS-SNAP-ATTR-PRECISION
005010                 MOVE 2 TO WS-SNAP-ATTR-SCALE
005020             END-IF
005030             MOVE 0 TO WS-EXP-ATTR-LENGTH
005040             MOVE 0 TO WS-SNAP-ATTR-LENGTH
005050         WHEN 'STRING'
005060         WHEN 'FIXED'
005070         WHEN 'BINARY'
005080             IF WS-EXP-ATTR-LENGTH = 0
005090                 MOVE 30 TO WS-EXP-ATTR-LENGTH
005100             END-IF
005110             IF WS-SNAP-ATTR-LENGTH = 0
005120                 MOVE 30 TO WS-SNAP-ATTR-LENGTH
005130             END-IF
005140             MOVE 0 TO WS-EXP-ATTR-PRECISION
005150             MOVE 0 TO WS-EXP-ATTR-SCALE
005160             MOVE 0 TO WS-SNAP-ATTR-PRECISION
005170             MOVE 0 TO WS-SNAP-ATTR-SCALE
005180         WHEN OTHER
005190             GO TO 3310-EXIT
005200     END-EVALUATE
005210     IF WS-EXP-ATTRIBUTES = WS-SNAP-ATTRIBUTES
005220         GO TO 3310-EXIT
005230     END-IF
005240     MOVE 'COLUMN SIZE MISMATCH (UPSTREAM/SNAPSHOT)'
005250         TO WS-DRIFT-TEXT
005260     MOVE WS-EXP-FIELD-NAME (WS-WORK-INDEX) TO WS-DETAIL-NAME
005270     MOVE SPACES TO WS-OLD-VALUE-TEXT
005280     MOVE SPACES TO WS-NEW-VALUE-TEXT
005290     IF WS-EXP-FIELD-TYPE (WS-WORK-INDEX) = 'DECIMAL'
005300         STRING WS-EXP-ATTR-PRECISION DELIMITED BY SIZE
005310                ',' DELIMITED BY SIZE
005320                WS-EXP-ATTR-SCALE DELIMITED BY SIZE
005330             INTO WS-OLD-VALUE-TEXT
005340         STRING WS-SNAP-ATTR-PRECISION DELIMITED BY SIZE
005350                ',' DELIMITED BY SIZE
005360                WS-SNAP-ATTR-SCALE DELIMITED BY SIZE
005370             INTO WS-NEW-VALUE-TEXT
005380     ELSE
005390         MOVE WS-EXP-ATTR-LENGTH TO WS-OLD-VALUE-TEXT
005400         MOVE WS-SNAP-ATTR-LENGTH TO WS-NEW-VALUE-TEXT
005410     END-IF
005420     PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT.
005430 3310-EXIT.
005440     EXIT.

005450*---------------------------------------------------------------
005460* 3400-COMPARE-NULLABILITY - the export carries required Y/N,
005470*                 the snapshot carries nullable Y/N
005480*---------------------------------------------------------------
005490 3400-COMPARE-NULLABILITY.
005500     IF WS-EXP-REQUIRED-FLAG (WS-WORK-INDEX) = 'Y'
005510         MOVE 'N' TO WS-OLD-VALUE-TEXT
005520     ELSE
005530         MOVE 'Y' TO WS-OLD-VALUE-TEXT
005540     END-IF
005550     IF WS-OLD-VALUE-TEXT (1 : 1) NOT =
005560             COL-NULLABLE-FLAG OF FD-CURR-SNAPSHOT-REC
005570                 (WS-FOUND-COLUMN-INDEX)
005580         MOVE 'NULLABILITY MISMATCH (UPSTREAM/SNAPSHOT)'
005590             TO WS-DRIFT-TEXT
005600         MOVE WS-EXP-FIELD-NAME (WS-WORK-INDEX)
005610             TO WS-DETAIL-NAME
005620         MOVE COL-NULLABLE-FLAG OF FD-CURR-SNAPSHOT-REC
005630                 (WS-FOUND-COLUMN-INDEX) TO WS-NEW-VALUE-TEXT
005640         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
005650     END-IF.
005660 3400-EXIT.
005670     EXIT.

005680*---------------------------------------------------------------
005690* 3500-CHECK-ONE-SNAPSHOT-COL - a snapshot column no export
005700*                 column claimed is only on our side
005710*---------------------------------------------------------------
005720 3500-CHECK-ONE-SNAPSHOT-COL.
005730     SET WS-ENTRY-NOT-FOUND TO TRUE
005740     PERFORM 3510-TEST-ONE-EXPORT-CLAIM THRU 3510-EXIT
005750         VARYING WS-SCAN-INDEX FROM 1 BY 1
005760         UNTIL WS-SCAN-INDEX > WS-EXP-COLUMN-COUNT
005770            OR WS-ENTRY-FOUND
005780     IF WS-ENTRY-NOT-FOUND
005790         MOVE 'COLUMN ONLY IN SNAPSHOT CATALOG'
005800             TO WS-DRIFT-TEXT
005810         MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
005820                 (WS-WORK-INDEX) TO WS-DETAIL-NAME
005830         MOVE COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
005840                 (WS-WORK-INDEX) TO WS-OLD-VALUE-TEXT
005850         MOVE SPACES TO WS-NEW-VALUE-TEXT
005860         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
005870     END-IF.
005880 3500-EXIT.
005890     EXIT.

005900*---------------------------------------------------------------
005910* 3510-TEST-ONE-EXPORT-CLAIM - did a matched export column pair
005920*                 with this snapshot column; the name fallback
005930*                 is only for snapshot columns cut before
005940*                 field ids existed (id zero), so an export
005950*                 column that paired with a DIFFERENT snapshot
005960*                 column by id cannot claim this one by name
005970*---------------------------------------------------------------
005980 3510-TEST-ONE-EXPORT-CLAIM.
005990     IF WS-EXP-COLUMN-MATCHED (WS-SCAN-INDEX)
006000         IF WS-EXP-FIELD-ID (WS-SCAN-INDEX) > 0
006010              AND WS-EXP-FIELD-ID (WS-SCAN-INDEX)
006020                  = COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC
006030                        (WS-WORK-INDEX)
006040             SET WS-ENTRY-FOUND TO TRUE
006050         ELSE
006060             IF COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC
006070                      (WS-WORK-INDEX) = 0
006080                  AND WS-EXP-FIELD-NAME (WS-SCAN-INDEX)
006090                      = COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
006100                            (WS-WORK-INDEX)
006110                 SET WS-ENTRY-FOUND TO TRUE
006120             END-IF
006130         END-IF
006140     END-IF.
006150 3510-EXIT.
006160     EXIT.

006170*---------------------------------------------------------------
006180* 3600-COMPARE-ONE-EXPORT-PART - partition field only upstream
006190*---------------------------------------------------------------
006200 3600-COMPARE-ONE-EXPORT-PART.
006210     SET WS-ENTRY-NOT-FOUND TO TRUE
006220     PERFORM 3610-TEST-ONE-SNAP-PART THRU 3610-EXIT
006230         VARYING WS-SCAN-INDEX FROM 1 BY 1
006240         UNTIL WS-SCAN-INDEX >
006250               SS-PART-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC
006260            OR WS-ENTRY-FOUND
006270     IF WS-ENTRY-NOT-FOUND
006280         MOVE 'PARTITION FIELD ONLY IN UPSTREAM CATALOG'
006290             TO WS-DRIFT-TEXT
006300         MOVE WS-EXP-PART-SOURCE (WS-WORK-INDEX)
006310             TO WS-DETAIL-NAME
006320         MOVE WS-EXP-PART-TRANSFORM (WS-WORK-INDEX)
006330             TO WS-OLD-VALUE-TEXT
006340         MOVE SPACES TO WS-NEW-VALUE-TEXT
006350         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
006360     END-IF.
006370 3600-EXIT.
006380     EXIT.

006390*---------------------------------------------------------------
006400* 3610-TEST-ONE-SNAP-PART - test one stored spec entry
006410*---------------------------------------------------------------
006420 3610-TEST-ONE-SNAP-PART.
006430     IF SP-SOURCE-COLUMN OF FD-CURR-SNAPSHOT-REC
006440              (WS-SCAN-INDEX)
006450              = WS-EXP-PART-SOURCE (WS-WORK-INDEX)
006460          AND SP-TRANSFORM OF FD-CURR-SNAPSHOT-REC
006470              (WS-SCAN-INDEX)
006480              = WS-EXP-PART-TRANSFORM (WS-WORK-INDEX)
006490         SET WS-ENTRY-FOUND TO TRUE
006500     END-IF.
006510 3610-EXIT.
006520     EXIT.

006530*---------------------------------------------------------------
006540* 3700-CHECK-ONE-SNAPSHOT-PART - partition field only on our
006550*                 side of the catalog
006560*---------------------------------------------------------------
006570 3700-CHECK-ONE-SNAPSHOT-PART.
006580     SET WS-ENTRY-NOT-FOUND TO TRUE
006590     PERFORM 3710-TEST-ONE-EXPORT-PART THRU 3710-EXIT
006600         VARYING WS-SCAN-INDEX FROM 1 BY 1
006610         UNTIL WS-SCAN-INDEX > WS-EXP-PART-COUNT
006620            OR WS-ENTRY-FOUND
006630     IF WS-ENTRY-NOT-FOUND
006640         MOVE 'PARTITION FIELD ONLY IN SNAPSHOT CATALOG'
006650             TO WS-DRIFT-TEXT
006660         MOVE SP-SOURCE-COLUMN OF FD-CURR-SNAPSHOT-REC
006670                 (WS-WORK-INDEX) TO WS-DETAIL-NAME
006680         MOVE SP-TRANSFORM OF FD-CURR-SNAPSHOT-REC
006690                 (WS-WORK-INDEX) TO WS-OLD-VALUE-TEXT
006700         MOVE SPACES TO WS-NEW-VALUE-TEXT
006710         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
006720     END-IF.
006730 3700-EXIT.
006740     EXIT.

006750*---------------------------------------------------------------
006760* 3710-TEST-ONE-EXPORT-PART - test one export spec entry
006770*---------------------------------------------------------------
006780 3710-TEST-ONE-EXPORT-PART.
006790     IF WS-EXP-PART-SOURCE (WS-SCAN-INDEX)
006800              = SP-SOURCE-COLUMN OF FD-CURR-SNAPSHOT-REC
006810                    (WS-WORK-INDEX)
006820          AND WS-EXP-PART-TRANSFORM (WS-SCAN-INDEX)
006830              = SP-TRANSFORM OF FD-CURR-SNAPSHOT-REC
006840                    (WS-WORK-INDEX)
006850         SET WS-ENTRY-FOUND TO TRUE
006860     END-IF.
006870 3710-EXIT.
006880     EXIT.

006890*---------------------------------------------------------------
006900* 4900-WRITE-DRIFT-LINE - one report row per discrepancy
006910*---------------------------------------------------------------
006920 4900-WRITE-DRIFT-LINE.
006930     ADD 1 TO WS-DRIFTS-FOUND-COUNT
006940     MOVE SPACES TO WS-REPORT-LINE-BUILD
006950     MOVE WS-CURRENT-TABLE-NAME TO WS-REPORT-LINE-BUILD (2 : 30)
006960     MOVE WS-DETAIL-NAME TO WS-REPORT-LINE-BUILD (33 : 30)
006970     MOVE WS-DRIFT-TEXT TO WS-REPORT-LINE-BUILD (64 : 42)
006980     MOVE WS-OLD-VALUE-TEXT TO WS-REPORT-LINE-BUILD (107 : 12)
006990     MOVE WS-NEW-VALUE-TEXT TO WS-REPORT-LINE-BUILD (120 : 12)
007000     MOVE WS-REPORT-LINE-BUILD TO DRIFT-REPORT-LINE
007010     WRITE DRIFT-REPORT-LINE.
007020 4900-EXIT.
007030     EXIT.

007040*---------------------------------------------------------------
007050* 5000-SWEEP-SNAPSHOT-TABLES - any snapshot table the export
007060*                 never mentioned is missing upstream
007070*---------------------------------------------------------------
007080 5000-SWEEP-SNAPSHOT-TABLES.
007090     CLOSE SCHEMA-SNAPSHOT-FILE
007100     OPEN INPUT SCHEMA-SNAPSHOT-FILE
007110     PERFORM 5100-READ-SNAPSHOT-NEXT THRU 5100-EXIT
007120     PERFORM 5200-CHECK-ONE-SNAP-TABLE THRU 5200-EXIT
007130         UNTIL WS-SNAP-EOF.
007140 5000-EXIT.
007150     EXIT.

007160*---------------------------------------------------------------
007170* 5100-READ-SNAPSHOT-NEXT - bring in the next snapshot table
007180*---------------------------------------------------------------
007190 5100-READ-SNAPSHOT-NEXT.
007200     READ SCHEMA-SNAPSHOT-FILE NEXT RECORD
007210         AT END
007220             SET WS-SNAP-EOF TO TRUE
007230     END-READ.
007240 5100-EXIT.
007250     EXIT.

007260*---------------------------------------------------------------
007270* 5200-CHECK-ONE-SNAP-TABLE - was this table in the export
007280*---------------------------------------------------------------
007290 5200-CHECK-ONE-SNAP-TABLE.
007300     MOVE 'N' TO WS-TABLE-ON-FILE-SWITCH
007310     IF WS-EXP-TABLE-COUNT > 0
007320         PERFORM 5210-TEST-ONE-SEEN-TABLE THRU 5210-EXIT
007330             VARYING ET-IDX FROM 1 BY 1
007340             UNTIL ET-IDX > WS-EXP-TABLE-COUNT
007350                OR WS-TABLE-IS-ON-FILE
007360     END-IF
007370     IF NOT WS-TABLE-IS-ON-FILE
007380         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
007390             TO WS-CURRENT-TABLE-NAME
007400         MOVE 'TABLE MISSING FROM UPSTREAM EXPORT'
007410             TO WS-DRIFT-TEXT
007420         MOVE SPACES TO WS-DETAIL-NAME
007430         MOVE SPACES TO WS-OLD-VALUE-TEXT
007440         MOVE SPACES TO WS-NEW-VALUE-TEXT
007450         PERFORM 4900-WRITE-DRIFT-LINE THRU 4900-EXIT
007460     END-IF
007470     PERFORM 5100-READ-SNAPSHOT-NEXT THRU 5100-EXIT.
007480 5200-EXIT.
007490     EXIT.

007500*---------------------------------------------------------------
007510* 5210-TEST-ONE-SEEN-TABLE - compare one remembered export table
007520*---------------------------------------------------------------
007530 5210-TEST-ONE-SEEN-TABLE.
007540     IF WS-EXP-SEEN-TABLE-NAME (ET-IDX)
007550             = SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
007560         SET WS-TABLE-IS-ON-FILE TO TRUE
007570     END-IF.
007580 5210-EXIT.
007590     EXIT.

007600*---------------------------------------------------------------
007610* 6000-WRITE-SUMMARY - the drift verdict at the foot
007620*---------------------------------------------------------------
007630 6000-WRITE-SUMMARY.
007640     MOVE SPACES TO DRIFT-REPORT-LINE
007650     WRITE DRIFT-REPORT-LINE
007660     MOVE SPACES TO WS-REPORT-LINE-BUILD
007670     MOVE WS-TABLES-COMPARED-COUNT TO WS-COUNT-DISPLAY
007680     STRING 'TABLES RECONCILED: ' DELIMITED BY SIZE
007690            WS-COUNT-DISPLAY DELIMITED BY SIZE
007700         INTO WS-REPORT-LINE-BUILD
007710     MOVE WS-REPORT-LINE-BUILD TO DRIFT-REPORT-LINE
007720     WRITE DRIFT-REPORT-LINE
007730     MOVE SPACES TO WS-REPORT-LINE-BUILD
007740     IF WS-DRIFTS-FOUND-COUNT = 0
007750         MOVE 'NO DRIFT FOUND - CATALOGS AGREE'
007760             TO WS-REPORT-LINE-BUILD
007770     ELSE
007780         MOVE WS-DRIFTS-FOUND-COUNT TO WS-COUNT-DISPLAY
007790         STRING 'DISCREPANCIES FOUND: ' DELIMITED BY SIZE
007800                WS-COUNT-DISPLAY DELIMITED BY SIZE
007810             INTO WS-REPORT-LINE-BUILD
007820     END-IF
007830     MOVE WS-REPORT-LINE-BUILD TO DRIFT-REPORT-LINE
007840     WRITE DRIFT-REPORT-LINE.
007850 6000-EXIT.
007860     EXIT.

007870*---------------------------------------------------------------
007880* 8000-TERMINATE - close files and display the run totals
007890*---------------------------------------------------------------
007900 8000-TERMINATE.
007910     CLOSE CATALOG-EXPORT-FILE
007920     CLOSE SCHEMA-SNAPSHOT-FILE
007930     CLOSE DRIFT-REPORT-FILE
007940     MOVE WS-DRIFTS-FOUND-COUNT TO WS-COUNT-DISPLAY
007950     DISPLAY 'SCHEMADRIFT COMPLETE - DISCREPANCIES: '
007960         WS-COUNT-DISPLAY
007970     IF WS-DRIFTS-FOUND-COUNT > 0
007980         MOVE 4 TO RETURN-CODE
007990     END-IF.
008000 8000-EXIT.
008010     EXIT.

008020*---------------------------------------------------------------
008030* 8800-START-RUN-LOG - note when the step started, for its
008040*                 run-log row
008050*---------------------------------------------------------------
008060 8800-START-RUN-LOG.
008070     MOVE SPACES TO RUN-LOG-RECORD
008080     MOVE 'SCHEMDFT' TO RL-JOB-NAME
008090     MOVE 'SCHEMADRIFT' TO RL-PROGRAM-NAME
008100     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
008110     ACCEPT RL-START-TIME FROM TIME.
008120 8800-EXIT.
008130     EXIT.

008140*---------------------------------------------------------------
008150* 8900-WRITE-RUN-LOG - append this run's counts and return
008160*                 code to the run log; the run covers the whole
008170*                 catalog, so the table is left blank and each
008180*                 discrepancy counts as rejected
008190*---------------------------------------------------------------
008200 8900-WRITE-RUN-LOG.
008210     MOVE SPACES TO RL-TABLE-NAME
008220     MOVE WS-TABLES-COMPARED-COUNT TO RL-RECORDS-READ
008230     MOVE 0 TO RL-RECORDS-WRITTEN
008240     MOVE WS-DRIFTS-FOUND-COUNT TO RL-RECORDS-REJECTED
008250     MOVE RETURN-CODE TO RL-RETURN-CODE
008260     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
008270 8900-EXIT.
008280     EXIT.
