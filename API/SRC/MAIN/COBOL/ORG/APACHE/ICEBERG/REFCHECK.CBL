000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REFCHECK.
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
000130* 2026-10-15  JKH   Original.  Checks that a child table's
000140*                   extract actually joins to its parent
000150*                   table's MASTER generation for every TBLREFS
000160*                   reference from the one to the other, both
000170*                   read through their committed SCHSNAP
000180*                   layouts.  Parent key values are sorted to a
000190*                   work file, child key values are sorted and
000200*                   matched against them, and every child row
000210*                   whose non-blank reference value has no
000220*                   parent is an orphan: the row is copied once,
000230*                   as read, to ORPHANS, and REFRPT lists sample
000240*                   orphan keys and each reference's counts and
000250*                   orphan rate.  A rate above the shop limit
000260*                   ends the run RC=4 so the child's merge can
000270*                   be held.
000280*

000290****************************************************************
000300* ENVIRONMENT DIVISION
000310****************************************************************
000320 ENVIRONMENT DIVISION.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT REFCHK-PARM-FILE ASSIGN TO "REFPRM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-FILE-STATUS.

000380     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000420         FILE STATUS IS WS-SNAP-FILE-STATUS.

000430     SELECT OPTIONAL TABLE-REFS-FILE ASSIGN TO "TBLREFS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TBLREFS-FILE-STATUS.

000460     SELECT EXTRACT-INPUT-FILE ASSIGN TO "EXTRIN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-EXTRIN-FILE-STATUS.

000490     SELECT MASTER-INPUT-FILE ASSIGN TO "MSTRIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-MSTRIN-FILE-STATUS.

000520     SELECT PARENT-KEY-SORT-FILE ASSIGN TO "SORTWK1".

000530     SELECT CHILD-KEY-SORT-FILE ASSIGN TO "SORTWK2".

000540     SELECT ORPHAN-SORT-FILE ASSIGN TO "SORTWK3".

000550     SELECT PARENT-KEY-FILE ASSIGN TO "REFKEYS"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REFKEYS-FILE-STATUS.

000580     SELECT ORPHAN-LIST-FILE ASSIGN TO "ORPHLIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ORPHLIST-FILE-STATUS.

000610     SELECT ORPHAN-OUTPUT-FILE ASSIGN TO "ORPHANS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ORPHANS-FILE-STATUS.

000640     SELECT REF-CHECK-REPORT-FILE ASSIGN TO "REFRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REFRPT-FILE-STATUS.

000670****************************************************************
000680* DATA DIVISION
000690****************************************************************
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  REFCHK-PARM-FILE.
000730     COPY "ICEBERG-REFCHK-PARM.cpy".

000740 FD  SCHEMA-SNAPSHOT-FILE.
000750     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000760         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000770                   ==FD-CURR-SNAPSHOT-REC==.

000780 FD  TABLE-REFS-FILE.
000790     COPY "ICEBERG-TABLE-REF-REC.cpy".

000800 FD  EXTRACT-INPUT-FILE
000810     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000820         DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
000830 01  EXTRACT-INPUT-RECORD                PIC X(7200).

000840 FD  MASTER-INPUT-FILE
000850     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000860         DEPENDING ON WS-MASTER-RECORD-LENGTH.
000870 01  MASTER-INPUT-RECORD                 PIC X(7200).

000880 SD  PARENT-KEY-SORT-FILE.
000890 01  PARENT-KEY-SORT-RECORD.
000900     05  PW-REF-NUMBER                   PIC 9(03).
000910     05  PW-KEY-VALUE                    PIC X(200).

000920 SD  CHILD-KEY-SORT-FILE.
000930 01  CHILD-KEY-SORT-RECORD.
000940     05  CW-MATCH-KEY.
000950         10  CW-REF-NUMBER               PIC 9(03).
000960         10  CW-KEY-VALUE                PIC X(200).
000970     05  CW-RECORD-NUMBER                PIC 9(09).

000980 SD  ORPHAN-SORT-FILE.
000990 01  ORPHAN-SORT-RECORD.
001000     05  OW-RECORD-NUMBER                PIC 9(09).
001010     05  OW-REF-NUMBER                   PIC 9(03).

001020 FD  PARENT-KEY-FILE.
001030 01  PARENT-KEY-RECORD.
001040     05  PK-MATCH-KEY.
001050         10  PK-REF-NUMBER               PIC 9(03).
001060         10  PK-KEY-VALUE                PIC X(200).

001070 FD  ORPHAN-LIST-FILE.
001080 01  ORPHAN-LIST-RECORD.
001090     05  OL-RECORD-NUMBER                PIC 9(09).
001100     05  OL-REF-NUMBER                   PIC 9(03).

001110 FD  ORPHAN-OUTPUT-FILE
001120     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
001130         DEPENDING ON WS-ORPHAN-RECORD-LENGTH.
001140 01  ORPHAN-OUTPUT-RECORD                PIC X(7200).

001150 FD  REF-CHECK-REPORT-FILE.
001160 01  REF-CHECK-REPORT-LINE               PIC X(132).

001170 WORKING-STORAGE SECTION.
001180****************************************************************
001190* FILE STATUS AND CONTROL SWITCHES
001200****************************************************************
001210 01  WS-FILE-STATUSES.
001220     05  WS-PARM-FILE-STATUS             PIC X(02).
001230         88  WS-PARM-OK                  VALUE '00'.
001240     05  WS-SNAP-FILE-STATUS             PIC X(02).
001250         88  WS-SNAP-OK                  VALUE '00'.
001260         88  WS-SNAP-NOT-FOUND           VALUE '23'.
001270     05  WS-TBLREFS-FILE-STATUS          PIC X(02).
001280         88  WS-TBLREFS-OPENED           VALUES '00' '05'.
001290     05  WS-EXTRIN-FILE-STATUS           PIC X(02).
001300     05  WS-MSTRIN-FILE-STATUS           PIC X(02).
001310     05  WS-REFKEYS-FILE-STATUS          PIC X(02).
001320     05  WS-ORPHLIST-FILE-STATUS         PIC X(02).
001330     05  WS-ORPHANS-FILE-STATUS          PIC X(02).
001340         88  WS-ORPHANS-OK               VALUE '00'.
001350     05  WS-REFRPT-FILE-STATUS           PIC X(02).
001360         88  WS-REFRPT-OK                VALUE '00'.

001370 01  WS-SWITCHES.
001380     05  WS-EXTRIN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001390         88  WS-EXTRACT-IS-EOF           VALUE 'Y'.
001400     05  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.
001410         88  WS-MASTER-IS-EOF            VALUE 'Y'.
001420     05  WS-REFS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001430         88  WS-REFS-ARE-EOF             VALUE 'Y'.
001440     05  WS-REFKEYS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001450         88  WS-REFKEYS-ARE-EOF          VALUE 'Y'.
001460     05  WS-SORT-EOF-SWITCH              PIC X(01) VALUE 'N'.
001470         88  WS-SORT-IS-EOF              VALUE 'Y'.
001480     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001490         88  WS-RUN-IS-VALID             VALUE 'Y'.
001500         88  WS-RUN-IS-INVALID           VALUE 'N'.
001510     05  WS-REPORT-OPEN-SWITCH           PIC X(01) VALUE 'N'.
001520         88  WS-REPORT-IS-OPEN           VALUE 'Y'.
001530     05  WS-LAYOUT-SIDE-SWITCH           PIC X(01) VALUE 'C'.
001540         88  WS-LAYOUT-IS-CHILD          VALUE 'C'.
001550         88  WS-LAYOUT-IS-PARENT         VALUE 'P'.
001560     05  WS-NEGATIVE-SWITCH              PIC X(01) VALUE 'N'.
001570         88  WS-VALUE-IS-NEGATIVE        VALUE 'Y'.

001580 77  WS-EXTRACT-RECORD-LENGTH            PIC 9(05) COMP VALUE 0.
001590 77  WS-MASTER-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001600 77  WS-ORPHAN-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001610 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001620 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001630 77  WS-REF-INDEX                        PIC 9(04) COMP VALUE 0.
001640 77  WS-FIELD-LENGTH                     PIC 9(05) COMP VALUE 0.
001650 77  WS-FIELD-OFFSET                     PIC 9(05) COMP VALUE 0.
001660 77  WS-LEAD-SPACE-COUNT                 PIC 9(04) COMP VALUE 0.
001670 77  WS-POINT-COUNT                      PIC 9(04) COMP VALUE 0.
001680 77  WS-TRIM-START                       PIC 9(04) COMP VALUE 0.
001690 77  WS-TRIM-END                         PIC 9(04) COMP VALUE 0.
001700 77  WS-KEY-LENGTH                       PIC 9(04) COMP VALUE 0.
001710 77  WS-CHECKABLE-COUNT                  PIC 9(04) COMP VALUE 0.
001720 77  WS-UNCHECKED-COUNT                  PIC 9(04) COMP VALUE 0.
001730 77  WS-OVER-LIMIT-COUNT                 PIC 9(04) COMP VALUE 0.
001740 77  WS-CHILD-READ-COUNT                 PIC 9(09) COMP VALUE 0.
001750 77  WS-PARENT-READ-COUNT                PIC 9(09) COMP VALUE 0.
001760 77  WS-REREAD-COUNT                     PIC 9(09) COMP VALUE 0.
001770 77  WS-ORPHAN-WRITTEN-COUNT             PIC 9(09) COMP VALUE 0.
001780 77  WS-LAST-ORPHAN-NUMBER               PIC 9(09) COMP VALUE 0.

001790 01  WS-FIELD-VALUE                      PIC X(999) VALUE SPACES.
001800 01  WS-VALUE-CLASS                      PIC X(01) VALUE SPACE.
001810     88  WS-VALUE-IS-NUMERIC             VALUE 'N'.
001820 01  WS-KEY-VALUE                        PIC X(200) VALUE SPACES.
001830 01  WS-PARENT-MATCH-KEY                 PIC X(203) VALUE SPACES.
001840 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001850 01  WS-RATE-DISPLAY                     PIC ZZ9.99.
001860 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.

001870****************************************************************
001880* ONE ENTRY PER TBLREFS REFERENCE FROM THE CHILD TO THE PARENT:
001890* where the column sits on each side (widths mirror the PIC
001900* clauses 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA
001910* assigns), whether it could be checked, and its counts.  A
001920* numeric column's values are compared as numbers (sign, no
001930* leading zeros, no trailing fraction zeros) so an INT child
001940* column still matches a LONG parent column.
001950****************************************************************
001960 01  WS-REF-TABLE.
001970     05  WS-REF-COUNT                    PIC 9(04) COMP VALUE 0.
001980     05  WS-REF-ENTRY
001990                         OCCURS 0 TO 50 TIMES
002000                         DEPENDING ON WS-REF-COUNT
002010                         INDEXED BY RR-IDX.
002020         10  WS-RR-CHILD-COLUMN          PIC X(30).
002030         10  WS-RR-PARENT-COLUMN         PIC X(30).
002040         10  WS-RR-CHILD-OFFSET          PIC 9(05) COMP.
002050         10  WS-RR-CHILD-LENGTH          PIC 9(03) COMP.
002060         10  WS-RR-CHILD-CLASS           PIC X(01).
002070         10  WS-RR-PARENT-OFFSET         PIC 9(05) COMP.
002080         10  WS-RR-PARENT-LENGTH         PIC 9(03) COMP.
002090         10  WS-RR-PARENT-CLASS          PIC X(01).
002100         10  WS-RR-CHECK-FLAG            PIC X(01).
002110             88  WS-RR-IS-CHECKABLE      VALUE 'Y'.
002120         10  WS-RR-REASON                PIC X(30).
002130         10  WS-RR-PARENT-KEY-COUNT      PIC 9(09) COMP.
002140         10  WS-RR-ROWS-CHECKED          PIC 9(09) COMP.
002150         10  WS-RR-BLANK-COUNT           PIC 9(09) COMP.
002160         10  WS-RR-ORPHAN-COUNT          PIC 9(09) COMP.
002170         10  WS-RR-SAMPLE-COUNT          PIC 9(04) COMP.
002180         10  WS-RR-ORPHAN-RATE           PIC 9(03)V99.

002190****************************************************************
002200* ONE TABLE'S COMMITTED LAYOUT AT A TIME: THE CHILD'S, THEN THE
002210* PARENT'S
002220****************************************************************
002230 COPY "ICEBERG-SNAPSHOT-REC.cpy"
002240     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002250               ==WS-SCHEMA-BODY==.

002260****************************************************************
002270* SHOP-WIDE ORPHAN-RATE LIMIT AND SAMPLE-LINE COUNT
002280****************************************************************
002290 COPY "ICEBERG-SHOP-CONFIG.cpy".

002300****************************************************************
002310* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
002320****************************************************************
002330 COPY "ICEBERG-RUN-LOG-REC.cpy".

002340 PROCEDURE DIVISION.
002350*---------------------------------------------------------------
002360* 0000-MAINLINE - sort the parent keys, match the child keys
002370*                 against them, copy out the orphan rows and
002380*                 report each reference
002390*---------------------------------------------------------------
002400 0000-MAINLINE.
002410     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002430     IF WS-RUN-IS-VALID AND WS-CHECKABLE-COUNT > 0
002440         SORT PARENT-KEY-SORT-FILE
002450             ON ASCENDING KEY PW-REF-NUMBER PW-KEY-VALUE
002460             INPUT PROCEDURE IS 2000-RELEASE-PARENT-KEYS
002470                 THRU 2000-EXIT
002480             GIVING PARENT-KEY-FILE
002490         IF SORT-RETURN NOT = 0
002500             PERFORM 9800-SORT-FAILED THRU 9800-EXIT
002510         END-IF
002520     END-IF
002530     IF WS-RUN-IS-VALID AND WS-CHECKABLE-COUNT > 0
002540         SORT CHILD-KEY-SORT-FILE
002550             ON ASCENDING KEY CW-REF-NUMBER CW-KEY-VALUE
002560                              CW-RECORD-NUMBER
002570             INPUT PROCEDURE IS 3000-RELEASE-CHILD-KEYS
002580                 THRU 3000-EXIT
002590             OUTPUT PROCEDURE IS 4000-MATCH-CHILD-KEYS
002600                 THRU 4000-EXIT
002610         IF SORT-RETURN NOT = 0
002620             PERFORM 9800-SORT-FAILED THRU 9800-EXIT
002630         END-IF
002640     END-IF
002650     IF WS-RUN-IS-VALID AND WS-CHECKABLE-COUNT > 0
002660         SORT ORPHAN-SORT-FILE
002670             ON ASCENDING KEY OW-RECORD-NUMBER
002680             USING ORPHAN-LIST-FILE
002690             OUTPUT PROCEDURE IS 5000-WRITE-ORPHAN-ROWS
002700                 THRU 5000-EXIT
002710         IF SORT-RETURN NOT = 0
002720             PERFORM 9800-SORT-FAILED THRU 9800-EXIT
002730         END-IF
002740     END-IF
002750     IF WS-RUN-IS-VALID
002760         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
002770     END-IF
002780     PERFORM 8000-TERMINATE THRU 8000-EXIT
002790     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
002800     STOP RUN.
002810 0000-EXIT.
002820     EXIT.

002830*---------------------------------------------------------------
002840* 1000-INITIALIZE - read the parm, collect the references from
002850*                 child to parent, place each one's columns in
002860*                 both layouts and open the report
002870*---------------------------------------------------------------
002880 1000-INITIALIZE.
002890     OPEN INPUT REFCHK-PARM-FILE
002900     READ REFCHK-PARM-FILE
002910     END-READ
002920     IF NOT WS-PARM-OK
002930         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002940     END-IF
002950     CLOSE REFCHK-PARM-FILE
002960     IF WS-RUN-IS-VALID
002970         IF RK-CHILD-TABLE = SPACES
002980                 OR RK-PARENT-TABLE = SPACES
002990             PERFORM 9100-BAD-PARM THRU 9100-EXIT
003000         END-IF
003010     END-IF
003020     IF WS-RUN-IS-VALID
003030         PERFORM 1100-LOAD-REFERENCES THRU 1100-EXIT
003040     END-IF
003050     IF WS-RUN-IS-VALID
003060         OPEN INPUT SCHEMA-SNAPSHOT-FILE
003070         MOVE RK-CHILD-TABLE
003080             TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003090         SET WS-LAYOUT-IS-CHILD TO TRUE
003100         PERFORM 1200-LOAD-ONE-LAYOUT THRU 1200-EXIT
003110     END-IF
003120     IF WS-RUN-IS-VALID
003130         MOVE RK-PARENT-TABLE
003140             TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003150         SET WS-LAYOUT-IS-PARENT TO TRUE
003160         PERFORM 1200-LOAD-ONE-LAYOUT THRU 1200-EXIT
003170     END-IF
003180     IF WS-RUN-IS-VALID
003190         CLOSE SCHEMA-SNAPSHOT-FILE
003200         PERFORM 1400-SETTLE-ONE-REFERENCE THRU 1400-EXIT
003210             VARYING WS-REF-INDEX FROM 1 BY 1
003220             UNTIL WS-REF-INDEX > WS-REF-COUNT
003230         OPEN OUTPUT REF-CHECK-REPORT-FILE
003240         IF NOT WS-REFRPT-OK
003250             PERFORM 9300-FILE-NOT-OPENED THRU 9300-EXIT
003260             GO TO 1000-EXIT
003270         END-IF
003280         SET WS-REPORT-IS-OPEN TO TRUE
003290         PERFORM 1500-WRITE-REPORT-HEADING THRU 1500-EXIT
003300     END-IF.
003310 1000-EXIT.
003320     EXIT.

003330*---------------------------------------------------------------
003340* 1100-LOAD-REFERENCES - every TBLREFS row from the child table
003350*                 to the parent table; none at all means the
003360*                 step was pointed at the wrong pair
003370*---------------------------------------------------------------
003380 1100-LOAD-REFERENCES.
003390     MOVE 0 TO WS-REF-COUNT
003400     OPEN INPUT TABLE-REFS-FILE
003410     IF WS-TBLREFS-OPENED
003420         PERFORM 1110-LOAD-ONE-REFERENCE THRU 1110-EXIT
003430             UNTIL WS-REFS-ARE-EOF
003440         CLOSE TABLE-REFS-FILE
003450     END-IF
003460     IF WS-REF-COUNT = 0
003470         PERFORM 9400-NO-REFERENCES THRU 9400-EXIT
003480     END-IF.
003490 1100-EXIT.
003500     EXIT.

003510*---------------------------------------------------------------
003520* 1110-LOAD-ONE-REFERENCE - keep one reference between the pair;
003530*                 a column pair registered twice is kept once
003540*---------------------------------------------------------------
003550 1110-LOAD-ONE-REFERENCE.
003560     READ TABLE-REFS-FILE
003570         AT END
003580             SET WS-REFS-ARE-EOF TO TRUE
003590     END-READ
003600     IF WS-REFS-ARE-EOF
003610         GO TO 1110-EXIT
003620     END-IF
003630     IF RF-REF-TABLE NOT = RK-CHILD-TABLE
003640             OR RF-TGT-TABLE NOT = RK-PARENT-TABLE
003650         GO TO 1110-EXIT
003660     END-IF
003670     SET RR-IDX TO 1
003680     SEARCH WS-REF-ENTRY
003690         AT END
003700             CONTINUE
003710         WHEN WS-RR-CHILD-COLUMN (RR-IDX) = RF-REF-COLUMN
003720                 AND WS-RR-PARENT-COLUMN (RR-IDX) = RF-TGT-COLUMN
003730             GO TO 1110-EXIT
003740     END-SEARCH
003750     IF WS-REF-COUNT NOT < 50
003760         DISPLAY 'REFCHECK - OVER 50 REFERENCES, IGNORED: '
003770             RF-REF-COLUMN
003780         GO TO 1110-EXIT
003790     END-IF
003800     ADD 1 TO WS-REF-COUNT
003810     SET RR-IDX TO WS-REF-COUNT
003820     MOVE RF-REF-COLUMN TO WS-RR-CHILD-COLUMN (RR-IDX)
003830     MOVE RF-TGT-COLUMN TO WS-RR-PARENT-COLUMN (RR-IDX)
003840     MOVE 0 TO WS-RR-CHILD-OFFSET (RR-IDX)
003850     MOVE 0 TO WS-RR-CHILD-LENGTH (RR-IDX)
003860     MOVE SPACE TO WS-RR-CHILD-CLASS (RR-IDX)
003870     MOVE 0 TO WS-RR-PARENT-OFFSET (RR-IDX)
003880     MOVE 0 TO WS-RR-PARENT-LENGTH (RR-IDX)
003890     MOVE SPACE TO WS-RR-PARENT-CLASS (RR-IDX)
003900     MOVE 'N' TO WS-RR-CHECK-FLAG (RR-IDX)
003910     MOVE SPACES TO WS-RR-REASON (RR-IDX)
003920     MOVE 0 TO WS-RR-PARENT-KEY-COUNT (RR-IDX)
003930     MOVE 0 TO WS-RR-ROWS-CHECKED (RR-IDX)
003940     MOVE 0 TO WS-RR-BLANK-COUNT (RR-IDX)
003950     MOVE 0 TO WS-RR-ORPHAN-COUNT (RR-IDX)
003960     MOVE 0 TO WS-RR-SAMPLE-COUNT (RR-IDX)
003970     MOVE 0 TO WS-RR-ORPHAN-RATE (RR-IDX).
003980 1110-EXIT.
003990     EXIT.

004000*---------------------------------------------------------------
004010* 1200-LOAD-ONE-LAYOUT - read one table's committed layout and
004020*                 place the reference columns on that side
004030*---------------------------------------------------------------
004040 1200-LOAD-ONE-LAYOUT.
004050     READ SCHEMA-SNAPSHOT-FILE
004060         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
004070     END-READ
004080     IF NOT WS-SNAP-OK
004090         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
004100         CLOSE SCHEMA-SNAPSHOT-FILE
004110         GO TO 1200-EXIT
004120     END-IF
004130     MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
004140         TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
004150     MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
004160     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
004170     PERFORM 1210-LAYOUT-ONE-COLUMN THRU 1210-EXIT
004180         VARYING WS-WORK-INDEX FROM 1 BY 1
004190         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY.
004200 1200-EXIT.
004210     EXIT.

004220*---------------------------------------------------------------
004230* 1210-LAYOUT-ONE-COLUMN - width and compare class of one column;
004240*                 widths must stay in step with the PIC clauses
004250*                 assigned by 4505-SELECT-EXTRACT-PIC-CLAUSE
004260*---------------------------------------------------------------
004270 1210-LAYOUT-ONE-COLUMN.
004280     MOVE 'A' TO WS-VALUE-CLASS
004290     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004300         WHEN 'BOOLEAN'
004310             MOVE 1 TO WS-FIELD-LENGTH
004320         WHEN 'INT'
004330             MOVE 9 TO WS-FIELD-LENGTH
004340             MOVE 'N' TO WS-VALUE-CLASS
004350         WHEN 'LONG'
004360             MOVE 18 TO WS-FIELD-LENGTH
004370             MOVE 'N' TO WS-VALUE-CLASS
004380         WHEN 'FLOAT'
004390         WHEN 'DOUBLE'
004400             MOVE 15 TO WS-FIELD-LENGTH
004410             MOVE 'N' TO WS-VALUE-CLASS
004420         WHEN 'DECIMAL'
004430             IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY
004440                                     (WS-WORK-INDEX) = 0
004450                 MOVE 17 TO WS-FIELD-LENGTH
004460             ELSE
004470                 MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
004480                                             (WS-WORK-INDEX)
004490                     TO WS-FIELD-LENGTH
004500             END-IF
004510             MOVE 'N' TO WS-VALUE-CLASS
004520         WHEN 'STRING'
004530         WHEN 'FIXED'
004540         WHEN 'BINARY'
004550             IF COL-FIELD-LENGTH OF WS-SCHEMA-BODY
004560                                     (WS-WORK-INDEX) = 0
004570                 MOVE 30 TO WS-FIELD-LENGTH
004580             ELSE
004590                 MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
004600                                          (WS-WORK-INDEX)
004610                     TO WS-FIELD-LENGTH
004620             END-IF
004630         WHEN 'DATE'
004640             MOVE 10 TO WS-FIELD-LENGTH
004650         WHEN 'TIME'
004660             MOVE 8 TO WS-FIELD-LENGTH
004670         WHEN 'TIMESTAMP'
004680             MOVE 26 TO WS-FIELD-LENGTH
004690         WHEN 'UUID'
004700             MOVE 36 TO WS-FIELD-LENGTH
004710         WHEN 'STRUCT'
004720             MOVE 0 TO WS-FIELD-LENGTH
004730         WHEN OTHER
004740             MOVE 30 TO WS-FIELD-LENGTH
004750     END-EVALUATE
004760     IF WS-FIELD-LENGTH > 0
004770         PERFORM 1220-PLACE-REFERENCE-COLUMN THRU 1220-EXIT
004780             VARYING WS-REF-INDEX FROM 1 BY 1
004790             UNTIL WS-REF-INDEX > WS-REF-COUNT
004800     END-IF
004810     ADD WS-FIELD-LENGTH TO WS-COLUMN-OFFSET-CURSOR.
004820 1210-EXIT.
004830     EXIT.

004840*---------------------------------------------------------------
004850* 1220-PLACE-REFERENCE-COLUMN - is this column one end of a
004860*                 reference on the side being laid out
004870*---------------------------------------------------------------
004880 1220-PLACE-REFERENCE-COLUMN.
004890     SET RR-IDX TO WS-REF-INDEX
004900     IF WS-LAYOUT-IS-CHILD
004910         IF COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004920                 = WS-RR-CHILD-COLUMN (RR-IDX)
004930             MOVE WS-COLUMN-OFFSET-CURSOR
004940                 TO WS-RR-CHILD-OFFSET (RR-IDX)
004950             MOVE WS-FIELD-LENGTH TO WS-RR-CHILD-LENGTH (RR-IDX)
004960             MOVE WS-VALUE-CLASS TO WS-RR-CHILD-CLASS (RR-IDX)
004970         END-IF
004980     ELSE
004990         IF COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
005000                 = WS-RR-PARENT-COLUMN (RR-IDX)
005010             MOVE WS-COLUMN-OFFSET-CURSOR
005020                 TO WS-RR-PARENT-OFFSET (RR-IDX)
005030             MOVE WS-FIELD-LENGTH TO WS-RR-PARENT-LENGTH (RR-IDX)
005040             MOVE WS-VALUE-CLASS TO WS-RR-PARENT-CLASS (RR-IDX)
005050         END-IF
005060     END-IF.
005070 1220-EXIT.
005080     EXIT.

005090*---------------------------------------------------------------
005100* 1400-SETTLE-ONE-REFERENCE - a reference is checked only when
005110*                 both columns were found, fit the 7200-byte
005120*                 record and fit the 200-byte sort key
005130*---------------------------------------------------------------
005140 1400-SETTLE-ONE-REFERENCE.
005150     SET RR-IDX TO WS-REF-INDEX
005160     EVALUATE TRUE
005170         WHEN WS-RR-CHILD-OFFSET (RR-IDX) = 0
005180             MOVE 'CHILD COLUMN NOT IN LAYOUT'
005190                 TO WS-RR-REASON (RR-IDX)
005200         WHEN WS-RR-PARENT-OFFSET (RR-IDX) = 0
005210             MOVE 'PARENT COLUMN NOT IN LAYOUT'
005220                 TO WS-RR-REASON (RR-IDX)
005230         WHEN WS-RR-CHILD-LENGTH (RR-IDX) > 200
005240                 OR WS-RR-PARENT-LENGTH (RR-IDX) > 200
005250             MOVE 'COLUMN WIDER THAN 200 BYTES'
005260                 TO WS-RR-REASON (RR-IDX)
005270         WHEN WS-RR-CHILD-OFFSET (RR-IDX)
005280                 + WS-RR-CHILD-LENGTH (RR-IDX) - 1 > 7200
005290                 OR WS-RR-PARENT-OFFSET (RR-IDX)
005300                 + WS-RR-PARENT-LENGTH (RR-IDX) - 1 > 7200
005310             MOVE 'COLUMN PAST 7200-BYTE RECORD'
005320                 TO WS-RR-REASON (RR-IDX)
005330         WHEN OTHER
005340             SET WS-RR-IS-CHECKABLE (RR-IDX) TO TRUE
005350     END-EVALUATE
005360     IF WS-RR-IS-CHECKABLE (RR-IDX)
005370         ADD 1 TO WS-CHECKABLE-COUNT
005380     ELSE
005390         ADD 1 TO WS-UNCHECKED-COUNT
005400     END-IF.
005410 1400-EXIT.
005420     EXIT.

005430*---------------------------------------------------------------
005440* 1500-WRITE-REPORT-HEADING - name the pair being checked
005450*---------------------------------------------------------------
005460 1500-WRITE-REPORT-HEADING.
005470     MOVE SPACES TO WS-REPORT-LINE-BUILD
005480     STRING 'REFERENTIAL INTEGRITY CHECK - CHILD '
005490                DELIMITED BY SIZE
005500            RK-CHILD-TABLE DELIMITED BY SPACE
005510            ' (EXTRACT)  PARENT ' DELIMITED BY SIZE
005520            RK-PARENT-TABLE DELIMITED BY SPACE
005530            ' (MASTER)' DELIMITED BY SIZE
005540         INTO WS-REPORT-LINE-BUILD
005550     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
005560     WRITE REF-CHECK-REPORT-LINE
005570     MOVE SPACES TO REF-CHECK-REPORT-LINE
005580     WRITE REF-CHECK-REPORT-LINE.
005590 1500-EXIT.
005600     EXIT.

005610*---------------------------------------------------------------
005620* 2000-RELEASE-PARENT-KEYS - sort input: each parent record's
005630*                 non-blank value of every checked reference
005640*---------------------------------------------------------------
005650 2000-RELEASE-PARENT-KEYS.
005660     OPEN INPUT MASTER-INPUT-FILE
005670     PERFORM 2100-READ-MASTER THRU 2100-EXIT
005680     PERFORM 2200-RELEASE-ONE-PARENT THRU 2200-EXIT
005690         UNTIL WS-MASTER-IS-EOF
005700     CLOSE MASTER-INPUT-FILE.
005710 2000-EXIT.
005720     EXIT.

005730*---------------------------------------------------------------
005740* 2100-READ-MASTER - next parent record; bytes past a short
005750*                 record read as blank
005760*---------------------------------------------------------------
005770 2100-READ-MASTER.
005780     READ MASTER-INPUT-FILE
005790         AT END
005800             SET WS-MASTER-IS-EOF TO TRUE
005810         NOT AT END
005820             ADD 1 TO WS-PARENT-READ-COUNT
005830             IF WS-MASTER-RECORD-LENGTH < 7200
005840                 MOVE SPACES TO MASTER-INPUT-RECORD
005850                     (WS-MASTER-RECORD-LENGTH + 1 : )
005860             END-IF
005870     END-READ.
005880 2100-EXIT.
005890     EXIT.

005900*---------------------------------------------------------------
005910* 2200-RELEASE-ONE-PARENT - one parent record, every reference
005920*---------------------------------------------------------------
005930 2200-RELEASE-ONE-PARENT.
005940     PERFORM 2300-RELEASE-PARENT-VALUE THRU 2300-EXIT
005950         VARYING WS-REF-INDEX FROM 1 BY 1
005960         UNTIL WS-REF-INDEX > WS-REF-COUNT
005970     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005980 2200-EXIT.
005990     EXIT.

006000*---------------------------------------------------------------
006010* 2300-RELEASE-PARENT-VALUE - one reference's parent key value
006020*---------------------------------------------------------------
006030 2300-RELEASE-PARENT-VALUE.
006040     SET RR-IDX TO WS-REF-INDEX
006050     IF NOT WS-RR-IS-CHECKABLE (RR-IDX)
006060         GO TO 2300-EXIT
006070     END-IF
006080     MOVE WS-RR-PARENT-OFFSET (RR-IDX) TO WS-FIELD-OFFSET
006090     MOVE WS-RR-PARENT-LENGTH (RR-IDX) TO WS-FIELD-LENGTH
006100     MOVE WS-RR-PARENT-CLASS (RR-IDX) TO WS-VALUE-CLASS
006110     MOVE SPACES TO WS-FIELD-VALUE
006120     MOVE MASTER-INPUT-RECORD (WS-FIELD-OFFSET : WS-FIELD-LENGTH)
006130         TO WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
006140     PERFORM 2900-NORMALIZE-KEY-VALUE THRU 2900-EXIT
006150     IF WS-KEY-VALUE = SPACES
006160         GO TO 2300-EXIT
006170     END-IF
006180     MOVE WS-REF-INDEX TO PW-REF-NUMBER
006190     MOVE WS-KEY-VALUE TO PW-KEY-VALUE
006200     RELEASE PARENT-KEY-SORT-RECORD
006210     ADD 1 TO WS-RR-PARENT-KEY-COUNT (RR-IDX).
006220 2300-EXIT.
006230     EXIT.

006240*---------------------------------------------------------------
006250* 2900-NORMALIZE-KEY-VALUE - the value both sides are compared
006260*                 on: left-justified, and for a numeric column
006270*                 reduced to sign and significant digits; a blank
006280*                 value stays blank (no reference to check)
006290*---------------------------------------------------------------
006300 2900-NORMALIZE-KEY-VALUE.
006310     MOVE SPACES TO WS-KEY-VALUE
006320     MOVE 0 TO WS-LEAD-SPACE-COUNT
006330     INSPECT WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
006340         TALLYING WS-LEAD-SPACE-COUNT FOR LEADING SPACES
006350     IF WS-LEAD-SPACE-COUNT NOT < WS-FIELD-LENGTH
006360         GO TO 2900-EXIT
006370     END-IF
006380     COMPUTE WS-TRIM-START = WS-LEAD-SPACE-COUNT + 1
006390     MOVE WS-FIELD-LENGTH TO WS-TRIM-END
006400     PERFORM 2910-STEP-BACK-ONE THRU 2910-EXIT
006410         UNTIL WS-FIELD-VALUE (WS-TRIM-END : 1) NOT = SPACE
006420     IF NOT WS-VALUE-IS-NUMERIC
006430         COMPUTE WS-KEY-LENGTH = WS-TRIM-END - WS-TRIM-START + 1
006440         MOVE WS-FIELD-VALUE (WS-TRIM-START : WS-KEY-LENGTH)
006450             TO WS-KEY-VALUE
006460         GO TO 2900-EXIT
006470     END-IF
006480     MOVE 'N' TO WS-NEGATIVE-SWITCH
006490     IF WS-FIELD-VALUE (WS-TRIM-START : 1) = '-'
006500             OR WS-FIELD-VALUE (WS-TRIM-START : 1) = '+'
006510         IF WS-FIELD-VALUE (WS-TRIM-START : 1) = '-'
006520             SET WS-VALUE-IS-NEGATIVE TO TRUE
006530         END-IF
006540         IF WS-TRIM-START < WS-TRIM-END
006550             ADD 1 TO WS-TRIM-START
006560         END-IF
006570     END-IF
006580     PERFORM 2920-SKIP-LEADING-ZERO THRU 2920-EXIT
006590         UNTIL WS-TRIM-START NOT < WS-TRIM-END
006600            OR WS-FIELD-VALUE (WS-TRIM-START : 1) NOT = '0'
006610            OR WS-FIELD-VALUE (WS-TRIM-START + 1 : 1) = '.'
006620     MOVE 0 TO WS-POINT-COUNT
006630     COMPUTE WS-KEY-LENGTH = WS-TRIM-END - WS-TRIM-START + 1
006640     INSPECT WS-FIELD-VALUE (WS-TRIM-START : WS-KEY-LENGTH)
006650         TALLYING WS-POINT-COUNT FOR ALL '.'
006660     IF WS-POINT-COUNT > 0
006670         PERFORM 2910-STEP-BACK-ONE THRU 2910-EXIT
006680             UNTIL WS-TRIM-END NOT > WS-TRIM-START
006690                OR WS-FIELD-VALUE (WS-TRIM-END : 1) NOT = '0'
006700         IF WS-FIELD-VALUE (WS-TRIM-END : 1) = '.'
006710                 AND WS-TRIM-END > WS-TRIM-START
006720             SUBTRACT 1 FROM WS-TRIM-END
006730         END-IF
006740     END-IF
006750     COMPUTE WS-KEY-LENGTH = WS-TRIM-END - WS-TRIM-START + 1
006760     IF WS-VALUE-IS-NEGATIVE
006770             AND WS-FIELD-VALUE (WS-TRIM-START : WS-KEY-LENGTH)
006780                 NOT = '0'
006790         MOVE '-' TO WS-KEY-VALUE (1 : 1)
006800         MOVE WS-FIELD-VALUE (WS-TRIM-START : WS-KEY-LENGTH)
006810             TO WS-KEY-VALUE (2 : )
006820     ELSE
006830         MOVE WS-FIELD-VALUE (WS-TRIM-START : WS-KEY-LENGTH)
006840             TO WS-KEY-VALUE
006850     END-IF.
006860 2900-EXIT.
006870     EXIT.

006880*---------------------------------------------------------------
006890* 2910-STEP-BACK-ONE - pull the end of the value in by one byte
006900*---------------------------------------------------------------
006910 2910-STEP-BACK-ONE.
006920     SUBTRACT 1 FROM WS-TRIM-END.
006930 2910-EXIT.
006940     EXIT.

006950*---------------------------------------------------------------
006960* 2920-SKIP-LEADING-ZERO - drop one leading zero of a number
006970*---------------------------------------------------------------
006980 2920-SKIP-LEADING-ZERO.
006990     ADD 1 TO WS-TRIM-START.
007000 2920-EXIT.
007010     EXIT.

007020*---------------------------------------------------------------
007030* 3000-RELEASE-CHILD-KEYS - sort input: each child record's
007040*                 non-blank value of every checked reference,
007050*                 behind the record's position in the extract
007060*---------------------------------------------------------------
007070 3000-RELEASE-CHILD-KEYS.
007080     OPEN INPUT EXTRACT-INPUT-FILE
007090     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT
007100     PERFORM 3200-RELEASE-ONE-CHILD THRU 3200-EXIT
007110         UNTIL WS-EXTRACT-IS-EOF
007120     CLOSE EXTRACT-INPUT-FILE.
007130 3000-EXIT.
007140     EXIT.

007150*---------------------------------------------------------------
007160* 3100-READ-EXTRACT - next child record; bytes past a short
007170*                 record read as blank
007180*---------------------------------------------------------------
007190 3100-READ-EXTRACT.
007200     READ EXTRACT-INPUT-FILE
007210         AT END
007220             SET WS-EXTRACT-IS-EOF TO TRUE
007230         NOT AT END
007240             ADD 1 TO WS-CHILD-READ-COUNT
007250             IF WS-EXTRACT-RECORD-LENGTH < 7200
007260                 MOVE SPACES TO EXTRACT-INPUT-RECORD
007270                     (WS-EXTRACT-RECORD-LENGTH + 1 : )
007280             END-IF
007290     END-READ.
007300 3100-EXIT.
007310     EXIT.

007320*---------------------------------------------------------------
007330* 3200-RELEASE-ONE-CHILD - one child record, every reference
007340*---------------------------------------------------------------
007350 3200-RELEASE-ONE-CHILD.
007360     PERFORM 3300-RELEASE-CHILD-VALUE THRU 3300-EXIT
007370         VARYING WS-REF-INDEX FROM 1 BY 1
007380         UNTIL WS-REF-INDEX > WS-REF-COUNT
007390     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
007400 3200-EXIT.
007410     EXIT.

007420*---------------------------------------------------------------
007430* 3300-RELEASE-CHILD-VALUE - one reference's child value; a blank
007440*                 value refers to nothing and is only counted
007450*---------------------------------------------------------------
007460 3300-RELEASE-CHILD-VALUE.
007470     SET RR-IDX TO WS-REF-INDEX
007480     IF NOT WS-RR-IS-CHECKABLE (RR-IDX)
007490         GO TO 3300-EXIT
007500     END-IF
007510     MOVE WS-RR-CHILD-OFFSET (RR-IDX) TO WS-FIELD-OFFSET
007520     MOVE WS-RR-CHILD-LENGTH (RR-IDX) TO WS-FIELD-LENGTH
007530     MOVE WS-RR-CHILD-CLASS (RR-IDX) TO WS-VALUE-CLASS
007540     MOVE SPACES TO WS-FIELD-VALUE
007550     MOVE EXTRACT-INPUT-RECORD (WS-FIELD-OFFSET : WS-FIELD-LENGTH)
007560         TO WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
007570     PERFORM 2900-NORMALIZE-KEY-VALUE THRU 2900-EXIT
007580     IF WS-KEY-VALUE = SPACES
007590         ADD 1 TO WS-RR-BLANK-COUNT (RR-IDX)
007600         GO TO 3300-EXIT
007610     END-IF
007620     MOVE WS-REF-INDEX TO CW-REF-NUMBER
007630     MOVE WS-KEY-VALUE TO CW-KEY-VALUE
007640     MOVE WS-CHILD-READ-COUNT TO CW-RECORD-NUMBER
007650     RELEASE CHILD-KEY-SORT-RECORD
007660     ADD 1 TO WS-RR-ROWS-CHECKED (RR-IDX).
007670 3300-EXIT.
007680     EXIT.

007690*---------------------------------------------------------------
007700* 4000-MATCH-CHILD-KEYS - sort output: walk the sorted child keys
007710*                 against the sorted parent keys; a child key
007720*                 with no equal parent key is an orphan
007730*---------------------------------------------------------------
007740 4000-MATCH-CHILD-KEYS.
007750     OPEN INPUT PARENT-KEY-FILE
007760     OPEN OUTPUT ORPHAN-LIST-FILE
007770     MOVE 'N' TO WS-SORT-EOF-SWITCH
007780     PERFORM 4200-READ-PARENT-KEY THRU 4200-EXIT
007790     PERFORM 4100-RETURN-CHILD-KEY THRU 4100-EXIT
007800     PERFORM 4300-MATCH-ONE-CHILD-KEY THRU 4300-EXIT
007810         UNTIL WS-SORT-IS-EOF
007820     CLOSE PARENT-KEY-FILE
007830     CLOSE ORPHAN-LIST-FILE.
007840 4000-EXIT.
007850     EXIT.

007860*---------------------------------------------------------------
007870* 4100-RETURN-CHILD-KEY - next child key in reference/key order
007880*---------------------------------------------------------------
007890 4100-RETURN-CHILD-KEY.
007900     RETURN CHILD-KEY-SORT-FILE
007910         AT END
007920             SET WS-SORT-IS-EOF TO TRUE
007930     END-RETURN.
007940 4100-EXIT.
007950     EXIT.

007960*---------------------------------------------------------------
007970* 4200-READ-PARENT-KEY - next parent key; past the last one the
007980*                 match key is HIGH-VALUES so every child key
007990*                 left over is an orphan
008000*---------------------------------------------------------------
008010 4200-READ-PARENT-KEY.
008020     READ PARENT-KEY-FILE
008030         AT END
008040             SET WS-REFKEYS-ARE-EOF TO TRUE
008050     END-READ
008060     IF WS-REFKEYS-ARE-EOF
008070         MOVE HIGH-VALUES TO WS-PARENT-MATCH-KEY
008080     ELSE
008090         MOVE PK-MATCH-KEY TO WS-PARENT-MATCH-KEY
008100     END-IF.
008110 4200-EXIT.
008120     EXIT.

008130*---------------------------------------------------------------
008140* 4300-MATCH-ONE-CHILD-KEY - bring the parent keys up to this
008150*                 child key, then see whether it was found
008160*---------------------------------------------------------------
008170 4300-MATCH-ONE-CHILD-KEY.
008180     PERFORM 4200-READ-PARENT-KEY THRU 4200-EXIT
008190         UNTIL WS-PARENT-MATCH-KEY NOT < CW-MATCH-KEY
008200     IF WS-PARENT-MATCH-KEY NOT = CW-MATCH-KEY
008210         PERFORM 4400-RECORD-ORPHAN THRU 4400-EXIT
008220     END-IF
008230     PERFORM 4100-RETURN-CHILD-KEY THRU 4100-EXIT.
008240 4300-EXIT.
008250     EXIT.

008260*---------------------------------------------------------------
008270* 4400-RECORD-ORPHAN - count the orphan, note its record for the
008280*                 copy-out and list the first few on the report
008290*---------------------------------------------------------------
008300 4400-RECORD-ORPHAN.
008310     SET RR-IDX TO CW-REF-NUMBER
008320     ADD 1 TO WS-RR-ORPHAN-COUNT (RR-IDX)
008330     MOVE CW-RECORD-NUMBER TO OL-RECORD-NUMBER
008340     MOVE CW-REF-NUMBER TO OL-REF-NUMBER
008350     WRITE ORPHAN-LIST-RECORD
008360     IF WS-RR-SAMPLE-COUNT (RR-IDX) NOT < SHOP-REF-SAMPLE-LINES
008370         GO TO 4400-EXIT
008380     END-IF
008390     ADD 1 TO WS-RR-SAMPLE-COUNT (RR-IDX)
008400     MOVE CW-RECORD-NUMBER TO WS-COUNT-DISPLAY
008410     MOVE SPACES TO WS-REPORT-LINE-BUILD
008420     STRING 'ORPHAN  RECORD ' DELIMITED BY SIZE
008430            WS-COUNT-DISPLAY DELIMITED BY SIZE
008440            '  ' DELIMITED BY SIZE
008450            WS-RR-CHILD-COLUMN (RR-IDX) DELIMITED BY SPACE
008460            ' -> ' DELIMITED BY SIZE
008470            WS-RR-PARENT-COLUMN (RR-IDX) DELIMITED BY SPACE
008480            '  VALUE ' DELIMITED BY SIZE
008490            CW-KEY-VALUE (1 : 50) DELIMITED BY SIZE
008500         INTO WS-REPORT-LINE-BUILD
008510     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
008520     WRITE REF-CHECK-REPORT-LINE.
008530 4400-EXIT.
008540     EXIT.

008550*---------------------------------------------------------------
008560* 5000-WRITE-ORPHAN-ROWS - sort output: the orphan record numbers
008570*                 in extract order; read the extract through
008580*                 again and copy each orphan row out once, as
008590*                 read, however many references it failed
008600*---------------------------------------------------------------
008610 5000-WRITE-ORPHAN-ROWS.
008620     OPEN OUTPUT ORPHAN-OUTPUT-FILE
008630     IF NOT WS-ORPHANS-OK
008640         PERFORM 9300-FILE-NOT-OPENED THRU 9300-EXIT
008650         GO TO 5000-EXIT
008660     END-IF
008670     MOVE 'N' TO WS-EXTRIN-EOF-SWITCH
008680     MOVE 'N' TO WS-SORT-EOF-SWITCH
008690     MOVE 0 TO WS-REREAD-COUNT
008700     MOVE 0 TO WS-LAST-ORPHAN-NUMBER
008710     OPEN INPUT EXTRACT-INPUT-FILE
008720     PERFORM 5100-RETURN-ORPHAN THRU 5100-EXIT
008730     PERFORM 5200-WRITE-ONE-ORPHAN THRU 5200-EXIT
008740         UNTIL WS-SORT-IS-EOF
008750     CLOSE EXTRACT-INPUT-FILE
008760     CLOSE ORPHAN-OUTPUT-FILE.
008770 5000-EXIT.
008780     EXIT.

008790*---------------------------------------------------------------
008800* 5100-RETURN-ORPHAN - next orphan record number
008810*---------------------------------------------------------------
008820 5100-RETURN-ORPHAN.
008830     RETURN ORPHAN-SORT-FILE
008840         AT END
008850             SET WS-SORT-IS-EOF TO TRUE
008860     END-RETURN.
008870 5100-EXIT.
008880     EXIT.

008890*---------------------------------------------------------------
008900* 5200-WRITE-ONE-ORPHAN - read forward to the orphan's record and
008910*                 copy it; a record already copied for an
008920*                 earlier reference is not copied again
008930*---------------------------------------------------------------
008940 5200-WRITE-ONE-ORPHAN.
008950     IF OW-RECORD-NUMBER NOT = WS-LAST-ORPHAN-NUMBER
008960         PERFORM 5300-REREAD-EXTRACT THRU 5300-EXIT
008970             UNTIL WS-REREAD-COUNT NOT < OW-RECORD-NUMBER
008980                OR WS-EXTRACT-IS-EOF
008990         IF NOT WS-EXTRACT-IS-EOF
009000             MOVE WS-EXTRACT-RECORD-LENGTH
009010                 TO WS-ORPHAN-RECORD-LENGTH
009020             MOVE EXTRACT-INPUT-RECORD TO ORPHAN-OUTPUT-RECORD
009030             WRITE ORPHAN-OUTPUT-RECORD
009040             ADD 1 TO WS-ORPHAN-WRITTEN-COUNT
009050         END-IF
009060         MOVE OW-RECORD-NUMBER TO WS-LAST-ORPHAN-NUMBER
009070     END-IF
009080     PERFORM 5100-RETURN-ORPHAN THRU 5100-EXIT.
009090 5200-EXIT.
009100     EXIT.

009110*---------------------------------------------------------------
009120* 5300-REREAD-EXTRACT - next child record on the second pass
009130*---------------------------------------------------------------
009140 5300-REREAD-EXTRACT.
009150     READ EXTRACT-INPUT-FILE
009160         AT END
009170             SET WS-EXTRACT-IS-EOF TO TRUE
009180         NOT AT END
009190             ADD 1 TO WS-REREAD-COUNT
009200     END-READ.
009210 5300-EXIT.
009220     EXIT.

009230*---------------------------------------------------------------
009240* 6000-WRITE-SUMMARY - each reference's counts and orphan rate,
009250*                 then the run totals
009260*---------------------------------------------------------------
009270 6000-WRITE-SUMMARY.
009280     MOVE SPACES TO REF-CHECK-REPORT-LINE
009290     WRITE REF-CHECK-REPORT-LINE
009300     MOVE SPACES TO WS-REPORT-LINE-BUILD
009310     STRING 'TABLE ' DELIMITED BY SIZE
009320            RK-CHILD-TABLE DELIMITED BY SPACE
009330            ' REFERENCE SUMMARY' DELIMITED BY SIZE
009340         INTO WS-REPORT-LINE-BUILD
009350     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
009360     WRITE REF-CHECK-REPORT-LINE
009370     PERFORM 6100-SUMMARIZE-ONE-REFERENCE THRU 6100-EXIT
009380         VARYING WS-REF-INDEX FROM 1 BY 1
009390         UNTIL WS-REF-INDEX > WS-REF-COUNT
009400     MOVE SPACES TO REF-CHECK-REPORT-LINE
009410     WRITE REF-CHECK-REPORT-LINE
009420     MOVE WS-CHILD-READ-COUNT TO WS-COUNT-DISPLAY
009430     PERFORM 6900-STAGE-ONE-TOTAL THRU 6900-EXIT
009440     MOVE 'CHILD RECORDS READ' TO WS-REPORT-LINE-BUILD (3 : 20)
009450     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
009460     WRITE REF-CHECK-REPORT-LINE
009470     MOVE WS-PARENT-READ-COUNT TO WS-COUNT-DISPLAY
009480     PERFORM 6900-STAGE-ONE-TOTAL THRU 6900-EXIT
009490     MOVE 'PARENT RECORDS READ' TO WS-REPORT-LINE-BUILD (3 : 20)
009500     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
009510     WRITE REF-CHECK-REPORT-LINE
009520     MOVE WS-ORPHAN-WRITTEN-COUNT TO WS-COUNT-DISPLAY
009530     PERFORM 6900-STAGE-ONE-TOTAL THRU 6900-EXIT
009540     MOVE 'ORPHAN ROWS WRITTEN' TO WS-REPORT-LINE-BUILD (3 : 20)
009550     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
009560     WRITE REF-CHECK-REPORT-LINE.
009570 6000-EXIT.
009580     EXIT.

009590*---------------------------------------------------------------
009600* 6100-SUMMARIZE-ONE-REFERENCE - one reference: rows checked,
009610*                 blank values, parent keys, orphans and the
009620*                 orphan rate against the shop limit
009630*---------------------------------------------------------------
009640 6100-SUMMARIZE-ONE-REFERENCE.
009650     SET RR-IDX TO WS-REF-INDEX
009660     MOVE SPACES TO REF-CHECK-REPORT-LINE
009670     WRITE REF-CHECK-REPORT-LINE
009680     MOVE SPACES TO WS-REPORT-LINE-BUILD
009690     STRING 'REFERENCE ' DELIMITED BY SIZE
009700            WS-RR-CHILD-COLUMN (RR-IDX) DELIMITED BY SPACE
009710            ' -> ' DELIMITED BY SIZE
009720            RK-PARENT-TABLE DELIMITED BY SPACE
009730            '.' DELIMITED BY SIZE
009740            WS-RR-PARENT-COLUMN (RR-IDX) DELIMITED BY SPACE
009750         INTO WS-REPORT-LINE-BUILD
009760     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
009770     WRITE REF-CHECK-REPORT-LINE
009780     IF NOT WS-RR-IS-CHECKABLE (RR-IDX)
009790         MOVE SPACES TO WS-REPORT-LINE-BUILD
009800         STRING '  NOT CHECKED - ' DELIMITED BY SIZE
009810                WS-RR-REASON (RR-IDX) DELIMITED BY SIZE
009820             INTO WS-REPORT-LINE-BUILD
009830         MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
009840         WRITE REF-CHECK-REPORT-LINE
009850         GO TO 6100-EXIT
009860     END-IF
009870     IF WS-RR-ROWS-CHECKED (RR-IDX) > 0
009880         COMPUTE WS-RR-ORPHAN-RATE (RR-IDX) ROUNDED =
009890             WS-RR-ORPHAN-COUNT (RR-IDX) * 100
009900                 / WS-RR-ROWS-CHECKED (RR-IDX)
009910     END-IF
009920     MOVE WS-RR-ROWS-CHECKED (RR-IDX) TO WS-COUNT-DISPLAY
009930     PERFORM 6900-STAGE-ONE-TOTAL THRU 6900-EXIT
009940     MOVE 'ROWS CHECKED' TO WS-REPORT-LINE-BUILD (3 : 20)
009950     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
009960     WRITE REF-CHECK-REPORT-LINE
009970     MOVE WS-RR-BLANK-COUNT (RR-IDX) TO WS-COUNT-DISPLAY
009980     PERFORM 6900-STAGE-ONE-TOTAL THRU 6900-EXIT
009990     MOVE 'BLANK, NOT CHECKED' TO WS-REPORT-LINE-BUILD (3 : 20)
010000     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
010010     WRITE REF-CHECK-REPORT-LINE
010020     MOVE WS-RR-PARENT-KEY-COUNT (RR-IDX) TO WS-COUNT-DISPLAY
010030     PERFORM 6900-STAGE-ONE-TOTAL THRU 6900-EXIT
010040     MOVE 'PARENT KEYS' TO WS-REPORT-LINE-BUILD (3 : 20)
010050     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
010060     WRITE REF-CHECK-REPORT-LINE
010070     MOVE WS-RR-ORPHAN-COUNT (RR-IDX) TO WS-COUNT-DISPLAY
010080     PERFORM 6900-STAGE-ONE-TOTAL THRU 6900-EXIT
010090     MOVE 'ORPHAN ROWS' TO WS-REPORT-LINE-BUILD (3 : 20)
010100     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
010110     WRITE REF-CHECK-REPORT-LINE
010120     MOVE WS-RR-ORPHAN-RATE (RR-IDX) TO WS-RATE-DISPLAY
010130     MOVE SPACES TO WS-REPORT-LINE-BUILD
010140     MOVE 'ORPHAN RATE PCT' TO WS-REPORT-LINE-BUILD (3 : 20)
010150     MOVE WS-RATE-DISPLAY TO WS-REPORT-LINE-BUILD (28 : 6)
010160     IF WS-RR-ORPHAN-RATE (RR-IDX) > SHOP-REF-ORPHAN-RATE-LIMIT
010170         ADD 1 TO WS-OVER-LIMIT-COUNT
010180         MOVE SHOP-REF-ORPHAN-RATE-LIMIT TO WS-RATE-DISPLAY
010190         STRING '  OVER THE ' DELIMITED BY SIZE
010200                WS-RATE-DISPLAY DELIMITED BY SIZE
010210                ' LIMIT' DELIMITED BY SIZE
010220             INTO WS-REPORT-LINE-BUILD (34 : 30)
010230     END-IF
010240     MOVE WS-REPORT-LINE-BUILD TO REF-CHECK-REPORT-LINE
010250     WRITE REF-CHECK-REPORT-LINE.
010260 6100-EXIT.
010270     EXIT.

010280*---------------------------------------------------------------
010290* 6900-STAGE-ONE-TOTAL - stage one count into the line
010300*---------------------------------------------------------------
010310 6900-STAGE-ONE-TOTAL.
010320     MOVE SPACES TO WS-REPORT-LINE-BUILD
010330     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (25 : 9).
010340 6900-EXIT.
010350     EXIT.

010360*---------------------------------------------------------------
010370* 8000-TERMINATE - close the report, display the run totals and
010380*                 settle the return code: a reference that could
010390*                 not be checked is RC=12, an orphan rate over
010400*                 the limit RC=4
010410*---------------------------------------------------------------
010420 8000-TERMINATE.
010430     IF WS-REPORT-IS-OPEN
010440         CLOSE REF-CHECK-REPORT-FILE
010450     END-IF
010460     IF WS-RUN-IS-VALID
010470         DISPLAY 'REFCHECK COMPLETE - CHILD: ' RK-CHILD-TABLE
010480         DISPLAY '  PARENT:           ' RK-PARENT-TABLE
010490         MOVE WS-CHILD-READ-COUNT TO WS-COUNT-DISPLAY
010500         DISPLAY '  CHILD READ:       ' WS-COUNT-DISPLAY
010510         MOVE WS-PARENT-READ-COUNT TO WS-COUNT-DISPLAY
010520         DISPLAY '  PARENT READ:      ' WS-COUNT-DISPLAY
010530         MOVE WS-ORPHAN-WRITTEN-COUNT TO WS-COUNT-DISPLAY
010540         DISPLAY '  ORPHAN ROWS:      ' WS-COUNT-DISPLAY
010550         EVALUATE TRUE
010560             WHEN WS-UNCHECKED-COUNT > 0
010570                 MOVE WS-UNCHECKED-COUNT TO WS-COUNT-DISPLAY
010580                 DISPLAY '  NOT CHECKED:      ' WS-COUNT-DISPLAY
010590                     ' (SEE REFRPT)'
010600                 MOVE 12 TO RETURN-CODE
010610             WHEN WS-OVER-LIMIT-COUNT > 0
010620                 MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-DISPLAY
010630                 DISPLAY '  OVER LIMIT:       ' WS-COUNT-DISPLAY
010640                     ' (HOLD THE CHILD MERGE)'
010650                 MOVE 4 TO RETURN-CODE
010660         END-EVALUATE
010670     END-IF.
010680 8000-EXIT.
010690     EXIT.

010700*---------------------------------------------------------------
010710* 8800-START-RUN-LOG - note when the step started, for its
010720*                 run-log row
010730*---------------------------------------------------------------
010740 8800-START-RUN-LOG.
010750     MOVE SPACES TO RUN-LOG-RECORD
010760     MOVE 'REFCHECK' TO RL-JOB-NAME
010770     MOVE 'REFCHECK' TO RL-PROGRAM-NAME
010780     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
010790     ACCEPT RL-START-TIME FROM TIME.
010800 8800-EXIT.
010810     EXIT.

010820*---------------------------------------------------------------
010830* 8900-WRITE-RUN-LOG - append this run's counts and return
010840*                 code to the run log; the orphan rows copied
010850*                 out are the rows written
010860*---------------------------------------------------------------
010870 8900-WRITE-RUN-LOG.
010880     MOVE RK-CHILD-TABLE TO RL-TABLE-NAME
010890     MOVE WS-CHILD-READ-COUNT TO RL-RECORDS-READ
010900     MOVE WS-ORPHAN-WRITTEN-COUNT TO RL-RECORDS-WRITTEN
010910     MOVE 0 TO RL-RECORDS-REJECTED
010920     MOVE RETURN-CODE TO RL-RETURN-CODE
010930     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
010940 8900-EXIT.
010950     EXIT.

010960*---------------------------------------------------------------
010970* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
010980*---------------------------------------------------------------
010990 9000-TABLE-NOT-FOUND.
011000     SET WS-RUN-IS-INVALID TO TRUE
011010     IF WS-LAYOUT-IS-CHILD
011020         DISPLAY 'REFCHECK - TABLE NOT IN SCHSNAP: '
011030             RK-CHILD-TABLE
011040     ELSE
011050         DISPLAY 'REFCHECK - TABLE NOT IN SCHSNAP: '
011060             RK-PARENT-TABLE
011070     END-IF
011080     MOVE 12 TO RETURN-CODE.
011090 9000-EXIT.
011100     EXIT.

011110*---------------------------------------------------------------
011120* 9100-BAD-PARM - no usable REFPRM record was supplied
011130*---------------------------------------------------------------
011140 9100-BAD-PARM.
011150     SET WS-RUN-IS-INVALID TO TRUE
011160     DISPLAY 'REFCHECK - REFPRM RECORD MISSING OR INVALID'
011170     MOVE 16 TO RETURN-CODE.
011180 9100-EXIT.
011190     EXIT.

011200*---------------------------------------------------------------
011210* 9300-FILE-NOT-OPENED - the report or the orphan file could not
011220*                 be opened
011230*---------------------------------------------------------------
011240 9300-FILE-NOT-OPENED.
011250     SET WS-RUN-IS-INVALID TO TRUE
011260     DISPLAY 'REFCHECK - OUTPUT NOT OPENED, STATUS: '
011270         WS-REFRPT-FILE-STATUS ' ' WS-ORPHANS-FILE-STATUS
011280     MOVE 16 TO RETURN-CODE.
011290 9300-EXIT.
011300     EXIT.

011310*---------------------------------------------------------------
011320* 9400-NO-REFERENCES - TBLREFS holds no reference from the child
011330*                 to the parent
011340*---------------------------------------------------------------
011350 9400-NO-REFERENCES.
011360     SET WS-RUN-IS-INVALID TO TRUE
011370     DISPLAY 'REFCHECK - NO TBLREFS REFERENCE FROM '
011380         RK-CHILD-TABLE ' TO ' RK-PARENT-TABLE
011390     MOVE 12 TO RETURN-CODE.
011400 9400-EXIT.
011410     EXIT.

011420*---------------------------------------------------------------
011430* 9800-SORT-FAILED - a key or orphan sort did not complete
011440*---------------------------------------------------------------
011450 9800-SORT-FAILED.
011460     SET WS-RUN-IS-INVALID TO TRUE
011470     DISPLAY 'REFCHECK - SORT FAILED: ' RK-CHILD-TABLE
011480     MOVE 16 TO RETURN-CODE.
011490 9800-EXIT.
011500     EXIT.
