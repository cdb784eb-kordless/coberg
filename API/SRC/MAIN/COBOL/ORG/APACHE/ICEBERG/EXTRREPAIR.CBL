000280*                   and every repair made is listed per record
000290*                   on the REPRPT audit report.
000300*
000310* 2026-10-15  JKH   DECIMAL fields are as wide as the column's
000320*                   committed precision and STRING/FIXED/BINARY
000330*                   fields as wide as its committed length (17
000340*                   and 30 when none was given), and the work
000350*                   fields are widened to match.  Re-validation
000360*                   applies EXTRVALID's new precision and scale
000370*                   check, a column default wider than its field
000380*                   is reported instead of being cut short, and
000390*                   a layout wider than the 7200-byte record
000400*                   ends the run with RC=12.
000410* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000420*                   the end of every run: rejects read, records
000430*                   now clean, records still bad, and the final
000440*                   return code.
000450*

000460****************************************************************
000470* ENVIRONMENT DIVISION
000480****************************************************************
000490 ENVIRONMENT DIVISION.

000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT REPAIR-PARM-FILE ASSIGN TO "REPRPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-FILE-STATUS.

000550     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000590         FILE STATUS IS WS-SNAP-FILE-STATUS.

000600     SELECT REJECT-INPUT-FILE ASSIGN TO "EXTRREJ"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REJIN-FILE-STATUS.

000630     SELECT CLEAN-OUTPUT-FILE ASSIGN TO "EXTRFIX"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CLEAN-FILE-STATUS.

000660     SELECT STILLBAD-OUTPUT-FILE ASSIGN TO "EXTRBAD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-STILLBAD-FILE-STATUS.

000690     SELECT REPAIR-REPORT-FILE ASSIGN TO "REPRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REPRPT-FILE-STATUS.

000720****************************************************************
000730* DATA DIVISION
000740****************************************************************
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  REPAIR-PARM-FILE.
000780     COPY "ICEBERG-REPAIR-PARM.cpy".

000790 FD  SCHEMA-SNAPSHOT-FILE.
000800     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000810         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000820                   ==FD-CURR-SNAPSHOT-REC==.

000830 FD  REJECT-INPUT-FILE
000840     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000850         DEPENDING ON WS-REJECT-RECORD-LENGTH.
000860 01  REJECT-INPUT-RECORD                 PIC X(7200).

000870 FD  CLEAN-OUTPUT-FILE
000880     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000890         DEPENDING ON WS-OUTPUT-RECORD-LENGTH.
000900 01  CLEAN-OUTPUT-RECORD                 PIC X(7200).

000910 FD  STILLBAD-OUTPUT-FILE
000920     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000930         DEPENDING ON WS-OUTPUT-RECORD-LENGTH.
000940 01  STILLBAD-OUTPUT-RECORD              PIC X(7200).

000950 FD  REPAIR-REPORT-FILE.
000960 01  REPAIR-REPORT-LINE                  PIC X(132).

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
001070     05  WS-REJIN-FILE-STATUS            PIC X(02).
001080         88  WS-REJIN-OK                 VALUE '00'.
001090         88  WS-REJIN-EOF                VALUE '10'.
001100     05  WS-CLEAN-FILE-STATUS            PIC X(02).
001110     05  WS-STILLBAD-FILE-STATUS         PIC X(02).
001120     05  WS-REPRPT-FILE-STATUS           PIC X(02).

001130 01  WS-SWITCHES.
001140     05  WS-REJIN-EOF-SWITCH             PIC X(01) VALUE 'N'.
001150         88  WS-REJECT-IS-EOF            VALUE 'Y'.
001160     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001170         88  WS-RUN-IS-VALID             VALUE 'Y'.
001180         88  WS-RUN-IS-INVALID           VALUE 'N'.
001190     05  WS-RECORD-GOOD-SWITCH           PIC X(01) VALUE 'Y'.
001200         88  WS-RECORD-IS-GOOD           VALUE 'Y'.
001210         88  WS-RECORD-IS-BAD            VALUE 'N'.
001220     05  WS-RECORD-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
001230         88  WS-RECORD-WAS-CHANGED       VALUE 'Y'.
001240     05  WS-FIELD-GOOD-SWITCH            PIC X(01) VALUE 'Y'.
001250         88  WS-FIELD-IS-GOOD            VALUE 'Y'.
001260         88  WS-FIELD-IS-BAD             VALUE 'N'.
001270     05  WS-REBUILD-OK-SWITCH            PIC X(01) VALUE 'N'.
001280         88  WS-REBUILD-IS-OK            VALUE 'Y'.
001290         88  WS-REBUILD-IS-HOPELESS      VALUE 'N'.
001300     05  WS-DECIMAL-ALLOWED-SWITCH       PIC X(01) VALUE 'N'.
001310         88  WS-DECIMAL-IS-ALLOWED       VALUE 'Y'.
001320     05  WS-SIGN-SEEN-SWITCH             PIC X(01) VALUE 'N'.
001330         88  WS-SIGN-WAS-SEEN            VALUE 'Y'.
001340     05  WS-DIGIT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001350         88  WS-DIGIT-WAS-SEEN           VALUE 'Y'.
001360     05  WS-POINT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001370         88  WS-POINT-WAS-SEEN           VALUE 'Y'.
001380     05  WS-BLANK-AFTER-SWITCH           PIC X(01) VALUE 'N'.
001390         88  WS-BLANK-AFTER-DIGITS       VALUE 'Y'.
001400     05  WS-SIGNIFICANT-SWITCH           PIC X(01) VALUE 'N'.
001410         88  WS-SIGNIFICANT-DIGIT-SEEN   VALUE 'Y'.
001420     05  WS-PAST-POINT-SWITCH            PIC X(01) VALUE 'N'.
001430         88  WS-SCAN-IS-PAST-POINT       VALUE 'Y'.

001440 77  WS-REJECT-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001450 77  WS-WORK-RECORD-LENGTH               PIC 9(05) COMP VALUE 0.
001460 77  WS-OUTPUT-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001470 77  WS-EXPECTED-RECORD-LENGTH           PIC 9(05) COMP VALUE 0.
001480 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001490 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001500 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001510 77  WS-FIELD-LENGTH                     PIC 9(03) COMP VALUE 0.
001520 77  WS-COMPACT-LENGTH                   PIC 9(03) COMP VALUE 0.
001530 77  WS-REBUILD-START                    PIC 9(03) COMP VALUE 0.
001540 77  WS-RECORDS-READ-COUNT               PIC 9(09) COMP VALUE 0.
001550 77  WS-RECORDS-REPAIRED-COUNT           PIC 9(09) COMP VALUE 0.
001560 77  WS-RECORDS-CLEAN-COUNT              PIC 9(09) COMP VALUE 0.
001570 77  WS-RECORDS-STILLBAD-COUNT           PIC 9(09) COMP VALUE 0.
001580 77  WS-REPAIRS-APPLIED-COUNT            PIC 9(09) COMP VALUE 0.
001590 77  WS-FIELD-ERROR-COUNT                PIC 9(09) COMP VALUE 0.
001600 77  WS-INTEGER-DIGIT-COUNT              PIC 9(03) COMP VALUE 0.
001610 77  WS-FRACTION-DIGIT-COUNT             PIC 9(03) COMP VALUE 0.
001620 77  WS-FRACTION-POSITION                PIC 9(03) COMP VALUE 0.
001630 77  WS-INTEGER-DIGIT-LIMIT              PIC 9(03) COMP VALUE 0.

001640 01  WS-FIELD-VALUE                      PIC X(999) VALUE SPACES.
001650 01  WS-REBUILT-VALUE                    PIC X(999) VALUE SPACES.
001660 01  WS-COMPACT-VALUE                    PIC X(999) VALUE SPACES.
001670 01  WS-SIGN-CHARACTER                   PIC X(01) VALUE SPACE.
001680 01  WS-SCAN-CHARACTER                   PIC X(01) VALUE SPACE.
001690 01  WS-AUDIT-ACTION                     PIC X(36) VALUE SPACES.
001700 01  WS-REJECT-REASON                    PIC X(24) VALUE SPACES.
001710 01  WS-RECORD-NUMBER-DISPLAY            PIC ZZZZZZZZ9.
001720 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001730 01  WS-LENGTH-DISPLAY                   PIC ZZZZ9.
001740 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.

001750****************************************************************
001760* RECORD BEING REPAIRED, HELD APART FROM THE FD AREA SO THE
001770* ORIGINAL REJECT IMAGE SURVIVES UNTIL DISPOSITION
001780****************************************************************
001790 01  WS-WORK-RECORD                      PIC X(7200) VALUE SPACES.

001800****************************************************************
001810* PER-COLUMN FLAT-FILE LAYOUT DERIVED FROM THE SCHEMA; the
001820* lengths mirror the PIC clauses 4505-SELECT-EXTRACT-PIC-CLAUSE
001830* in UPDATE-SCHEMA assigns when the extract copybook is cut
001840****************************************************************
001850 01  WS-COLUMN-LAYOUT-TABLE.
001860     05  WS-LAYOUT-COLUMN-COUNT          PIC 9(04) COMP VALUE 0.
001870     05  WS-LAYOUT-ENTRY
001880                         OCCURS 0 TO 200 TIMES
001890                         DEPENDING ON WS-LAYOUT-COLUMN-COUNT
001900                         INDEXED BY LY-IDX.
001910         10  WS-LAYOUT-OFFSET            PIC 9(05) COMP.
001920         10  WS-LAYOUT-LENGTH            PIC 9(03) COMP.
001930         10  WS-LAYOUT-PRECISION         PIC 9(02).
001940         10  WS-LAYOUT-SCALE             PIC 9(02).
001950         10  WS-LAYOUT-CLASS             PIC X(01).
001960             88  WS-CLASS-INTEGER        VALUE 'I'.
001970             88  WS-CLASS-DECIMAL        VALUE 'D'.
001980             88  WS-CLASS-BOOLEAN        VALUE 'B'.
001990             88  WS-CLASS-DATE           VALUE 'T'.
002000             88  WS-CLASS-TIME           VALUE 'M'.
002010             88  WS-CLASS-TIMESTAMP      VALUE 'S'.
002020             88  WS-CLASS-ALPHA          VALUE 'A'.

002030****************************************************************
002040* IN-MEMORY COPY OF THE TABLE BEING REPAIRED
002050****************************************************************
002060 COPY "ICEBERG-SNAPSHOT-REC.cpy"
002070     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002080               ==WS-SCHEMA-BODY==.

002090****************************************************************
002100* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
002110****************************************************************
002120 COPY "ICEBERG-RUN-LOG-REC.cpy".

002130 PROCEDURE DIVISION.
002140*---------------------------------------------------------------
002150* 0000-MAINLINE - repair one reject file against one schema
002160*---------------------------------------------------------------
002170 0000-MAINLINE.
002180     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002200     IF WS-RUN-IS-VALID
002210         PERFORM 2000-REPAIR-ONE-RECORD THRU 2000-EXIT
002220             UNTIL WS-REJECT-IS-EOF
002230         PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
002240     END-IF
002250     PERFORM 8000-TERMINATE THRU 8000-EXIT
002260     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
002270     STOP RUN.
002280 0000-EXIT.
002290     EXIT.

002300*---------------------------------------------------------------
002310* 1000-INITIALIZE - read the parm, load the schema, open files
002320*---------------------------------------------------------------
002330 1000-INITIALIZE.
002340     OPEN INPUT REPAIR-PARM-FILE
002350     READ REPAIR-PARM-FILE
002360     END-READ
002370     IF NOT WS-PARM-OK
002380         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002390     END-IF
002400     CLOSE REPAIR-PARM-FILE
002410     IF WS-RUN-IS-VALID
002420         IF RR-TABLE-NAME = SPACES
002430             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002440         END-IF
002450     END-IF
002460     IF WS-RUN-IS-VALID
002470         PERFORM 1100-LOAD-TABLE-SCHEMA THRU 1100-EXIT
002480     END-IF
002490     IF WS-RUN-IS-VALID
002500         PERFORM 1200-BUILD-COLUMN-LAYOUT THRU 1200-EXIT
002510     END-IF
002520     IF WS-RUN-IS-VALID
002530         OPEN INPUT REJECT-INPUT-FILE
002540         OPEN OUTPUT CLEAN-OUTPUT-FILE
002550         OPEN OUTPUT STILLBAD-OUTPUT-FILE
002560         OPEN OUTPUT REPAIR-REPORT-FILE
002570         PERFORM 1300-READ-REJECT THRU 1300-EXIT
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.

002610*---------------------------------------------------------------
002620* 1100-LOAD-TABLE-SCHEMA - read this table's committed layout
002630*---------------------------------------------------------------
002640 1100-LOAD-TABLE-SCHEMA.
002650     MOVE RR-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002660     OPEN INPUT SCHEMA-SNAPSHOT-FILE
002670     READ SCHEMA-SNAPSHOT-FILE
002680         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002690     END-READ
002700     IF WS-SNAP-OK
002710         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
002720             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002730         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
002740     ELSE
002750         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
002760     END-IF
002770     CLOSE SCHEMA-SNAPSHOT-FILE.
002780 1100-EXIT.
002790     EXIT.

002800*---------------------------------------------------------------
002810* 1200-BUILD-COLUMN-LAYOUT - derive each column's offset/length
002820*---------------------------------------------------------------
002830 1200-BUILD-COLUMN-LAYOUT.
002840     MOVE 0 TO WS-LAYOUT-COLUMN-COUNT
002850     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
002860     PERFORM 1210-LAYOUT-ONE-COLUMN THRU 1210-EXIT
002870         VARYING WS-WORK-INDEX FROM 1 BY 1
002880         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002890     COMPUTE WS-EXPECTED-RECORD-LENGTH =
002900         WS-COLUMN-OFFSET-CURSOR - 1
002910     IF WS-EXPECTED-RECORD-LENGTH > 7200
002920         PERFORM 9200-LAYOUT-TOO-WIDE THRU 9200-EXIT
002930     END-IF.
002940 1200-EXIT.
002950     EXIT.

002960*---------------------------------------------------------------
002970* 1210-LAYOUT-ONE-COLUMN - stage one column's offset and class
002980*---------------------------------------------------------------
002990 1210-LAYOUT-ONE-COLUMN.
003000     ADD 1 TO WS-LAYOUT-COLUMN-COUNT
003010     MOVE WS-COLUMN-OFFSET-CURSOR
003020         TO WS-LAYOUT-OFFSET (WS-LAYOUT-COLUMN-COUNT)
003030     PERFORM 1220-SELECT-COLUMN-LENGTH THRU 1220-EXIT
003040     ADD WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003050         TO WS-COLUMN-OFFSET-CURSOR.
003060 1210-EXIT.
003070     EXIT.

003080*---------------------------------------------------------------
003090* 1220-SELECT-COLUMN-LENGTH - map an Iceberg type to the flat
003100*                 field width and validation class; widths must
003110*                 stay in step with the PIC clauses assigned by
003120*                 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA
003130*---------------------------------------------------------------
003140 1220-SELECT-COLUMN-LENGTH.
003150     MOVE 0 TO WS-LAYOUT-PRECISION (WS-LAYOUT-COLUMN-COUNT)
003160     MOVE 0 TO WS-LAYOUT-SCALE (WS-LAYOUT-COLUMN-COUNT)
003170     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003180         WHEN 'BOOLEAN'
003190             MOVE 1 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003200             MOVE 'B' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003210         WHEN 'INT'
003220             MOVE 9 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003230             MOVE 'I' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003240         WHEN 'LONG'
003250             MOVE 18 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003260             MOVE 'I' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003270         WHEN 'FLOAT'
003280             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003290             MOVE 'D' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003300         WHEN 'DOUBLE'
003310             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003320             MOVE 'D' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003330         WHEN 'DECIMAL'
003340             PERFORM 1230-SELECT-DECIMAL-LENGTH THRU 1230-EXIT
003350             MOVE 'D' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003360         WHEN 'DATE'
003370             MOVE 10 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003380             MOVE 'T' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003390         WHEN 'TIME'
003400             MOVE 8 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003410             MOVE 'M' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003420         WHEN 'TIMESTAMP'
003430             MOVE 26 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003440             MOVE 'S' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003450         WHEN 'UUID'
003460             MOVE 36 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003470             MOVE 'A' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003480         WHEN 'STRING'
003490         WHEN 'FIXED'
003500         WHEN 'BINARY'
003510             IF COL-FIELD-LENGTH OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003520                     = 0
003530                 MOVE 30
003540                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003550             ELSE
003560                 MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
003570                                             (WS-WORK-INDEX)
003580                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003590             END-IF
003600             MOVE 'A' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003610         WHEN 'STRUCT'
003620             MOVE 0 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003630             MOVE 'A' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003640         WHEN OTHER
003650             MOVE 30 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003660             MOVE 'A' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003670     END-EVALUATE.
003680 1220-EXIT.
003690     EXIT.

003700*---------------------------------------------------------------
003710* 1230-SELECT-DECIMAL-LENGTH - a DECIMAL field is as wide as its
003720*                 precision; no precision means the shop default
003730*                 of DECIMAL(17,2)
003740*---------------------------------------------------------------
003750 1230-SELECT-DECIMAL-LENGTH.
003760     IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY (WS-WORK-INDEX) = 0
003770         MOVE 17 TO WS-LAYOUT-PRECISION (WS-LAYOUT-COLUMN-COUNT)
003780         MOVE 2 TO WS-LAYOUT-SCALE (WS-LAYOUT-COLUMN-COUNT)
003790     ELSE
003800         MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003810                                             (WS-WORK-INDEX)
003820             TO WS-LAYOUT-PRECISION (WS-LAYOUT-COLUMN-COUNT)
003830         MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003840             TO WS-LAYOUT-SCALE (WS-LAYOUT-COLUMN-COUNT)
003850     END-IF
003860     MOVE WS-LAYOUT-PRECISION (WS-LAYOUT-COLUMN-COUNT)
003870         TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT).
003880 1230-EXIT.
003890     EXIT.

003900*---------------------------------------------------------------
003910* 1300-READ-REJECT - bring in the next reject record
003920*---------------------------------------------------------------
003930 1300-READ-REJECT.
003940     READ REJECT-INPUT-FILE
003950         AT END
003960             SET WS-REJECT-IS-EOF TO TRUE
003970     END-READ.
003980 1300-EXIT.
003990     EXIT.

004000*---------------------------------------------------------------
004010* 2000-REPAIR-ONE-RECORD - apply the mechanical repairs to one
004020*                 reject record, re-validate, and route it
004030*---------------------------------------------------------------
004040 2000-REPAIR-ONE-RECORD.
004050     ADD 1 TO WS-RECORDS-READ-COUNT
004060     MOVE 'N' TO WS-RECORD-CHANGED-SWITCH
004070     MOVE REJECT-INPUT-RECORD TO WS-WORK-RECORD
004080     MOVE WS-REJECT-RECORD-LENGTH TO WS-WORK-RECORD-LENGTH
004090     PERFORM 2100-REPAIR-RECORD-LENGTH THRU 2100-EXIT
004100     IF WS-WORK-RECORD-LENGTH = WS-EXPECTED-RECORD-LENGTH
004110         PERFORM 2200-REPAIR-ONE-COLUMN THRU 2200-EXIT
004120             VARYING WS-WORK-INDEX FROM 1 BY 1
004130             UNTIL WS-WORK-INDEX > WS-LAYOUT-COLUMN-COUNT
004140     END-IF
004150     PERFORM 3000-REVALIDATE-RECORD THRU 3000-EXIT
004160     IF WS-RECORD-IS-GOOD
004170         ADD 1 TO WS-RECORDS-CLEAN-COUNT
004180         IF WS-RECORD-WAS-CHANGED
004190             ADD 1 TO WS-RECORDS-REPAIRED-COUNT
004200         END-IF
004210         PERFORM 3900-WRITE-CLEAN-RECORD THRU 3900-EXIT
004220     ELSE
004230         ADD 1 TO WS-RECORDS-STILLBAD-COUNT
004240         PERFORM 3910-WRITE-STILLBAD-RECORD THRU 3910-EXIT
004250     END-IF
004260     PERFORM 1300-READ-REJECT THRU 1300-EXIT.
004270 2000-EXIT.
004280     EXIT.

004290*---------------------------------------------------------------
004300* 2100-REPAIR-RECORD-LENGTH - trim an overlength record back to
004310*                 the layout width; a short record cannot be
004320*                 realigned mechanically and is left for the
004330*                 re-validation to route to EXTRBAD
004340*---------------------------------------------------------------
004350 2100-REPAIR-RECORD-LENGTH.
004360     IF WS-WORK-RECORD-LENGTH > WS-EXPECTED-RECORD-LENGTH
004370         MOVE SPACES TO
004380             WS-WORK-RECORD (WS-EXPECTED-RECORD-LENGTH + 1 :
004390                 WS-WORK-RECORD-LENGTH
004400                     - WS-EXPECTED-RECORD-LENGTH)
004410         MOVE WS-EXPECTED-RECORD-LENGTH TO WS-WORK-RECORD-LENGTH
004420         SET WS-RECORD-WAS-CHANGED TO TRUE
004430         MOVE 'TRIMMED OVERLENGTH RECORD' TO WS-AUDIT-ACTION
004440         MOVE SPACES TO WS-REJECT-REASON
004450         PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT
004460     END-IF.
004470 2100-EXIT.
004480     EXIT.

004490*---------------------------------------------------------------
004500* 2200-REPAIR-ONE-COLUMN - apply this column's repairs
004510*---------------------------------------------------------------
004520 2200-REPAIR-ONE-COLUMN.
004530     IF WS-LAYOUT-LENGTH (WS-WORK-INDEX) = 0
004540         GO TO 2200-EXIT
004550     END-IF
004560     MOVE WS-LAYOUT-LENGTH (WS-WORK-INDEX) TO WS-FIELD-LENGTH
004570     MOVE SPACES TO WS-FIELD-VALUE
004580     MOVE WS-WORK-RECORD
004590             (WS-LAYOUT-OFFSET (WS-WORK-INDEX) : WS-FIELD-LENGTH)
004600         TO WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
004610     IF WS-FIELD-VALUE = SPACES
004620         IF COL-IS-REQUIRED OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004630              AND COL-DEFAULT-VALUE OF WS-SCHEMA-BODY
004640                      (WS-WORK-INDEX) NOT = SPACES
004650             PERFORM 2210-FILL-FROM-DEFAULT THRU 2210-EXIT
004660         END-IF
004670     ELSE
004680         EVALUATE TRUE
004690             WHEN WS-CLASS-INTEGER (WS-WORK-INDEX)
004700                 MOVE 'N' TO WS-DECIMAL-ALLOWED-SWITCH
004710                 PERFORM 2400-SCAN-NUMERIC-FIELD THRU 2400-EXIT
004720                 IF WS-FIELD-IS-BAD
004730                     PERFORM 2500-NORMALISE-NUMERIC-FIELD
004740                         THRU 2500-EXIT
004750                 END-IF
004760             WHEN WS-CLASS-DECIMAL (WS-WORK-INDEX)
004770                 SET WS-DECIMAL-IS-ALLOWED TO TRUE
004780                 PERFORM 2400-SCAN-NUMERIC-FIELD THRU 2400-EXIT
004790                 IF WS-FIELD-IS-BAD
004800                     PERFORM 2500-NORMALISE-NUMERIC-FIELD
004810                         THRU 2500-EXIT
004820                 END-IF
004830         END-EVALUATE
004840     END-IF.
004850 2200-EXIT.
004860     EXIT.

004870*---------------------------------------------------------------
004880* 2210-FILL-FROM-DEFAULT - a blank required column takes its
004890*                 committed COL-DEFAULT-VALUE
004900*---------------------------------------------------------------
004910 2210-FILL-FROM-DEFAULT.
004920*    staged through the work field because the layout width (36
004930*    for a UUID, up to 999 for a STRING) can exceed the 30-byte
004940*    default; a default that will not fit a narrower field is
004950*    reported and left for the steward rather than cut short
004960     MOVE SPACES TO WS-FIELD-VALUE
004970     MOVE COL-DEFAULT-VALUE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004980         TO WS-FIELD-VALUE
004990     IF WS-FIELD-LENGTH < 30
005000         IF WS-FIELD-VALUE (WS-FIELD-LENGTH + 1 :
005010                            30 - WS-FIELD-LENGTH) NOT = SPACES
005020             MOVE 'DEFAULT EXCEEDS WIDTH' TO WS-REJECT-REASON
005030             PERFORM 2910-WRITE-REASON-LINE THRU 2910-EXIT
005040             GO TO 2210-EXIT
005050         END-IF
005060     END-IF
005070     MOVE WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
005080         TO WS-WORK-RECORD
005090             (WS-LAYOUT-OFFSET (WS-WORK-INDEX) : WS-FIELD-LENGTH)
005100     SET WS-RECORD-WAS-CHANGED TO TRUE
005110     MOVE 'FILLED FROM COLUMN DEFAULT' TO WS-AUDIT-ACTION
005120     MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
005130         TO WS-REJECT-REASON
005140     PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT.
005150 2210-EXIT.
005160     EXIT.

005170*---------------------------------------------------------------
005180* 2400-SCAN-NUMERIC-FIELD - digits with one optional leading
005190*                 sign, leading/trailing blanks, and (when the
005200*                 class allows it) one decimal point; the same
005210*                 scan EXTRVALID applies before rejecting
005220*---------------------------------------------------------------
005230 2400-SCAN-NUMERIC-FIELD.
005240     SET WS-FIELD-IS-GOOD TO TRUE
005250     MOVE 'N' TO WS-SIGN-SEEN-SWITCH
005260     MOVE 'N' TO WS-DIGIT-SEEN-SWITCH
005270     MOVE 'N' TO WS-POINT-SEEN-SWITCH
005280     MOVE 'N' TO WS-BLANK-AFTER-SWITCH
005290     PERFORM 2410-SCAN-ONE-CHARACTER THRU 2410-EXIT
005300         VARYING WS-SCAN-INDEX FROM 1 BY 1
005310         UNTIL WS-SCAN-INDEX > WS-FIELD-LENGTH
005320            OR WS-FIELD-IS-BAD
005330     IF NOT WS-DIGIT-WAS-SEEN
005340         SET WS-FIELD-IS-BAD TO TRUE
005350     END-IF.
005360 2400-EXIT.
005370     EXIT.

005380*---------------------------------------------------------------
005390* 2410-SCAN-ONE-CHARACTER - classify one byte of the field
005400*---------------------------------------------------------------
005410 2410-SCAN-ONE-CHARACTER.
005420     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
005430     EVALUATE TRUE
005440         WHEN WS-SCAN-CHARACTER = SPACE
005450             IF WS-DIGIT-WAS-SEEN
005460                 SET WS-BLANK-AFTER-DIGITS TO TRUE
005470             END-IF
005480         WHEN WS-SCAN-CHARACTER IS NUMERIC
005490             IF WS-BLANK-AFTER-DIGITS
005500                 SET WS-FIELD-IS-BAD TO TRUE
005510             ELSE
005520                 SET WS-DIGIT-WAS-SEEN TO TRUE
005530             END-IF
005540         WHEN WS-SCAN-CHARACTER = '+' OR WS-SCAN-CHARACTER = '-'
005550             IF WS-SIGN-WAS-SEEN OR WS-DIGIT-WAS-SEEN
005560                     OR WS-POINT-WAS-SEEN
005570                 SET WS-FIELD-IS-BAD TO TRUE
005580             ELSE
005590                 SET WS-SIGN-WAS-SEEN TO TRUE
005600             END-IF
005610         WHEN WS-SCAN-CHARACTER = '.'
005620             IF WS-DECIMAL-IS-ALLOWED
005630                     AND NOT WS-POINT-WAS-SEEN
005640                     AND NOT WS-BLANK-AFTER-DIGITS
005650                 SET WS-POINT-WAS-SEEN TO TRUE
005660             ELSE
005670                 SET WS-FIELD-IS-BAD TO TRUE
005680             END-IF
005690         WHEN OTHER
005700             SET WS-FIELD-IS-BAD TO TRUE
005710     END-EVALUATE.
005720 2410-EXIT.
005730     EXIT.

005740*---------------------------------------------------------------
005750* 2420-CHECK-DECIMAL-DIGITS - a value with an explicit point may
005760*                 carry no more significant integer digits than
005770*                 precision less scale, and no more fraction
005780*                 digits (trailing zeros aside) than the scale;
005790*                 the same check EXTRVALID applies
005800*---------------------------------------------------------------
005810 2420-CHECK-DECIMAL-DIGITS.
005820     MOVE 0 TO WS-INTEGER-DIGIT-COUNT
005830     MOVE 0 TO WS-FRACTION-DIGIT-COUNT
005840     MOVE 0 TO WS-FRACTION-POSITION
005850     MOVE 'N' TO WS-SIGNIFICANT-SWITCH
005860     MOVE 'N' TO WS-PAST-POINT-SWITCH
005870     PERFORM 2430-COUNT-ONE-DIGIT THRU 2430-EXIT
005880         VARYING WS-SCAN-INDEX FROM 1 BY 1
005890         UNTIL WS-SCAN-INDEX > WS-FIELD-LENGTH
005900     COMPUTE WS-INTEGER-DIGIT-LIMIT =
005910         WS-LAYOUT-PRECISION (WS-WORK-INDEX)
005920             - WS-LAYOUT-SCALE (WS-WORK-INDEX)
005930     IF WS-FRACTION-DIGIT-COUNT > WS-LAYOUT-SCALE (WS-WORK-INDEX)
005940         SET WS-FIELD-IS-BAD TO TRUE
005950         MOVE 'EXCEEDS SCALE' TO WS-REJECT-REASON
005960         GO TO 2420-EXIT
005970     END-IF
005980     IF WS-INTEGER-DIGIT-COUNT > WS-INTEGER-DIGIT-LIMIT
005990         SET WS-FIELD-IS-BAD TO TRUE
006000         MOVE 'EXCEEDS PRECISION' TO WS-REJECT-REASON
006010     END-IF.
006020 2420-EXIT.
006030     EXIT.

006040*---------------------------------------------------------------
006050* 2430-COUNT-ONE-DIGIT - tally one byte of an already-scanned
006060*                 decimal value
006070*---------------------------------------------------------------
006080 2430-COUNT-ONE-DIGIT.
006090     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
006100     EVALUATE TRUE
006110         WHEN WS-SCAN-CHARACTER = '.'
006120             SET WS-SCAN-IS-PAST-POINT TO TRUE
006130         WHEN WS-SCAN-CHARACTER IS NOT NUMERIC
006140             CONTINUE
006150         WHEN WS-SCAN-IS-PAST-POINT
006160             ADD 1 TO WS-FRACTION-POSITION
006170             IF WS-SCAN-CHARACTER NOT = '0'
006180                 MOVE WS-FRACTION-POSITION
006190                     TO WS-FRACTION-DIGIT-COUNT
006200             END-IF
006210         WHEN OTHER
006220             IF WS-SCAN-CHARACTER NOT = '0'
006230                 SET WS-SIGNIFICANT-DIGIT-SEEN TO TRUE
006240             END-IF
006250             IF WS-SIGNIFICANT-DIGIT-SEEN
006260                 ADD 1 TO WS-INTEGER-DIGIT-COUNT
006270             END-IF
006280     END-EVALUATE.
006290 2430-EXIT.
006300     EXIT.

006310*---------------------------------------------------------------
006320* 2500-NORMALISE-NUMERIC-FIELD - a numeric field holding only
006330*                 digits, stray blanks, one leading sign and
006340*                 (where allowed) one decimal point is compacted,
006350*                 right-justified and zero-filled; anything else
006360*                 is beyond a mechanical repair
006370*---------------------------------------------------------------
006380 2500-NORMALISE-NUMERIC-FIELD.
006390     SET WS-REBUILD-IS-OK TO TRUE
006400     MOVE 'N' TO WS-SIGN-SEEN-SWITCH
006410     MOVE 'N' TO WS-DIGIT-SEEN-SWITCH
006420     MOVE 'N' TO WS-POINT-SEEN-SWITCH
006430     MOVE SPACES TO WS-COMPACT-VALUE
006440     MOVE SPACE TO WS-SIGN-CHARACTER
006450     MOVE 0 TO WS-COMPACT-LENGTH
006460     PERFORM 2510-COMPACT-ONE-CHARACTER THRU 2510-EXIT
006470         VARYING WS-SCAN-INDEX FROM 1 BY 1
006480         UNTIL WS-SCAN-INDEX > WS-FIELD-LENGTH
006490            OR WS-REBUILD-IS-HOPELESS
006500     IF NOT WS-DIGIT-WAS-SEEN
006510         SET WS-REBUILD-IS-HOPELESS TO TRUE
006520     END-IF
006530     IF WS-REBUILD-IS-OK
006540         PERFORM 2520-REBUILD-FIELD THRU 2520-EXIT
006550     END-IF.
006560 2500-EXIT.
006570     EXIT.

006580*---------------------------------------------------------------
006590* 2510-COMPACT-ONE-CHARACTER - keep digits and the point, note
006600*                 the sign, drop blanks, give up on the rest
006610*---------------------------------------------------------------
006620 2510-COMPACT-ONE-CHARACTER.
006630     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
006640     EVALUATE TRUE
006650         WHEN WS-SCAN-CHARACTER = SPACE
006660             CONTINUE
006670         WHEN WS-SCAN-CHARACTER IS NUMERIC
006680             ADD 1 TO WS-COMPACT-LENGTH
006690             MOVE WS-SCAN-CHARACTER
006700                 TO WS-COMPACT-VALUE (WS-COMPACT-LENGTH : 1)
006710             SET WS-DIGIT-WAS-SEEN TO TRUE
006720         WHEN WS-SCAN-CHARACTER = '+' OR WS-SCAN-CHARACTER = '-'
006730             IF WS-SIGN-WAS-SEEN OR WS-DIGIT-WAS-SEEN
006740                     OR WS-POINT-WAS-SEEN
006750                 SET WS-REBUILD-IS-HOPELESS TO TRUE
006760             ELSE
006770                 SET WS-SIGN-WAS-SEEN TO TRUE
006780                 MOVE WS-SCAN-CHARACTER TO WS-SIGN-CHARACTER
006790             END-IF
006800         WHEN WS-SCAN-CHARACTER = '.'
006810             IF WS-DECIMAL-IS-ALLOWED
006820                     AND NOT WS-POINT-WAS-SEEN
006830                 SET WS-POINT-WAS-SEEN TO TRUE
006840                 ADD 1 TO WS-COMPACT-LENGTH
006850                 MOVE WS-SCAN-CHARACTER
006860                     TO WS-COMPACT-VALUE (WS-COMPACT-LENGTH : 1)
006870             ELSE
006880                 SET WS-REBUILD-IS-HOPELESS TO TRUE
006890             END-IF
006900         WHEN OTHER
006910             SET WS-REBUILD-IS-HOPELESS TO TRUE
006920     END-EVALUATE.
006930 2510-EXIT.
006940     EXIT.

006950*---------------------------------------------------------------
006960* 2520-REBUILD-FIELD - lay the compacted value back down right-
006970*                 justified over leading zeros, sign first, and
006980*                 apply it when it actually changed the field
006990*---------------------------------------------------------------
007000 2520-REBUILD-FIELD.
007010     MOVE SPACES TO WS-REBUILT-VALUE
007020     MOVE ALL '0' TO WS-REBUILT-VALUE (1 : WS-FIELD-LENGTH)
007030     IF WS-SIGN-WAS-SEEN
007040         MOVE WS-SIGN-CHARACTER TO WS-REBUILT-VALUE (1 : 1)
007050     END-IF
007060     COMPUTE WS-REBUILD-START =
007070         WS-FIELD-LENGTH - WS-COMPACT-LENGTH + 1
007080     MOVE WS-COMPACT-VALUE (1 : WS-COMPACT-LENGTH)
007090         TO WS-REBUILT-VALUE
007100             (WS-REBUILD-START : WS-COMPACT-LENGTH)
007110     IF WS-REBUILT-VALUE (1 : WS-FIELD-LENGTH)
007120             NOT = WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
007130         MOVE WS-REBUILT-VALUE (1 : WS-FIELD-LENGTH)
007140             TO WS-WORK-RECORD
007150                 (WS-LAYOUT-OFFSET (WS-WORK-INDEX) :
007160                  WS-FIELD-LENGTH)
007170         SET WS-RECORD-WAS-CHANGED TO TRUE
007180         MOVE 'RIGHT-JUSTIFIED AND ZERO-FILLED' TO WS-AUDIT-ACTION
007190         MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
007200             TO WS-REJECT-REASON
007210         PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT
007220     END-IF.
007230 2520-EXIT.
007240     EXIT.

007250*---------------------------------------------------------------
007260* 2900-WRITE-AUDIT-LINE - one report row per repair applied; the
007270*                 column name (when one applies) rides in
007280*                 WS-REJECT-REASON
007290*---------------------------------------------------------------
007300 2900-WRITE-AUDIT-LINE.
007310     ADD 1 TO WS-REPAIRS-APPLIED-COUNT
007320     MOVE WS-RECORDS-READ-COUNT TO WS-RECORD-NUMBER-DISPLAY
007330     MOVE SPACES TO WS-REPORT-LINE-BUILD
007340     IF WS-REJECT-REASON = SPACES
007350         STRING 'RECORD ' DELIMITED BY SIZE
007360                WS-RECORD-NUMBER-DISPLAY DELIMITED BY SIZE
007370                '  ' DELIMITED BY SIZE
007380                WS-AUDIT-ACTION DELIMITED BY SIZE
007390             INTO WS-REPORT-LINE-BUILD
007400     ELSE
007410         STRING 'RECORD ' DELIMITED BY SIZE
007420                WS-RECORD-NUMBER-DISPLAY DELIMITED BY SIZE
007430                '  FIELD ' DELIMITED BY SIZE
007440                WS-REJECT-REASON DELIMITED BY SIZE
007450                '  ' DELIMITED BY SIZE
007460                WS-AUDIT-ACTION DELIMITED BY SIZE
007470             INTO WS-REPORT-LINE-BUILD
007480     END-IF
007490     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
007500     WRITE REPAIR-REPORT-LINE.
007510 2900-EXIT.
007520     EXIT.

007530*---------------------------------------------------------------
007540* 2910-WRITE-REASON-LINE - one report row per field still bad
007550*                 after every repair was tried
007560*---------------------------------------------------------------
007570 2910-WRITE-REASON-LINE.
007580     ADD 1 TO WS-FIELD-ERROR-COUNT
007590     MOVE WS-RECORDS-READ-COUNT TO WS-RECORD-NUMBER-DISPLAY
007600     MOVE SPACES TO WS-REPORT-LINE-BUILD
007610     IF WS-REJECT-REASON = 'RECORD LENGTH'
007620         MOVE WS-WORK-RECORD-LENGTH TO WS-LENGTH-DISPLAY
007630         STRING 'RECORD ' DELIMITED BY SIZE
007640                WS-RECORD-NUMBER-DISPLAY DELIMITED BY SIZE
007650                '  NOT REPAIRABLE - RECORD LENGTH '
007660                    DELIMITED BY SIZE
007670                WS-LENGTH-DISPLAY DELIMITED BY SIZE
007680                ' DID NOT MATCH THE LAYOUT' DELIMITED BY SIZE
007690             INTO WS-REPORT-LINE-BUILD
007700     ELSE
007710         STRING 'RECORD ' DELIMITED BY SIZE
007720                WS-RECORD-NUMBER-DISPLAY DELIMITED BY SIZE
007730                '  FIELD ' DELIMITED BY SIZE
007740                COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
007750                    DELIMITED BY SIZE
007760                '  NOT REPAIRABLE - ' DELIMITED BY SIZE
007770                WS-REJECT-REASON DELIMITED BY SIZE
007780             INTO WS-REPORT-LINE-BUILD
007790     END-IF
007800     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
007810     WRITE REPAIR-REPORT-LINE.
007820 2910-EXIT.
007830     EXIT.

007840*---------------------------------------------------------------
007850* 3000-REVALIDATE-RECORD - the repaired record must pass the
007860*                 same checks EXTRVALID applies before it is
007870*                 offered back for resubmission
007880*---------------------------------------------------------------
007890 3000-REVALIDATE-RECORD.
007900     SET WS-RECORD-IS-GOOD TO TRUE
007910     PERFORM 3100-CHECK-RECORD-LENGTH THRU 3100-EXIT
007920     IF WS-RECORD-IS-GOOD
007930         PERFORM 3200-VALIDATE-ONE-COLUMN THRU 3200-EXIT
007940             VARYING WS-WORK-INDEX FROM 1 BY 1
007950             UNTIL WS-WORK-INDEX > WS-LAYOUT-COLUMN-COUNT
007960     END-IF.
007970 3000-EXIT.
007980     EXIT.

007990*---------------------------------------------------------------
008000* 3100-CHECK-RECORD-LENGTH - record must match the layout width
008010*---------------------------------------------------------------
008020 3100-CHECK-RECORD-LENGTH.
008030     IF WS-WORK-RECORD-LENGTH NOT = WS-EXPECTED-RECORD-LENGTH
008040         SET WS-RECORD-IS-BAD TO TRUE
008050         MOVE 'RECORD LENGTH' TO WS-REJECT-REASON
008060         PERFORM 2910-WRITE-REASON-LINE THRU 2910-EXIT
008070     END-IF.
008080 3100-EXIT.
008090     EXIT.

008100*---------------------------------------------------------------
008110* 3200-VALIDATE-ONE-COLUMN - apply this column's checks
008120*---------------------------------------------------------------
008130 3200-VALIDATE-ONE-COLUMN.
008140     IF WS-LAYOUT-LENGTH (WS-WORK-INDEX) = 0
008150         GO TO 3200-EXIT
008160     END-IF
008170     SET WS-FIELD-IS-GOOD TO TRUE
008180     MOVE SPACES TO WS-REJECT-REASON
008190     MOVE WS-LAYOUT-LENGTH (WS-WORK-INDEX) TO WS-FIELD-LENGTH
008200     MOVE SPACES TO WS-FIELD-VALUE
008210     MOVE WS-WORK-RECORD
008220             (WS-LAYOUT-OFFSET (WS-WORK-INDEX) : WS-FIELD-LENGTH)
008230         TO WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
008240     IF WS-FIELD-VALUE = SPACES
008250         IF COL-IS-REQUIRED OF WS-SCHEMA-BODY (WS-WORK-INDEX)
008260             SET WS-FIELD-IS-BAD TO TRUE
008270             MOVE 'REQUIRED FIELD BLANK' TO WS-REJECT-REASON
008280         END-IF
008290     ELSE
008300         PERFORM 3300-CHECK-FIELD-CLASS THRU 3300-EXIT
008310     END-IF
008320     IF WS-FIELD-IS-BAD
008330         SET WS-RECORD-IS-BAD TO TRUE
008340         PERFORM 2910-WRITE-REASON-LINE THRU 2910-EXIT
008350     END-IF.
008360 3200-EXIT.
008370     EXIT.

008380*---------------------------------------------------------------
008390* 3300-CHECK-FIELD-CLASS - route on the column's value class
008400*---------------------------------------------------------------
008410 3300-CHECK-FIELD-CLASS.
008420     EVALUATE TRUE
008430         WHEN WS-CLASS-INTEGER (WS-WORK-INDEX)
008440             MOVE 'N' TO WS-DECIMAL-ALLOWED-SWITCH
008450             PERFORM 2400-SCAN-NUMERIC-FIELD THRU 2400-EXIT
008460             IF WS-FIELD-IS-BAD
008470                 MOVE 'NOT AN INTEGER' TO WS-REJECT-REASON
008480             END-IF
008490         WHEN WS-CLASS-DECIMAL (WS-WORK-INDEX)
008500             SET WS-DECIMAL-IS-ALLOWED TO TRUE
008510             PERFORM 2400-SCAN-NUMERIC-FIELD THRU 2400-EXIT
008520             IF WS-FIELD-IS-BAD
008530                 MOVE 'NOT NUMERIC' TO WS-REJECT-REASON
008540             ELSE
008550                 IF WS-LAYOUT-PRECISION (WS-WORK-INDEX) > 0
008560                         AND WS-POINT-WAS-SEEN
008570                     PERFORM 2420-CHECK-DECIMAL-DIGITS
008580                         THRU 2420-EXIT
008590                 END-IF
008600             END-IF
008610         WHEN WS-CLASS-BOOLEAN (WS-WORK-INDEX)
008620             PERFORM 3410-CHECK-BOOLEAN-FIELD THRU 3410-EXIT
008630         WHEN WS-CLASS-DATE (WS-WORK-INDEX)
008640             PERFORM 3420-CHECK-DATE-FIELD THRU 3420-EXIT
008650         WHEN WS-CLASS-TIME (WS-WORK-INDEX)
008660             PERFORM 3430-CHECK-TIME-FIELD THRU 3430-EXIT
008670         WHEN WS-CLASS-TIMESTAMP (WS-WORK-INDEX)
008680             PERFORM 3440-CHECK-TIMESTAMP-FIELD THRU 3440-EXIT
008690     END-EVALUATE.
008700 3300-EXIT.
008710     EXIT.

008720*---------------------------------------------------------------
008730* 3410-CHECK-BOOLEAN-FIELD - one-byte truth flag
008740*---------------------------------------------------------------
008750 3410-CHECK-BOOLEAN-FIELD.
008760     EVALUATE WS-FIELD-VALUE (1 : 1)
008770         WHEN 'Y' WHEN 'N' WHEN 'T' WHEN 'F'
008780         WHEN '1' WHEN '0'
008790             CONTINUE
008800         WHEN OTHER
008810             SET WS-FIELD-IS-BAD TO TRUE
008820             MOVE 'BAD BOOLEAN VALUE' TO WS-REJECT-REASON
008830     END-EVALUATE.
008840 3410-EXIT.
008850     EXIT.

008860*---------------------------------------------------------------
008870* 3420-CHECK-DATE-FIELD - YYYY-MM-DD
008880*---------------------------------------------------------------
008890 3420-CHECK-DATE-FIELD.
008900     IF WS-FIELD-VALUE (1 : 4) IS NUMERIC
008910             AND WS-FIELD-VALUE (5 : 1) = '-'
008920             AND WS-FIELD-VALUE (6 : 2) IS NUMERIC
008930             AND WS-FIELD-VALUE (8 : 1) = '-'
008940             AND WS-FIELD-VALUE (9 : 2) IS NUMERIC
008950         CONTINUE
008960     ELSE
008970         SET WS-FIELD-IS-BAD TO TRUE
008980         MOVE 'BAD DATE VALUE' TO WS-REJECT-REASON
008990     END-IF.
009000 3420-EXIT.
009010     EXIT.

009020*---------------------------------------------------------------
009030* 3430-CHECK-TIME-FIELD - HH:MM:SS (or HH.MM.SS)
009040*---------------------------------------------------------------
009050 3430-CHECK-TIME-FIELD.
009060     IF WS-FIELD-VALUE (1 : 2) IS NUMERIC
009070             AND (WS-FIELD-VALUE (3 : 1) = ':'
009080                  OR WS-FIELD-VALUE (3 : 1) = '.')
009090             AND WS-FIELD-VALUE (4 : 2) IS NUMERIC
009100             AND (WS-FIELD-VALUE (6 : 1) = ':'
009110                  OR WS-FIELD-VALUE (6 : 1) = '.')
009120             AND WS-FIELD-VALUE (7 : 2) IS NUMERIC
009130         CONTINUE
009140     ELSE
009150         SET WS-FIELD-IS-BAD TO TRUE
009160         MOVE 'BAD TIME VALUE' TO WS-REJECT-REASON
009170     END-IF.
009180 3430-EXIT.
009190     EXIT.

009200*---------------------------------------------------------------
009210* 3440-CHECK-TIMESTAMP-FIELD - leads with YYYY-MM-DD; the time
009220*                 portion format varies by feed and is not
009230*                 policed beyond the date part
009240*---------------------------------------------------------------
009250 3440-CHECK-TIMESTAMP-FIELD.
009260     IF WS-FIELD-VALUE (1 : 4) IS NUMERIC
009270             AND WS-FIELD-VALUE (5 : 1) = '-'
009280             AND WS-FIELD-VALUE (6 : 2) IS NUMERIC
009290             AND WS-FIELD-VALUE (8 : 1) = '-'
009300             AND WS-FIELD-VALUE (9 : 2) IS NUMERIC
009310         CONTINUE
009320     ELSE
009330         SET WS-FIELD-IS-BAD TO TRUE
009340         MOVE 'BAD TIMESTAMP VALUE' TO WS-REJECT-REASON
009350     END-IF.
009360 3440-EXIT.
009370     EXIT.

009380*---------------------------------------------------------------
009390* 3900-WRITE-CLEAN-RECORD - ready to go back through EXTRVALID
009400*---------------------------------------------------------------
009410 3900-WRITE-CLEAN-RECORD.
009420     MOVE WS-WORK-RECORD-LENGTH TO WS-OUTPUT-RECORD-LENGTH
009430     MOVE WS-WORK-RECORD TO CLEAN-OUTPUT-RECORD
009440     WRITE CLEAN-OUTPUT-RECORD.
009450 3900-EXIT.
009460     EXIT.

009470*---------------------------------------------------------------
009480* 3910-WRITE-STILLBAD-RECORD - the repaired image is kept (any
009490*                 repairs that did apply are not thrown away)
009500*                 for the hand-edit that is still needed
009510*---------------------------------------------------------------
009520 3910-WRITE-STILLBAD-RECORD.
009530     MOVE WS-WORK-RECORD-LENGTH TO WS-OUTPUT-RECORD-LENGTH
009540     MOVE WS-WORK-RECORD TO STILLBAD-OUTPUT-RECORD
009550     WRITE STILLBAD-OUTPUT-RECORD.
009560 3910-EXIT.
009570     EXIT.

009580*---------------------------------------------------------------
009590* 4000-WRITE-SUMMARY - per-table totals at the end of the report
009600*---------------------------------------------------------------
009610 4000-WRITE-SUMMARY.
009620     MOVE SPACES TO REPAIR-REPORT-LINE
009630     WRITE REPAIR-REPORT-LINE
009640     MOVE SPACES TO WS-REPORT-LINE-BUILD
009650     STRING 'TABLE ' DELIMITED BY SIZE
009660            RR-TABLE-NAME DELIMITED BY SIZE
009670            ' REPAIR SUMMARY' DELIMITED BY SIZE
009680         INTO WS-REPORT-LINE-BUILD
009690     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
009700     WRITE REPAIR-REPORT-LINE
009710     MOVE WS-RECORDS-READ-COUNT TO WS-COUNT-DISPLAY
009720     PERFORM 4010-WRITE-ONE-TOTAL-LINE THRU 4010-EXIT
009730     MOVE 'RECORDS READ' TO WS-REPORT-LINE-BUILD (3 : 20)
009740     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
009750     WRITE REPAIR-REPORT-LINE
009760     MOVE WS-RECORDS-REPAIRED-COUNT TO WS-COUNT-DISPLAY
009770     PERFORM 4010-WRITE-ONE-TOTAL-LINE THRU 4010-EXIT
009780     MOVE 'RECORDS REPAIRED' TO WS-REPORT-LINE-BUILD (3 : 20)
009790     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
009800     WRITE REPAIR-REPORT-LINE
009810     MOVE WS-RECORDS-CLEAN-COUNT TO WS-COUNT-DISPLAY
009820     PERFORM 4010-WRITE-ONE-TOTAL-LINE THRU 4010-EXIT
009830     MOVE 'RECORDS NOW CLEAN' TO WS-REPORT-LINE-BUILD (3 : 20)
009840     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
009850     WRITE REPAIR-REPORT-LINE
009860     MOVE WS-RECORDS-STILLBAD-COUNT TO WS-COUNT-DISPLAY
009870     PERFORM 4010-WRITE-ONE-TOTAL-LINE THRU 4010-EXIT
009880     MOVE 'RECORDS STILL BAD' TO WS-REPORT-LINE-BUILD (3 : 20)
009890     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
009900     WRITE REPAIR-REPORT-LINE
009910     MOVE WS-REPAIRS-APPLIED-COUNT TO WS-COUNT-DISPLAY
009920     PERFORM 4010-WRITE-ONE-TOTAL-LINE THRU 4010-EXIT
009930     MOVE 'REPAIRS APPLIED' TO WS-REPORT-LINE-BUILD (3 : 20)
009940     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
009950     WRITE REPAIR-REPORT-LINE
009960     MOVE WS-FIELD-ERROR-COUNT TO WS-COUNT-DISPLAY
009970     PERFORM 4010-WRITE-ONE-TOTAL-LINE THRU 4010-EXIT
009980     MOVE 'FIELDS STILL BAD' TO WS-REPORT-LINE-BUILD (3 : 20)
009990     MOVE WS-REPORT-LINE-BUILD TO REPAIR-REPORT-LINE
010000     WRITE REPAIR-REPORT-LINE.
010010 4000-EXIT.
010020     EXIT.

010030*---------------------------------------------------------------
010040* 4010-WRITE-ONE-TOTAL-LINE - stage one count into the line
010050*---------------------------------------------------------------
010060 4010-WRITE-ONE-TOTAL-LINE.
010070     MOVE SPACES TO WS-REPORT-LINE-BUILD
010080     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (25 : 9).
010090 4010-EXIT.
010100     EXIT.

010110*---------------------------------------------------------------
010120* 8000-TERMINATE - close files and display the run totals
010130*---------------------------------------------------------------
010140 8000-TERMINATE.
010150     IF WS-RUN-IS-VALID
010160         CLOSE REJECT-INPUT-FILE
010170         CLOSE CLEAN-OUTPUT-FILE
010180         CLOSE STILLBAD-OUTPUT-FILE
010190         CLOSE REPAIR-REPORT-FILE
010200         DISPLAY 'EXTRREPAIR COMPLETE - TABLE: ' RR-TABLE-NAME
010210         MOVE WS-RECORDS-CLEAN-COUNT TO WS-COUNT-DISPLAY
010220         DISPLAY '  RECORDS NOW CLEAN: ' WS-COUNT-DISPLAY
010230         MOVE WS-RECORDS-STILLBAD-COUNT TO WS-COUNT-DISPLAY
010240         DISPLAY '  RECORDS STILL BAD: ' WS-COUNT-DISPLAY
010250         IF WS-RECORDS-STILLBAD-COUNT > 0
010260             MOVE 4 TO RETURN-CODE
010270         END-IF
010280     END-IF.
010290 8000-EXIT.
010300     EXIT.

010310*---------------------------------------------------------------
010320* 8800-START-RUN-LOG - note when the step started, for its
010330*                 run-log row
010340*---------------------------------------------------------------
010350 8800-START-RUN-LOG.
010360     MOVE SPACES TO RUN-LOG-RECORD
010370     MOVE 'EXTRREPR' TO RL-JOB-NAME
010380     MOVE 'EXTRREPAIR' TO RL-PROGRAM-NAME
010390     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
010400     ACCEPT RL-START-TIME FROM TIME.
010410 8800-EXIT.
010420     EXIT.

010430*---------------------------------------------------------------
010440* 8900-WRITE-RUN-LOG - append this run's counts and return
010450*                 code to the run log; a record still bad after
010460*                 repair counts as rejected
010470*---------------------------------------------------------------
010480 8900-WRITE-RUN-LOG.
010490     MOVE RR-TABLE-NAME TO RL-TABLE-NAME
010500     MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ
010510     MOVE WS-RECORDS-CLEAN-COUNT TO RL-RECORDS-WRITTEN
010520     MOVE WS-RECORDS-STILLBAD-COUNT TO RL-RECORDS-REJECTED
010530     MOVE RETURN-CODE TO RL-RETURN-CODE
010540     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
010550 8900-EXIT.
010560     EXIT.

010570*---------------------------------------------------------------
010580* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
010590*---------------------------------------------------------------
010600 9000-TABLE-NOT-FOUND.
010610     SET WS-RUN-IS-INVALID TO TRUE
010620     DISPLAY 'EXTRREPAIR - TABLE NOT IN SCHSNAP: ' RR-TABLE-NAME
010630     MOVE 12 TO RETURN-CODE.
010640 9000-EXIT.
010650     EXIT.

010660*---------------------------------------------------------------
010670* 9100-BAD-PARM - no usable REPRPARM record was supplied
010680*---------------------------------------------------------------
010690 9100-BAD-PARM.
010700     SET WS-RUN-IS-INVALID TO TRUE
010710     DISPLAY 'EXTRREPAIR - REPRPARM RECORD MISSING OR BLANK'
010720     MOVE 16 TO RETURN-CODE.
010730 9100-EXIT.
010740     EXIT.

010750*---------------------------------------------------------------
010760* 9200-LAYOUT-TOO-WIDE - the committed column widths add up to
010770*                 more than the extract record can carry
010780*---------------------------------------------------------------
010790 9200-LAYOUT-TOO-WIDE.
010800     SET WS-RUN-IS-INVALID TO TRUE
010810     DISPLAY 'EXTRREPAIR - LAYOUT EXCEEDS 7200-BYTE RECORD: '
010820         RR-TABLE-NAME
010830     MOVE 12 TO RETURN-CODE.
010840 9200-EXIT.
010850     EXIT.
