000250*                   children carry the data) and is skipped;
000260*                   LIST and MAP ride serialised in the
000270*                   30-byte catch-all field.
000280* 2026-10-15  JKH   DECIMAL fields are as wide as the column's
000290*                   committed precision and STRING/FIXED/BINARY
000300*                   fields as wide as its committed length (17
000310*                   and 30 when none was given).  A DECIMAL value
000320*                   carrying more integer or fraction digits
000330*                   than its precision and scale allow is now
000340*                   rejected instead of passing, and a layout
000350*                   wider than the 7200-byte record ends the run
000360*                   with RC=12.
000370* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000380*                   the end of every run: records read, accepted
000390*                   and rejected, and the final return code.
000400*

000410****************************************************************
000420* ENVIRONMENT DIVISION
000430****************************************************************
000440 ENVIRONMENT DIVISION.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT VALID-PARM-FILE ASSIGN TO "VALIDPRM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-FILE-STATUS.

000500     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000540         FILE STATUS IS WS-SNAP-FILE-STATUS.

000550     SELECT EXTRACT-INPUT-FILE ASSIGN TO "EXTRIN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-EXTRIN-FILE-STATUS.

000580     SELECT EXTRACT-REJECT-FILE ASSIGN TO "EXTRREJ"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REJECT-FILE-STATUS.

000610     SELECT VALIDATION-REPORT-FILE ASSIGN TO "VALRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-VALRPT-FILE-STATUS.

000640****************************************************************
000650* DATA DIVISION
000660****************************************************************
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  VALID-PARM-FILE.
000700     COPY "ICEBERG-VALID-PARM.cpy".

000710 FD  SCHEMA-SNAPSHOT-FILE.
000720     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000730         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000740                   ==FD-CURR-SNAPSHOT-REC==.

000750 FD  EXTRACT-INPUT-FILE
000760     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000770         DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
000780 01  EXTRACT-INPUT-RECORD                PIC X(7200).

000790 FD  EXTRACT-REJECT-FILE
000800     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000810         DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
000820 01  EXTRACT-REJECT-RECORD               PIC X(7200).

000830 FD  VALIDATION-REPORT-FILE.
000840 01  VALIDATION-REPORT-LINE              PIC X(132).

000850 WORKING-STORAGE SECTION.
000860****************************************************************
000870* FILE STATUS AND CONTROL SWITCHES
000880****************************************************************
000890 01  WS-FILE-STATUSES.
000900     05  WS-PARM-FILE-STATUS             PIC X(02).
000910         88  WS-PARM-OK                  VALUE '00'.
000920     05  WS-SNAP-FILE-STATUS             PIC X(02).
000930         88  WS-SNAP-OK                  VALUE '00'.
000940         88  WS-SNAP-NOT-FOUND           VALUE '23'.
000950     05  WS-EXTRIN-FILE-STATUS           PIC X(02).
000960         88  WS-EXTRIN-OK                VALUE '00'.
000970         88  WS-EXTRIN-EOF               VALUE '10'.
000980     05  WS-REJECT-FILE-STATUS           PIC X(02).
000990     05  WS-VALRPT-FILE-STATUS           PIC X(02).

001000 01  WS-SWITCHES.
001010     05  WS-EXTRIN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001020         88  WS-EXTRACT-IS-EOF           VALUE 'Y'.
001030     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001040         88  WS-RUN-IS-VALID             VALUE 'Y'.
001050         88  WS-RUN-IS-INVALID           VALUE 'N'.
001060     05  WS-RECORD-GOOD-SWITCH           PIC X(01) VALUE 'Y'.
001070         88  WS-RECORD-IS-GOOD           VALUE 'Y'.
001080         88  WS-RECORD-IS-BAD            VALUE 'N'.
001090     05  WS-FIELD-GOOD-SWITCH            PIC X(01) VALUE 'Y'.
001100         88  WS-FIELD-IS-GOOD            VALUE 'Y'.
001110         88  WS-FIELD-IS-BAD             VALUE 'N'.
001120     05  WS-DECIMAL-ALLOWED-SWITCH       PIC X(01) VALUE 'N'.
001130         88  WS-DECIMAL-IS-ALLOWED       VALUE 'Y'.
001140     05  WS-SIGN-SEEN-SWITCH             PIC X(01) VALUE 'N'.
001150         88  WS-SIGN-WAS-SEEN            VALUE 'Y'.
001160     05  WS-DIGIT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001170         88  WS-DIGIT-WAS-SEEN           VALUE 'Y'.
001180     05  WS-POINT-SEEN-SWITCH            PIC X(01) VALUE 'N'.
001190         88  WS-POINT-WAS-SEEN           VALUE 'Y'.
001200     05  WS-BLANK-AFTER-SWITCH           PIC X(01) VALUE 'N'.
001210         88  WS-BLANK-AFTER-DIGITS       VALUE 'Y'.
001220     05  WS-SIGNIFICANT-SWITCH           PIC X(01) VALUE 'N'.
001230         88  WS-SIGNIFICANT-DIGIT-SEEN   VALUE 'Y'.
001240     05  WS-PAST-POINT-SWITCH            PIC X(01) VALUE 'N'.
001250         88  WS-SCAN-IS-PAST-POINT       VALUE 'Y'.

001260 77  WS-EXTRACT-RECORD-LENGTH            PIC 9(05) COMP VALUE 0.
001270 77  WS-EXPECTED-RECORD-LENGTH           PIC 9(05) COMP VALUE 0.
001280 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001290 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001300 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001310 77  WS-FIELD-LENGTH                     PIC 9(03) COMP VALUE 0.
001320 77  WS-RECORDS-READ-COUNT               PIC 9(09) COMP VALUE 0.
001330 77  WS-RECORDS-GOOD-COUNT               PIC 9(09) COMP VALUE 0.
001340 77  WS-RECORDS-REJECT-COUNT             PIC 9(09) COMP VALUE 0.
001350 77  WS-FIELD-ERROR-COUNT                PIC 9(09) COMP VALUE 0.
001360 77  WS-INTEGER-DIGIT-COUNT              PIC 9(03) COMP VALUE 0.
001370 77  WS-FRACTION-DIGIT-COUNT             PIC 9(03) COMP VALUE 0.
001380 77  WS-FRACTION-POSITION                PIC 9(03) COMP VALUE 0.
001390 77  WS-INTEGER-DIGIT-LIMIT              PIC 9(03) COMP VALUE 0.

001400 01  WS-FIELD-VALUE                      PIC X(999) VALUE SPACES.
001410 01  WS-SCAN-CHARACTER                   PIC X(01) VALUE SPACE.
001420 01  WS-REJECT-REASON                    PIC X(24) VALUE SPACES.
001430 01  WS-RECORD-NUMBER-DISPLAY            PIC ZZZZZZZZ9.
001440 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001450 01  WS-LENGTH-DISPLAY                   PIC ZZZZ9.
001460 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.

001470****************************************************************
001480* PER-COLUMN FLAT-FILE LAYOUT DERIVED FROM THE SCHEMA; the
001490* lengths mirror the PIC clauses 4505-SELECT-EXTRACT-PIC-CLAUSE
001500* in UPDATE-SCHEMA assigns when the extract copybook is cut
001510****************************************************************
001520 01  WS-COLUMN-LAYOUT-TABLE.
001530     05  WS-LAYOUT-COLUMN-COUNT          PIC 9(04) COMP VALUE 0.
001540     05  WS-LAYOUT-ENTRY
001550                         OCCURS 0 TO 200 TIMES
001560                         DEPENDING ON WS-LAYOUT-COLUMN-COUNT
001570                         INDEXED BY LY-IDX.
001580         10  WS-LAYOUT-OFFSET            PIC 9(05) COMP.
001590         10  WS-LAYOUT-LENGTH            PIC 9(03) COMP.
001600         10  WS-LAYOUT-PRECISION         PIC 9(02).
001610         10  WS-LAYOUT-SCALE             PIC 9(02).
001620         10  WS-LAYOUT-CLASS             PIC X(01).
001630             88  WS-CLASS-INTEGER        VALUE 'I'.
001640             88  WS-CLASS-DECIMAL        VALUE 'D'.
001650             88  WS-CLASS-BOOLEAN        VALUE 'B'.
001660             88  WS-CLASS-DATE           VALUE 'T'.
001670             88  WS-CLASS-TIME           VALUE 'M'.
001680             88  WS-CLASS-TIMESTAMP      VALUE 'S'.
001690             88  WS-CLASS-ALPHA          VALUE 'A'.

001700****************************************************************
001710* IN-MEMORY COPY OF THE TABLE BEING VALIDATED
001720****************************************************************
001730 COPY "ICEBERG-SNAPSHOT-REC.cpy"
001740     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
001750               ==WS-SCHEMA-BODY==.

001760****************************************************************
001770* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001780****************************************************************
001790 COPY "ICEBERG-RUN-LOG-REC.cpy".

001800 PROCEDURE DIVISION.
001810*---------------------------------------------------------------
001820* 0000-MAINLINE - validate one extract file against one schema
001830*---------------------------------------------------------------
001840 0000-MAINLINE.
001850     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     IF WS-RUN-IS-VALID
001880         PERFORM 2000-VALIDATE-ONE-RECORD THRU 2000-EXIT
001890             UNTIL WS-EXTRACT-IS-EOF
001900         PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
001910     END-IF
001920     PERFORM 8000-TERMINATE THRU 8000-EXIT
001930     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
001940     STOP RUN.
001950 0000-EXIT.
001960     EXIT.

001970*---------------------------------------------------------------
001980* 1000-INITIALIZE - read the parm, load the schema, open files
001990*---------------------------------------------------------------
002000 1000-INITIALIZE.
002010     OPEN INPUT VALID-PARM-FILE
002020     READ VALID-PARM-FILE
002030     END-READ
002040     IF NOT WS-PARM-OK
002050         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002060     END-IF
002070     CLOSE VALID-PARM-FILE
002080     IF WS-RUN-IS-VALID
002090         IF VP-TABLE-NAME = SPACES
002100             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002110         END-IF
002120     END-IF
002130     IF WS-RUN-IS-VALID
002140         PERFORM 1100-LOAD-TABLE-SCHEMA THRU 1100-EXIT
002150     END-IF
002160     IF WS-RUN-IS-VALID
002170         PERFORM 1200-BUILD-COLUMN-LAYOUT THRU 1200-EXIT
002180     END-IF
002190     IF WS-RUN-IS-VALID
002200         OPEN INPUT EXTRACT-INPUT-FILE
002210         OPEN OUTPUT EXTRACT-REJECT-FILE
002220         OPEN OUTPUT VALIDATION-REPORT-FILE
002230         PERFORM 1300-READ-EXTRACT THRU 1300-EXIT
002240     END-IF.
002250 1000-EXIT.
002260     EXIT.

002270*---------------------------------------------------------------
002280* 1100-LOAD-TABLE-SCHEMA - read this table's committed layout
002290*---------------------------------------------------------------
002300 1100-LOAD-TABLE-SCHEMA.
002310     MOVE VP-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002320     OPEN INPUT SCHEMA-SNAPSHOT-FILE
002330     READ SCHEMA-SNAPSHOT-FILE
002340         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002350     END-READ
002360     IF WS-SNAP-OK
002370         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
002380             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002390         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
002400     ELSE
002410         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
002420     END-IF
002430     CLOSE SCHEMA-SNAPSHOT-FILE.
002440 1100-EXIT.
002450     EXIT.

002460*---------------------------------------------------------------
002470* 1200-BUILD-COLUMN-LAYOUT - derive each column's offset/length
002480*---------------------------------------------------------------
002490 1200-BUILD-COLUMN-LAYOUT.
002500     MOVE 0 TO WS-LAYOUT-COLUMN-COUNT
002510     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
002520     PERFORM 1210-LAYOUT-ONE-COLUMN THRU 1210-EXIT
002530         VARYING WS-WORK-INDEX FROM 1 BY 1
002540         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002550     COMPUTE WS-EXPECTED-RECORD-LENGTH =
002560         WS-COLUMN-OFFSET-CURSOR - 1
002570     IF WS-EXPECTED-RECORD-LENGTH > 7200
002580         PERFORM 9200-LAYOUT-TOO-WIDE THRU 9200-EXIT
002590     END-IF.
002600 1200-EXIT.
002610     EXIT.

002620*---------------------------------------------------------------
002630* 1210-LAYOUT-ONE-COLUMN - stage one column's offset and class
002640*---------------------------------------------------------------
002650 1210-LAYOUT-ONE-COLUMN.
002660     ADD 1 TO WS-LAYOUT-COLUMN-COUNT
002670     MOVE WS-COLUMN-OFFSET-CURSOR
002680         TO WS-LAYOUT-OFFSET (WS-LAYOUT-COLUMN-COUNT)
002690     PERFORM 1220-SELECT-COLUMN-LENGTH THRU 1220-EXIT
002700     ADD WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
002710         TO WS-COLUMN-OFFSET-CURSOR.
002720 1210-EXIT.
002730     EXIT.

002740*---------------------------------------------------------------
002750* 1220-SELECT-COLUMN-LENGTH - map an Iceberg type to the flat
002760*                 field width and validation class; widths must
002770*                 stay in step with the PIC clauses assigned by
002780*                 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA
002790*---------------------------------------------------------------
002800 1220-SELECT-COLUMN-LENGTH.
002810     MOVE 0 TO WS-LAYOUT-PRECISION (WS-LAYOUT-COLUMN-COUNT)
002820     MOVE 0 TO WS-LAYOUT-SCALE (WS-LAYOUT-COLUMN-COUNT)
002830     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
002840         WHEN 'BOOLEAN'
002850             MOVE 1 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
002860             MOVE 'B' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
002870         WHEN 'INT'
002880             MOVE 9 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
002890             MOVE 'I' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
002900         WHEN 'LONG'
002910             MOVE 18 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
002920             MOVE 'I' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
002930         WHEN 'FLOAT'
002940             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
002950             MOVE 'D' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
002960         WHEN 'DOUBLE'
002970             MOVE 15 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
002980             MOVE 'D' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
002990         WHEN 'DECIMAL'
003000             PERFORM 1230-SELECT-DECIMAL-LENGTH THRU 1230-EXIT
003010             MOVE 'D' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003020         WHEN 'DATE'
003030             MOVE 10 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003040             MOVE 'T' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003050         WHEN 'TIME'
003060             MOVE 8 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003070             MOVE 'M' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003080         WHEN 'TIMESTAMP'
003090             MOVE 26 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003100             MOVE 'S' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003110         WHEN 'UUID'
003120             MOVE 36 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003130             MOVE 'A' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003140         WHEN 'STRING'
003150         WHEN 'FIXED'
003160         WHEN 'BINARY'
003170             IF COL-FIELD-LENGTH OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003180                     = 0
003190                 MOVE 30
003200                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003210             ELSE
003220                 MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
003230                                             (WS-WORK-INDEX)
003240                     TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003250             END-IF
003260             MOVE 'A' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003270         WHEN 'STRUCT'
003280             MOVE 0 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003290             MOVE 'A' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003300         WHEN OTHER
003310             MOVE 30 TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT)
003320             MOVE 'A' TO WS-LAYOUT-CLASS (WS-LAYOUT-COLUMN-COUNT)
003330     END-EVALUATE.
003340 1220-EXIT.
003350     EXIT.

003360*---------------------------------------------------------------
003370* 1230-SELECT-DECIMAL-LENGTH - a DECIMAL field is as wide as its
003380*                 precision; no precision means the shop default
003390*                 of DECIMAL(17,2)
003400*---------------------------------------------------------------
003410 1230-SELECT-DECIMAL-LENGTH.
003420     IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY (WS-WORK-INDEX) = 0
003430         MOVE 17 TO WS-LAYOUT-PRECISION (WS-LAYOUT-COLUMN-COUNT)
003440         MOVE 2 TO WS-LAYOUT-SCALE (WS-LAYOUT-COLUMN-COUNT)
003450     ELSE
003460         MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003470                                             (WS-WORK-INDEX)
003480             TO WS-LAYOUT-PRECISION (WS-LAYOUT-COLUMN-COUNT)
003490         MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003500             TO WS-LAYOUT-SCALE (WS-LAYOUT-COLUMN-COUNT)
003510     END-IF
003520     MOVE WS-LAYOUT-PRECISION (WS-LAYOUT-COLUMN-COUNT)
003530         TO WS-LAYOUT-LENGTH (WS-LAYOUT-COLUMN-COUNT).
003540 1230-EXIT.
003550     EXIT.

003560*---------------------------------------------------------------
003570* 1300-READ-EXTRACT - bring in the next extract record
003580*---------------------------------------------------------------
003590 1300-READ-EXTRACT.
003600     READ EXTRACT-INPUT-FILE
003610         AT END
003620             SET WS-EXTRACT-IS-EOF TO TRUE
003630     END-READ.
003640 1300-EXIT.
003650     EXIT.

003660*---------------------------------------------------------------
003670* 2000-VALIDATE-ONE-RECORD - check one record field by field
003680*---------------------------------------------------------------
003690 2000-VALIDATE-ONE-RECORD.
003700     ADD 1 TO WS-RECORDS-READ-COUNT
003710     SET WS-RECORD-IS-GOOD TO TRUE
003720     PERFORM 2100-CHECK-RECORD-LENGTH THRU 2100-EXIT
003730     IF WS-RECORD-IS-GOOD
003740         PERFORM 2200-VALIDATE-ONE-COLUMN THRU 2200-EXIT
003750             VARYING WS-WORK-INDEX FROM 1 BY 1
003760             UNTIL WS-WORK-INDEX > WS-LAYOUT-COLUMN-COUNT
003770     END-IF
003780     IF WS-RECORD-IS-GOOD
003790         ADD 1 TO WS-RECORDS-GOOD-COUNT
003800     ELSE
003810         ADD 1 TO WS-RECORDS-REJECT-COUNT
003820         PERFORM 2900-WRITE-REJECT-RECORD THRU 2900-EXIT
003830     END-IF
003840     PERFORM 1300-READ-EXTRACT THRU 1300-EXIT.
003850 2000-EXIT.
003860     EXIT.

003870*---------------------------------------------------------------
003880* 2100-CHECK-RECORD-LENGTH - record must match the layout width
003890*---------------------------------------------------------------
003900 2100-CHECK-RECORD-LENGTH.
003910     IF WS-EXTRACT-RECORD-LENGTH NOT = WS-EXPECTED-RECORD-LENGTH
003920         SET WS-RECORD-IS-BAD TO TRUE
003930         ADD 1 TO WS-FIELD-ERROR-COUNT
003940         MOVE 'RECORD LENGTH' TO WS-REJECT-REASON
003950         MOVE SPACES TO WS-FIELD-VALUE
003960         PERFORM 2910-WRITE-REASON-LINE THRU 2910-EXIT
003970     END-IF.
003980 2100-EXIT.
003990     EXIT.

004000*---------------------------------------------------------------
004010* 2200-VALIDATE-ONE-COLUMN - apply this column's checks
004020*---------------------------------------------------------------
004030 2200-VALIDATE-ONE-COLUMN.
004040     IF WS-LAYOUT-LENGTH (WS-WORK-INDEX) = 0
004050         GO TO 2200-EXIT
004060     END-IF
004070     SET WS-FIELD-IS-GOOD TO TRUE
004080     MOVE SPACES TO WS-REJECT-REASON
004090     MOVE WS-LAYOUT-LENGTH (WS-WORK-INDEX) TO WS-FIELD-LENGTH
004100     MOVE SPACES TO WS-FIELD-VALUE
004110     MOVE EXTRACT-INPUT-RECORD
004120             (WS-LAYOUT-OFFSET (WS-WORK-INDEX) : WS-FIELD-LENGTH)
004130         TO WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
004140     IF WS-FIELD-VALUE = SPACES
004150         IF COL-IS-REQUIRED OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004160             SET WS-FIELD-IS-BAD TO TRUE
004170             MOVE 'REQUIRED FIELD BLANK' TO WS-REJECT-REASON
004180         END-IF
004190     ELSE
004200         PERFORM 2300-CHECK-FIELD-CLASS THRU 2300-EXIT
004210     END-IF
004220     IF WS-FIELD-IS-BAD
004230         SET WS-RECORD-IS-BAD TO TRUE
004240         ADD 1 TO WS-FIELD-ERROR-COUNT
004250         PERFORM 2910-WRITE-REASON-LINE THRU 2910-EXIT
004260     END-IF.
004270 2200-EXIT.
004280     EXIT.

004290*---------------------------------------------------------------
004300* 2300-CHECK-FIELD-CLASS - route on the column's value class
004310*---------------------------------------------------------------
004320 2300-CHECK-FIELD-CLASS.
004330     EVALUATE TRUE
004340         WHEN WS-CLASS-INTEGER (WS-WORK-INDEX)
004350             MOVE 'N' TO WS-DECIMAL-ALLOWED-SWITCH
004360             PERFORM 2400-SCAN-NUMERIC-FIELD THRU 2400-EXIT
004370             IF WS-FIELD-IS-BAD
004380                 MOVE 'NOT AN INTEGER' TO WS-REJECT-REASON
004390             END-IF
004400         WHEN WS-CLASS-DECIMAL (WS-WORK-INDEX)
004410             SET WS-DECIMAL-IS-ALLOWED TO TRUE
004420             PERFORM 2400-SCAN-NUMERIC-FIELD THRU 2400-EXIT
004430             IF WS-FIELD-IS-BAD
004440                 MOVE 'NOT NUMERIC' TO WS-REJECT-REASON
004450             ELSE
004460                 IF WS-LAYOUT-PRECISION (WS-WORK-INDEX) > 0
004470                         AND WS-POINT-WAS-SEEN
004480                     PERFORM 2420-CHECK-DECIMAL-DIGITS
004490                         THRU 2420-EXIT
004500                 END-IF
004510             END-IF
004520         WHEN WS-CLASS-BOOLEAN (WS-WORK-INDEX)
004530             PERFORM 2500-CHECK-BOOLEAN-FIELD THRU 2500-EXIT
004540         WHEN WS-CLASS-DATE (WS-WORK-INDEX)
004550             PERFORM 2600-CHECK-DATE-FIELD THRU 2600-EXIT
004560         WHEN WS-CLASS-TIME (WS-WORK-INDEX)
004570             PERFORM 2700-CHECK-TIME-FIELD THRU 2700-EXIT
004580         WHEN WS-CLASS-TIMESTAMP (WS-WORK-INDEX)
004590             PERFORM 2800-CHECK-TIMESTAMP-FIELD THRU 2800-EXIT
004600     END-EVALUATE.
004610 2300-EXIT.
004620     EXIT.

004630*---------------------------------------------------------------
004640* 2400-SCAN-NUMERIC-FIELD - digits with one optional leading
004650*                 sign, leading/trailing blanks, and (when the
004660*                 class allows it) one decimal point
004670*---------------------------------------------------------------
004680 2400-SCAN-NUMERIC-FIELD.
004690     MOVE 'N' TO WS-SIGN-SEEN-SWITCH
004700     MOVE 'N' TO WS-DIGIT-SEEN-SWITCH
004710     MOVE 'N' TO WS-POINT-SEEN-SWITCH
004720     MOVE 'N' TO WS-BLANK-AFTER-SWITCH
004730     PERFORM 2410-SCAN-ONE-CHARACTER THRU 2410-EXIT
004740         VARYING WS-SCAN-INDEX FROM 1 BY 1
004750         UNTIL WS-SCAN-INDEX > WS-FIELD-LENGTH
004760            OR WS-FIELD-IS-BAD
004770     IF NOT WS-DIGIT-WAS-SEEN
004780         SET WS-FIELD-IS-BAD TO TRUE
004790     END-IF.
004800 2400-EXIT.
004810     EXIT.

004820*---------------------------------------------------------------
004830* 2410-SCAN-ONE-CHARACTER - classify one byte of the field
004840*---------------------------------------------------------------
004850 2410-SCAN-ONE-CHARACTER.
004860     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
004870     EVALUATE TRUE
004880         WHEN WS-SCAN-CHARACTER = SPACE
004890             IF WS-DIGIT-WAS-SEEN
004900                 SET WS-BLANK-AFTER-DIGITS TO TRUE
004910             END-IF
004920         WHEN WS-SCAN-CHARACTER IS NUMERIC
004930             IF WS-BLANK-AFTER-DIGITS
004940                 SET WS-FIELD-IS-BAD TO TRUE
004950             ELSE
004960                 SET WS-DIGIT-WAS-SEEN TO TRUE
004970             END-IF
004980         WHEN WS-SCAN-CHARACTER = '+' OR WS-SCAN-CHARACTER = '-'
004990             IF WS-SIGN-WAS-SEEN OR WS-DIGIT-WAS-SEEN
005000                     OR WS-POINT-WAS-SEEN
005010                 SET WS-FIELD-IS-BAD TO TRUE
005020             ELSE
005030                 SET WS-SIGN-WAS-SEEN TO TRUE
005040             END-IF
005050         WHEN WS-SCAN-CHARACTER = '.'
005060             IF WS-DECIMAL-IS-ALLOWED
005070                     AND NOT WS-POINT-WAS-SEEN
005080                     AND NOT WS-BLANK-AFTER-DIGITS
005090                 SET WS-POINT-WAS-SEEN TO TRUE
005100             ELSE
005110                 SET WS-FIELD-IS-BAD TO TRUE
005120             END-IF
005130         WHEN OTHER
005140             SET WS-FIELD-IS-BAD TO TRUE
005150     END-EVALUATE.
005160 2410-EXIT.
005170     EXIT.

005180*---------------------------------------------------------------
005190* 2420-CHECK-DECIMAL-DIGITS - a value with an explicit point may
005200*                 carry no more significant integer digits than
005210*                 precision less scale, and no more fraction
005220*                 digits (trailing zeros aside) than the scale
005230*---------------------------------------------------------------
005240 2420-CHECK-DECIMAL-DIGITS.
005250     MOVE 0 TO WS-INTEGER-DIGIT-COUNT
005260     MOVE 0 TO WS-FRACTION-DIGIT-COUNT
005270     MOVE 0 TO WS-FRACTION-POSITION
005280     MOVE 'N' TO WS-SIGNIFICANT-SWITCH
005290     MOVE 'N' TO WS-PAST-POINT-SWITCH
005300     PERFORM 2430-COUNT-ONE-DIGIT THRU 2430-EXIT
005310         VARYING WS-SCAN-INDEX FROM 1 BY 1
005320         UNTIL WS-SCAN-INDEX > WS-FIELD-LENGTH
005330     COMPUTE WS-INTEGER-DIGIT-LIMIT =
005340         WS-LAYOUT-PRECISION (WS-WORK-INDEX)
005350             - WS-LAYOUT-SCALE (WS-WORK-INDEX)
005360     IF WS-FRACTION-DIGIT-COUNT > WS-LAYOUT-SCALE (WS-WORK-INDEX)
005370         SET WS-FIELD-IS-BAD TO TRUE
005380         MOVE 'EXCEEDS SCALE' TO WS-REJECT-REASON
005390         GO TO 2420-EXIT
005400     END-IF
005410     IF WS-INTEGER-DIGIT-COUNT > WS-INTEGER-DIGIT-LIMIT
005420         SET WS-FIELD-IS-BAD TO TRUE
005430         MOVE 'EXCEEDS PRECISION' TO WS-REJECT-REASON
005440     END-IF.
005450 2420-EXIT.
005460     EXIT.

005470*---------------------------------------------------------------
005480* 2430-COUNT-ONE-DIGIT - tally one byte of an already-scanned
005490*                 decimal value
005500*---------------------------------------------------------------
005510 2430-COUNT-ONE-DIGIT.
005520     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
005530     EVALUATE TRUE
005540         WHEN WS-SCAN-CHARACTER = '.'
005550             SET WS-SCAN-IS-PAST-POINT TO TRUE
005560         WHEN WS-SCAN-CHARACTER IS NOT NUMERIC
005570             CONTINUE
005580         WHEN WS-SCAN-IS-PAST-POINT
005590             ADD 1 TO WS-FRACTION-POSITION
005600             IF WS-SCAN-CHARACTER NOT = '0'
005610                 MOVE WS-FRACTION-POSITION
005620                     TO WS-FRACTION-DIGIT-COUNT
005630             END-IF
005640         WHEN OTHER
005650             IF WS-SCAN-CHARACTER NOT = '0'
005660                 SET WS-SIGNIFICANT-DIGIT-SEEN TO TRUE
005670             END-IF
005680             IF WS-SIGNIFICANT-DIGIT-SEEN
005690                 ADD 1 TO WS-INTEGER-DIGIT-COUNT
005700             END-IF
005710     END-EVALUATE.
005720 2430-EXIT.
005730     EXIT.

005740*---------------------------------------------------------------
005750* 2500-CHECK-BOOLEAN-FIELD - one-byte truth flag
005760*---------------------------------------------------------------
005770 2500-CHECK-BOOLEAN-FIELD.
005780     EVALUATE WS-FIELD-VALUE (1 : 1)
005790         WHEN 'Y' WHEN 'N' WHEN 'T' WHEN 'F'
005800         WHEN '1' WHEN '0'
005810             CONTINUE
005820         WHEN OTHER
005830             SET WS-FIELD-IS-BAD TO TRUE
005840             MOVE 'BAD BOOLEAN VALUE' TO WS-REJECT-REASON
005850     END-EVALUATE.
005860 2500-EXIT.
005870     EXIT.

005880*---------------------------------------------------------------
005890* 2600-CHECK-DATE-FIELD - YYYY-MM-DD
005900*---------------------------------------------------------------
005910 2600-CHECK-DATE-FIELD.
005920     IF WS-FIELD-VALUE (1 : 4) IS NUMERIC
005930             AND WS-FIELD-VALUE (5 : 1) = '-'
005940             AND WS-FIELD-VALUE (6 : 2) IS NUMERIC
005950             AND WS-FIELD-VALUE (8 : 1) = '-'
005960             AND WS-FIELD-VALUE (9 : 2) IS NUMERIC
005970         CONTINUE
005980     ELSE
005990         SET WS-FIELD-IS-BAD TO TRUE
006000         MOVE 'BAD DATE VALUE' TO WS-REJECT-REASON
006010     END-IF.
006020 2600-EXIT.
006030     EXIT.

006040*---------------------------------------------------------------
006050* 2700-CHECK-TIME-FIELD - HH:MM:SS (or HH.MM.SS)
006060*---------------------------------------------------------------
006070 2700-CHECK-TIME-FIELD.
006080     IF WS-FIELD-VALUE (1 : 2) IS NUMERIC
006090             AND (WS-FIELD-VALUE (3 : 1) = ':'
006100                  OR WS-FIELD-VALUE (3 : 1) = '.')
006110             AND WS-FIELD-VALUE (4 : 2) IS NUMERIC
006120             AND (WS-FIELD-VALUE (6 : 1) = ':'
006130                  OR WS-FIELD-VALUE (6 : 1) = '.')
006140             AND WS-FIELD-VALUE (7 : 2) IS NUMERIC
006150         CONTINUE
006160     ELSE
006170         SET WS-FIELD-IS-BAD TO TRUE
006180         MOVE 'BAD TIME VALUE' TO WS-REJECT-REASON
006190     END-IF.
006200 2700-EXIT.
006210     EXIT.

006220*---------------------------------------------------------------
006230* 2800-CHECK-TIMESTAMP-FIELD - leads with YYYY-MM-DD; the time
006240*                 portion format varies by feed and is not
006250*                 policed beyond the date part
006260*---------------------------------------------------------------
006270 2800-CHECK-TIMESTAMP-FIELD.
006280     IF WS-FIELD-VALUE (1 : 4) IS NUMERIC
006290             AND WS-FIELD-VALUE (5 : 1) = '-'
006300             AND WS-FIELD-VALUE (6 : 2) IS NUMERIC
006310             AND WS-FIELD-VALUE (8 : 1) = '-'
006320             AND WS-FIELD-VALUE (9 : 2) IS NUMERIC
006330         CONTINUE
006340     ELSE
006350         SET WS-FIELD-IS-BAD TO TRUE
006360         MOVE 'BAD TIMESTAMP VALUE' TO WS-REJECT-REASON
006370     END-IF.
006380 2800-EXIT.
006390     EXIT.

006400*---------------------------------------------------------------
006410* 2900-WRITE-REJECT-RECORD - copy the failing record image
006420*---------------------------------------------------------------
006430 2900-WRITE-REJECT-RECORD.
006440     MOVE EXTRACT-INPUT-RECORD TO EXTRACT-REJECT-RECORD
006450     WRITE EXTRACT-REJECT-RECORD.
006460 2900-EXIT.
006470     EXIT.

006480*---------------------------------------------------------------
006490* 2910-WRITE-REASON-LINE - one report row per failing field
006500*---------------------------------------------------------------
006510 2910-WRITE-REASON-LINE.
006520     MOVE WS-RECORDS-READ-COUNT TO WS-RECORD-NUMBER-DISPLAY
006530     MOVE SPACES TO WS-REPORT-LINE-BUILD
006540     IF WS-REJECT-REASON = 'RECORD LENGTH'
006550         MOVE WS-EXTRACT-RECORD-LENGTH TO WS-LENGTH-DISPLAY
006560         STRING 'RECORD ' DELIMITED BY SIZE
006570                WS-RECORD-NUMBER-DISPLAY DELIMITED BY SIZE
006580                '  RECORD LENGTH ' DELIMITED BY SIZE
006590                WS-LENGTH-DISPLAY DELIMITED BY SIZE
006600                ' DID NOT MATCH THE LAYOUT' DELIMITED BY SIZE
006610             INTO WS-REPORT-LINE-BUILD
006620     ELSE
006630         STRING 'RECORD ' DELIMITED BY SIZE
006640                WS-RECORD-NUMBER-DISPLAY DELIMITED BY SIZE
006650                '  FIELD ' DELIMITED BY SIZE
006660                COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
006670                    DELIMITED BY SIZE
006680                '  ' DELIMITED BY SIZE
006690                WS-REJECT-REASON DELIMITED BY SIZE
006700             INTO WS-REPORT-LINE-BUILD
006710     END-IF
006720     MOVE WS-REPORT-LINE-BUILD TO VALIDATION-REPORT-LINE
006730     WRITE VALIDATION-REPORT-LINE.
006740 2910-EXIT.
006750     EXIT.

006760*---------------------------------------------------------------
006770* 3000-WRITE-SUMMARY - per-table totals at the end of the report
006780*---------------------------------------------------------------
006790 3000-WRITE-SUMMARY.
006800     MOVE SPACES TO VALIDATION-REPORT-LINE
006810     WRITE VALIDATION-REPORT-LINE
006820     MOVE SPACES TO WS-REPORT-LINE-BUILD
006830     STRING 'TABLE ' DELIMITED BY SIZE
006840            VP-TABLE-NAME DELIMITED BY SIZE
006850            ' VALIDATION SUMMARY' DELIMITED BY SIZE
006860         INTO WS-REPORT-LINE-BUILD
006870     MOVE WS-REPORT-LINE-BUILD TO VALIDATION-REPORT-LINE
006880     WRITE VALIDATION-REPORT-LINE
006890     MOVE WS-RECORDS-READ-COUNT TO WS-COUNT-DISPLAY
006900     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
006910     MOVE 'RECORDS READ' TO WS-REPORT-LINE-BUILD (3 : 20)
006920     MOVE WS-REPORT-LINE-BUILD TO VALIDATION-REPORT-LINE
006930     WRITE VALIDATION-REPORT-LINE
006940     MOVE WS-RECORDS-GOOD-COUNT TO WS-COUNT-DISPLAY
006950     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
006960     MOVE 'RECORDS ACCEPTED' TO WS-REPORT-LINE-BUILD (3 : 20)
006970     MOVE WS-REPORT-LINE-BUILD TO VALIDATION-REPORT-LINE
006980     WRITE VALIDATION-REPORT-LINE
006990     MOVE WS-RECORDS-REJECT-COUNT TO WS-COUNT-DISPLAY
007000     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
007010     MOVE 'RECORDS REJECTED' TO WS-REPORT-LINE-BUILD (3 : 20)
007020     MOVE WS-REPORT-LINE-BUILD TO VALIDATION-REPORT-LINE
007030     WRITE VALIDATION-REPORT-LINE
007040     MOVE WS-FIELD-ERROR-COUNT TO WS-COUNT-DISPLAY
007050     PERFORM 3010-WRITE-ONE-TOTAL-LINE THRU 3010-EXIT
007060     MOVE 'FIELD ERRORS' TO WS-REPORT-LINE-BUILD (3 : 20)
007070     MOVE WS-REPORT-LINE-BUILD TO VALIDATION-REPORT-LINE
007080     WRITE VALIDATION-REPORT-LINE.
007090 3000-EXIT.
007100     EXIT.

007110*---------------------------------------------------------------
007120* 3010-WRITE-ONE-TOTAL-LINE - stage one count into the line
007130*---------------------------------------------------------------
007140 3010-WRITE-ONE-TOTAL-LINE.
007150     MOVE SPACES TO WS-REPORT-LINE-BUILD
007160     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (25 : 9).
007170 3010-EXIT.
007180     EXIT.

007190*---------------------------------------------------------------
007200* 8000-TERMINATE - close files and display the run totals
007210*---------------------------------------------------------------
007220 8000-TERMINATE.
007230     IF WS-RUN-IS-VALID
007240         CLOSE EXTRACT-INPUT-FILE
007250         CLOSE EXTRACT-REJECT-FILE
007260         CLOSE VALIDATION-REPORT-FILE
007270         MOVE WS-RECORDS-REJECT-COUNT TO WS-COUNT-DISPLAY
007280         DISPLAY 'EXTRVALID COMPLETE - TABLE: ' VP-TABLE-NAME
007290         DISPLAY '  RECORDS REJECTED: ' WS-COUNT-DISPLAY
007300         IF WS-RECORDS-REJECT-COUNT > 0
007310             MOVE 4 TO RETURN-CODE
007320         END-IF
007330     END-IF.
007340 8000-EXIT.
007350     EXIT.

007360*---------------------------------------------------------------
007370* 8800-START-RUN-LOG - note when the step started, for its
007380*                 run-log row
007390*---------------------------------------------------------------
007400 8800-START-RUN-LOG.
007410     MOVE SPACES TO RUN-LOG-RECORD
007420     MOVE 'EXTRVALD' TO RL-JOB-NAME
007430     MOVE 'EXTRVALID' TO RL-PROGRAM-NAME
007440     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
007450     ACCEPT RL-START-TIME FROM TIME.
007460 8800-EXIT.
007470     EXIT.

007480*---------------------------------------------------------------
007490* 8900-WRITE-RUN-LOG - append this run's counts and return
007500*                 code to the run log
007510*---------------------------------------------------------------
007520 8900-WRITE-RUN-LOG.
007530     MOVE VP-TABLE-NAME TO RL-TABLE-NAME
007540     MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ
007550     MOVE WS-RECORDS-GOOD-COUNT TO RL-RECORDS-WRITTEN
007560     MOVE WS-RECORDS-REJECT-COUNT TO RL-RECORDS-REJECTED
007570     MOVE RETURN-CODE TO RL-RETURN-CODE
007580     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
007590 8900-EXIT.
007600     EXIT.

007610*---------------------------------------------------------------
007620* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
007630*---------------------------------------------------------------
007640 9000-TABLE-NOT-FOUND.
007650     SET WS-RUN-IS-INVALID TO TRUE
007660     DISPLAY 'EXTRVALID - TABLE NOT IN SCHSNAP: ' VP-TABLE-NAME
007670     MOVE 12 TO RETURN-CODE.
007680 9000-EXIT.
007690     EXIT.

007700*---------------------------------------------------------------
007710* 9100-BAD-PARM - no usable VALIDPRM record was supplied
007720*---------------------------------------------------------------
007730 9100-BAD-PARM.
007740     SET WS-RUN-IS-INVALID TO TRUE
007750     DISPLAY 'EXTRVALID - VALIDPRM RECORD MISSING OR BLANK'
007760     MOVE 16 TO RETURN-CODE.
007770 9100-EXIT.
007780     EXIT.

007790*---------------------------------------------------------------
007800* 9200-LAYOUT-TOO-WIDE - the committed column widths add up to
007810*                 more than the extract record can carry
007820*---------------------------------------------------------------
007830 9200-LAYOUT-TOO-WIDE.
007840     SET WS-RUN-IS-INVALID TO TRUE
007850     DISPLAY 'EXTRVALID - LAYOUT EXCEEDS 7200-BYTE RECORD: '
007860         VP-TABLE-NAME
007870     MOVE 12 TO RETURN-CODE.
007880 9200-EXIT.
007890     EXIT.
