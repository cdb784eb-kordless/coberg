000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DATAMASK.
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
000130* 2026-10-15  JKH   Original.  Cuts a masked copy of one table's
000140*                   extract or MASTER generation for the test
000150*                   regions, read through the committed SCHSNAP
000160*                   layout.  Each column is masked by the rule
000170*                   its COLCLASS registry row carries (HASH,
000180*                   BLANK or FIXED; no row means PUBLIC, copied
000190*                   as is).  HASH is a keyed, format-keeping
000200*                   substitute driven only by the value and the
000210*                   shop key, never by the table or column, so
000220*                   TBLKEYS identifier columns and TBLREFS join
000230*                   columns stay joinable across masked copies.
000240*                   A key or join column is never blanked or
000250*                   fixed; a BLANK or FIXED rule on one is hashed
000260*                   instead.  A PUBLIC key or join column is left
000270*                   unmasked, unless it is a join column whose
000280*                   other end is masked, when it is hashed too.
000290*                   Every masked value still passes EXTRVALID.
000300*

000310****************************************************************
000320* ENVIRONMENT DIVISION
000330****************************************************************
000340 ENVIRONMENT DIVISION.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MASK-PARM-FILE ASSIGN TO "MASKPRM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-FILE-STATUS.

000400     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000440         FILE STATUS IS WS-SNAP-FILE-STATUS.

000450     SELECT OPTIONAL COL-CLASS-FILE ASSIGN TO "COLCLASS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CC-KEY
000490         FILE STATUS IS WS-COLCLASS-FILE-STATUS.

000500     SELECT TABLE-KEYS-FILE ASSIGN TO "TBLKEYS"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS TK-TABLE-NAME
000540         FILE STATUS IS WS-TBLKEYS-FILE-STATUS.

000550     SELECT OPTIONAL TABLE-REFS-FILE ASSIGN TO "TBLREFS"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TBLREFS-FILE-STATUS.

000580     SELECT EXTRACT-INPUT-FILE ASSIGN TO "EXTRIN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-EXTRIN-FILE-STATUS.

000610     SELECT MASKED-OUTPUT-FILE ASSIGN TO "MASKOUT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-MASKOUT-FILE-STATUS.

000640****************************************************************
000650* DATA DIVISION
000660****************************************************************
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  MASK-PARM-FILE.
000700     COPY "ICEBERG-MASK-PARM.cpy".

000710 FD  SCHEMA-SNAPSHOT-FILE.
000720     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000730         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000740                   ==FD-CURR-SNAPSHOT-REC==.

000750 FD  COL-CLASS-FILE.
000760     COPY "ICEBERG-COL-CLASS-REC.cpy".

000770 FD  TABLE-KEYS-FILE.
000780     COPY "ICEBERG-TABLE-KEYS.cpy".

000790 FD  TABLE-REFS-FILE.
000800     COPY "ICEBERG-TABLE-REF-REC.cpy".

000810 FD  EXTRACT-INPUT-FILE
000820     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000830         DEPENDING ON WS-EXTRACT-RECORD-LENGTH.
000840 01  EXTRACT-INPUT-RECORD                PIC X(7200).

000850 FD  MASKED-OUTPUT-FILE
000860     RECORD IS VARYING IN SIZE FROM 1 TO 7200 CHARACTERS
000870         DEPENDING ON WS-MASKED-RECORD-LENGTH.
000880 01  MASKED-OUTPUT-RECORD                PIC X(7200).

000890 WORKING-STORAGE SECTION.
000900****************************************************************
000910* FILE STATUS AND CONTROL SWITCHES
000920****************************************************************
000930 01  WS-FILE-STATUSES.
000940     05  WS-PARM-FILE-STATUS             PIC X(02).
000950         88  WS-PARM-OK                  VALUE '00'.
000960     05  WS-SNAP-FILE-STATUS             PIC X(02).
000970         88  WS-SNAP-OK                  VALUE '00'.
000980         88  WS-SNAP-NOT-FOUND           VALUE '23'.
000990     05  WS-COLCLASS-FILE-STATUS         PIC X(02).
001000         88  WS-COLCLASS-OK              VALUE '00'.
001010         88  WS-COLCLASS-OPENED          VALUES '00' '05'.
001020     05  WS-TBLKEYS-FILE-STATUS          PIC X(02).
001030         88  WS-TBLKEYS-OK               VALUE '00'.
001040         88  WS-TBLKEYS-NOT-FOUND        VALUE '23'.
001050     05  WS-TBLREFS-FILE-STATUS          PIC X(02).
001060         88  WS-TBLREFS-OPENED           VALUES '00' '05'.
001070     05  WS-EXTRIN-FILE-STATUS           PIC X(02).
001080     05  WS-MASKOUT-FILE-STATUS          PIC X(02).
001090         88  WS-MASKOUT-OK               VALUE '00'.

001100 01  WS-SWITCHES.
001110     05  WS-EXTRIN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001120         88  WS-EXTRACT-IS-EOF           VALUE 'Y'.
001130     05  WS-REFS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001140         88  WS-REFS-ARE-EOF             VALUE 'Y'.
001150     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001160         88  WS-RUN-IS-VALID             VALUE 'Y'.
001170         88  WS-RUN-IS-INVALID           VALUE 'N'.
001180     05  WS-COLCLASS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001190         88  WS-COLCLASS-IS-OPEN         VALUE 'Y'.
001200     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001210         88  WS-ENTRY-FOUND              VALUE 'Y'.
001220         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
001230     05  WS-PARTNER-MASKED-SWITCH        PIC X(01) VALUE 'N'.
001240         88  WS-PARTNER-IS-MASKED        VALUE 'Y'.
001250     05  WS-SHAPE-SWITCH                 PIC X(01) VALUE 'N'.
001260         88  WS-SHAPE-IS-GOOD            VALUE 'Y'.
001270         88  WS-SHAPE-IS-BAD             VALUE 'N'.
001280     05  WS-UPPER-HEX-SWITCH             PIC X(01) VALUE 'N'.
001290         88  WS-HEX-IS-UPPER             VALUE 'Y'.

001300 77  WS-EXTRACT-RECORD-LENGTH            PIC 9(05) COMP VALUE 0.
001310 77  WS-MASKED-RECORD-LENGTH             PIC 9(05) COMP VALUE 0.
001320 77  WS-COLUMN-OFFSET-CURSOR             PIC 9(05) COMP VALUE 0.
001330 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001340 77  WS-MASK-INDEX                       PIC 9(04) COMP VALUE 0.
001350 77  WS-KEY-INDEX                        PIC 9(04) COMP VALUE 0.
001360 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001370 77  WS-FIELD-LENGTH                     PIC 9(05) COMP VALUE 0.
001380 77  WS-FIELD-END                        PIC 9(05) COMP VALUE 0.
001390 77  WS-LEAD-SPACE-COUNT                 PIC 9(04) COMP VALUE 0.
001400 77  WS-TRIM-START                       PIC 9(04) COMP VALUE 0.
001410 77  WS-TRIM-END                         PIC 9(04) COMP VALUE 0.
001420 77  WS-FIRST-SIGNIFICANT                PIC 9(04) COMP VALUE 0.
001430 77  WS-LAST-SIGNIFICANT                 PIC 9(04) COMP VALUE 0.
001440 77  WS-POINT-POSITION                   PIC 9(04) COMP VALUE 0.
001450 77  WS-LAST-FRACTION-DIGIT              PIC 9(04) COMP VALUE 0.
001460 77  WS-LAST-INTEGER-DIGIT               PIC 9(04) COMP VALUE 0.
001470 77  WS-CLASS-POSITION                   PIC 9(04) COMP VALUE 0.
001480 77  WS-CLASS-SIZE                       PIC 9(04) COMP VALUE 0.
001490 77  WS-TIME-BASE                        PIC 9(04) COMP VALUE 0.
001500 77  WS-RECORDS-READ-COUNT               PIC 9(09) COMP VALUE 0.
001510 77  WS-RECORDS-WRITTEN-COUNT            PIC 9(09) COMP VALUE 0.
001520 77  WS-VALUES-MASKED-COUNT              PIC 9(09) COMP VALUE 0.
001530 77  WS-MASKED-COLUMN-COUNT              PIC 9(04) COMP VALUE 0.
001540 77  WS-OVERRIDE-COUNT                   PIC 9(04) COMP VALUE 0.

001550 01  WS-FIELD-VALUE                      PIC X(999) VALUE SPACES.
001560 01  WS-SCAN-CHARACTER                   PIC X(01) VALUE SPACE.
001570 01  WS-SCAN-DIGIT REDEFINES WS-SCAN-CHARACTER
001580                                         PIC 9(01).
001590 01  WS-TWO-DIGITS                       PIC 9(02) VALUE 0.
001600 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001610 01  WS-PARTNER-TABLE                    PIC X(30) VALUE SPACES.
001620 01  WS-PARTNER-COLUMN                   PIC X(30) VALUE SPACES.
001630 01  WS-LOCAL-COLUMN                     PIC X(30) VALUE SPACES.
001640 01  WS-PARTNER-FIELD-ID                 PIC 9(05) VALUE 0.

001650****************************************************************
001660* CHARACTER CLASSES A HASH SUBSTITUTE STAYS INSIDE: a digit stays
001670* a digit, a letter stays a letter of the same case, a hex digit
001680* of a UUID stays a hex digit; anything else is left where it is
001690****************************************************************
001700 01  WS-DIGIT-CLASS                      PIC X(10)
001710                                         VALUE '0123456789'.
001720 01  WS-UPPER-CLASS                      PIC X(26)
001730                         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001740 01  WS-LOWER-CLASS                      PIC X(26)
001750                         VALUE 'abcdefghijklmnopqrstuvwxyz'.
001760 01  WS-HEX-LOWER-CLASS                  PIC X(16)
001770                         VALUE '0123456789abcdef'.
001780 01  WS-HEX-UPPER-CLASS                  PIC X(16)
001790                         VALUE '0123456789ABCDEF'.
001800 01  WS-CLASS-STRING                     PIC X(26) VALUE SPACES.

001810****************************************************************
001820* KEYED SUBSTITUTION STATE.  The shop key is folded into a seed
001830* with the shop string hash (H = (H * 31 + byte) mod 2147483647,
001840* the byte read through a halfword whose high byte is LOW-VALUE).
001850* Each substitute shift is the next draw of a multiplicative
001860* generator (H = H * 16807 mod 2147483647) from that state, and
001870* after each position the ORIGINAL byte is folded back in, so a
001880* shift depends only on the key and the bytes before it.  One
001890* pass runs forward and a second runs backward over the first
001900* pass's output; each pass is one-to-one, so two different
001910* values of the same shape never mask to the same substitute.
001920****************************************************************
001930 01  WS-KEY-SEED                         PIC 9(18) COMP VALUE 0.
001940 01  WS-HASH-VALUE                       PIC 9(18) COMP VALUE 0.
001950 01  WS-HASH-WORK                        PIC 9(18) COMP VALUE 0.
001960 01  WS-HASH-QUOTIENT                    PIC 9(18) COMP VALUE 0.
001970 01  WS-SHIFT-VALUE                      PIC 9(18) COMP VALUE 0.
001980 01  WS-SHIFT-REMAINDER                  PIC 9(04) COMP VALUE 0.
001990 01  WS-FOLD-CHARACTER                   PIC X(01) VALUE SPACE.
002000 01  WS-HASH-BYTE-AREA.
002010     05  WS-HASH-HIGH-BYTE               PIC X(01)
002020                                          VALUE LOW-VALUE.
002030     05  WS-HASH-LOW-BYTE                PIC X(01)
002040                                          VALUE LOW-VALUE.
002050 01  WS-HASH-BYTE-CODE REDEFINES WS-HASH-BYTE-AREA
002060                                         PIC 9(04) COMP.

002070****************************************************************
002080* PER-COLUMN LAYOUT AND MASKING PLAN, ONE ENTRY PER COLUMN THAT
002090* OCCUPIES STORAGE; widths mirror the PIC clauses
002100* 4505-SELECT-EXTRACT-PIC-CLAUSE in UPDATE-SCHEMA assigns.  The
002110* registered rule is the COLCLASS row's; the applied rule is
002120* what this run masks by once the key and join columns and the
002130* required columns have been settled.
002140****************************************************************
002150 01  WS-MASK-TABLE.
002160     05  WS-MASK-COLUMN-COUNT            PIC 9(04) COMP VALUE 0.
002170     05  WS-MASK-ENTRY
002180                         OCCURS 0 TO 200 TIMES
002190                         DEPENDING ON WS-MASK-COLUMN-COUNT
002200                         INDEXED BY MC-IDX.
002210         10  WS-MC-FIELD-ID              PIC 9(05).
002220         10  WS-MC-FIELD-NAME            PIC X(30).
002230         10  WS-MC-FIELD-TYPE            PIC X(10).
002240         10  WS-MC-OFFSET                PIC 9(05) COMP.
002250         10  WS-MC-LENGTH                PIC 9(03) COMP.
002260         10  WS-MC-VALUE-CLASS           PIC X(01).
002270             88  WS-MC-CLASS-NUMERIC     VALUES 'I' 'D'.
002280             88  WS-MC-CLASS-BOOLEAN     VALUE 'B'.
002290             88  WS-MC-CLASS-DATE        VALUE 'T'.
002300             88  WS-MC-CLASS-TIME        VALUE 'M'.
002310             88  WS-MC-CLASS-TIMESTAMP   VALUE 'S'.
002320             88  WS-MC-CLASS-UUID        VALUE 'U'.
002330             88  WS-MC-CLASS-TEXT        VALUE 'A'.
002340         10  WS-MC-REQUIRED-FLAG         PIC X(01).
002350             88  WS-MC-IS-REQUIRED       VALUE 'Y'.
002360         10  WS-MC-DEFAULT-VALUE         PIC X(30).
002370         10  WS-MC-CLASSIFICATION        PIC X(12).
002380         10  WS-MC-REGISTERED-RULE       PIC X(08).
002390         10  WS-MC-APPLIED-RULE          PIC X(08).
002400             88  WS-MC-RULE-NONE         VALUE 'NONE'.
002410             88  WS-MC-RULE-HASH         VALUE 'HASH'.
002420             88  WS-MC-RULE-BLANK        VALUE 'BLANK'.
002430             88  WS-MC-RULE-FIXED        VALUE 'FIXED'.
002440         10  WS-MC-KEY-FLAG              PIC X(01).
002450             88  WS-MC-IS-KEY            VALUE 'Y'.
002460         10  WS-MC-JOIN-FLAG             PIC X(01).
002470             88  WS-MC-IS-JOIN           VALUE 'Y'.
002480         10  WS-MC-PARTNER-FLAG          PIC X(01).
002490             88  WS-MC-PARTNER-MASKED    VALUE 'Y'.
002500         10  WS-MC-REASON                PIC X(24).
002510         10  WS-MC-MASKED-COUNT          PIC 9(09) COMP.

002520****************************************************************
002530* IN-MEMORY COPY OF THE TABLE BEING MASKED
002540****************************************************************
002550 COPY "ICEBERG-SNAPSHOT-REC.cpy"
002560     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002570               ==WS-SCHEMA-BODY==.

002580****************************************************************
002590* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
002600****************************************************************
002610 COPY "ICEBERG-RUN-LOG-REC.cpy".

002620 PROCEDURE DIVISION.
002630*---------------------------------------------------------------
002640* 0000-MAINLINE - settle the masking plan, then mask every record
002650*---------------------------------------------------------------
002660 0000-MAINLINE.
002670     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002690     IF WS-RUN-IS-VALID
002700         PERFORM 2000-MASK-ONE-RECORD THRU 2000-EXIT
002710             UNTIL WS-EXTRACT-IS-EOF
002720     END-IF
002730     PERFORM 8000-TERMINATE THRU 8000-EXIT
002740     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
002750     STOP RUN.
002760 0000-EXIT.
002770     EXIT.

002780*---------------------------------------------------------------
002790* 1000-INITIALIZE - read the parm, load the schema, settle each
002800*                 column's rule and open the extract files
002810*---------------------------------------------------------------
002820 1000-INITIALIZE.
002830     OPEN INPUT MASK-PARM-FILE
002840     READ MASK-PARM-FILE
002850     END-READ
002860     IF NOT WS-PARM-OK
002870         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002880     END-IF
002890     CLOSE MASK-PARM-FILE
002900     IF WS-RUN-IS-VALID
002910         IF MK-TABLE-NAME = SPACES
002920                 OR MK-MASK-KEY = SPACES
002930             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002940         END-IF
002950     END-IF
002960     IF WS-RUN-IS-VALID
002970         IF NOT MK-FROM-EXTRACT AND NOT MK-FROM-MASTER
002980             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002990         END-IF
003000     END-IF
003010     IF WS-RUN-IS-VALID
003020         PERFORM 1100-LOAD-TABLE-SCHEMA THRU 1100-EXIT
003030     END-IF
003040     IF WS-RUN-IS-VALID
003050         PERFORM 1200-BUILD-MASK-LAYOUT THRU 1200-EXIT
003060     END-IF
003070     IF WS-RUN-IS-VALID
003080         PERFORM 1300-LOAD-COLUMN-CLASSES THRU 1300-EXIT
003090         PERFORM 1400-MARK-KEY-COLUMNS THRU 1400-EXIT
003100         PERFORM 1500-MARK-JOIN-COLUMNS THRU 1500-EXIT
003110         PERFORM 1600-SETTLE-MASK-RULES THRU 1600-EXIT
003120         PERFORM 1700-SEED-MASK-KEY THRU 1700-EXIT
003130         IF WS-COLCLASS-IS-OPEN
003140             CLOSE COL-CLASS-FILE
003150         END-IF
003160         CLOSE SCHEMA-SNAPSHOT-FILE
003170         OPEN INPUT EXTRACT-INPUT-FILE
003180         OPEN OUTPUT MASKED-OUTPUT-FILE
003190         IF NOT WS-MASKOUT-OK
003200             PERFORM 9300-OUTPUT-NOT-OPENED THRU 9300-EXIT
003210             CLOSE EXTRACT-INPUT-FILE
003220             GO TO 1000-EXIT
003230         END-IF
003240         PERFORM 1800-READ-EXTRACT THRU 1800-EXIT
003250     END-IF.
003260 1000-EXIT.
003270     EXIT.

003280*---------------------------------------------------------------
003290* 1100-LOAD-TABLE-SCHEMA - read this table's committed layout;
003300*                 SCHSNAP stays open for the join partners'
003310*                 layouts until the plan is settled
003320*---------------------------------------------------------------
003330 1100-LOAD-TABLE-SCHEMA.
003340     MOVE MK-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003350     OPEN INPUT SCHEMA-SNAPSHOT-FILE
003360     READ SCHEMA-SNAPSHOT-FILE
003370         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
003380     END-READ
003390     IF WS-SNAP-OK
003400         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
003410             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
003420         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
003430     ELSE
003440         PERFORM 9000-TABLE-NOT-FOUND THRU 9000-EXIT
003450         CLOSE SCHEMA-SNAPSHOT-FILE
003460     END-IF.
003470 1100-EXIT.
003480     EXIT.

003490*---------------------------------------------------------------
003500* 1200-BUILD-MASK-LAYOUT - derive each column's offset/width and
003510*                 stage it unmasked; a STRUCT container holds no
003520*                 data of its own and is skipped
003530*---------------------------------------------------------------
003540 1200-BUILD-MASK-LAYOUT.
003550     MOVE 0 TO WS-MASK-COLUMN-COUNT
003560     MOVE 1 TO WS-COLUMN-OFFSET-CURSOR
003570     PERFORM 1210-LAYOUT-ONE-COLUMN THRU 1210-EXIT
003580         VARYING WS-WORK-INDEX FROM 1 BY 1
003590         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
003600     IF WS-COLUMN-OFFSET-CURSOR - 1 > 7200
003610         PERFORM 9200-LAYOUT-TOO-WIDE THRU 9200-EXIT
003620         CLOSE SCHEMA-SNAPSHOT-FILE
003630     END-IF.
003640 1200-EXIT.
003650     EXIT.

003660*---------------------------------------------------------------
003670* 1210-LAYOUT-ONE-COLUMN - width and value class of one column;
003680*                 widths must stay in step with the PIC clauses
003690*                 assigned by 4505-SELECT-EXTRACT-PIC-CLAUSE
003700*---------------------------------------------------------------
003710 1210-LAYOUT-ONE-COLUMN.
003720     MOVE 'A' TO WS-SCAN-CHARACTER
003730     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003740         WHEN 'BOOLEAN'
003750             MOVE 1 TO WS-FIELD-LENGTH
003760             MOVE 'B' TO WS-SCAN-CHARACTER
003770         WHEN 'INT'
003780             MOVE 9 TO WS-FIELD-LENGTH
003790             MOVE 'I' TO WS-SCAN-CHARACTER
003800         WHEN 'LONG'
003810             MOVE 18 TO WS-FIELD-LENGTH
003820             MOVE 'I' TO WS-SCAN-CHARACTER
003830         WHEN 'FLOAT'
003840         WHEN 'DOUBLE'
003850             MOVE 15 TO WS-FIELD-LENGTH
003860             MOVE 'D' TO WS-SCAN-CHARACTER
003870         WHEN 'DECIMAL'
003880             IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003890                                     (WS-WORK-INDEX) = 0
003900                 MOVE 17 TO WS-FIELD-LENGTH
003910             ELSE
003920                 MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003930                                             (WS-WORK-INDEX)
003940                     TO WS-FIELD-LENGTH
003950             END-IF
003960             MOVE 'D' TO WS-SCAN-CHARACTER
003970         WHEN 'STRING'
003980         WHEN 'FIXED'
003990         WHEN 'BINARY'
004000             IF COL-FIELD-LENGTH OF WS-SCHEMA-BODY
004010                                     (WS-WORK-INDEX) = 0
004020                 MOVE 30 TO WS-FIELD-LENGTH
004030             ELSE
004040                 MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
004050                                          (WS-WORK-INDEX)
004060                     TO WS-FIELD-LENGTH
004070             END-IF
004080         WHEN 'DATE'
004090             MOVE 10 TO WS-FIELD-LENGTH
004100             MOVE 'T' TO WS-SCAN-CHARACTER
004110         WHEN 'TIME'
004120             MOVE 8 TO WS-FIELD-LENGTH
004130             MOVE 'M' TO WS-SCAN-CHARACTER
004140         WHEN 'TIMESTAMP'
004150             MOVE 26 TO WS-FIELD-LENGTH
004160             MOVE 'S' TO WS-SCAN-CHARACTER
004170         WHEN 'UUID'
004180             MOVE 36 TO WS-FIELD-LENGTH
004190             MOVE 'U' TO WS-SCAN-CHARACTER
004200         WHEN 'STRUCT'
004210             MOVE 0 TO WS-FIELD-LENGTH
004220         WHEN OTHER
004230             MOVE 30 TO WS-FIELD-LENGTH
004240     END-EVALUATE
004250     IF WS-FIELD-LENGTH > 0
004260         PERFORM 1220-STAGE-ONE-COLUMN THRU 1220-EXIT
004270     END-IF
004280     ADD WS-FIELD-LENGTH TO WS-COLUMN-OFFSET-CURSOR.
004290 1210-EXIT.
004300     EXIT.

004310*---------------------------------------------------------------
004320* 1220-STAGE-ONE-COLUMN - one column as PUBLIC, copied as is,
004330*                 until its registry row says otherwise; a
004340*                 column without a field id cannot carry a row
004350*---------------------------------------------------------------
004360 1220-STAGE-ONE-COLUMN.
004370     ADD 1 TO WS-MASK-COLUMN-COUNT
004380     SET MC-IDX TO WS-MASK-COLUMN-COUNT
004390     IF COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX) IS NUMERIC
004400         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004410             TO WS-MC-FIELD-ID (MC-IDX)
004420     ELSE
004430         MOVE 0 TO WS-MC-FIELD-ID (MC-IDX)
004440     END-IF
004450     MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004460         TO WS-MC-FIELD-NAME (MC-IDX)
004470     MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004480         TO WS-MC-FIELD-TYPE (MC-IDX)
004490     MOVE WS-COLUMN-OFFSET-CURSOR TO WS-MC-OFFSET (MC-IDX)
004500     MOVE WS-FIELD-LENGTH TO WS-MC-LENGTH (MC-IDX)
004510     MOVE WS-SCAN-CHARACTER TO WS-MC-VALUE-CLASS (MC-IDX)
004520     IF COL-IS-REQUIRED OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004530         MOVE 'Y' TO WS-MC-REQUIRED-FLAG (MC-IDX)
004540     ELSE
004550         MOVE 'N' TO WS-MC-REQUIRED-FLAG (MC-IDX)
004560     END-IF
004570     MOVE COL-DEFAULT-VALUE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
004580         TO WS-MC-DEFAULT-VALUE (MC-IDX)
004590     MOVE 'PUBLIC' TO WS-MC-CLASSIFICATION (MC-IDX)
004600     MOVE 'NONE' TO WS-MC-REGISTERED-RULE (MC-IDX)
004610     MOVE 'NONE' TO WS-MC-APPLIED-RULE (MC-IDX)
004620     MOVE 'N' TO WS-MC-KEY-FLAG (MC-IDX)
004630     MOVE 'N' TO WS-MC-JOIN-FLAG (MC-IDX)
004640     MOVE 'N' TO WS-MC-PARTNER-FLAG (MC-IDX)
004650     MOVE SPACES TO WS-MC-REASON (MC-IDX)
004660     MOVE 0 TO WS-MC-MASKED-COUNT (MC-IDX).
004670 1220-EXIT.
004680     EXIT.

004690*---------------------------------------------------------------
004700* 1300-LOAD-COLUMN-CLASSES - each column's registry row; a
004710*                 missing COLCLASS dataset means nothing has been
004720*                 classified yet and every column is PUBLIC
004730*---------------------------------------------------------------
004740 1300-LOAD-COLUMN-CLASSES.
004750     OPEN INPUT COL-CLASS-FILE
004760     IF WS-COLCLASS-OPENED
004770         SET WS-COLCLASS-IS-OPEN TO TRUE
004780         PERFORM 1310-READ-ONE-CLASS THRU 1310-EXIT
004790             VARYING WS-MASK-INDEX FROM 1 BY 1
004800             UNTIL WS-MASK-INDEX > WS-MASK-COLUMN-COUNT
004810     END-IF.
004820 1300-EXIT.
004830     EXIT.

004840*---------------------------------------------------------------
004850* 1310-READ-ONE-CLASS - one column's classification and rule
004860*---------------------------------------------------------------
004870 1310-READ-ONE-CLASS.
004880     SET MC-IDX TO WS-MASK-INDEX
004890     IF WS-MC-FIELD-ID (MC-IDX) = 0
004900         GO TO 1310-EXIT
004910     END-IF
004920     MOVE MK-TABLE-NAME TO CC-TABLE-NAME
004930     MOVE WS-MC-FIELD-ID (MC-IDX) TO CC-FIELD-ID
004940     READ COL-CLASS-FILE
004950         KEY IS CC-KEY
004960     END-READ
004970     IF WS-COLCLASS-OK
004980         IF CC-CLASSIFICATION NOT = SPACES
004990             MOVE CC-CLASSIFICATION
005000                 TO WS-MC-CLASSIFICATION (MC-IDX)
005010         END-IF
005020         IF NOT CC-RULE-NONE
005030             MOVE CC-MASK-RULE TO WS-MC-REGISTERED-RULE (MC-IDX)
005040         END-IF
005050     END-IF.
005060 1310-EXIT.
005070     EXIT.

005080*---------------------------------------------------------------
005090* 1400-MARK-KEY-COLUMNS - flag the table's TBLKEYS identifier
005100*                 columns; a table without a key list has none
005110*---------------------------------------------------------------
005120 1400-MARK-KEY-COLUMNS.
005130     MOVE MK-TABLE-NAME TO TK-TABLE-NAME
005140     OPEN INPUT TABLE-KEYS-FILE
005150     READ TABLE-KEYS-FILE
005160         KEY IS TK-TABLE-NAME
005170     END-READ
005180     IF WS-TBLKEYS-OK
005190         PERFORM 1410-MARK-ONE-KEY-COLUMN THRU 1410-EXIT
005200             VARYING WS-KEY-INDEX FROM 1 BY 1
005210             UNTIL WS-KEY-INDEX > TK-KEY-FIELD-COUNT
005220     END-IF
005230     CLOSE TABLE-KEYS-FILE.
005240 1400-EXIT.
005250     EXIT.

005260*---------------------------------------------------------------
005270* 1410-MARK-ONE-KEY-COLUMN - flag one identifier column
005280*---------------------------------------------------------------
005290 1410-MARK-ONE-KEY-COLUMN.
005300     MOVE TK-KEY-FIELD (WS-KEY-INDEX) TO WS-LOCAL-COLUMN
005310     PERFORM 1900-FIND-MASK-COLUMN THRU 1900-EXIT
005320     IF WS-ENTRY-FOUND
005330         SET WS-MC-IS-KEY (MC-IDX) TO TRUE
005340     END-IF.
005350 1410-EXIT.
005360     EXIT.

005370*---------------------------------------------------------------
005380* 1500-MARK-JOIN-COLUMNS - flag every column this table joins on
005390*                 in TBLREFS, on either side of the reference,
005400*                 and whether the column at the other end is
005410*                 masked; a missing TBLREFS means no references
005420*---------------------------------------------------------------
005430 1500-MARK-JOIN-COLUMNS.
005440     OPEN INPUT TABLE-REFS-FILE
005450     IF WS-TBLREFS-OPENED
005460         PERFORM 1510-CHECK-ONE-TABLE-REF THRU 1510-EXIT
005470             UNTIL WS-REFS-ARE-EOF
005480         CLOSE TABLE-REFS-FILE
005490     END-IF.
005500 1500-EXIT.
005510     EXIT.

005520*---------------------------------------------------------------
005530* 1510-CHECK-ONE-TABLE-REF - one registered reference; a
005540*                 reference from the table to itself is checked
005550*                 from both ends
005560*---------------------------------------------------------------
005570 1510-CHECK-ONE-TABLE-REF.
005580     READ TABLE-REFS-FILE
005590         AT END
005600             SET WS-REFS-ARE-EOF TO TRUE
005610     END-READ
005620     IF WS-REFS-ARE-EOF
005630         GO TO 1510-EXIT
005640     END-IF
005650     IF RF-REF-TABLE = MK-TABLE-NAME
005660         MOVE RF-REF-COLUMN TO WS-LOCAL-COLUMN
005670         MOVE RF-TGT-TABLE TO WS-PARTNER-TABLE
005680         MOVE RF-TGT-COLUMN TO WS-PARTNER-COLUMN
005690         PERFORM 1520-MARK-ONE-JOIN-COLUMN THRU 1520-EXIT
005700     END-IF
005710     IF RF-TGT-TABLE = MK-TABLE-NAME
005720         MOVE RF-TGT-COLUMN TO WS-LOCAL-COLUMN
005730         MOVE RF-REF-TABLE TO WS-PARTNER-TABLE
005740         MOVE RF-REF-COLUMN TO WS-PARTNER-COLUMN
005750         PERFORM 1520-MARK-ONE-JOIN-COLUMN THRU 1520-EXIT
005760     END-IF.
005770 1510-EXIT.
005780     EXIT.

005790*---------------------------------------------------------------
005800* 1520-MARK-ONE-JOIN-COLUMN - flag the local end of one join
005810*---------------------------------------------------------------
005820 1520-MARK-ONE-JOIN-COLUMN.
005830     PERFORM 1900-FIND-MASK-COLUMN THRU 1900-EXIT
005840     IF WS-ENTRY-NOT-FOUND
005850         GO TO 1520-EXIT
005860     END-IF
005870     SET WS-MC-IS-JOIN (MC-IDX) TO TRUE
005880     PERFORM 1530-CHECK-PARTNER-MASKED THRU 1530-EXIT
005890     IF WS-PARTNER-IS-MASKED
005900         SET WS-MC-PARTNER-MASKED (MC-IDX) TO TRUE
005910     END-IF.
005920 1520-EXIT.
005930     EXIT.

005940*---------------------------------------------------------------
005950* 1530-CHECK-PARTNER-MASKED - find the other end's field id in
005960*                 its committed layout and read its registry row
005970*---------------------------------------------------------------
005980 1530-CHECK-PARTNER-MASKED.
005990     MOVE 'N' TO WS-PARTNER-MASKED-SWITCH
006000     IF NOT WS-COLCLASS-IS-OPEN
006010         GO TO 1530-EXIT
006020     END-IF
006030     MOVE WS-PARTNER-TABLE
006040         TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
006050     READ SCHEMA-SNAPSHOT-FILE
006060         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
006070     END-READ
006080     IF NOT WS-SNAP-OK
006090         GO TO 1530-EXIT
006100     END-IF
006110     MOVE 0 TO WS-PARTNER-FIELD-ID
006120     PERFORM 1540-MATCH-PARTNER-COLUMN THRU 1540-EXIT
006130         VARYING WS-WORK-INDEX FROM 1 BY 1
006140         UNTIL WS-WORK-INDEX >
006150                   SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
006160            OR WS-PARTNER-FIELD-ID > 0
006170     IF WS-PARTNER-FIELD-ID = 0
006180         GO TO 1530-EXIT
006190     END-IF
006200     MOVE WS-PARTNER-TABLE TO CC-TABLE-NAME
006210     MOVE WS-PARTNER-FIELD-ID TO CC-FIELD-ID
006220     READ COL-CLASS-FILE
006230         KEY IS CC-KEY
006240     END-READ
006250     IF WS-COLCLASS-OK
006260         IF NOT CC-RULE-NONE
006270             SET WS-PARTNER-IS-MASKED TO TRUE
006280         END-IF
006290     END-IF.
006300 1530-EXIT.
006310     EXIT.

006320*---------------------------------------------------------------
006330* 1540-MATCH-PARTNER-COLUMN - is this the column at the other end
006340*---------------------------------------------------------------
006350 1540-MATCH-PARTNER-COLUMN.
006360     IF COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
006370             = WS-PARTNER-COLUMN
006380         IF COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
006390                 IS NUMERIC
006400             MOVE COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC
006410                                  (WS-WORK-INDEX)
006420                 TO WS-PARTNER-FIELD-ID
006430         END-IF
006440     END-IF.
006450 1540-EXIT.
006460     EXIT.

006470*---------------------------------------------------------------
006480* 1600-SETTLE-MASK-RULES - the rule each column is masked by
006490*---------------------------------------------------------------
006500 1600-SETTLE-MASK-RULES.
006510     MOVE 0 TO WS-MASKED-COLUMN-COUNT
006520     MOVE 0 TO WS-OVERRIDE-COUNT
006530     PERFORM 1610-SETTLE-ONE-COLUMN THRU 1610-EXIT
006540         VARYING WS-MASK-INDEX FROM 1 BY 1
006550         UNTIL WS-MASK-INDEX > WS-MASK-COLUMN-COUNT.
006560 1600-EXIT.
006570     EXIT.

006580*---------------------------------------------------------------
006590* 1610-SETTLE-ONE-COLUMN - start from the registered rule, then:
006600*                 a key or join column must stay joinable, so
006610*                 BLANK or FIXED there becomes HASH; a join column
006620*                 whose other end is masked is hashed even when
006630*                 it is PUBLIC here, so both ends still match; a
006640*                 required column cannot be blanked, so BLANK
006650*                 there becomes FIXED.  Each change is an
006660*                 override the stewards should settle in COLCLASS.
006670*---------------------------------------------------------------
006680 1610-SETTLE-ONE-COLUMN.
006690     SET MC-IDX TO WS-MASK-INDEX
006700     MOVE WS-MC-REGISTERED-RULE (MC-IDX)
006710         TO WS-MC-APPLIED-RULE (MC-IDX)
006720     IF WS-MC-IS-KEY (MC-IDX) OR WS-MC-IS-JOIN (MC-IDX)
006730         IF WS-MC-RULE-BLANK (MC-IDX)
006740                 OR WS-MC-RULE-FIXED (MC-IDX)
006750             MOVE 'HASH' TO WS-MC-APPLIED-RULE (MC-IDX)
006760             MOVE 'KEY/JOIN KEPT JOINABLE'
006770                 TO WS-MC-REASON (MC-IDX)
006780             ADD 1 TO WS-OVERRIDE-COUNT
006790         END-IF
006800     END-IF
006810     IF WS-MC-IS-JOIN (MC-IDX)
006820             AND WS-MC-PARTNER-MASKED (MC-IDX)
006830             AND WS-MC-RULE-NONE (MC-IDX)
006840         MOVE 'HASH' TO WS-MC-APPLIED-RULE (MC-IDX)
006850         MOVE 'JOIN PARTNER IS MASKED' TO WS-MC-REASON (MC-IDX)
006860         ADD 1 TO WS-OVERRIDE-COUNT
006870     END-IF
006880     IF WS-MC-RULE-BLANK (MC-IDX)
006890             AND WS-MC-IS-REQUIRED (MC-IDX)
006900         MOVE 'FIXED' TO WS-MC-APPLIED-RULE (MC-IDX)
006910         MOVE 'REQUIRED - NOT BLANKED' TO WS-MC-REASON (MC-IDX)
006920         ADD 1 TO WS-OVERRIDE-COUNT
006930     END-IF
006940     IF NOT WS-MC-RULE-NONE (MC-IDX)
006950         ADD 1 TO WS-MASKED-COLUMN-COUNT
006960     END-IF.
006970 1610-EXIT.
006980     EXIT.

006990*---------------------------------------------------------------
007000* 1700-SEED-MASK-KEY - fold the shop key into the starting state
007010*                 every HASH substitute is drawn from
007020*---------------------------------------------------------------
007030 1700-SEED-MASK-KEY.
007040     MOVE 0 TO WS-HASH-VALUE
007050     PERFORM 1710-FOLD-ONE-KEY-BYTE THRU 1710-EXIT
007060         VARYING WS-SCAN-INDEX FROM 1 BY 1
007070         UNTIL WS-SCAN-INDEX > 32
007080     IF WS-HASH-VALUE = 0
007090         MOVE 1 TO WS-HASH-VALUE
007100     END-IF
007110     MOVE WS-HASH-VALUE TO WS-KEY-SEED.
007120 1700-EXIT.
007130     EXIT.

007140*---------------------------------------------------------------
007150* 1710-FOLD-ONE-KEY-BYTE - one byte of the shop key
007160*---------------------------------------------------------------
007170 1710-FOLD-ONE-KEY-BYTE.
007180     MOVE MK-MASK-KEY (WS-SCAN-INDEX : 1) TO WS-FOLD-CHARACTER
007190     PERFORM 2830-FOLD-ONE-BYTE THRU 2830-EXIT.
007200 1710-EXIT.
007210     EXIT.

007220*---------------------------------------------------------------
007230* 1800-READ-EXTRACT - next input record
007240*---------------------------------------------------------------
007250 1800-READ-EXTRACT.
007260     READ EXTRACT-INPUT-FILE
007270         AT END
007280             SET WS-EXTRACT-IS-EOF TO TRUE
007290         NOT AT END
007300             ADD 1 TO WS-RECORDS-READ-COUNT
007310     END-READ.
007320 1800-EXIT.
007330     EXIT.

007340*---------------------------------------------------------------
007350* 1900-FIND-MASK-COLUMN - the layout entry named WS-LOCAL-COLUMN,
007360*                 left in MC-IDX
007370*---------------------------------------------------------------
007380 1900-FIND-MASK-COLUMN.
007390     SET WS-ENTRY-NOT-FOUND TO TRUE
007400     PERFORM 1910-MATCH-ONE-COLUMN THRU 1910-EXIT
007410         VARYING WS-MASK-INDEX FROM 1 BY 1
007420         UNTIL WS-MASK-INDEX > WS-MASK-COLUMN-COUNT
007430            OR WS-ENTRY-FOUND.
007440 1900-EXIT.
007450     EXIT.

007460*---------------------------------------------------------------
007470* 1910-MATCH-ONE-COLUMN - is this the column wanted
007480*---------------------------------------------------------------
007490 1910-MATCH-ONE-COLUMN.
007500     IF WS-MC-FIELD-NAME (WS-MASK-INDEX) = WS-LOCAL-COLUMN
007510         SET MC-IDX TO WS-MASK-INDEX
007520         SET WS-ENTRY-FOUND TO TRUE
007530     END-IF.
007540 1910-EXIT.
007550     EXIT.

007560*---------------------------------------------------------------
007570* 2000-MASK-ONE-RECORD - copy the record, mask its classified
007580*                 columns in place and write it at the same length
007590*---------------------------------------------------------------
007600 2000-MASK-ONE-RECORD.
007610     MOVE WS-EXTRACT-RECORD-LENGTH TO WS-MASKED-RECORD-LENGTH
007620     MOVE EXTRACT-INPUT-RECORD TO MASKED-OUTPUT-RECORD
007630     PERFORM 2100-MASK-ONE-COLUMN THRU 2100-EXIT
007640         VARYING WS-MASK-INDEX FROM 1 BY 1
007650         UNTIL WS-MASK-INDEX > WS-MASK-COLUMN-COUNT
007660     WRITE MASKED-OUTPUT-RECORD
007670     ADD 1 TO WS-RECORDS-WRITTEN-COUNT
007680     PERFORM 1800-READ-EXTRACT THRU 1800-EXIT.
007690 2000-EXIT.
007700     EXIT.

007710*---------------------------------------------------------------
007720* 2100-MASK-ONE-COLUMN - mask one value by its column's rule.  A
007730*                 blank value has nothing to hide and stays blank;
007740*                 a record too short to reach the column is left
007750*                 as it came.
007760*---------------------------------------------------------------
007770 2100-MASK-ONE-COLUMN.
007780     SET MC-IDX TO WS-MASK-INDEX
007790     IF WS-MC-RULE-NONE (MC-IDX)
007800         GO TO 2100-EXIT
007810     END-IF
007820     IF WS-MC-OFFSET (MC-IDX) > WS-EXTRACT-RECORD-LENGTH
007830         GO TO 2100-EXIT
007840     END-IF
007850     COMPUTE WS-FIELD-END =
007860         WS-MC-OFFSET (MC-IDX) + WS-MC-LENGTH (MC-IDX) - 1
007870     IF WS-FIELD-END > WS-EXTRACT-RECORD-LENGTH
007880         MOVE WS-EXTRACT-RECORD-LENGTH TO WS-FIELD-END
007890     END-IF
007900     COMPUTE WS-FIELD-LENGTH =
007910         WS-FIELD-END - WS-MC-OFFSET (MC-IDX) + 1
007920     MOVE SPACES TO WS-FIELD-VALUE
007930     MOVE EXTRACT-INPUT-RECORD
007940             (WS-MC-OFFSET (MC-IDX) : WS-FIELD-LENGTH)
007950         TO WS-FIELD-VALUE
007960     IF WS-FIELD-VALUE = SPACES
007970         GO TO 2100-EXIT
007980     END-IF
007990     EVALUATE TRUE
008000         WHEN WS-MC-RULE-HASH (MC-IDX)
008010             PERFORM 2200-HASH-FIELD-VALUE THRU 2200-EXIT
008020         WHEN WS-MC-RULE-BLANK (MC-IDX)
008030             MOVE SPACES TO WS-FIELD-VALUE
008040         WHEN WS-MC-RULE-FIXED (MC-IDX)
008050             PERFORM 2700-FIX-FIELD-VALUE THRU 2700-EXIT
008060     END-EVALUATE
008070     MOVE WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
008080         TO MASKED-OUTPUT-RECORD
008090                (WS-MC-OFFSET (MC-IDX) : WS-FIELD-LENGTH)
008100     ADD 1 TO WS-MC-MASKED-COUNT (MC-IDX)
008110     ADD 1 TO WS-VALUES-MASKED-COUNT.
008120 2100-EXIT.
008130     EXIT.

008140*---------------------------------------------------------------
008150* 2200-HASH-FIELD-VALUE - the format-keeping substitute for the
008160*                 column's value class
008170*---------------------------------------------------------------
008180 2200-HASH-FIELD-VALUE.
008190     EVALUATE TRUE
008200         WHEN WS-MC-CLASS-NUMERIC (MC-IDX)
008210             PERFORM 2300-HASH-NUMBER THRU 2300-EXIT
008220         WHEN WS-MC-CLASS-BOOLEAN (MC-IDX)
008230             PERFORM 2400-HASH-BOOLEAN THRU 2400-EXIT
008240         WHEN WS-MC-CLASS-DATE (MC-IDX)
008250         WHEN WS-MC-CLASS-TIMESTAMP (MC-IDX)
008260             PERFORM 2500-HASH-DATE THRU 2500-EXIT
008270         WHEN WS-MC-CLASS-TIME (MC-IDX)
008280             PERFORM 2550-HASH-TIME THRU 2550-EXIT
008290         WHEN OTHER
008300             PERFORM 2600-HASH-TEXT THRU 2600-EXIT
008310     END-EVALUATE.
008320 2200-EXIT.
008330     EXIT.

008340*---------------------------------------------------------------
008350* 2300-HASH-NUMBER - substitute the significant digits only.
008360*                 Sign, point, blanks, leading zeros and the
008370*                 zeros that trail a fraction stay where they
008380*                 are, and the first and last significant digits
008390*                 stay nonzero,
008400*                 so the value keeps its digit counts (INT/LONG
008410*                 range and DECIMAL precision/scale still hold)
008420*                 and 0123 masks the same as 123.  A zero value
008430*                 is left as it is.
008440*---------------------------------------------------------------
008450 2300-HASH-NUMBER.
008460     MOVE 0 TO WS-FIRST-SIGNIFICANT
008470     MOVE 0 TO WS-POINT-POSITION
008480     MOVE 0 TO WS-LAST-FRACTION-DIGIT
008490     MOVE 0 TO WS-LAST-INTEGER-DIGIT
008500     PERFORM 2310-LOCATE-ONE-DIGIT THRU 2310-EXIT
008510         VARYING WS-SCAN-INDEX FROM 1 BY 1
008520         UNTIL WS-SCAN-INDEX > WS-FIELD-LENGTH
008530     IF WS-FIRST-SIGNIFICANT = 0
008540         GO TO 2300-EXIT
008550     END-IF
008560     IF WS-LAST-FRACTION-DIGIT > 0
008570         MOVE WS-LAST-FRACTION-DIGIT TO WS-LAST-SIGNIFICANT
008580     ELSE
008590         MOVE WS-LAST-INTEGER-DIGIT TO WS-LAST-SIGNIFICANT
008600     END-IF
008610     MOVE WS-KEY-SEED TO WS-HASH-VALUE
008620     PERFORM 2320-SUBSTITUTE-ONE-DIGIT THRU 2320-EXIT
008630         VARYING WS-SCAN-INDEX FROM WS-FIRST-SIGNIFICANT BY 1
008640         UNTIL WS-SCAN-INDEX > WS-LAST-SIGNIFICANT
008650     MOVE WS-KEY-SEED TO WS-HASH-VALUE
008660     PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
008670     PERFORM 2320-SUBSTITUTE-ONE-DIGIT THRU 2320-EXIT
008680         VARYING WS-SCAN-INDEX FROM WS-LAST-SIGNIFICANT BY -1
008690         UNTIL WS-SCAN-INDEX < WS-FIRST-SIGNIFICANT.
008700 2300-EXIT.
008710     EXIT.

008720*---------------------------------------------------------------
008730* 2310-LOCATE-ONE-DIGIT - note the point and where the
008740*                 significant digits start and end
008750*---------------------------------------------------------------
008760 2310-LOCATE-ONE-DIGIT.
008770     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
008780     IF WS-SCAN-CHARACTER = '.'
008790         IF WS-POINT-POSITION = 0
008800             MOVE WS-SCAN-INDEX TO WS-POINT-POSITION
008810         END-IF
008820         GO TO 2310-EXIT
008830     END-IF
008840     IF WS-SCAN-CHARACTER IS NOT NUMERIC
008850         GO TO 2310-EXIT
008860     END-IF
008870     IF WS-POINT-POSITION = 0
008880         MOVE WS-SCAN-INDEX TO WS-LAST-INTEGER-DIGIT
008890     END-IF
008900     IF WS-SCAN-CHARACTER NOT = '0'
008910         IF WS-FIRST-SIGNIFICANT = 0
008920             MOVE WS-SCAN-INDEX TO WS-FIRST-SIGNIFICANT
008930         END-IF
008940         IF WS-POINT-POSITION > 0
008950             MOVE WS-SCAN-INDEX TO WS-LAST-FRACTION-DIGIT
008960         END-IF
008970     END-IF.
008980 2310-EXIT.
008990     EXIT.

009000*---------------------------------------------------------------
009010* 2320-SUBSTITUTE-ONE-DIGIT - one digit of one pass; the first
009020*                 and last significant digits map 1-9 onto 1-9,
009030*                 the rest 0-9 onto 0-9
009040*---------------------------------------------------------------
009050 2320-SUBSTITUTE-ONE-DIGIT.
009060     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
009070     MOVE WS-SCAN-CHARACTER TO WS-FOLD-CHARACTER
009080     IF WS-SCAN-CHARACTER IS NUMERIC
009090         PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
009100         IF WS-SCAN-INDEX = WS-FIRST-SIGNIFICANT
009110                 OR WS-SCAN-INDEX = WS-LAST-FRACTION-DIGIT
009120             COMPUTE WS-HASH-WORK =
009130                 WS-SCAN-DIGIT - 1 + WS-SHIFT-VALUE
009140             DIVIDE WS-HASH-WORK BY 9
009150                 GIVING WS-HASH-QUOTIENT
009160                 REMAINDER WS-SHIFT-REMAINDER
009170             COMPUTE WS-SCAN-DIGIT = WS-SHIFT-REMAINDER + 1
009180         ELSE
009190             COMPUTE WS-HASH-WORK = WS-SCAN-DIGIT + WS-SHIFT-VALUE
009200             DIVIDE WS-HASH-WORK BY 10
009210                 GIVING WS-HASH-QUOTIENT
009220                 REMAINDER WS-SHIFT-REMAINDER
009230             MOVE WS-SHIFT-REMAINDER TO WS-SCAN-DIGIT
009240         END-IF
009250         MOVE WS-SCAN-CHARACTER
009260             TO WS-FIELD-VALUE (WS-SCAN-INDEX : 1)
009270     END-IF
009280     PERFORM 2830-FOLD-ONE-BYTE THRU 2830-EXIT.
009290 2320-EXIT.
009300     EXIT.

009310*---------------------------------------------------------------
009320* 2400-HASH-BOOLEAN - keep or flip the flag within its own pair
009330*                 (Y/N, T/F, 1/0) as the value's draw says
009340*---------------------------------------------------------------
009350 2400-HASH-BOOLEAN.
009360     MOVE WS-KEY-SEED TO WS-HASH-VALUE
009370     MOVE WS-FIELD-VALUE (1 : 1) TO WS-FOLD-CHARACTER
009380     PERFORM 2830-FOLD-ONE-BYTE THRU 2830-EXIT
009390     PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
009400     DIVIDE WS-SHIFT-VALUE BY 2
009410         GIVING WS-HASH-QUOTIENT
009420         REMAINDER WS-SHIFT-REMAINDER
009430     IF WS-SHIFT-REMAINDER = 0
009440         GO TO 2400-EXIT
009450     END-IF
009460     EVALUATE WS-FIELD-VALUE (1 : 1)
009470         WHEN 'Y'
009480             MOVE 'N' TO WS-FIELD-VALUE (1 : 1)
009490         WHEN 'N'
009500             MOVE 'Y' TO WS-FIELD-VALUE (1 : 1)
009510         WHEN 'T'
009520             MOVE 'F' TO WS-FIELD-VALUE (1 : 1)
009530         WHEN 'F'
009540             MOVE 'T' TO WS-FIELD-VALUE (1 : 1)
009550         WHEN '1'
009560             MOVE '0' TO WS-FIELD-VALUE (1 : 1)
009570         WHEN '0'
009580             MOVE '1' TO WS-FIELD-VALUE (1 : 1)
009590         WHEN OTHER
009600             CONTINUE
009610     END-EVALUATE.
009620 2400-EXIT.
009630     EXIT.

009640*---------------------------------------------------------------
009650* 2500-HASH-DATE - YYYY-MM-DD keeps its year and draws a month of
009660*                 01-12 and a day of 01-28, so every result is a
009670*                 real date; a TIMESTAMP also draws its time of
009680*                 day and fraction digits.  A value not in date
009690*                 form is substituted as text.
009700*---------------------------------------------------------------
009710 2500-HASH-DATE.
009720     IF WS-FIELD-LENGTH < 10
009730         PERFORM 2600-HASH-TEXT THRU 2600-EXIT
009740         GO TO 2500-EXIT
009750     END-IF
009760     IF WS-FIELD-VALUE (1 : 4) IS NOT NUMERIC
009770             OR WS-FIELD-VALUE (5 : 1) NOT = '-'
009780             OR WS-FIELD-VALUE (6 : 2) IS NOT NUMERIC
009790             OR WS-FIELD-VALUE (8 : 1) NOT = '-'
009800             OR WS-FIELD-VALUE (9 : 2) IS NOT NUMERIC
009810         PERFORM 2600-HASH-TEXT THRU 2600-EXIT
009820         GO TO 2500-EXIT
009830     END-IF
009840     PERFORM 2510-SEED-FROM-VALUE THRU 2510-EXIT
009850     PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
009860     DIVIDE WS-SHIFT-VALUE BY 12
009870         GIVING WS-HASH-QUOTIENT
009880         REMAINDER WS-SHIFT-REMAINDER
009890     COMPUTE WS-TWO-DIGITS = WS-SHIFT-REMAINDER + 1
009900     MOVE WS-TWO-DIGITS TO WS-FIELD-VALUE (6 : 2)
009910     PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
009920     DIVIDE WS-SHIFT-VALUE BY 28
009930         GIVING WS-HASH-QUOTIENT
009940         REMAINDER WS-SHIFT-REMAINDER
009950     COMPUTE WS-TWO-DIGITS = WS-SHIFT-REMAINDER + 1
009960     MOVE WS-TWO-DIGITS TO WS-FIELD-VALUE (9 : 2)
009970     IF NOT WS-MC-CLASS-TIMESTAMP (MC-IDX)
009980             OR WS-TRIM-END < 12
009990         GO TO 2500-EXIT
010000     END-IF
010010     MOVE 12 TO WS-TIME-BASE
010020     PERFORM 2560-CHECK-TIME-SHAPE THRU 2560-EXIT
010030     IF WS-SHAPE-IS-GOOD
010040         PERFORM 2570-DRAW-TIME-OF-DAY THRU 2570-EXIT
010050         MOVE 20 TO WS-TRIM-START
010060     ELSE
010070         MOVE 12 TO WS-TRIM-START
010080     END-IF
010090     PERFORM 2580-DRAW-ONE-DIGIT THRU 2580-EXIT
010100         VARYING WS-SCAN-INDEX FROM WS-TRIM-START BY 1
010110         UNTIL WS-SCAN-INDEX > WS-TRIM-END.
010120 2500-EXIT.
010130     EXIT.

010140*---------------------------------------------------------------
010150* 2510-SEED-FROM-VALUE - the key state with the whole value,
010160*                 leading and trailing blanks dropped, folded in
010170*---------------------------------------------------------------
010180 2510-SEED-FROM-VALUE.
010190     PERFORM 2800-TRIM-FIELD-VALUE THRU 2800-EXIT
010200     MOVE WS-KEY-SEED TO WS-HASH-VALUE
010210     PERFORM 2520-FOLD-ONE-VALUE-BYTE THRU 2520-EXIT
010220         VARYING WS-SCAN-INDEX FROM WS-TRIM-START BY 1
010230         UNTIL WS-SCAN-INDEX > WS-TRIM-END.
010240 2510-EXIT.
010250     EXIT.

010260*---------------------------------------------------------------
010270* 2520-FOLD-ONE-VALUE-BYTE - one byte of the value
010280*---------------------------------------------------------------
010290 2520-FOLD-ONE-VALUE-BYTE.
010300     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-FOLD-CHARACTER
010310     PERFORM 2830-FOLD-ONE-BYTE THRU 2830-EXIT.
010320 2520-EXIT.
010330     EXIT.

010340*---------------------------------------------------------------
010350* 2550-HASH-TIME - HH:MM:SS (or HH.MM.SS) draws a valid time of
010360*                 day; a value not in time form is substituted
010370*                 as text
010380*---------------------------------------------------------------
010390 2550-HASH-TIME.
010400     MOVE 1 TO WS-TIME-BASE
010410     PERFORM 2560-CHECK-TIME-SHAPE THRU 2560-EXIT
010420     IF WS-SHAPE-IS-BAD
010430         PERFORM 2600-HASH-TEXT THRU 2600-EXIT
010440         GO TO 2550-EXIT
010450     END-IF
010460     PERFORM 2510-SEED-FROM-VALUE THRU 2510-EXIT
010470     PERFORM 2570-DRAW-TIME-OF-DAY THRU 2570-EXIT.
010480 2550-EXIT.
010490     EXIT.

010500*---------------------------------------------------------------
010510* 2560-CHECK-TIME-SHAPE - HH?MM?SS starting at WS-TIME-BASE
010520*---------------------------------------------------------------
010530 2560-CHECK-TIME-SHAPE.
010540     SET WS-SHAPE-IS-BAD TO TRUE
010550     IF WS-TIME-BASE + 7 > WS-FIELD-LENGTH
010560         GO TO 2560-EXIT
010570     END-IF
010580     IF WS-FIELD-VALUE (WS-TIME-BASE : 2) IS NUMERIC
010590             AND (WS-FIELD-VALUE (WS-TIME-BASE + 2 : 1) = ':'
010600                  OR WS-FIELD-VALUE (WS-TIME-BASE + 2 : 1) = '.')
010610             AND WS-FIELD-VALUE (WS-TIME-BASE + 3 : 2) IS NUMERIC
010620             AND (WS-FIELD-VALUE (WS-TIME-BASE + 5 : 1) = ':'
010630                  OR WS-FIELD-VALUE (WS-TIME-BASE + 5 : 1) = '.')
010640             AND WS-FIELD-VALUE (WS-TIME-BASE + 6 : 2) IS NUMERIC
010650         SET WS-SHAPE-IS-GOOD TO TRUE
010660     END-IF.
010670 2560-EXIT.
010680     EXIT.

010690*---------------------------------------------------------------
010700* 2570-DRAW-TIME-OF-DAY - hour 00-23, minute and second 00-59
010710*---------------------------------------------------------------
010720 2570-DRAW-TIME-OF-DAY.
010730     PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
010740     DIVIDE WS-SHIFT-VALUE BY 24
010750         GIVING WS-HASH-QUOTIENT
010760         REMAINDER WS-SHIFT-REMAINDER
010770     MOVE WS-SHIFT-REMAINDER TO WS-TWO-DIGITS
010780     MOVE WS-TWO-DIGITS TO WS-FIELD-VALUE (WS-TIME-BASE : 2)
010790     PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
010800     DIVIDE WS-SHIFT-VALUE BY 60
010810         GIVING WS-HASH-QUOTIENT
010820         REMAINDER WS-SHIFT-REMAINDER
010830     MOVE WS-SHIFT-REMAINDER TO WS-TWO-DIGITS
010840     MOVE WS-TWO-DIGITS TO WS-FIELD-VALUE (WS-TIME-BASE + 3 : 2)
010850     PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
010860     DIVIDE WS-SHIFT-VALUE BY 60
010870         GIVING WS-HASH-QUOTIENT
010880         REMAINDER WS-SHIFT-REMAINDER
010890     MOVE WS-SHIFT-REMAINDER TO WS-TWO-DIGITS
010900     MOVE WS-TWO-DIGITS TO WS-FIELD-VALUE (WS-TIME-BASE + 6 : 2).
010910 2570-EXIT.
010920     EXIT.

010930*---------------------------------------------------------------
010940* 2580-DRAW-ONE-DIGIT - a fresh digit for a timestamp digit
010950*---------------------------------------------------------------
010960 2580-DRAW-ONE-DIGIT.
010970     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
010980     IF WS-SCAN-CHARACTER IS NUMERIC
010990         PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
011000         DIVIDE WS-SHIFT-VALUE BY 10
011010             GIVING WS-HASH-QUOTIENT
011020             REMAINDER WS-SHIFT-REMAINDER
011030         MOVE WS-SHIFT-REMAINDER TO WS-SCAN-DIGIT
011040         MOVE WS-SCAN-CHARACTER
011050             TO WS-FIELD-VALUE (WS-SCAN-INDEX : 1)
011060     END-IF.
011070 2580-EXIT.
011080     EXIT.

011090*---------------------------------------------------------------
011100* 2600-HASH-TEXT - substitute each digit, letter (same case) or,
011110*                 for a UUID, hex digit inside its own class; a
011120*                 forward pass then a backward pass over the value
011130*                 with its leading and trailing blanks dropped
011140*---------------------------------------------------------------
011150 2600-HASH-TEXT.
011160     MOVE 'N' TO WS-UPPER-HEX-SWITCH
011170     IF WS-MC-CLASS-UUID (MC-IDX)
011180         MOVE 0 TO WS-CLASS-POSITION
011190         INSPECT WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
011200             TALLYING WS-CLASS-POSITION
011210                 FOR ALL 'A' ALL 'B' ALL 'C'
011220                     ALL 'D' ALL 'E' ALL 'F'
011230         IF WS-CLASS-POSITION > 0
011240             SET WS-HEX-IS-UPPER TO TRUE
011250         END-IF
011260     END-IF
011270     PERFORM 2800-TRIM-FIELD-VALUE THRU 2800-EXIT
011280     MOVE WS-KEY-SEED TO WS-HASH-VALUE
011290     PERFORM 2610-SUBSTITUTE-ONE-CHARACTER THRU 2610-EXIT
011300         VARYING WS-SCAN-INDEX FROM WS-TRIM-START BY 1
011310         UNTIL WS-SCAN-INDEX > WS-TRIM-END
011320     MOVE WS-KEY-SEED TO WS-HASH-VALUE
011330     PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
011340     PERFORM 2610-SUBSTITUTE-ONE-CHARACTER THRU 2610-EXIT
011350         VARYING WS-SCAN-INDEX FROM WS-TRIM-END BY -1
011360         UNTIL WS-SCAN-INDEX < WS-TRIM-START.
011370 2600-EXIT.
011380     EXIT.

011390*---------------------------------------------------------------
011400* 2610-SUBSTITUTE-ONE-CHARACTER - one character of one pass
011410*---------------------------------------------------------------
011420 2610-SUBSTITUTE-ONE-CHARACTER.
011430     MOVE WS-FIELD-VALUE (WS-SCAN-INDEX : 1) TO WS-SCAN-CHARACTER
011440     MOVE WS-SCAN-CHARACTER TO WS-FOLD-CHARACTER
011450     PERFORM 2850-FIND-CHARACTER-CLASS THRU 2850-EXIT
011460     IF WS-CLASS-SIZE > 0
011470         PERFORM 2820-DRAW-SHIFT THRU 2820-EXIT
011480         COMPUTE WS-HASH-WORK = WS-CLASS-POSITION + WS-SHIFT-VALUE
011490         DIVIDE WS-HASH-WORK BY WS-CLASS-SIZE
011500             GIVING WS-HASH-QUOTIENT
011510             REMAINDER WS-SHIFT-REMAINDER
011520         MOVE WS-CLASS-STRING (WS-SHIFT-REMAINDER + 1 : 1)
011530             TO WS-FIELD-VALUE (WS-SCAN-INDEX : 1)
011540     END-IF
011550     PERFORM 2830-FOLD-ONE-BYTE THRU 2830-EXIT.
011560 2610-EXIT.
011570     EXIT.

011580*---------------------------------------------------------------
011590* 2700-FIX-FIELD-VALUE - the column's default when it has one,
011600*                 else a constant that is valid for its type
011610*---------------------------------------------------------------
011620 2700-FIX-FIELD-VALUE.
011630     MOVE SPACES TO WS-FIELD-VALUE
011640     IF WS-MC-DEFAULT-VALUE (MC-IDX) NOT = SPACES
011650         MOVE WS-MC-DEFAULT-VALUE (MC-IDX) TO WS-FIELD-VALUE
011660         GO TO 2700-EXIT
011670     END-IF
011680     EVALUATE TRUE
011690         WHEN WS-MC-CLASS-NUMERIC (MC-IDX)
011700             MOVE '0' TO WS-FIELD-VALUE
011710         WHEN WS-MC-CLASS-BOOLEAN (MC-IDX)
011720             MOVE 'N' TO WS-FIELD-VALUE
011730         WHEN WS-MC-CLASS-DATE (MC-IDX)
011740             MOVE '1900-01-01' TO WS-FIELD-VALUE
011750         WHEN WS-MC-CLASS-TIME (MC-IDX)
011760             MOVE '00:00:00' TO WS-FIELD-VALUE
011770         WHEN WS-MC-CLASS-TIMESTAMP (MC-IDX)
011780             MOVE '1900-01-01-00.00.00.000000' TO WS-FIELD-VALUE
011790         WHEN WS-MC-CLASS-UUID (MC-IDX)
011800             MOVE '00000000-0000-0000-0000-000000000000'
011810                 TO WS-FIELD-VALUE
011820         WHEN OTHER
011830             MOVE 'MASKED' TO WS-FIELD-VALUE
011840     END-EVALUATE.
011850 2700-EXIT.
011860     EXIT.

011870*---------------------------------------------------------------
011880* 2800-TRIM-FIELD-VALUE - the value's first and last non-blank
011890*---------------------------------------------------------------
011900 2800-TRIM-FIELD-VALUE.
011910     MOVE 0 TO WS-LEAD-SPACE-COUNT
011920     INSPECT WS-FIELD-VALUE (1 : WS-FIELD-LENGTH)
011930         TALLYING WS-LEAD-SPACE-COUNT FOR LEADING SPACES
011940     COMPUTE WS-TRIM-START = WS-LEAD-SPACE-COUNT + 1
011950     MOVE WS-FIELD-LENGTH TO WS-TRIM-END
011960     PERFORM 2810-STEP-BACK-ONE-BLANK THRU 2810-EXIT
011970         UNTIL WS-FIELD-VALUE (WS-TRIM-END : 1) NOT = SPACE.
011980 2800-EXIT.
011990     EXIT.

012000*---------------------------------------------------------------
012010* 2810-STEP-BACK-ONE-BLANK - trim one trailing blank
012020*---------------------------------------------------------------
012030 2810-STEP-BACK-ONE-BLANK.
012040     SUBTRACT 1 FROM WS-TRIM-END.
012050 2810-EXIT.
012060     EXIT.

012070*---------------------------------------------------------------
012080* 2820-DRAW-SHIFT - H = H * 16807 mod 2147483647; the new state
012090*                 is the shift
012100*---------------------------------------------------------------
012110 2820-DRAW-SHIFT.
012120     COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 16807
012130     DIVIDE WS-HASH-WORK BY 2147483647
012140         GIVING WS-HASH-QUOTIENT
012150         REMAINDER WS-HASH-VALUE
012160     IF WS-HASH-VALUE = 0
012170         MOVE 1 TO WS-HASH-VALUE
012180     END-IF
012190     MOVE WS-HASH-VALUE TO WS-SHIFT-VALUE.
012200 2820-EXIT.
012210     EXIT.

012220*---------------------------------------------------------------
012230* 2830-FOLD-ONE-BYTE - H = (H * 31 + byte) mod 2147483647
012240*---------------------------------------------------------------
012250 2830-FOLD-ONE-BYTE.
012260     MOVE LOW-VALUE TO WS-HASH-HIGH-BYTE
012270     MOVE WS-FOLD-CHARACTER TO WS-HASH-LOW-BYTE
012280     COMPUTE WS-HASH-WORK =
012290         WS-HASH-VALUE * 31 + WS-HASH-BYTE-CODE
012300     DIVIDE WS-HASH-WORK BY 2147483647
012310         GIVING WS-HASH-QUOTIENT
012320         REMAINDER WS-HASH-VALUE.
012330 2830-EXIT.
012340     EXIT.

012350*---------------------------------------------------------------
012360* 2850-FIND-CHARACTER-CLASS - the class WS-SCAN-CHARACTER belongs
012370*                 to, staged in WS-CLASS-STRING with its size and
012380*                 the character's place in it; size zero when the
012390*                 character is left alone
012400*---------------------------------------------------------------
012410 2850-FIND-CHARACTER-CLASS.
012420     MOVE 0 TO WS-CLASS-SIZE
012430     IF WS-SCAN-CHARACTER = SPACE
012440         GO TO 2850-EXIT
012450     END-IF
012460     IF WS-MC-CLASS-UUID (MC-IDX)
012470         IF WS-HEX-IS-UPPER
012480             MOVE WS-HEX-UPPER-CLASS TO WS-CLASS-STRING
012490         ELSE
012500             MOVE WS-HEX-LOWER-CLASS TO WS-CLASS-STRING
012510         END-IF
012520         MOVE 16 TO WS-CLASS-SIZE
012530     ELSE
012540         EVALUATE TRUE
012550             WHEN WS-SCAN-CHARACTER IS NUMERIC
012560                 MOVE WS-DIGIT-CLASS TO WS-CLASS-STRING
012570                 MOVE 10 TO WS-CLASS-SIZE
012580             WHEN WS-SCAN-CHARACTER IS ALPHABETIC-UPPER
012590                 MOVE WS-UPPER-CLASS TO WS-CLASS-STRING
012600                 MOVE 26 TO WS-CLASS-SIZE
012610             WHEN WS-SCAN-CHARACTER IS ALPHABETIC-LOWER
012620                 MOVE WS-LOWER-CLASS TO WS-CLASS-STRING
012630                 MOVE 26 TO WS-CLASS-SIZE
012640             WHEN OTHER
012650                 GO TO 2850-EXIT
012660         END-EVALUATE
012670     END-IF
012680     MOVE 0 TO WS-CLASS-POSITION
012690     INSPECT WS-CLASS-STRING (1 : WS-CLASS-SIZE)
012700         TALLYING WS-CLASS-POSITION
012710             FOR CHARACTERS BEFORE INITIAL WS-SCAN-CHARACTER
012720     IF WS-CLASS-POSITION NOT < WS-CLASS-SIZE
012730         MOVE 0 TO WS-CLASS-SIZE
012740     END-IF.
012750 2850-EXIT.
012760     EXIT.

012770*---------------------------------------------------------------
012780* 8000-TERMINATE - close files, display the run totals and the
012790*                 rule each masked column was masked by
012800*---------------------------------------------------------------
012810 8000-TERMINATE.
012820     IF WS-RUN-IS-VALID
012830         CLOSE EXTRACT-INPUT-FILE
012840         CLOSE MASKED-OUTPUT-FILE
012850         DISPLAY 'DATAMASK COMPLETE - TABLE: ' MK-TABLE-NAME
012860         IF MK-FROM-MASTER
012870             DISPLAY '  SOURCE:           MASTER'
012880         ELSE
012890             DISPLAY '  SOURCE:           EXTRACT'
012900         END-IF
012910         MOVE WS-RECORDS-READ-COUNT TO WS-COUNT-DISPLAY
012920         DISPLAY '  RECORDS READ:     ' WS-COUNT-DISPLAY
012930         MOVE WS-RECORDS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
012940         DISPLAY '  RECORDS WRITTEN:  ' WS-COUNT-DISPLAY
012950         MOVE WS-MASKED-COLUMN-COUNT TO WS-COUNT-DISPLAY
012960         DISPLAY '  COLUMNS MASKED:   ' WS-COUNT-DISPLAY
012970         MOVE WS-VALUES-MASKED-COUNT TO WS-COUNT-DISPLAY
012980         DISPLAY '  VALUES MASKED:    ' WS-COUNT-DISPLAY
012990         PERFORM 8100-SHOW-ONE-COLUMN THRU 8100-EXIT
013000             VARYING WS-MASK-INDEX FROM 1 BY 1
013010             UNTIL WS-MASK-INDEX > WS-MASK-COLUMN-COUNT
013020         IF WS-OVERRIDE-COUNT > 0
013030             MOVE WS-OVERRIDE-COUNT TO WS-COUNT-DISPLAY
013040             DISPLAY '  RULES OVERRIDDEN: ' WS-COUNT-DISPLAY
013050                 ' (SETTLE IN COLCLASS)'
013060             MOVE 4 TO RETURN-CODE
013070         END-IF
013080     END-IF.
013090 8000-EXIT.
013100     EXIT.

013110*---------------------------------------------------------------
013120* 8100-SHOW-ONE-COLUMN - one masked column: classification, the
013130*                 registered and applied rules, values masked and
013140*                 why the rule was overridden
013150*---------------------------------------------------------------
013160 8100-SHOW-ONE-COLUMN.
013170     SET MC-IDX TO WS-MASK-INDEX
013180     IF WS-MC-RULE-NONE (MC-IDX)
013190         GO TO 8100-EXIT
013200     END-IF
013210     MOVE WS-MC-MASKED-COUNT (MC-IDX) TO WS-COUNT-DISPLAY
013220     DISPLAY '    ' WS-MC-FIELD-NAME (MC-IDX)
013230         ' ' WS-MC-CLASSIFICATION (MC-IDX)
013240         ' ' WS-MC-REGISTERED-RULE (MC-IDX)
013250         ' ' WS-MC-APPLIED-RULE (MC-IDX)
013260         ' ' WS-COUNT-DISPLAY
013270         ' ' WS-MC-REASON (MC-IDX).
013280 8100-EXIT.
013290     EXIT.

013300*---------------------------------------------------------------
013310* 8800-START-RUN-LOG - note when the step started, for its
013320*                 run-log row
013330*---------------------------------------------------------------
013340 8800-START-RUN-LOG.
013350     MOVE SPACES TO RUN-LOG-RECORD
013360     MOVE 'DATAMASK' TO RL-JOB-NAME
013370     MOVE 'DATAMASK' TO RL-PROGRAM-NAME
013380     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
013390     ACCEPT RL-START-TIME FROM TIME.
013400 8800-EXIT.
013410     EXIT.

013420*---------------------------------------------------------------
013430* 8900-WRITE-RUN-LOG - append this run's counts and return
013440*                 code to the run log
013450*---------------------------------------------------------------
013460 8900-WRITE-RUN-LOG.
013470     MOVE MK-TABLE-NAME TO RL-TABLE-NAME
013480     MOVE WS-RECORDS-READ-COUNT TO RL-RECORDS-READ
013490     MOVE WS-RECORDS-WRITTEN-COUNT TO RL-RECORDS-WRITTEN
013500     MOVE 0 TO RL-RECORDS-REJECTED
013510     MOVE RETURN-CODE TO RL-RETURN-CODE
013520     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
013530 8900-EXIT.
013540     EXIT.

013550*---------------------------------------------------------------
013560* 9000-TABLE-NOT-FOUND - the parm names a table SCHSNAP lacks
013570*---------------------------------------------------------------
013580 9000-TABLE-NOT-FOUND.
013590     SET WS-RUN-IS-INVALID TO TRUE
013600     DISPLAY 'DATAMASK - TABLE NOT IN SCHSNAP: ' MK-TABLE-NAME
013610     MOVE 12 TO RETURN-CODE.
013620 9000-EXIT.
013630     EXIT.

013640*---------------------------------------------------------------
013650* 9100-BAD-PARM - no usable MASKPRM record was supplied; a copy
013660*                 is never cut without the shop key
013670*---------------------------------------------------------------
013680 9100-BAD-PARM.
013690     SET WS-RUN-IS-INVALID TO TRUE
013700     DISPLAY 'DATAMASK - MASKPRM RECORD MISSING OR INVALID'
013710     MOVE 16 TO RETURN-CODE.
013720 9100-EXIT.
013730     EXIT.

013740*---------------------------------------------------------------
013750* 9200-LAYOUT-TOO-WIDE - the committed column widths add up to
013760*                 more than the extract record can carry
013770*---------------------------------------------------------------
013780 9200-LAYOUT-TOO-WIDE.
013790     SET WS-RUN-IS-INVALID TO TRUE
013800     DISPLAY 'DATAMASK - LAYOUT EXCEEDS 7200-BYTE RECORD: '
013810         MK-TABLE-NAME
013820     MOVE 12 TO RETURN-CODE.
013830 9200-EXIT.
013840     EXIT.

013850*---------------------------------------------------------------
013860* 9300-OUTPUT-NOT-OPENED - the masked copy could not be opened;
013870*                 nothing was written
013880*---------------------------------------------------------------
013890 9300-OUTPUT-NOT-OPENED.
013900     SET WS-RUN-IS-INVALID TO TRUE
013910     DISPLAY 'DATAMASK - MASKOUT NOT OPENED, STATUS: '
013920         WS-MASKOUT-FILE-STATUS
013930     MOVE 16 TO RETURN-CODE.
013940 9300-EXIT.
013950     EXIT.
