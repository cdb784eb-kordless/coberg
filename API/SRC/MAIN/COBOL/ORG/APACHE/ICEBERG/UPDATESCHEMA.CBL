001510*                   parent, and the renamed column's
001520*                   COL-PARENT-FIELD-ID is re-resolved from
001530*                   its new name.
001540* 2026-10-15  JKH   Columns now carry a DECIMAL's precision and
001550*                   scale and a STRING, FIXED or BINARY length
001560*                   (SR- through PC- into COL- and SH-; zero
001570*                   means the old shop default).  An UPDATE-
001580*                   COLUMN or a union-sourced retype of the
001590*                   same type must keep the scale and may only
001600*                   widen the precision or length, the commit
001610*                   refuses attributes that do not fit the
001620*                   type, the predicted diff shows the full
001630*                   type (DECIMAL(12,2), STRING(200)), and the
001640*                   extract copybook PIC follows the declared
001650*                   width.  A retype now regenerates the extract
001660*                   copybook, since it moves later offsets.
001670* 2026-10-15  JKH   A BUCKET partition field now carries its
001680*                   bucket count and a TRUNCATE field its width
001690*                   (SR-FIELD-LENGTH through PC-NEW-LENGTH into
001700*                   the new SP-TRANSFORM-WIDTH and SH-NEW-LENGTH);
001710*                   ADD-PART-FLD refuses either without one, and
001720*                   the predicted diff shows BUCKET[16] form.
001730* 2026-10-15  JKH   A commit that changes the identifier list
001740*                   now writes a SET-IDENT-KEYS history row
001750*                   (old and new lists in SH-OLD-VALUE and
001760*                   SH-NEW-VALUE), so the night's history
001770*                   shows a primary-key change like any other.
001780* 2026-10-15  JKH   New SET-COL-CLASS request classifies a column
001790*                   PUBLIC, CONFIDENTIAL or PII with a mask rule
001800*                   (NONE, HASH, BLANK, FIXED).  The commit checks
001810*                   it - the column exists and is no STRUCT, the
001820*                   rule suits the class, a key or join column is
001830*                   masked only by HASH - records it in the new
001840*                   COLCLASS registry (keyed on field id, so a
001850*                   rename keeps it) and logs the old and new
001860*                   CLASS/RULE in the history; the predicted diff
001870*                   shows it as a CLASS change.
001880* 2026-10-15  JKH   A COLCLASS entry that cannot be opened,
001890*                   written or rewritten, or a SET-IDENT-KEYS
001900*                   history row that cannot be appended to
001910*                   SCHHIST, now ends the commit RC=12 through
001920*                   9000-ERROR-ROUTINE; an unstored
001930*                   classification logs no history.
001940*

001950 ENVIRONMENT DIVISION.

001960 INPUT-OUTPUT SECTION.
001970 FILE-CONTROL.
001980     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
001990         ORGANIZATION IS INDEXED
002000         ACCESS MODE IS DYNAMIC
002010         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002020         FILE STATUS IS WS-SNAP-FILE-STATUS.

002030     SELECT SCHEMA-PRIOR-FILE ASSIGN TO "SCHPRIOR"
002040         ORGANIZATION IS INDEXED
002050         ACCESS MODE IS DYNAMIC
002060         RECORD KEY IS SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
002070         FILE STATUS IS WS-PRIOR-FILE-STATUS.

002080     SELECT SCHEMA-HISTORY-FILE ASSIGN TO "SCHHIST"
002090         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS WS-HIST-FILE-STATUS.

002110     SELECT SCHEMA-ERROR-FILE ASSIGN TO "SCHERRLG"
002120         ORGANIZATION IS LINE SEQUENTIAL
002130         FILE STATUS IS WS-ERRLOG-FILE-STATUS.

002140     SELECT SCHEMA-UNION-CONFLICT-FILE ASSIGN TO "UNIONCFL"
002150         ORGANIZATION IS LINE SEQUENTIAL
002160         FILE STATUS IS WS-UNIONCFL-FILE-STATUS.

002170     SELECT TABLE-KEYS-FILE ASSIGN TO "TBLKEYS"
002180         ORGANIZATION IS INDEXED
002190         ACCESS MODE IS DYNAMIC
002200         RECORD KEY IS TK-TABLE-NAME
002210         FILE STATUS IS WS-TBLKEYS-FILE-STATUS.

002220     SELECT OPTIONAL TABLE-REFS-FILE ASSIGN TO "TBLREFS"
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS WS-TBLREFS-FILE-STATUS.

002250     SELECT OPTIONAL TABLE-CONTROL-FILE ASSIGN TO "TBLCTL"
002260         ORGANIZATION IS INDEXED
002270         ACCESS MODE IS DYNAMIC
002280         RECORD KEY IS TC-TABLE-NAME
002290         FILE STATUS IS WS-TBLCTL-FILE-STATUS.

002300     SELECT OPTIONAL COL-CLASS-FILE ASSIGN TO "COLCLASS"
002310         ORGANIZATION IS INDEXED
002320         ACCESS MODE IS DYNAMIC
002330         RECORD KEY IS CC-KEY
002340         FILE STATUS IS WS-COLCLASS-FILE-STATUS.

002350     SELECT SCHEMA-ARCHIVE-FILE ASSIGN TO "SCHARCH"
002360         ORGANIZATION IS SEQUENTIAL
002370         FILE STATUS IS WS-SCHARCH-FILE-STATUS.

002380     SELECT KEY-ARCHIVE-FILE ASSIGN TO "KEYARCH"
002390         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS WS-KEYARCH-FILE-STATUS.

002410     SELECT COPYBOOK-ARCHIVE-FILE ASSIGN TO "CPYARCH"
002420         ORGANIZATION IS LINE SEQUENTIAL
002430         FILE STATUS IS WS-CPYARCH-FILE-STATUS.

002440     SELECT PREDICTED-DIFF-FILE ASSIGN TO "PREDDIFF"
002450         ORGANIZATION IS LINE SEQUENTIAL
002460         FILE STATUS IS WS-PREDDIFF-FILE-STATUS.

002470     SELECT EXTRACT-COPYBOOK-FILE ASSIGN TO WS-EXTRACT-FILENAME
002480         ORGANIZATION IS LINE SEQUENTIAL
002490         FILE STATUS IS WS-EXTRACT-FILE-STATUS.

002500 DATA DIVISION.
002510 FILE SECTION.
002520 FD  SCHEMA-SNAPSHOT-FILE.
002530     COPY "ICEBERG-SNAPSHOT-REC.cpy"
002540         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002550                   ==FD-CURR-SNAPSHOT-REC==.

002560 FD  SCHEMA-PRIOR-FILE.
002570     COPY "ICEBERG-SNAPSHOT-REC.cpy"
002580         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002590                   ==FD-PRIOR-SNAPSHOT-REC==.

002600 FD  SCHEMA-HISTORY-FILE.
002610     COPY "ICEBERG-HIST-REC.cpy".

002620 FD  SCHEMA-ERROR-FILE.
002630     COPY "ICEBERG-ERROR-REC.cpy".

002640 FD  SCHEMA-UNION-CONFLICT-FILE.
002650     COPY "ICEBERG-UNION-CONFLICT-REC.cpy".

002660 FD  TABLE-KEYS-FILE.
002670     COPY "ICEBERG-TABLE-KEYS.cpy".

002680 FD  TABLE-REFS-FILE.
002690     COPY "ICEBERG-TABLE-REF-REC.cpy".

002700 FD  TABLE-CONTROL-FILE.
002710     COPY "ICEBERG-TABLE-CONTROL-REC.cpy".

002720 FD  COL-CLASS-FILE.
002730     COPY "ICEBERG-COL-CLASS-REC.cpy".

002740 FD  SCHEMA-ARCHIVE-FILE.
002750     COPY "ICEBERG-SNAPSHOT-REC.cpy"
002760         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002770                   ==FD-ARCH-SNAPSHOT-REC==.

002780 FD  KEY-ARCHIVE-FILE.
002790     COPY "ICEBERG-TABLE-KEYS.cpy"
002800         REPLACING ==TABLE-KEYS-RECORD== BY
002810                   ==KEY-ARCHIVE-RECORD==
002820                   ==TK-TABLE-NAME== BY ==KA-TABLE-NAME==
002830                   ==TK-KEY-FIELD-COUNT== BY
002840                   ==KA-KEY-FIELD-COUNT==
002850                   ==TK-KEY-FIELD== BY ==KA-KEY-FIELD==
002860                   ==TK-KEY-IDX== BY ==KA-KEY-IDX==.

002870 FD  COPYBOOK-ARCHIVE-FILE.
002880 01  COPYBOOK-ARCHIVE-LINE               PIC X(72).

002890 FD  PREDICTED-DIFF-FILE.
002900     COPY "ICEBERG-DIFF-REC.cpy".

002910 FD  EXTRACT-COPYBOOK-FILE.
002920 01  EXTRACT-LINE-RECORD                 PIC X(72).

002930 WORKING-STORAGE SECTION.
002940****************************************************************
002950* SHARED COPYBOOKS
002960****************************************************************
002970 COPY "ICEBERG-EXCEPTIONS.cpy".
002980 COPY "ICEBERG-EXPRESSIONS.cpy".
002990 COPY "ICEBERG-TYPES.cpy".
003000 COPY "ICEBERG-SHOP-CONFIG.cpy".

003010****************************************************************
003020* FILE STATUS AND CONTROL SWITCHES
003030****************************************************************
003040 01  WS-FILE-STATUSES.
003050     05  WS-SNAP-FILE-STATUS             PIC X(02).
003060         88  WS-SNAP-OK                  VALUE '00'.
003070         88  WS-SNAP-NOT-FOUND           VALUE '23'.
003080     05  WS-PRIOR-FILE-STATUS            PIC X(02).
003090         88  WS-PRIOR-OK                 VALUE '00'.
003100         88  WS-PRIOR-NOT-FOUND          VALUE '23'.
003110     05  WS-HIST-FILE-STATUS             PIC X(02).
003120         88  WS-HIST-OK                  VALUE '00'.
003130     05  WS-ERRLOG-FILE-STATUS           PIC X(02).
003140     05  WS-UNIONCFL-FILE-STATUS         PIC X(02).
003150     05  WS-TBLKEYS-FILE-STATUS          PIC X(02).
003160         88  WS-TBLKEYS-OK               VALUE '00'.
003170         88  WS-TBLKEYS-NOT-FOUND        VALUE '23'.
003180     05  WS-EXTRACT-FILE-STATUS          PIC X(02).
003190     05  WS-PREDDIFF-FILE-STATUS         PIC X(02).
003200     05  WS-TBLREFS-FILE-STATUS          PIC X(02).
003210         88  WS-TBLREFS-OPENED           VALUES '00' '05'.
003220     05  WS-TBLCTL-FILE-STATUS           PIC X(02).
003230         88  WS-TBLCTL-OK                VALUE '00'.
003240         88  WS-TBLCTL-OPENED            VALUES '00' '05'.
003250     05  WS-COLCLASS-FILE-STATUS         PIC X(02).
003260         88  WS-COLCLASS-OK              VALUE '00'.
003270         88  WS-COLCLASS-OPENED          VALUES '00' '05'.
003280     05  WS-SCHARCH-FILE-STATUS          PIC X(02).
003290     05  WS-KEYARCH-FILE-STATUS          PIC X(02).
003300     05  WS-CPYARCH-FILE-STATUS          PIC X(02).

003310 01  WS-SWITCHES.
003320     05  WS-TABLE-ACTIVE-SWITCH          PIC X(01) VALUE 'N'.
003330         88  WS-TABLE-IS-ACTIVE          VALUE 'Y'.
003340     05  WS-ALLOW-INCOMPAT-SWITCH        PIC X(01) VALUE 'N'.
003350         88  WS-INCOMPAT-ALLOWED         VALUE 'Y'.
003360     05  WS-CASE-SENSITIVE-SWITCH        PIC X(01).
003370         88  WS-MATCH-CASE-SENSITIVE     VALUE 'Y'.
003380         88  WS-MATCH-CASE-BLIND         VALUE 'N'.
003390     05  WS-COMMIT-VALID-SWITCH          PIC X(01) VALUE 'Y'.
003400         88  WS-COMMIT-IS-VALID          VALUE 'Y'.
003410         88  WS-COMMIT-IS-INVALID        VALUE 'N'.
003420     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
003430         88  WS-ENTRY-FOUND              VALUE 'Y'.
003440         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
003450     05  WS-REORDER-SWITCH               PIC X(01) VALUE 'N'.
003460         88  WS-SCHEMA-WAS-REORDERED     VALUE 'Y'.
003470     05  WS-QUEUE-FULL-SWITCH            PIC X(01) VALUE 'N'.
003480         88  WS-QUEUE-IS-FULL            VALUE 'Y'.
003490     05  WS-IDENT-FIELD-BAD-SWITCH       PIC X(01) VALUE 'N'.
003500         88  WS-IDENT-FIELD-IS-BAD       VALUE 'Y'.
003510     05  WS-TRANSFORM-VALID-SWITCH       PIC X(01) VALUE 'N'.
003520         88  WS-TRANSFORM-IS-VALID       VALUE 'Y'.
003530         88  WS-TRANSFORM-IS-INVALID     VALUE 'N'.
003540     05  WS-VERSION-OK-SWITCH            PIC X(01) VALUE 'Y'.
003550         88  WS-VERSION-IS-CURRENT       VALUE 'Y'.
003560         88  WS-VERSION-HAS-MOVED-ON     VALUE 'N'.
003570     05  WS-REFS-EOF-SWITCH              PIC X(01) VALUE 'N'.
003580         88  WS-REFS-ARE-EOF             VALUE 'Y'.
003590     05  WS-REFS-CHANGED-SWITCH          PIC X(01) VALUE 'N'.
003600         88  WS-REFS-WERE-CHANGED        VALUE 'Y'.
003610     05  WS-REFS-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
003620         88  WS-REFS-HAVE-OVERFLOWED     VALUE 'Y'.
003630     05  WS-LIFECYCLE-STATE-SWITCH       PIC X(01) VALUE 'A'.
003640         88  WS-TABLE-STATE-ACTIVE       VALUE 'A'.
003650         88  WS-TABLE-STATE-FROZEN       VALUE 'F'.
003660         88  WS-TABLE-STATE-RETIRED      VALUE 'R'.
003670     05  WS-CPY-EOF-SWITCH               PIC X(01) VALUE 'N'.
003680         88  WS-COPYBOOK-IS-EOF          VALUE 'Y'.
003690     05  WS-KEYS-CHANGED-SWITCH          PIC X(01) VALUE 'N'.
003700         88  WS-KEY-LIST-CHANGED         VALUE 'Y'.
003710     05  WS-CHANGE-WRITE-SWITCH          PIC X(01) VALUE 'Y'.
003720         88  WS-CHANGE-WAS-STORED        VALUE 'Y'.
003730         88  WS-CHANGE-NOT-STORED        VALUE 'N'.
003740     05  WS-COMMIT-WRITE-SWITCH          PIC X(01) VALUE 'Y'.
003750         88  WS-COMMIT-WAS-STORED        VALUE 'Y'.
003760         88  WS-COMMIT-NOT-STORED        VALUE 'N'.

003770 77  WS-FOUND-COLUMN-INDEX               PIC 9(04) COMP VALUE 0.
003780 77  WS-REFERENCE-COLUMN-INDEX           PIC 9(04) COMP VALUE 0.
003790 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
003800 77  WS-WORK-INDEX-2                     PIC 9(04) COMP VALUE 0.
003810 77  WS-VALIDATION-ERROR-COUNT           PIC 9(04) COMP VALUE 0.
003820 77  WS-APPLIED-CHANGE-COUNT             PIC 9(04) COMP VALUE 0.
003830 77  WS-TARGET-COLUMN-INDEX              PIC 9(04) COMP VALUE 0.
003840 77  WS-PART-ADD-COUNT                   PIC 9(04) COMP VALUE 0.
003850 77  WS-PART-DROP-COUNT                  PIC 9(04) COMP VALUE 0.
003860 77  WS-LAST-FIELD-ID                    PIC 9(05) VALUE 0.
003870 77  WS-REF-SCAN-INDEX                   PIC 9(04) COMP VALUE 0.
003880 77  WS-REF-RUN-COUNT                    PIC 9(04) COMP VALUE 0.
003890 77  WS-DOT-POSITION                     PIC 9(02) COMP VALUE 0.
003900 77  WS-PARENT-ID-LOOKUP                 PIC 9(05) VALUE 0.
003910 77  WS-CHILD-SCAN-INDEX                 PIC 9(04) COMP VALUE 0.
003920 77  WS-SPEC-POINTER                     PIC 9(04) COMP VALUE 0.
003930 77  WS-SPEC-LEAD-COUNT                  PIC 9(04) COMP VALUE 0.
003940 77  WS-PIC-INTEGER-DIGITS               PIC 9(02) VALUE 0.
003950 77  WS-PIC-SCALE-DIGITS                 PIC 9(02) VALUE 0.
003960 77  WS-PIC-LENGTH-DIGITS                PIC 9(03) VALUE 0.
003970 77  WS-KEY-LIST-POINTER                 PIC 9(04) COMP VALUE 0.

003980 01  WS-CURRENT-TABLE-NAME               PIC X(30) VALUE SPACES.
003990 01  WS-SESSION-SCHEMA-VERSION           PIC 9(09) VALUE 0.
004000 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
004010 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
004020 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
004030 01  WS-EXTRACT-FILENAME                 PIC X(64) VALUE SPACES.
004040 01  WS-EXTRACT-PIC-CLAUSE               PIC X(16) VALUE SPACES.
004050 01  WS-VALIDATION-REASON                PIC X(80) VALUE SPACES.
004060 01  WS-LOOKUP-NAME                      PIC X(30) VALUE SPACES.
004070 01  WS-LIFECYCLE-OP-CODE                PIC X(14) VALUE SPACES.
004080 01  WS-LIFECYCLE-NEW-STATUS             PIC X(08) VALUE SPACES.
004090 01  WS-TYPE-LOOKUP                      PIC X(10) VALUE SPACES.
004100 01  WS-EXTRACT-FIELD-NAME               PIC X(30) VALUE SPACES.
004110 01  WS-APPLIED-COUNT-DISPLAY            PIC ZZZ9.

004120****************************************************************
004130* COLUMN CLASSIFICATION WORK AREA - SET-COL-CLASS
004140****************************************************************
004150 01  WS-CLASS-WORK-AREA.
004160     05  WS-CLASS-FIELD-ID               PIC 9(05).
004170     05  WS-CLASS-OLD-CLASS              PIC X(12).
004180     05  WS-CLASS-OLD-RULE               PIC X(08).
004190     05  WS-CLASS-CHECK-CLASS            PIC X(12).
004200         88  WS-CLASS-IS-PUBLIC          VALUE 'PUBLIC'.
004210         88  WS-CLASS-IS-KNOWN           VALUES 'PUBLIC'
004220                                                'CONFIDENTIAL'
004230                                                'PII'.
004240     05  WS-CLASS-CHECK-RULE             PIC X(08).
004250         88  WS-RULE-IS-NONE             VALUE 'NONE'.
004260         88  WS-RULE-IS-HASH             VALUE 'HASH'.
004270         88  WS-RULE-IS-KNOWN            VALUES 'NONE' 'HASH'
004280                                                'BLANK' 'FIXED'.
004290     05  WS-CLASS-COLUMN-TYPE            PIC X(10).
004300     05  WS-CLASS-OLD-VALUE              PIC X(40).
004310     05  WS-CLASS-NEW-VALUE              PIC X(40).

004320****************************************************************
004330* TYPE SPECIFICATION WORK AREA - DECIMAL(12,2), STRING(200)
004340****************************************************************
004350 01  WS-TYPE-SPEC-AREA.
004360     05  WS-SPEC-TYPE                    PIC X(10).
004370     05  WS-SPEC-PRECISION               PIC 9(02).
004380     05  WS-SPEC-SCALE                   PIC 9(02).
004390     05  WS-SPEC-LENGTH                  PIC 9(03).
004400     05  WS-SPEC-NUMBER                  PIC 9(03).
004410     05  WS-SPEC-NUMBER-EDIT             PIC ZZ9.
004420     05  WS-TYPE-SPEC                    PIC X(20).

004430****************************************************************
004440* NAME AND TYPE COMPARISON WORK AREAS
004450****************************************************************
004460 01  WS-NAME-COMPARE-AREA.
004470     05  WS-COMPARE-NAME-1               PIC X(30).
004480     05  WS-COMPARE-NAME-2               PIC X(30).
004490     05  WS-NAMES-MATCH-FLAG             PIC X(01).
004500         88  WS-NAMES-DO-MATCH           VALUE 'Y'.
004510         88  WS-NAMES-DO-NOT-MATCH       VALUE 'N'.

004520 01  WS-CASE-FOLD-AREA.
004530     05  WS-FOLD-NAME-1                  PIC X(30).
004540     05  WS-FOLD-NAME-2                  PIC X(30).

004550 01  WS-LOWER-ALPHABET   PIC X(26) VALUE
004560         'abcdefghijklmnopqrstuvwxyz'.
004570 01  WS-UPPER-ALPHABET   PIC X(26) VALUE
004580         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

004590 01  WS-TYPE-COMPARE-AREA.
004600     05  WS-COMPARE-OLD-TYPE             PIC X(10).
004610     05  WS-COMPARE-NEW-TYPE             PIC X(10).
004620     05  WS-TYPES-COMPATIBLE-SWITCH      PIC X(01).
004630         88  WS-TYPES-ARE-COMPATIBLE     VALUE 'Y'.
004640         88  WS-TYPES-ARE-INCOMPATIBLE   VALUE 'N'.
004650     05  WS-COMPARE-OLD-ATTRIBUTES.
004660         10  WS-COMPARE-OLD-PRECISION    PIC 9(02).
004670         10  WS-COMPARE-OLD-SCALE        PIC 9(02).
004680         10  WS-COMPARE-OLD-LENGTH       PIC 9(03).
004690     05  WS-COMPARE-NEW-ATTRIBUTES.
004700         10  WS-COMPARE-NEW-PRECISION    PIC 9(02).
004710         10  WS-COMPARE-NEW-SCALE        PIC 9(02).
004720         10  WS-COMPARE-NEW-LENGTH       PIC 9(03).
004730     05  WS-ATTRIBUTE-REASON             PIC X(80).

004740****************************************************************
004750* IDENTIFIER LIST AS TBLKEYS HELD IT BEFORE THIS COMMIT
004760****************************************************************
004770 01  WS-PRIOR-KEY-AREA.
004780     05  WS-PRIOR-KEY-COUNT              PIC 9(02) VALUE 0.
004790     05  WS-PRIOR-KEY-FIELD              PIC X(30)
004800                       OCCURS 10 TIMES.
004810 01  WS-KEY-LIST-TEXT                    PIC X(40) VALUE SPACES.

004820****************************************************************
004830* IN-MEMORY COPY OF THE TABLE BEING EDITED
004840****************************************************************
004850 COPY "ICEBERG-SNAPSHOT-REC.cpy"
004860     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
004870               ==WS-SCHEMA-BODY==.

004880****************************************************************
004890* ONE-ENTRY WORK AREA FOR COLUMN REORDER PARAGRAPHS
004900****************************************************************
004910 01  WS-SAVED-COLUMN-ENTRY.
004920     COPY "ICEBERG-COLUMN-FIELDS.cpy".

004930****************************************************************
004940* PENDING SCHEMA EDITS - QUEUED UNTIL COMMIT-SCHEMA
004950****************************************************************
004960 01  WS-PENDING-CHANGE-TABLE.
004970     05  PENDING-CHANGE-COUNT            PIC 9(04) COMP VALUE 0.
004980     05  PENDING-CHANGE-ENTRY
004990                         OCCURS 0 TO 500 TIMES
005000                         DEPENDING ON PENDING-CHANGE-COUNT
005010                         INDEXED BY PC-IDX.
005020         COPY "ICEBERG-PENDING-FIELDS.cpy".

005030****************************************************************
005040* UNION-BY-NAME-WITH CONFLICT WORK AREA
005050****************************************************************
005060 01  WS-UNION-CONFLICT-TABLE.
005070     05  UNION-CONFLICT-COUNT            PIC 9(04) COMP VALUE 0.
005080     05  UNION-CONFLICT-ENTRY
005090                         OCCURS 0 TO 100 TIMES
005100                         DEPENDING ON UNION-CONFLICT-COUNT
005110                         INDEXED BY UC-IDX.
005120         10  UC-WORK-FIELD-NAME          PIC X(30).
005130         10  UC-WORK-CURRENT-TYPE        PIC X(10).
005140         10  UC-WORK-INCOMING-TYPE       PIC X(10).

005150****************************************************************
005160* CROSS-TABLE REFERENCE REGISTRY, LOADED FROM TBLREFS WHEN THE
005170* PENDING QUEUE IS VALIDATED AND REWRITTEN WHEN A REFERENCE
005180* EDIT IS APPLIED
005190****************************************************************
005200 01  WS-TABLE-REFS-TABLE.
005210     05  TABLE-REF-COUNT                 PIC 9(04) COMP VALUE 0.
005220     05  TABLE-REF-ENTRY
005230                         OCCURS 0 TO 500 TIMES
005240                         DEPENDING ON TABLE-REF-COUNT
005250                         INDEXED BY TR-IDX.
005260         10  WS-REF-SOURCE-TABLE         PIC X(30).
005270         10  WS-REF-SOURCE-COLUMN        PIC X(30).
005280         10  WS-REF-TARGET-TABLE         PIC X(30).
005290         10  WS-REF-TARGET-COLUMN        PIC X(30).

005300 LINKAGE SECTION.
005310 COPY "ICEBERG-SCHEMA-REQUEST.cpy".

005320 PROCEDURE DIVISION USING SCHEMA-REQUEST-AREA.
005330*---------------------------------------------------------------
005340* 0000-MAINLINE - dispatch one UPDATE-SCHEMA request
005350*---------------------------------------------------------------
005360 0000-MAINLINE.
005370     MOVE 0 TO SR-RETURN-CODE
005380     MOVE SPACES TO SR-MESSAGE
005390     PERFORM 1500-DISPATCH-REQUEST THRU 1500-EXIT
005400     GOBACK.
005410 0000-EXIT.
005420     EXIT.

005430*---------------------------------------------------------------
005440* 1500-DISPATCH-REQUEST - route on SR-REQUEST-CODE
005450*---------------------------------------------------------------
005460 1500-DISPATCH-REQUEST.
005470     IF SR-REQUEST-CODE NOT = 'START-TABLE'
005480             AND NOT WS-TABLE-IS-ACTIVE
005490         PERFORM 9210-NO-ACTIVE-TABLE THRU 9210-EXIT
005500         GO TO 1500-EXIT
005510     END-IF
005520     EVALUATE TRUE
005530         WHEN SR-REQUEST-CODE = 'START-TABLE'
005540             PERFORM 1000-START-SCHEMA-UPDATE
005550                 THRU 1000-EXIT
005560         WHEN SR-REQUEST-CODE = 'ALLOW-INCOMPAT'
005570             PERFORM 2000-ALLOW-INCOMPATIBLE-CHANGES
005580                 THRU 2000-EXIT
005590         WHEN SR-REQUEST-CODE = 'CASE-SENSITIVE'
005600             PERFORM 2800-CASE-SENSITIVE THRU 2800-EXIT
005610         WHEN SR-REQUEST-CODE = 'ADD-COLUMN'
005620             PERFORM 2100-ADD-COLUMN THRU 2100-EXIT
005630         WHEN SR-REQUEST-CODE = 'ADD-REQUIRED'
005640             PERFORM 2110-ADD-REQUIRED-COLUMN
005650                 THRU 2110-EXIT
005660         WHEN SR-REQUEST-CODE = 'RENAME-COLUMN'
005670             PERFORM 2200-RENAME-COLUMN THRU 2200-EXIT
005680         WHEN SR-REQUEST-CODE = 'UPDATE-COLUMN'
005690             PERFORM 2300-UPDATE-COLUMN THRU 2300-EXIT
005700         WHEN SR-REQUEST-CODE = 'UPDATE-DOC'
005710             PERFORM 2310-UPDATE-COLUMN-DOC
005720                 THRU 2310-EXIT
005730         WHEN SR-REQUEST-CODE = 'UPDATE-DEFAULT'
005740             PERFORM 2320-UPDATE-COLUMN-DEFAULT
005750                 THRU 2320-EXIT
005760         WHEN SR-REQUEST-CODE = 'MAKE-OPTIONAL'
005770             PERFORM 2330-MAKE-COLUMN-OPTIONAL
005780                 THRU 2330-EXIT
005790         WHEN SR-REQUEST-CODE = 'REQUIRE-COLUMN'
005800             PERFORM 2340-REQUIRE-COLUMN THRU 2340-EXIT
005810         WHEN SR-REQUEST-CODE = 'DELETE-COLUMN'
005820             PERFORM 2400-DELETE-COLUMN THRU 2400-EXIT
005830         WHEN SR-REQUEST-CODE = 'MOVE-FIRST'
005840             PERFORM 2500-MOVE-FIRST THRU 2500-EXIT
005850         WHEN SR-REQUEST-CODE = 'MOVE-BEFORE'
005860             PERFORM 2510-MOVE-BEFORE THRU 2510-EXIT
005870         WHEN SR-REQUEST-CODE = 'MOVE-AFTER'
005880             PERFORM 2520-MOVE-AFTER THRU 2520-EXIT
005890         WHEN SR-REQUEST-CODE = 'UNION-BY-NAME'
005900             PERFORM 2600-UNION-BY-NAME-WITH
005910                 THRU 2600-EXIT
005920         WHEN SR-REQUEST-CODE = 'SET-IDENT-KEYS'
005930             PERFORM 2700-SET-IDENTIFIER-FIELDS
005940                 THRU 2700-EXIT
005950         WHEN SR-REQUEST-CODE = 'ADD-PART-FLD'
005960             PERFORM 2900-ADD-PARTITION-FIELD
005970                 THRU 2900-EXIT
005980         WHEN SR-REQUEST-CODE = 'DROP-PART-FLD'
005990             PERFORM 2950-DROP-PARTITION-FIELD
006000                 THRU 2950-EXIT
006010         WHEN SR-REQUEST-CODE = 'ADD-TABLE-REF'
006020             PERFORM 2960-ADD-TABLE-REF THRU 2960-EXIT
006030         WHEN SR-REQUEST-CODE = 'DROP-TABLE-REF'
006040             PERFORM 2970-DROP-TABLE-REF THRU 2970-EXIT
006050         WHEN SR-REQUEST-CODE = 'FREEZE-TABLE'
006060             PERFORM 2980-FREEZE-TABLE THRU 2980-EXIT
006070         WHEN SR-REQUEST-CODE = 'THAW-TABLE'
006080             PERFORM 2982-THAW-TABLE THRU 2982-EXIT
006090         WHEN SR-REQUEST-CODE = 'RETIRE-TABLE'
006100             PERFORM 2990-RETIRE-TABLE THRU 2990-EXIT
006110         WHEN SR-REQUEST-CODE = 'SET-COL-CLASS'
006120             PERFORM 2350-SET-COLUMN-CLASS THRU 2350-EXIT
006130         WHEN SR-REQUEST-CODE = 'COMMIT-SCHEMA'
006140             PERFORM 4000-COMMIT-SCHEMA THRU 4000-EXIT
006150         WHEN SR-REQUEST-CODE = 'PREVIEW-COMMIT'
006160             PERFORM 5000-PREVIEW-COMMIT THRU 5000-EXIT
006170         WHEN OTHER
006180             PERFORM 9200-UNKNOWN-REQUEST THRU 9200-EXIT
006190     END-EVALUATE.
006200 1500-EXIT.
006210     EXIT.

006220*---------------------------------------------------------------
006230* 1000-START-SCHEMA-UPDATE - open a session against one table
006240*---------------------------------------------------------------
006250 1000-START-SCHEMA-UPDATE.
006260     MOVE SR-TABLE-NAME TO WS-CURRENT-TABLE-NAME
006270     PERFORM 1050-CHECK-TABLE-LIFECYCLE THRU 1050-EXIT
006280     IF WS-TABLE-STATE-RETIRED
006290         MOVE 'N' TO WS-TABLE-ACTIVE-SWITCH
006300         PERFORM 9290-TABLE-RETIRED THRU 9290-EXIT
006310         GO TO 1000-EXIT
006320     END-IF
006330     SET WS-TABLE-IS-ACTIVE TO TRUE
006340     MOVE 'N' TO WS-ALLOW-INCOMPAT-SWITCH
006350     IF SHOP-DEFAULT-CASE-SENSITIVE
006360         SET WS-MATCH-CASE-SENSITIVE TO TRUE
006370     ELSE
006380         SET WS-MATCH-CASE-BLIND TO TRUE
006390     END-IF
006400     MOVE 0 TO PENDING-CHANGE-COUNT
006410     MOVE 0 TO UNION-CONFLICT-COUNT
006420     MOVE 'N' TO WS-REORDER-SWITCH
006430     PERFORM 1100-LOAD-CURRENT-SCHEMA THRU 1100-EXIT
006440     MOVE WS-SESSION-SCHEMA-VERSION TO SR-SCHEMA-VERSION
006450     MOVE 0 TO SR-RETURN-CODE
006460     STRING 'Session started for table ' DELIMITED BY SIZE
006470            WS-CURRENT-TABLE-NAME DELIMITED BY SPACE
006480         INTO SR-MESSAGE.
006490 1000-EXIT.
006500     EXIT.

006510*---------------------------------------------------------------
006520* 1100-LOAD-CURRENT-SCHEMA - read the last committed layout
006530*---------------------------------------------------------------
006540 1100-LOAD-CURRENT-SCHEMA.
006550     MOVE WS-CURRENT-TABLE-NAME TO SS-TABLE-NAME
006560                                    OF FD-CURR-SNAPSHOT-REC
006570     OPEN I-O SCHEMA-SNAPSHOT-FILE
006580     READ SCHEMA-SNAPSHOT-FILE
006590         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
006600     END-READ
006610     IF WS-SNAP-OK
006620         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
006630             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
006640         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
006650         MOVE SS-SCHEMA-VERSION OF FD-CURR-SNAPSHOT-REC
006660             TO WS-SESSION-SCHEMA-VERSION
006670     ELSE
006680         PERFORM 1110-INITIALIZE-EMPTY-SCHEMA THRU 1110-EXIT
006690     END-IF
006700     CLOSE SCHEMA-SNAPSHOT-FILE.
006710 1100-EXIT.
006720     EXIT.

006730*---------------------------------------------------------------
006740* 1050-CHECK-TABLE-LIFECYCLE - this table's TBLCTL status; a
006750*                 table with no TBLCTL record (or no TBLCTL
006760*                 dataset at all) is ACTIVE
006770*---------------------------------------------------------------
006780 1050-CHECK-TABLE-LIFECYCLE.
006790     SET WS-TABLE-STATE-ACTIVE TO TRUE
006800     OPEN INPUT TABLE-CONTROL-FILE
006810     IF WS-TBLCTL-OPENED
006820         MOVE WS-CURRENT-TABLE-NAME TO TC-TABLE-NAME
006830         READ TABLE-CONTROL-FILE
006840             KEY IS TC-TABLE-NAME
006850         END-READ
006860         IF WS-TBLCTL-OK
006870             EVALUATE TRUE
006880                 WHEN TC-STATUS-FROZEN
006890                     SET WS-TABLE-STATE-FROZEN TO TRUE
006900                 WHEN TC-STATUS-RETIRED
006910                     SET WS-TABLE-STATE-RETIRED TO TRUE
006920                 WHEN OTHER
006930                     SET WS-TABLE-STATE-ACTIVE TO TRUE
006940             END-EVALUATE
006950         END-IF
006960         CLOSE TABLE-CONTROL-FILE
006970     END-IF.
006980 1050-EXIT.
006990     EXIT.

007000*---------------------------------------------------------------
007010* 1110-INITIALIZE-EMPTY-SCHEMA - brand new table, no prior
007020*                 columns
007030*---------------------------------------------------------------
007040 1110-INITIALIZE-EMPTY-SCHEMA.
007050     MOVE WS-CURRENT-TABLE-NAME TO SS-TABLE-NAME OF WS-SCHEMA-BODY
007060     MOVE 0 TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
007070     MOVE 0 TO SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY
007080     MOVE 0 TO SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
007090     MOVE 0 TO SS-SCHEMA-VERSION OF WS-SCHEMA-BODY
007100     MOVE 0 TO SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY
007110     MOVE 0 TO WS-SESSION-SCHEMA-VERSION.
007120 1110-EXIT.
007130     EXIT.

007140*---------------------------------------------------------------
007150* 2000-ALLOW-INCOMPATIBLE-CHANGES - honour this session's override
007160*---------------------------------------------------------------
007170 2000-ALLOW-INCOMPATIBLE-CHANGES.
007180     SET WS-INCOMPAT-ALLOWED TO TRUE
007190     MOVE 0 TO SR-RETURN-CODE
007200     MOVE 'Incompatible changes allowed for this session'
007210         TO SR-MESSAGE.
007220 2000-EXIT.
007230     EXIT.

007240*---------------------------------------------------------------
007250* 2800-CASE-SENSITIVE - set this session's name-matching rule
007260*---------------------------------------------------------------
007270 2800-CASE-SENSITIVE.
007280     IF SR-CASE-SENSITIVE-FLAG = 'Y'
007290         SET WS-MATCH-CASE-SENSITIVE TO TRUE
007300     ELSE
007310         SET WS-MATCH-CASE-BLIND TO TRUE
007320     END-IF
007330     MOVE 0 TO SR-RETURN-CODE
007340     MOVE 'Name matching mode set for this session' TO SR-MESSAGE.
007350 2800-EXIT.
007360     EXIT.

007370*---------------------------------------------------------------
007380* 2100-ADD-COLUMN - queue the edit for COMMIT-SCHEMA
007390*---------------------------------------------------------------
007400 2100-ADD-COLUMN.
007410     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
007420     IF NOT WS-QUEUE-IS-FULL
007430         SET PC-OP-ADD-COLUMN (PENDING-CHANGE-COUNT)
007440             TO TRUE
007450         MOVE SR-FIELD-NAME
007460             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
007470         MOVE SR-FIELD-TYPE
007480             TO PC-NEW-TYPE (PENDING-CHANGE-COUNT)
007490         MOVE SR-ELEMENT-TYPE
007500             TO PC-ELEMENT-TYPE (PENDING-CHANGE-COUNT)
007510         MOVE SR-FIELD-PRECISION
007520             TO PC-NEW-PRECISION (PENDING-CHANGE-COUNT)
007530         MOVE SR-FIELD-SCALE
007540             TO PC-NEW-SCALE (PENDING-CHANGE-COUNT)
007550         MOVE SR-FIELD-LENGTH
007560             TO PC-NEW-LENGTH (PENDING-CHANGE-COUNT)
007570         MOVE 'N'
007580             TO PC-REQUIRED-FLAG (PENDING-CHANGE-COUNT)
007590         MOVE SR-DOC-TEXT
007600             TO PC-DOC-TEXT (PENDING-CHANGE-COUNT)
007610         MOVE SR-DEFAULT-VALUE
007620             TO PC-DEFAULT-VALUE (PENDING-CHANGE-COUNT)
007630         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
007640             TO TRUE
007650         MOVE 0 TO SR-RETURN-CODE
007660         STRING 'Queued ADD-COLUMN for '
007670                 DELIMITED BY SIZE
007680                SR-FIELD-NAME DELIMITED BY SPACE
007690             INTO SR-MESSAGE
007700     ELSE
007710         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
007720     END-IF.
007730 2100-EXIT.
007740     EXIT.

007750*---------------------------------------------------------------
007760* 2110-ADD-REQUIRED-COLUMN - queue the edit for COMMIT-SCHEMA
007770*---------------------------------------------------------------
007780 2110-ADD-REQUIRED-COLUMN.
007790     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
007800     IF NOT WS-QUEUE-IS-FULL
007810         SET PC-OP-ADD-REQUIRED (PENDING-CHANGE-COUNT)
007820             TO TRUE
007830         MOVE SR-FIELD-NAME
007840             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
007850         MOVE SR-FIELD-TYPE
007860             TO PC-NEW-TYPE (PENDING-CHANGE-COUNT)
007870         MOVE SR-ELEMENT-TYPE
007880             TO PC-ELEMENT-TYPE (PENDING-CHANGE-COUNT)
007890         MOVE SR-FIELD-PRECISION
007900             TO PC-NEW-PRECISION (PENDING-CHANGE-COUNT)
007910         MOVE SR-FIELD-SCALE
007920             TO PC-NEW-SCALE (PENDING-CHANGE-COUNT)
007930         MOVE SR-FIELD-LENGTH
007940             TO PC-NEW-LENGTH (PENDING-CHANGE-COUNT)
007950         MOVE 'Y'
007960             TO PC-REQUIRED-FLAG (PENDING-CHANGE-COUNT)
007970         MOVE SR-DOC-TEXT
007980             TO PC-DOC-TEXT (PENDING-CHANGE-COUNT)
007990         MOVE SR-DEFAULT-VALUE
008000             TO PC-DEFAULT-VALUE (PENDING-CHANGE-COUNT)
008010         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
008020             TO TRUE
008030         MOVE 0 TO SR-RETURN-CODE
008040         STRING 'Queued ADD-REQUIRED-COLUMN for '
008050                 DELIMITED BY SIZE
008060                SR-FIELD-NAME DELIMITED BY SPACE
008070             INTO SR-MESSAGE
008080     ELSE
008090         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
008100     END-IF.
008110 2110-EXIT.
008120     EXIT.

008130*---------------------------------------------------------------
008140* 2200-RENAME-COLUMN - queue the edit for COMMIT-SCHEMA
008150*---------------------------------------------------------------
008160 2200-RENAME-COLUMN.
008170     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
008180     IF NOT WS-QUEUE-IS-FULL
008190         SET PC-OP-RENAME-COLUMN (PENDING-CHANGE-COUNT)
008200             TO TRUE
008210         MOVE SR-FIELD-NAME
008220             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
008230         MOVE SR-NEW-NAME
008240             TO PC-NEW-NAME (PENDING-CHANGE-COUNT)
008250         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
008260             TO TRUE
008270         MOVE 0 TO SR-RETURN-CODE
008280         STRING 'Queued RENAME-COLUMN for '
008290                 DELIMITED BY SIZE
008300                SR-FIELD-NAME DELIMITED BY SPACE
008310             INTO SR-MESSAGE
008320     ELSE
008330         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
008340     END-IF.
008350 2200-EXIT.
008360     EXIT.

008370*---------------------------------------------------------------
008380* 2300-UPDATE-COLUMN - queue the edit for COMMIT-SCHEMA
008390*---------------------------------------------------------------
008400 2300-UPDATE-COLUMN.
008410     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
008420     IF NOT WS-QUEUE-IS-FULL
008430         SET PC-OP-UPDATE-COLUMN (PENDING-CHANGE-COUNT)
008440             TO TRUE
008450         MOVE SR-FIELD-NAME
008460             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
008470         MOVE SR-FIELD-NAME TO WS-LOOKUP-NAME
008480         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
008490         IF WS-ENTRY-FOUND
008500             MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY
008510                     (WS-FOUND-COLUMN-INDEX)
008520                 TO PC-OLD-TYPE (PENDING-CHANGE-COUNT)
008530             MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
008540                     (WS-FOUND-COLUMN-INDEX)
008550                 TO PC-OLD-PRECISION (PENDING-CHANGE-COUNT)
008560             MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY
008570                     (WS-FOUND-COLUMN-INDEX)
008580                 TO PC-OLD-SCALE (PENDING-CHANGE-COUNT)
008590             MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
008600                     (WS-FOUND-COLUMN-INDEX)
008610                 TO PC-OLD-LENGTH (PENDING-CHANGE-COUNT)
008620         END-IF
008630         MOVE SR-FIELD-TYPE
008640             TO PC-NEW-TYPE (PENDING-CHANGE-COUNT)
008650         MOVE SR-FIELD-PRECISION
008660             TO PC-NEW-PRECISION (PENDING-CHANGE-COUNT)
008670         MOVE SR-FIELD-SCALE
008680             TO PC-NEW-SCALE (PENDING-CHANGE-COUNT)
008690         MOVE SR-FIELD-LENGTH
008700             TO PC-NEW-LENGTH (PENDING-CHANGE-COUNT)
008710*        a retype within the same type that leaves an attribute
008720*        at zero keeps the column's current value for it
008730         IF PC-NEW-TYPE (PENDING-CHANGE-COUNT)
008740                 = PC-OLD-TYPE (PENDING-CHANGE-COUNT)
008750             IF PC-NEW-PRECISION (PENDING-CHANGE-COUNT) = 0
008760                 MOVE PC-OLD-PRECISION (PENDING-CHANGE-COUNT)
008770                     TO PC-NEW-PRECISION (PENDING-CHANGE-COUNT)
008780                 MOVE PC-OLD-SCALE (PENDING-CHANGE-COUNT)
008790                     TO PC-NEW-SCALE (PENDING-CHANGE-COUNT)
008800             END-IF
008810             IF PC-NEW-LENGTH (PENDING-CHANGE-COUNT) = 0
008820                 MOVE PC-OLD-LENGTH (PENDING-CHANGE-COUNT)
008830                     TO PC-NEW-LENGTH (PENDING-CHANGE-COUNT)
008840             END-IF
008850         END-IF
008860         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
008870             TO TRUE
008880         MOVE 0 TO SR-RETURN-CODE
008890         STRING 'Queued UPDATE-COLUMN for '
008900                 DELIMITED BY SIZE
008910                SR-FIELD-NAME DELIMITED BY SPACE
008920             INTO SR-MESSAGE
008930     ELSE
008940         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
008950     END-IF.
008960 2300-EXIT.
008970     EXIT.

008980*---------------------------------------------------------------
008990* 2310-UPDATE-COLUMN-DOC - queue the edit for COMMIT-SCHEMA
009000*---------------------------------------------------------------
009010 2310-UPDATE-COLUMN-DOC.
009020     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
009030     IF NOT WS-QUEUE-IS-FULL
009040         SET PC-OP-UPDATE-DOC (PENDING-CHANGE-COUNT)
009050             TO TRUE
009060         MOVE SR-FIELD-NAME
009070             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
009080         MOVE SR-DOC-TEXT
009090             TO PC-DOC-TEXT (PENDING-CHANGE-COUNT)
009100         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
009110             TO TRUE
009120         MOVE 0 TO SR-RETURN-CODE
009130         STRING 'Queued UPDATE-COLUMN-DOC for '
009140                 DELIMITED BY SIZE
009150                SR-FIELD-NAME DELIMITED BY SPACE
009160             INTO SR-MESSAGE
009170     ELSE
009180         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
009190     END-IF.
009200 2310-EXIT.
009210     EXIT.

009220*---------------------------------------------------------------
009230* 2320-UPDATE-COLUMN-DEFAULT - queue the edit for COMMIT-SCHEMA
009240*---------------------------------------------------------------
009250 2320-UPDATE-COLUMN-DEFAULT.
009260     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
009270     IF NOT WS-QUEUE-IS-FULL
009280         SET PC-OP-UPDATE-DEFAULT (PENDING-CHANGE-COUNT)
009290             TO TRUE
009300         MOVE SR-FIELD-NAME
009310             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
009320         MOVE SR-DEFAULT-VALUE
009330             TO PC-DEFAULT-VALUE (PENDING-CHANGE-COUNT)
009340         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
009350             TO TRUE
009360         MOVE 0 TO SR-RETURN-CODE
009370         STRING 'Queued UPDATE-COLUMN-DEFAULT for '
009380                 DELIMITED BY SIZE
009390                SR-FIELD-NAME DELIMITED BY SPACE
009400             INTO SR-MESSAGE
009410     ELSE
009420         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
009430     END-IF.
009440 2320-EXIT.
009450     EXIT.

009460*---------------------------------------------------------------
009470* 2330-MAKE-COLUMN-OPTIONAL - queue the edit for COMMIT-SCHEMA
009480*---------------------------------------------------------------
009490 2330-MAKE-COLUMN-OPTIONAL.
009500     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
009510     IF NOT WS-QUEUE-IS-FULL
009520         SET PC-OP-MAKE-OPTIONAL (PENDING-CHANGE-COUNT)
009530             TO TRUE
009540         MOVE SR-FIELD-NAME
009550             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
009560         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
009570             TO TRUE
009580         MOVE 0 TO SR-RETURN-CODE
009590         STRING 'Queued MAKE-COLUMN-OPTIONAL for '
009600                 DELIMITED BY SIZE
009610                SR-FIELD-NAME DELIMITED BY SPACE
009620             INTO SR-MESSAGE
009630     ELSE
009640         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
009650     END-IF.
009660 2330-EXIT.
009670     EXIT.

009680*---------------------------------------------------------------
009690* 2340-REQUIRE-COLUMN - queue the edit for COMMIT-SCHEMA
009700*---------------------------------------------------------------
009710 2340-REQUIRE-COLUMN.
009720     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
009730     IF NOT WS-QUEUE-IS-FULL
009740         SET PC-OP-REQUIRE-COLUMN (PENDING-CHANGE-COUNT)
009750             TO TRUE
009760         MOVE SR-FIELD-NAME
009770             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
009780         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
009790             TO TRUE
009800         MOVE 0 TO SR-RETURN-CODE
009810         STRING 'Queued REQUIRE-COLUMN for '
009820                 DELIMITED BY SIZE
009830                SR-FIELD-NAME DELIMITED BY SPACE
009840             INTO SR-MESSAGE
009850     ELSE
009860         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
009870     END-IF.
009880 2340-EXIT.
009890     EXIT.

009900*---------------------------------------------------------------
009910* 2350-SET-COLUMN-CLASS - queue the edit for COMMIT-SCHEMA; a
009920*                 blank rule takes the classification's default,
009930*                 and the column's registered classification
009940*                 rides along as the old value
009950*---------------------------------------------------------------
009960 2350-SET-COLUMN-CLASS.
009970     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
009980     IF NOT WS-QUEUE-IS-FULL
009990         SET PC-OP-SET-COL-CLASS (PENDING-CHANGE-COUNT)
010000             TO TRUE
010010         MOVE SR-FIELD-NAME
010020             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
010030         MOVE SR-CLASSIFICATION
010040             TO PC-NEW-CLASS (PENDING-CHANGE-COUNT)
010050         MOVE SR-MASK-RULE
010060             TO PC-NEW-MASK-RULE (PENDING-CHANGE-COUNT)
010070         IF SR-MASK-RULE = SPACES
010080             IF SR-CLASSIFICATION = 'PUBLIC'
010090                 MOVE 'NONE'
010100                     TO PC-NEW-MASK-RULE (PENDING-CHANGE-COUNT)
010110             ELSE
010120                 MOVE 'HASH'
010130                     TO PC-NEW-MASK-RULE (PENDING-CHANGE-COUNT)
010140             END-IF
010150         END-IF
010160         MOVE 0 TO WS-CLASS-FIELD-ID
010170         MOVE SR-FIELD-NAME TO WS-LOOKUP-NAME
010180         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
010190         IF WS-ENTRY-FOUND
010200             MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
010210                     (WS-FOUND-COLUMN-INDEX)
010220                 TO WS-CLASS-FIELD-ID
010230         END-IF
010240         PERFORM 3600-READ-COLUMN-CLASS THRU 3600-EXIT
010250         MOVE WS-CLASS-OLD-CLASS
010260             TO PC-OLD-CLASS (PENDING-CHANGE-COUNT)
010270         MOVE WS-CLASS-OLD-RULE
010280             TO PC-OLD-MASK-RULE (PENDING-CHANGE-COUNT)
010290         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
010300             TO TRUE
010310         MOVE 0 TO SR-RETURN-CODE
010320         STRING 'Queued SET-COL-CLASS for '
010330                 DELIMITED BY SIZE
010340                SR-FIELD-NAME DELIMITED BY SPACE
010350             INTO SR-MESSAGE
010360     ELSE
010370         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
010380     END-IF.
010390 2350-EXIT.
010400     EXIT.

010410*---------------------------------------------------------------
010420* 2400-DELETE-COLUMN - queue the edit for COMMIT-SCHEMA
010430*---------------------------------------------------------------
010440 2400-DELETE-COLUMN.
010450     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
010460     IF NOT WS-QUEUE-IS-FULL
010470         SET PC-OP-DELETE-COLUMN (PENDING-CHANGE-COUNT)
010480             TO TRUE
010490         MOVE SR-FIELD-NAME
010500             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
010510         MOVE SR-FIELD-NAME TO WS-LOOKUP-NAME
010520         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
010530         IF WS-ENTRY-FOUND
010540             MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY
010550                     (WS-FOUND-COLUMN-INDEX)
010560                 TO PC-OLD-TYPE (PENDING-CHANGE-COUNT)
010570         END-IF
010580         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
010590             TO TRUE
010600         MOVE 0 TO SR-RETURN-CODE
010610         STRING 'Queued DELETE-COLUMN for '
010620                 DELIMITED BY SIZE
010630                SR-FIELD-NAME DELIMITED BY SPACE
010640             INTO SR-MESSAGE
010650     ELSE
010660         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
010670     END-IF.
010680 2400-EXIT.
010690     EXIT.

010700*---------------------------------------------------------------
010710* 2500-MOVE-FIRST - queue the edit for COMMIT-SCHEMA
010720*---------------------------------------------------------------
010730 2500-MOVE-FIRST.
010740     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
010750     IF NOT WS-QUEUE-IS-FULL
010760         SET PC-OP-MOVE-FIRST (PENDING-CHANGE-COUNT)
010770             TO TRUE
010780         MOVE SR-FIELD-NAME
010790             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
010800         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
010810             TO TRUE
010820         MOVE 0 TO SR-RETURN-CODE
010830         STRING 'Queued MOVE-FIRST for '
010840                 DELIMITED BY SIZE
010850                SR-FIELD-NAME DELIMITED BY SPACE
010860             INTO SR-MESSAGE
010870     ELSE
010880         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
010890     END-IF.
010900 2500-EXIT.
010910     EXIT.

010920*---------------------------------------------------------------
010930* 2510-MOVE-BEFORE - queue the edit for COMMIT-SCHEMA
010940*---------------------------------------------------------------
010950 2510-MOVE-BEFORE.
010960     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
010970     IF NOT WS-QUEUE-IS-FULL
010980         SET PC-OP-MOVE-BEFORE (PENDING-CHANGE-COUNT)
010990             TO TRUE
011000         MOVE SR-FIELD-NAME
011010             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
011020         MOVE SR-REFERENCE-FIELD
011030             TO PC-REFERENCE-FIELD (PENDING-CHANGE-COUNT)
011040         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
011050             TO TRUE
011060         MOVE 0 TO SR-RETURN-CODE
011070         STRING 'Queued MOVE-BEFORE for '
011080                 DELIMITED BY SIZE
011090                SR-FIELD-NAME DELIMITED BY SPACE
011100             INTO SR-MESSAGE
011110     ELSE
011120         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
011130     END-IF.
011140 2510-EXIT.
011150     EXIT.

011160*---------------------------------------------------------------
011170* 2520-MOVE-AFTER - queue the edit for COMMIT-SCHEMA
011180*---------------------------------------------------------------
011190 2520-MOVE-AFTER.
011200     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
011210     IF NOT WS-QUEUE-IS-FULL
011220         SET PC-OP-MOVE-AFTER (PENDING-CHANGE-COUNT)
011230             TO TRUE
011240         MOVE SR-FIELD-NAME
011250             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
011260         MOVE SR-REFERENCE-FIELD
011270             TO PC-REFERENCE-FIELD (PENDING-CHANGE-COUNT)
011280         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
011290             TO TRUE
011300         MOVE 0 TO SR-RETURN-CODE
011310         STRING 'Queued MOVE-AFTER for '
011320                 DELIMITED BY SIZE
011330                SR-FIELD-NAME DELIMITED BY SPACE
011340             INTO SR-MESSAGE
011350     ELSE
011360         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
011370     END-IF.
011380 2520-EXIT.
011390     EXIT.

011400*---------------------------------------------------------------
011410* 2600-UNION-BY-NAME-WITH - merge an incoming feed schema
011420*---------------------------------------------------------------
011430 2600-UNION-BY-NAME-WITH.
011440*    Walk the incoming field list the caller loaded into
011450*    SR-UNION-FIELD.  A name that matches an existing column is
011460*    left alone if the type is identical, queued as an
011470*    UPDATE-COLUMN if the type is a safe promotion, or reported
011480*    as a conflict otherwise.  A name with no existing column is
011490*    queued as a new ADD-COLUMN so the union only has to be
011500*    reviewed for the genuine conflicts.
011510     IF SR-UNION-FIELD-COUNT > 50
011520         PERFORM 9250-TOO-MANY-UNION-FIELDS THRU 9250-EXIT
011530     ELSE
011540         PERFORM 2610-UNION-ONE-FIELD THRU 2610-EXIT
011550             VARYING SR-UNION-IDX FROM 1 BY 1
011560             UNTIL SR-UNION-IDX > SR-UNION-FIELD-COUNT
011570         MOVE 0 TO SR-RETURN-CODE
011580         IF UNION-CONFLICT-COUNT > 0
011590             MOVE
011600             'Union complete with type conflicts pending review'
011610                 TO SR-MESSAGE
011620         ELSE
011630             MOVE 'Union complete, no conflicts' TO SR-MESSAGE
011640         END-IF
011650     END-IF.
011660 2600-EXIT.
011670     EXIT.

011680*---------------------------------------------------------------
011690* 2610-UNION-ONE-FIELD - merge a single incoming field
011700*---------------------------------------------------------------
011710 2610-UNION-ONE-FIELD.
011720     MOVE UF-FIELD-NAME (SR-UNION-IDX) TO WS-LOOKUP-NAME
011730     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
011740     IF WS-ENTRY-NOT-FOUND
011750         PERFORM 2612-QUEUE-UNION-ADD THRU 2612-EXIT
011760     ELSE
011770         MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY
011780                 (WS-FOUND-COLUMN-INDEX) TO WS-COMPARE-OLD-TYPE
011790         MOVE UF-FIELD-TYPE (SR-UNION-IDX) TO WS-COMPARE-NEW-TYPE
011800         PERFORM 2611-NOTE-UNION-ATTRIBUTES THRU 2611-EXIT
011810         IF WS-COMPARE-OLD-TYPE = WS-COMPARE-NEW-TYPE
011820              AND WS-COMPARE-OLD-ATTRIBUTES
011830                  = WS-COMPARE-NEW-ATTRIBUTES
011840             CONTINUE
011850         ELSE
011860         PERFORM 3300-TYPES-COMPATIBLE THRU 3300-EXIT
011870             IF WS-TYPES-ARE-COMPATIBLE
011880                 PERFORM 2614-QUEUE-UNION-PROMOTE THRU 2614-EXIT
011890             ELSE
011900                 PERFORM 2620-QUEUE-UNION-CONFLICT THRU 2620-EXIT
011910             END-IF
011920         END-IF
011930     END-IF.
011940 2610-EXIT.
011950     EXIT.

011960*---------------------------------------------------------------
011970* 2611-NOTE-UNION-ATTRIBUTES - the live column's precision,
011980*                 scale and length against the feed's; a feed
011990*                 column of the same type that leaves one at
012000*                 zero is taken to match the live column
012010*---------------------------------------------------------------
012020 2611-NOTE-UNION-ATTRIBUTES.
012030     MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
012040             (WS-FOUND-COLUMN-INDEX) TO WS-COMPARE-OLD-PRECISION
012050     MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY
012060             (WS-FOUND-COLUMN-INDEX) TO WS-COMPARE-OLD-SCALE
012070     MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
012080             (WS-FOUND-COLUMN-INDEX) TO WS-COMPARE-OLD-LENGTH
012090     MOVE UF-FIELD-PRECISION (SR-UNION-IDX)
012100         TO WS-COMPARE-NEW-PRECISION
012110     MOVE UF-FIELD-SCALE (SR-UNION-IDX) TO WS-COMPARE-NEW-SCALE
012120     MOVE UF-FIELD-LENGTH (SR-UNION-IDX) TO WS-COMPARE-NEW-LENGTH
012130     IF WS-COMPARE-OLD-TYPE = WS-COMPARE-NEW-TYPE
012140         IF WS-COMPARE-NEW-PRECISION = 0
012150             MOVE WS-COMPARE-OLD-PRECISION
012160                 TO WS-COMPARE-NEW-PRECISION
012170             MOVE WS-COMPARE-OLD-SCALE TO WS-COMPARE-NEW-SCALE
012180         END-IF
012190         IF WS-COMPARE-NEW-LENGTH = 0
012200             MOVE WS-COMPARE-OLD-LENGTH TO WS-COMPARE-NEW-LENGTH
012210         END-IF
012220     END-IF
012230     PERFORM 3330-DEFAULT-COMPARE-ATTRIBUTES THRU 3330-EXIT.
012240 2611-EXIT.
012250     EXIT.

012260*---------------------------------------------------------------
012270* 2612-QUEUE-UNION-ADD - incoming field has no matching column
012280*---------------------------------------------------------------
012290 2612-QUEUE-UNION-ADD.
012300     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
012310     IF NOT WS-QUEUE-IS-FULL
012320         SET PC-OP-ADD-COLUMN (PENDING-CHANGE-COUNT) TO TRUE
012330         MOVE UF-FIELD-NAME (SR-UNION-IDX)
012340             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
012350         MOVE UF-FIELD-TYPE (SR-UNION-IDX)
012360             TO PC-NEW-TYPE (PENDING-CHANGE-COUNT)
012370         IF UF-IS-OPTIONAL (SR-UNION-IDX)
012380             MOVE 'N' TO PC-REQUIRED-FLAG (PENDING-CHANGE-COUNT)
012390         ELSE
012400             MOVE 'Y' TO PC-REQUIRED-FLAG (PENDING-CHANGE-COUNT)
012410         END-IF
012420         MOVE UF-ELEMENT-TYPE (SR-UNION-IDX)
012430             TO PC-ELEMENT-TYPE (PENDING-CHANGE-COUNT)
012440         MOVE UF-FIELD-PRECISION (SR-UNION-IDX)
012450             TO PC-NEW-PRECISION (PENDING-CHANGE-COUNT)
012460         MOVE UF-FIELD-SCALE (SR-UNION-IDX)
012470             TO PC-NEW-SCALE (PENDING-CHANGE-COUNT)
012480         MOVE UF-FIELD-LENGTH (SR-UNION-IDX)
012490             TO PC-NEW-LENGTH (PENDING-CHANGE-COUNT)
012500         SET PC-FROM-UNION (PENDING-CHANGE-COUNT) TO TRUE
012510     END-IF.
012520 2612-EXIT.
012530     EXIT.

012540*---------------------------------------------------------------
012550* 2614-QUEUE-UNION-PROMOTE - incoming type is a safe widening
012560*---------------------------------------------------------------
012570 2614-QUEUE-UNION-PROMOTE.
012580     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
012590     IF NOT WS-QUEUE-IS-FULL
012600         SET PC-OP-UPDATE-COLUMN (PENDING-CHANGE-COUNT) TO TRUE
012610         MOVE UF-FIELD-NAME (SR-UNION-IDX)
012620             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
012630         MOVE WS-COMPARE-OLD-TYPE
012640             TO PC-OLD-TYPE (PENDING-CHANGE-COUNT)
012650         MOVE WS-COMPARE-NEW-TYPE
012660             TO PC-NEW-TYPE (PENDING-CHANGE-COUNT)
012670         MOVE WS-COMPARE-OLD-PRECISION
012680             TO PC-OLD-PRECISION (PENDING-CHANGE-COUNT)
012690         MOVE WS-COMPARE-OLD-SCALE
012700             TO PC-OLD-SCALE (PENDING-CHANGE-COUNT)
012710         MOVE WS-COMPARE-OLD-LENGTH
012720             TO PC-OLD-LENGTH (PENDING-CHANGE-COUNT)
012730         MOVE WS-COMPARE-NEW-PRECISION
012740             TO PC-NEW-PRECISION (PENDING-CHANGE-COUNT)
012750         MOVE WS-COMPARE-NEW-SCALE
012760             TO PC-NEW-SCALE (PENDING-CHANGE-COUNT)
012770         MOVE WS-COMPARE-NEW-LENGTH
012780             TO PC-NEW-LENGTH (PENDING-CHANGE-COUNT)
012790         SET PC-FROM-UNION (PENDING-CHANGE-COUNT) TO TRUE
012800     END-IF.
012810 2614-EXIT.
012820     EXIT.

012830*---------------------------------------------------------------
012840* 2620-QUEUE-UNION-CONFLICT - type cannot be safely promoted
012850*---------------------------------------------------------------
012860 2620-QUEUE-UNION-CONFLICT.
012870     IF UNION-CONFLICT-COUNT < 100
012880         ADD 1 TO UNION-CONFLICT-COUNT
012890         MOVE UF-FIELD-NAME (SR-UNION-IDX)
012900             TO UC-WORK-FIELD-NAME (UNION-CONFLICT-COUNT)
012910         MOVE WS-COMPARE-OLD-TYPE
012920             TO UC-WORK-CURRENT-TYPE (UNION-CONFLICT-COUNT)
012930         MOVE WS-COMPARE-NEW-TYPE
012940             TO UC-WORK-INCOMING-TYPE (UNION-CONFLICT-COUNT)
012950     END-IF.
012960 2620-EXIT.
012970     EXIT.

012980*---------------------------------------------------------------
012990* 2700-SET-IDENTIFIER-FIELDS - record this table's key columns
013000*---------------------------------------------------------------
013010 2700-SET-IDENTIFIER-FIELDS.
013020     IF SR-IDENT-FIELD-COUNT > 10
013030         PERFORM 9240-TOO-MANY-IDENT-FIELDS THRU 9240-EXIT
013040     ELSE
013050         MOVE 'N' TO WS-IDENT-FIELD-BAD-SWITCH
013060         PERFORM 2705-VALIDATE-ONE-IDENT-FIELD THRU 2705-EXIT
013070             VARYING SR-IDENT-IDX FROM 1 BY 1
013080             UNTIL SR-IDENT-IDX > SR-IDENT-FIELD-COUNT
013090                OR WS-IDENT-FIELD-IS-BAD
013100         IF WS-IDENT-FIELD-IS-BAD
013110             PERFORM 9260-IDENT-FIELD-NOT-FOUND THRU 9260-EXIT
013120         ELSE
013130             MOVE SR-IDENT-FIELD-COUNT TO SS-IDENT-FIELD-COUNT
013140                                           OF WS-SCHEMA-BODY
013150             PERFORM 2708-CLEAR-IDENTIFIER-FLAG THRU 2708-EXIT
013160                 VARYING WS-WORK-INDEX FROM 1 BY 1
013170                 UNTIL WS-WORK-INDEX >
013180                         SS-COLUMN-COUNT OF WS-SCHEMA-BODY
013190             PERFORM 2710-COPY-ONE-IDENT-FIELD THRU 2710-EXIT
013200                 VARYING SR-IDENT-IDX FROM 1 BY 1
013210                 UNTIL SR-IDENT-IDX > SR-IDENT-FIELD-COUNT
013220             MOVE 0 TO SR-RETURN-CODE
013230             MOVE 'Identifier fields set for this session'
013240                 TO SR-MESSAGE
013250         END-IF
013260     END-IF.
013270 2700-EXIT.
013280     EXIT.

013290*---------------------------------------------------------------
013300* 2705-VALIDATE-ONE-IDENT-FIELD - confirm the caller's key
013310*                 column name is an actual column in this
013320*                 table's schema before it is trusted
013330*---------------------------------------------------------------
013340 2705-VALIDATE-ONE-IDENT-FIELD.
013350     MOVE SR-IDENT-FIELD (SR-IDENT-IDX) TO WS-LOOKUP-NAME
013360     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
013370     IF WS-ENTRY-NOT-FOUND
013380         SET WS-IDENT-FIELD-IS-BAD TO TRUE
013390     END-IF.
013400 2705-EXIT.
013410     EXIT.

013420*---------------------------------------------------------------
013430* 2708-CLEAR-IDENTIFIER-FLAG - drop COL-IDENTIFIER-FLAG on one
013440*                 column before the new key list is applied
013450*---------------------------------------------------------------
013460 2708-CLEAR-IDENTIFIER-FLAG.
013470     MOVE 'N'
013480         TO COL-IDENTIFIER-FLAG OF WS-SCHEMA-BODY (WS-WORK-INDEX).
013490 2708-EXIT.
013500     EXIT.

013510*---------------------------------------------------------------
013520* 2710-COPY-ONE-IDENT-FIELD - stage one key column name
013530*---------------------------------------------------------------
013540 2710-COPY-ONE-IDENT-FIELD.
013550     MOVE SR-IDENT-FIELD (SR-IDENT-IDX)
013560         TO SS-IDENT-FIELD OF WS-SCHEMA-BODY (SR-IDENT-IDX)
013570     MOVE SR-IDENT-FIELD (SR-IDENT-IDX) TO WS-LOOKUP-NAME
013580     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
013590     IF WS-ENTRY-FOUND
013600         SET COL-IS-IDENTIFIER OF WS-SCHEMA-BODY
013610                 (WS-FOUND-COLUMN-INDEX) TO TRUE
013620     END-IF.
013630 2710-EXIT.
013640     EXIT.

013650*---------------------------------------------------------------
013660* 2900-ADD-PARTITION-FIELD - queue the edit for COMMIT-SCHEMA;
013670*                 the transform code in SR-FIELD-TYPE must be
013680*                 one of IX-TRANSFORM-TABLE (a BUCKET count or
013690*                 TRUNCATE width rides in SR-FIELD-LENGTH), the
013700*                 source column is validated at commit against
013710*                 the live list
013720*---------------------------------------------------------------
013730 2900-ADD-PARTITION-FIELD.
013740     PERFORM 2905-VALIDATE-TRANSFORM-CODE THRU 2905-EXIT
013750     IF WS-TRANSFORM-IS-INVALID
013760         PERFORM 9270-BAD-TRANSFORM THRU 9270-EXIT
013770         GO TO 2900-EXIT
013780     END-IF
013790     IF SR-FIELD-TYPE = 'BUCKET' OR SR-FIELD-TYPE = 'TRUNCATE'
013800         IF SR-FIELD-LENGTH IS NOT NUMERIC
013810              OR SR-FIELD-LENGTH = 0
013820             PERFORM 9275-TRANSFORM-NEEDS-WIDTH THRU 9275-EXIT
013830             GO TO 2900-EXIT
013840         END-IF
013850     END-IF
013860     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
013870     IF NOT WS-QUEUE-IS-FULL
013880         SET PC-OP-ADD-PART-FLD (PENDING-CHANGE-COUNT)
013890             TO TRUE
013900         MOVE SR-FIELD-NAME
013910             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
013920         MOVE SR-FIELD-TYPE
013930             TO PC-NEW-TYPE (PENDING-CHANGE-COUNT)
013940         IF SR-FIELD-TYPE = 'BUCKET' OR SR-FIELD-TYPE = 'TRUNCATE'
013950             MOVE SR-FIELD-LENGTH
013960                 TO PC-NEW-LENGTH (PENDING-CHANGE-COUNT)
013970         END-IF
013980         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
013990             TO TRUE
014000         MOVE 0 TO SR-RETURN-CODE
014010         STRING 'Queued ADD-PART-FLD for '
014020                 DELIMITED BY SIZE
014030                SR-FIELD-NAME DELIMITED BY SPACE
014040             INTO SR-MESSAGE
014050     ELSE
014060         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
014070     END-IF.
014080 2900-EXIT.
014090     EXIT.

014100*---------------------------------------------------------------
014110* 2905-VALIDATE-TRANSFORM-CODE - look the caller's transform up
014120*                 in IX-TRANSFORM-TABLE
014130*---------------------------------------------------------------
014140 2905-VALIDATE-TRANSFORM-CODE.
014150     SET WS-TRANSFORM-IS-INVALID TO TRUE
014160     PERFORM 2906-CHECK-ONE-TRANSFORM THRU 2906-EXIT
014170         VARYING IX-TRANSFORM-IDX FROM 1 BY 1
014180         UNTIL IX-TRANSFORM-IDX > 7
014190            OR WS-TRANSFORM-IS-VALID.
014200 2905-EXIT.
014210     EXIT.

014220*---------------------------------------------------------------
014230* 2906-CHECK-ONE-TRANSFORM - test one transform-table entry
014240*---------------------------------------------------------------
014250 2906-CHECK-ONE-TRANSFORM.
014260     IF IX-TRANSFORM-ENTRY (IX-TRANSFORM-IDX) = SR-FIELD-TYPE
014270         SET WS-TRANSFORM-IS-VALID TO TRUE
014280     END-IF.
014290 2906-EXIT.
014300     EXIT.

014310*---------------------------------------------------------------
014320* 2950-DROP-PARTITION-FIELD - queue the edit for COMMIT-SCHEMA;
014330*                 the named source column must be a current
014340*                 partition field, checked at commit
014350*---------------------------------------------------------------
014360 2950-DROP-PARTITION-FIELD.
014370     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
014380     IF NOT WS-QUEUE-IS-FULL
014390         SET PC-OP-DROP-PART-FLD (PENDING-CHANGE-COUNT)
014400             TO TRUE
014410         MOVE SR-FIELD-NAME
014420             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
014430         MOVE SR-FIELD-TYPE
014440             TO PC-NEW-TYPE (PENDING-CHANGE-COUNT)
014450         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
014460             TO TRUE
014470         MOVE 0 TO SR-RETURN-CODE
014480         STRING 'Queued DROP-PART-FLD for '
014490                 DELIMITED BY SIZE
014500                SR-FIELD-NAME DELIMITED BY SPACE
014510             INTO SR-MESSAGE
014520     ELSE
014530         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
014540     END-IF.
014550 2950-EXIT.
014560     EXIT.

014570*---------------------------------------------------------------
014580* 2960-ADD-TABLE-REF - queue the edit for COMMIT-SCHEMA; the
014590*                 referencing column rides in SR-FIELD-NAME,
014600*                 the referenced table in SR-NEW-NAME and the
014610*                 referenced column in SR-REFERENCE-FIELD
014620*---------------------------------------------------------------
014630 2960-ADD-TABLE-REF.
014640     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
014650     IF NOT WS-QUEUE-IS-FULL
014660         SET PC-OP-ADD-TABLE-REF (PENDING-CHANGE-COUNT)
014670             TO TRUE
014680         MOVE SR-FIELD-NAME
014690             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
014700         MOVE SR-NEW-NAME
014710             TO PC-NEW-NAME (PENDING-CHANGE-COUNT)
014720         MOVE SR-REFERENCE-FIELD
014730             TO PC-REFERENCE-FIELD (PENDING-CHANGE-COUNT)
014740         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
014750             TO TRUE
014760         MOVE 0 TO SR-RETURN-CODE
014770         STRING 'Queued ADD-TABLE-REF for '
014780                 DELIMITED BY SIZE
014790                SR-FIELD-NAME DELIMITED BY SPACE
014800             INTO SR-MESSAGE
014810     ELSE
014820         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
014830     END-IF.
014840 2960-EXIT.
014850     EXIT.

014860*---------------------------------------------------------------
014870* 2970-DROP-TABLE-REF - queue the edit for COMMIT-SCHEMA; names
014880*                 the registered reference exactly as it stands
014890*---------------------------------------------------------------
014900 2970-DROP-TABLE-REF.
014910     PERFORM 3000-NEXT-PENDING-SLOT THRU 3000-EXIT
014920     IF NOT WS-QUEUE-IS-FULL
014930         SET PC-OP-DROP-TABLE-REF (PENDING-CHANGE-COUNT)
014940             TO TRUE
014950         MOVE SR-FIELD-NAME
014960             TO PC-FIELD-NAME (PENDING-CHANGE-COUNT)
014970         MOVE SR-NEW-NAME
014980             TO PC-NEW-NAME (PENDING-CHANGE-COUNT)
014990         MOVE SR-REFERENCE-FIELD
015000             TO PC-REFERENCE-FIELD (PENDING-CHANGE-COUNT)
015010         SET PC-FROM-CALLER (PENDING-CHANGE-COUNT)
015020             TO TRUE
015030         MOVE 0 TO SR-RETURN-CODE
015040         STRING 'Queued DROP-TABLE-REF for '
015050                 DELIMITED BY SIZE
015060                SR-FIELD-NAME DELIMITED BY SPACE
015070             INTO SR-MESSAGE
015080     ELSE
015090         PERFORM 9230-QUEUE-FULL THRU 9230-EXIT
015100     END-IF.
015110 2970-EXIT.
015120     EXIT.

015130*---------------------------------------------------------------
015140* 2980-FREEZE-TABLE - mark this table FROZEN in TBLCTL; the
015150*                 SCHEMAUPD sweep skips a frozen table's change
015160*                 group until a THAW-TABLE is committed
015170*---------------------------------------------------------------
015180 2980-FREEZE-TABLE.
015190     MOVE 'FROZEN' TO WS-LIFECYCLE-NEW-STATUS
015200     MOVE 'FREEZE-TABLE' TO WS-LIFECYCLE-OP-CODE
015210     PERFORM 2985-SAVE-TABLE-CONTROL THRU 2985-EXIT
015220     PERFORM 2986-WRITE-LIFECYCLE-HISTORY THRU 2986-EXIT
015230     SET WS-TABLE-STATE-FROZEN TO TRUE
015240     MOVE 0 TO SR-RETURN-CODE
015250     MOVE 'Table frozen - sweep will skip it' TO SR-MESSAGE.
015260 2980-EXIT.
015270     EXIT.

015280*---------------------------------------------------------------
015290* 2982-THAW-TABLE - mark this table ACTIVE again
015300*---------------------------------------------------------------
015310 2982-THAW-TABLE.
015320     MOVE 'ACTIVE' TO WS-LIFECYCLE-NEW-STATUS
015330     MOVE 'THAW-TABLE' TO WS-LIFECYCLE-OP-CODE
015340     PERFORM 2985-SAVE-TABLE-CONTROL THRU 2985-EXIT
015350     PERFORM 2986-WRITE-LIFECYCLE-HISTORY THRU 2986-EXIT
015360     SET WS-TABLE-STATE-ACTIVE TO TRUE
015370     MOVE 0 TO SR-RETURN-CODE
015380     MOVE 'Table active again' TO SR-MESSAGE.
015390 2982-EXIT.
015400     EXIT.

015410*---------------------------------------------------------------
015420* 2985-SAVE-TABLE-CONTROL - write or rewrite this table's
015430*                 TBLCTL lifecycle record
015440*---------------------------------------------------------------
015450 2985-SAVE-TABLE-CONTROL.
015460     PERFORM 4050-STAMP-RUN-TIMESTAMP THRU 4050-EXIT
015470     MOVE WS-CURRENT-TABLE-NAME TO TC-TABLE-NAME
015480     OPEN I-O TABLE-CONTROL-FILE
015490     READ TABLE-CONTROL-FILE
015500         KEY IS TC-TABLE-NAME
015510     END-READ
015520     IF WS-TBLCTL-OK
015530         MOVE WS-LIFECYCLE-NEW-STATUS TO TC-LIFECYCLE-STATUS
015540         MOVE WS-RUN-TIMESTAMP TO TC-STATUS-TIMESTAMP
015550         REWRITE TABLE-CONTROL-RECORD
015560     ELSE
015570         MOVE WS-CURRENT-TABLE-NAME TO TC-TABLE-NAME
015580         MOVE WS-LIFECYCLE-NEW-STATUS TO TC-LIFECYCLE-STATUS
015590         MOVE WS-RUN-TIMESTAMP TO TC-STATUS-TIMESTAMP
015600         WRITE TABLE-CONTROL-RECORD
015610     END-IF
015620     CLOSE TABLE-CONTROL-FILE.
015630 2985-EXIT.
015640     EXIT.

015650*---------------------------------------------------------------
015660* 2986-WRITE-LIFECYCLE-HISTORY - one SCHEMA-HISTORY.DAT row per
015670*                 lifecycle change; the new status rides in
015680*                 SH-NEW-VALUE
015690*---------------------------------------------------------------
015700 2986-WRITE-LIFECYCLE-HISTORY.
015710     MOVE WS-CURRENT-TABLE-NAME TO SH-TABLE-NAME
015720     MOVE WS-RUN-TIMESTAMP TO SH-RUN-TIMESTAMP
015730     MOVE WS-LIFECYCLE-OP-CODE TO SH-OPERATION-CODE
015740     MOVE SPACES TO SH-FIELD-NAME
015750     MOVE SPACES TO SH-OLD-TYPE
015760     MOVE SPACES TO SH-NEW-TYPE
015770     MOVE SPACES TO SH-OLD-VALUE
015780     MOVE WS-LIFECYCLE-NEW-STATUS TO SH-NEW-VALUE
015790     MOVE 0 TO SH-FIELD-ID
015800     MOVE SPACES TO SH-ELEMENT-TYPE
015810     OPEN EXTEND SCHEMA-HISTORY-FILE
015820     WRITE SCHEMA-HIST-RECORD
015830     CLOSE SCHEMA-HISTORY-FILE.
015840 2986-EXIT.
015850     EXIT.

015860*---------------------------------------------------------------
015870* 2990-RETIRE-TABLE - archive the table's snapshot, key list
015880*                 and extract copybook, delete the live catalog
015890*                 records, and mark it RETIRED; the session is
015900*                 closed (there is nothing left to edit)
015910*---------------------------------------------------------------
015920 2990-RETIRE-TABLE.
015930     MOVE 'RETIRED' TO WS-LIFECYCLE-NEW-STATUS
015940     MOVE 'RETIRE-TABLE' TO WS-LIFECYCLE-OP-CODE
015950     PERFORM 2991-ARCHIVE-SNAPSHOT THRU 2991-EXIT
015960     PERFORM 2992-ARCHIVE-TABLE-KEYS THRU 2992-EXIT
015970     PERFORM 2993-ARCHIVE-EXTRACT-COPYBOOK THRU 2993-EXIT
015980     PERFORM 2985-SAVE-TABLE-CONTROL THRU 2985-EXIT
015990     PERFORM 2986-WRITE-LIFECYCLE-HISTORY THRU 2986-EXIT
016000     SET WS-TABLE-STATE-RETIRED TO TRUE
016010     MOVE 0 TO PENDING-CHANGE-COUNT
016020     MOVE 0 TO UNION-CONFLICT-COUNT
016030     MOVE 'N' TO WS-TABLE-ACTIVE-SWITCH
016040     MOVE 0 TO SR-RETURN-CODE
016050     MOVE 'Table retired and archived' TO SR-MESSAGE.
016060 2990-EXIT.
016070     EXIT.

016080*---------------------------------------------------------------
016090* 2991-ARCHIVE-SNAPSHOT - copy the committed snapshot record to
016100*                 SCHARCH and delete it from the live catalog
016110*---------------------------------------------------------------
016120 2991-ARCHIVE-SNAPSHOT.
016130     MOVE WS-CURRENT-TABLE-NAME
016140         TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
016150     OPEN I-O SCHEMA-SNAPSHOT-FILE
016160     READ SCHEMA-SNAPSHOT-FILE
016170         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
016180     END-READ
016190     IF WS-SNAP-OK
016200         OPEN EXTEND SCHEMA-ARCHIVE-FILE
016210         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
016220             TO SS-COLUMN-COUNT OF FD-ARCH-SNAPSHOT-REC
016230         MOVE FD-CURR-SNAPSHOT-REC TO FD-ARCH-SNAPSHOT-REC
016240         WRITE FD-ARCH-SNAPSHOT-REC
016250         CLOSE SCHEMA-ARCHIVE-FILE
016260         DELETE SCHEMA-SNAPSHOT-FILE RECORD
016270     END-IF
016280     CLOSE SCHEMA-SNAPSHOT-FILE.
016290 2991-EXIT.
016300     EXIT.

016310*---------------------------------------------------------------
016320* 2992-ARCHIVE-TABLE-KEYS - copy the identifier key record to
016330*                 KEYARCH and delete it from the live dataset
016340*---------------------------------------------------------------
016350 2992-ARCHIVE-TABLE-KEYS.
016360     MOVE WS-CURRENT-TABLE-NAME TO TK-TABLE-NAME
016370     OPEN I-O TABLE-KEYS-FILE
016380     READ TABLE-KEYS-FILE
016390         KEY IS TK-TABLE-NAME
016400     END-READ
016410     IF WS-TBLKEYS-OK
016420         OPEN EXTEND KEY-ARCHIVE-FILE
016430         MOVE TABLE-KEYS-RECORD TO KEY-ARCHIVE-RECORD
016440         WRITE KEY-ARCHIVE-RECORD
016450         CLOSE KEY-ARCHIVE-FILE
016460         DELETE TABLE-KEYS-FILE RECORD
016470     END-IF
016480     CLOSE TABLE-KEYS-FILE.
016490 2992-EXIT.
016500     EXIT.

016510*---------------------------------------------------------------
016520* 2993-ARCHIVE-EXTRACT-COPYBOOK - append the table's last
016530*                 generated extract copybook to CPYARCH behind
016540*                 a banner line naming the table
016550*---------------------------------------------------------------
016560 2993-ARCHIVE-EXTRACT-COPYBOOK.
016570     MOVE SPACES TO WS-EXTRACT-FILENAME
016580     STRING WS-CURRENT-TABLE-NAME DELIMITED BY SPACE
016590            '.cpy' DELIMITED BY SIZE
016600         INTO WS-EXTRACT-FILENAME
016610     OPEN INPUT EXTRACT-COPYBOOK-FILE
016620     IF WS-EXTRACT-FILE-STATUS = '00'
016630         OPEN EXTEND COPYBOOK-ARCHIVE-FILE
016640         MOVE SPACES TO COPYBOOK-ARCHIVE-LINE
016650         STRING '      * RETIRED ' DELIMITED BY SIZE
016660                WS-CURRENT-TABLE-NAME DELIMITED BY SPACE
016670                ' ' DELIMITED BY SIZE
016680                WS-RUN-TIMESTAMP DELIMITED BY SIZE
016690             INTO COPYBOOK-ARCHIVE-LINE
016700         WRITE COPYBOOK-ARCHIVE-LINE
016710         MOVE 'N' TO WS-CPY-EOF-SWITCH
016720         PERFORM 2994-COPY-ONE-EXTRACT-LINE THRU 2994-EXIT
016730             UNTIL WS-COPYBOOK-IS-EOF
016740         CLOSE COPYBOOK-ARCHIVE-FILE
016750         CLOSE EXTRACT-COPYBOOK-FILE
016760     END-IF.
016770 2993-EXIT.
016780     EXIT.

016790*---------------------------------------------------------------
016800* 2994-COPY-ONE-EXTRACT-LINE - move one copybook line across
016810*---------------------------------------------------------------
016820 2994-COPY-ONE-EXTRACT-LINE.
016830     READ EXTRACT-COPYBOOK-FILE
016840         AT END
016850             SET WS-COPYBOOK-IS-EOF TO TRUE
016860         NOT AT END
016870             MOVE EXTRACT-LINE-RECORD TO COPYBOOK-ARCHIVE-LINE
016880             WRITE COPYBOOK-ARCHIVE-LINE
016890     END-READ.
016900 2994-EXIT.
016910     EXIT.

016920*---------------------------------------------------------------
016930* 3000-NEXT-PENDING-SLOT - reserve the next queue entry
016940*---------------------------------------------------------------
016950 3000-NEXT-PENDING-SLOT.
016960     IF PENDING-CHANGE-COUNT OF WS-PENDING-CHANGE-TABLE < 500
016970         ADD 1 TO PENDING-CHANGE-COUNT OF WS-PENDING-CHANGE-TABLE
016980         MOVE SPACES TO PC-OLD-TYPE (PENDING-CHANGE-COUNT)
016990         MOVE SPACES TO PC-NEW-TYPE (PENDING-CHANGE-COUNT)
017000         MOVE SPACES TO PC-DEFAULT-VALUE (PENDING-CHANGE-COUNT)
017010         MOVE SPACES TO PC-ELEMENT-TYPE (PENDING-CHANGE-COUNT)
017020         MOVE 0 TO PC-OLD-PRECISION (PENDING-CHANGE-COUNT)
017030         MOVE 0 TO PC-OLD-SCALE (PENDING-CHANGE-COUNT)
017040         MOVE 0 TO PC-OLD-LENGTH (PENDING-CHANGE-COUNT)
017050         MOVE 0 TO PC-NEW-PRECISION (PENDING-CHANGE-COUNT)
017060         MOVE 0 TO PC-NEW-SCALE (PENDING-CHANGE-COUNT)
017070         MOVE 0 TO PC-NEW-LENGTH (PENDING-CHANGE-COUNT)
017080         MOVE SPACES TO PC-OLD-CLASS (PENDING-CHANGE-COUNT)
017090         MOVE SPACES TO PC-OLD-MASK-RULE (PENDING-CHANGE-COUNT)
017100         MOVE SPACES TO PC-NEW-CLASS (PENDING-CHANGE-COUNT)
017110         MOVE SPACES TO PC-NEW-MASK-RULE (PENDING-CHANGE-COUNT)
017120         SET WS-ENTRY-FOUND TO TRUE
017130         MOVE 'N' TO WS-QUEUE-FULL-SWITCH
017140     ELSE
017150         SET WS-QUEUE-IS-FULL TO TRUE
017160     END-IF.
017170 3000-EXIT.
017180     EXIT.

017190*---------------------------------------------------------------
017200* 3100-FIND-COLUMN - locate WS-LOOKUP-NAME in the live schema
017210*---------------------------------------------------------------
017220 3100-FIND-COLUMN.
017230     SET WS-ENTRY-NOT-FOUND TO TRUE
017240     MOVE 0 TO WS-FOUND-COLUMN-INDEX
017250     IF SS-COLUMN-COUNT OF WS-SCHEMA-BODY > 0
017260         PERFORM 3110-FIND-COLUMN-STEP THRU 3110-EXIT
017270             VARYING SS-COL-IDX OF WS-SCHEMA-BODY FROM 1 BY 1
017280             UNTIL SS-COL-IDX OF WS-SCHEMA-BODY
017290                            > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
017300                OR WS-ENTRY-FOUND
017310     END-IF.
017320 3100-EXIT.
017330     EXIT.

017340*---------------------------------------------------------------
017350* 3110-FIND-COLUMN-STEP - test one column entry for a name match
017360*---------------------------------------------------------------
017370 3110-FIND-COLUMN-STEP.
017380     MOVE WS-LOOKUP-NAME TO WS-COMPARE-NAME-1
017390     MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY
017400                   (SS-COL-IDX OF WS-SCHEMA-BODY)
017410         TO WS-COMPARE-NAME-2
017420     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
017430     IF WS-NAMES-DO-MATCH
017440         SET WS-ENTRY-FOUND TO TRUE
017450         MOVE SS-COL-IDX OF WS-SCHEMA-BODY
017460             TO WS-FOUND-COLUMN-INDEX
017470     END-IF.
017480 3110-EXIT.
017490     EXIT.

017500*---------------------------------------------------------------
017510* 3200-NAMES-MATCH - compare two names honouring CASE-SENSITIVE
017520*---------------------------------------------------------------
017530 3200-NAMES-MATCH.
017540     SET WS-NAMES-DO-NOT-MATCH TO TRUE
017550     IF WS-MATCH-CASE-SENSITIVE
017560         IF WS-COMPARE-NAME-1 = WS-COMPARE-NAME-2
017570             SET WS-NAMES-DO-MATCH TO TRUE
017580         END-IF
017590     ELSE
017600         MOVE WS-COMPARE-NAME-1 TO WS-FOLD-NAME-1
017610         MOVE WS-COMPARE-NAME-2 TO WS-FOLD-NAME-2
017620         INSPECT WS-FOLD-NAME-1
017630             CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
017640         INSPECT WS-FOLD-NAME-2
017650             CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
017660         IF WS-FOLD-NAME-1 = WS-FOLD-NAME-2
017670             SET WS-NAMES-DO-MATCH TO TRUE
017680         END-IF
017690     END-IF.
017700 3200-EXIT.
017710     EXIT.

017720*---------------------------------------------------------------
017730* 3300-TYPES-COMPATIBLE - is NEW-TYPE a safe promotion of OLD-TYPE
017740*                 (for the same type, are the new precision,
017750*                 scale and length a safe widening of the old)
017760*---------------------------------------------------------------
017770 3300-TYPES-COMPATIBLE.
017780     MOVE SPACES TO WS-ATTRIBUTE-REASON
017790     IF WS-COMPARE-OLD-TYPE = WS-COMPARE-NEW-TYPE
017800         SET WS-TYPES-ARE-COMPATIBLE TO TRUE
017810         PERFORM 3320-CHECK-TYPE-ATTRIBUTES THRU 3320-EXIT
017820     ELSE
017830         SET WS-TYPES-ARE-INCOMPATIBLE TO TRUE
017840         PERFORM 3310-CHECK-PROMOTION-STEP THRU 3310-EXIT
017850             VARYING IT-PROMO-IDX FROM 1 BY 1
017860             UNTIL IT-PROMO-IDX > 3
017870                OR WS-TYPES-ARE-COMPATIBLE
017880     END-IF.
017890 3300-EXIT.
017900     EXIT.

017910*---------------------------------------------------------------
017920* 3310-CHECK-PROMOTION-STEP - test one promotion-matrix entry
017930*---------------------------------------------------------------
017940 3310-CHECK-PROMOTION-STEP.
017950     IF IT-PROMOTE-FROM (IT-PROMO-IDX) = WS-COMPARE-OLD-TYPE
017960         AND IT-PROMOTE-TO (IT-PROMO-IDX) = WS-COMPARE-NEW-TYPE
017970         SET WS-TYPES-ARE-COMPATIBLE TO TRUE
017980     END-IF.
017990 3310-EXIT.
018000     EXIT.

018010*---------------------------------------------------------------
018020* 3320-CHECK-TYPE-ATTRIBUTES - DECIMAL(P,S) may only go to
018030*                 DECIMAL(P2,S) with P2 not below P; a STRING or
018040*                 BINARY may only lengthen; a FIXED length is
018050*                 part of the type and may not change
018060*---------------------------------------------------------------
018070 3320-CHECK-TYPE-ATTRIBUTES.
018080     PERFORM 3330-DEFAULT-COMPARE-ATTRIBUTES THRU 3330-EXIT
018090     EVALUATE WS-COMPARE-NEW-TYPE
018100         WHEN 'DECIMAL'
018110             IF WS-COMPARE-NEW-SCALE NOT = WS-COMPARE-OLD-SCALE
018120                  OR WS-COMPARE-NEW-PRECISION
018130                         < WS-COMPARE-OLD-PRECISION
018140                 SET WS-TYPES-ARE-INCOMPATIBLE TO TRUE
018150                 MOVE 'DECIMAL precision may only widen and scale'
018160                   & ' may not change'
018170                     TO WS-ATTRIBUTE-REASON
018180             END-IF
018190         WHEN 'STRING'
018200         WHEN 'BINARY'
018210             IF WS-COMPARE-NEW-LENGTH < WS-COMPARE-OLD-LENGTH
018220                 SET WS-TYPES-ARE-INCOMPATIBLE TO TRUE
018230                 MOVE 'Column length may only widen'
018240                     TO WS-ATTRIBUTE-REASON
018250             END-IF
018260         WHEN 'FIXED'
018270             IF WS-COMPARE-NEW-LENGTH NOT = WS-COMPARE-OLD-LENGTH
018280                 SET WS-TYPES-ARE-INCOMPATIBLE TO TRUE
018290                 MOVE 'FIXED length may not change'
018300                     TO WS-ATTRIBUTE-REASON
018310             END-IF
018320     END-EVALUATE.
018330 3320-EXIT.
018340     EXIT.

018350*---------------------------------------------------------------
018360* 3330-DEFAULT-COMPARE-ATTRIBUTES - a zero attribute means the
018370*                 shop default the extract layouts always used:
018380*                 DECIMAL(17,2), and 30 bytes for a STRING,
018390*                 FIXED or BINARY
018400*---------------------------------------------------------------
018410 3330-DEFAULT-COMPARE-ATTRIBUTES.
018420     IF WS-COMPARE-OLD-TYPE = 'DECIMAL'
018430          AND WS-COMPARE-OLD-PRECISION = 0
018440         MOVE 17 TO WS-COMPARE-OLD-PRECISION
018450         MOVE 2 TO WS-COMPARE-OLD-SCALE
018460     END-IF
018470     IF WS-COMPARE-NEW-TYPE = 'DECIMAL'
018480          AND WS-COMPARE-NEW-PRECISION = 0
018490         MOVE 17 TO WS-COMPARE-NEW-PRECISION
018500         MOVE 2 TO WS-COMPARE-NEW-SCALE
018510     END-IF
018520     IF (WS-COMPARE-OLD-TYPE = 'STRING'
018530         OR WS-COMPARE-OLD-TYPE = 'FIXED'
018540         OR WS-COMPARE-OLD-TYPE = 'BINARY')
018550          AND WS-COMPARE-OLD-LENGTH = 0
018560         MOVE 30 TO WS-COMPARE-OLD-LENGTH
018570     END-IF
018580     IF (WS-COMPARE-NEW-TYPE = 'STRING'
018590         OR WS-COMPARE-NEW-TYPE = 'FIXED'
018600         OR WS-COMPARE-NEW-TYPE = 'BINARY')
018610          AND WS-COMPARE-NEW-LENGTH = 0
018620         MOVE 30 TO WS-COMPARE-NEW-LENGTH
018630     END-IF.
018640 3330-EXIT.
018650     EXIT.

018660*---------------------------------------------------------------
018670* 3400-FORMAT-TYPE-SPEC - WS-SPEC-TYPE with its precision and
018680*                 scale or length, as DECIMAL(12,2) or
018690*                 STRING(200), or a partition transform with its
018700*                 count or width, as BUCKET[16]; a zero attribute
018710*                 prints the bare type, as before
018720*---------------------------------------------------------------
018730 3400-FORMAT-TYPE-SPEC.
018740     MOVE SPACES TO WS-TYPE-SPEC
018750     MOVE 1 TO WS-SPEC-POINTER
018760     STRING WS-SPEC-TYPE DELIMITED BY SPACE
018770         INTO WS-TYPE-SPEC
018780         WITH POINTER WS-SPEC-POINTER
018790     EVALUATE TRUE
018800         WHEN WS-SPEC-TYPE = 'DECIMAL'
018810              AND WS-SPEC-PRECISION > 0
018820             STRING '(' DELIMITED BY SIZE
018830                 INTO WS-TYPE-SPEC
018840                 WITH POINTER WS-SPEC-POINTER
018850             MOVE WS-SPEC-PRECISION TO WS-SPEC-NUMBER
018860             PERFORM 3410-APPEND-SPEC-NUMBER THRU 3410-EXIT
018870             STRING ',' DELIMITED BY SIZE
018880                 INTO WS-TYPE-SPEC
018890                 WITH POINTER WS-SPEC-POINTER
018900             MOVE WS-SPEC-SCALE TO WS-SPEC-NUMBER
018910             PERFORM 3410-APPEND-SPEC-NUMBER THRU 3410-EXIT
018920             STRING ')' DELIMITED BY SIZE
018930                 INTO WS-TYPE-SPEC
018940                 WITH POINTER WS-SPEC-POINTER
018950         WHEN (WS-SPEC-TYPE = 'STRING'
018960               OR WS-SPEC-TYPE = 'FIXED'
018970               OR WS-SPEC-TYPE = 'BINARY')
018980              AND WS-SPEC-LENGTH > 0
018990             STRING '(' DELIMITED BY SIZE
019000                 INTO WS-TYPE-SPEC
019010                 WITH POINTER WS-SPEC-POINTER
019020             MOVE WS-SPEC-LENGTH TO WS-SPEC-NUMBER
019030             PERFORM 3410-APPEND-SPEC-NUMBER THRU 3410-EXIT
019040             STRING ')' DELIMITED BY SIZE
019050                 INTO WS-TYPE-SPEC
019060                 WITH POINTER WS-SPEC-POINTER
019070         WHEN (WS-SPEC-TYPE = 'BUCKET'
019080               OR WS-SPEC-TYPE = 'TRUNCATE')
019090              AND WS-SPEC-LENGTH > 0
019100             STRING '[' DELIMITED BY SIZE
019110                 INTO WS-TYPE-SPEC
019120                 WITH POINTER WS-SPEC-POINTER
019130             MOVE WS-SPEC-LENGTH TO WS-SPEC-NUMBER
019140             PERFORM 3410-APPEND-SPEC-NUMBER THRU 3410-EXIT
019150             STRING ']' DELIMITED BY SIZE
019160                 INTO WS-TYPE-SPEC
019170                 WITH POINTER WS-SPEC-POINTER
019180     END-EVALUATE.
019190 3400-EXIT.
019200     EXIT.

019210*---------------------------------------------------------------
019220* 3410-APPEND-SPEC-NUMBER - WS-SPEC-NUMBER without its leading
019230*                 zeros onto the end of WS-TYPE-SPEC
019240*---------------------------------------------------------------
019250 3410-APPEND-SPEC-NUMBER.
019260     MOVE WS-SPEC-NUMBER TO WS-SPEC-NUMBER-EDIT
019270     MOVE 0 TO WS-SPEC-LEAD-COUNT
019280     INSPECT WS-SPEC-NUMBER-EDIT
019290         TALLYING WS-SPEC-LEAD-COUNT FOR LEADING SPACES
019300     STRING WS-SPEC-NUMBER-EDIT (WS-SPEC-LEAD-COUNT + 1 :
019310                                 3 - WS-SPEC-LEAD-COUNT)
019320             DELIMITED BY SIZE
019330         INTO WS-TYPE-SPEC
019340         WITH POINTER WS-SPEC-POINTER.
019350 3410-EXIT.
019360     EXIT.

019370*---------------------------------------------------------------
019380* 3500-LOAD-TABLE-REFS - read the reference registry into the
019390*                 work table; a missing TBLREFS dataset simply
019400*                 means no references are registered
019410*---------------------------------------------------------------
019420 3500-LOAD-TABLE-REFS.
019430     MOVE 0 TO TABLE-REF-COUNT
019440     MOVE 'N' TO WS-REFS-EOF-SWITCH
019450     MOVE 'N' TO WS-REFS-OVERFLOW-SWITCH
019460     OPEN INPUT TABLE-REFS-FILE
019470     IF WS-TBLREFS-OPENED
019480         PERFORM 3510-LOAD-ONE-TABLE-REF THRU 3510-EXIT
019490             UNTIL WS-REFS-ARE-EOF
019500         CLOSE TABLE-REFS-FILE
019510     END-IF.
019520 3500-EXIT.
019530     EXIT.

019540*---------------------------------------------------------------
019550* 3510-LOAD-ONE-TABLE-REF - stage one registered reference
019560*---------------------------------------------------------------
019570 3510-LOAD-ONE-TABLE-REF.
019580     READ TABLE-REFS-FILE
019590         AT END
019600             SET WS-REFS-ARE-EOF TO TRUE
019610     END-READ
019620     IF NOT WS-REFS-ARE-EOF
019630         IF TABLE-REF-COUNT < 500
019640             ADD 1 TO TABLE-REF-COUNT
019650             MOVE RF-REF-TABLE
019660                 TO WS-REF-SOURCE-TABLE (TABLE-REF-COUNT)
019670             MOVE RF-REF-COLUMN
019680                 TO WS-REF-SOURCE-COLUMN (TABLE-REF-COUNT)
019690             MOVE RF-TGT-TABLE
019700                 TO WS-REF-TARGET-TABLE (TABLE-REF-COUNT)
019710             MOVE RF-TGT-COLUMN
019720                 TO WS-REF-TARGET-COLUMN (TABLE-REF-COUNT)
019730         ELSE
019740*            the work table is full; noted so the commit is
019750*            refused rather than the registry rewritten from
019760*            a truncated copy
019770             SET WS-REFS-HAVE-OVERFLOWED TO TRUE
019780         END-IF
019790     END-IF.
019800 3510-EXIT.
019810     EXIT.

019820*---------------------------------------------------------------
019830* 3600-READ-COLUMN-CLASS - this table's COLCLASS entry for
019840*                 WS-CLASS-FIELD-ID; a column with no entry (or
019850*                 no COLCLASS dataset yet, or no field id until
019860*                 the commit adds it) is PUBLIC with no masking
019870*---------------------------------------------------------------
019880 3600-READ-COLUMN-CLASS.
019890     MOVE 'PUBLIC' TO WS-CLASS-OLD-CLASS
019900     MOVE 'NONE' TO WS-CLASS-OLD-RULE
019910     IF WS-CLASS-FIELD-ID = 0
019920         GO TO 3600-EXIT
019930     END-IF
019940     OPEN INPUT COL-CLASS-FILE
019950     IF WS-COLCLASS-OPENED
019960         MOVE WS-CURRENT-TABLE-NAME TO CC-TABLE-NAME
019970         MOVE WS-CLASS-FIELD-ID TO CC-FIELD-ID
019980         READ COL-CLASS-FILE
019990             KEY IS CC-KEY
020000         END-READ
020010         IF WS-COLCLASS-OK
020020             MOVE CC-CLASSIFICATION TO WS-CLASS-OLD-CLASS
020030             MOVE CC-MASK-RULE TO WS-CLASS-OLD-RULE
020040         END-IF
020050         CLOSE COL-CLASS-FILE
020060     END-IF.
020070 3600-EXIT.
020080     EXIT.

020090*---------------------------------------------------------------
020100* 4000-COMMIT-SCHEMA - validate and apply the pending change queue
020110*---------------------------------------------------------------
020120 4000-COMMIT-SCHEMA.
020130     PERFORM 4050-STAMP-RUN-TIMESTAMP THRU 4050-EXIT
020140     PERFORM 4100-VALIDATE-PENDING-CHANGES THRU 4100-EXIT
020150     IF WS-COMMIT-IS-VALID
020160         PERFORM 4060-CHECK-SCHEMA-VERSION THRU 4060-EXIT
020170         IF WS-VERSION-HAS-MOVED-ON
020180             PERFORM 9280-VERSION-CONFLICT THRU 9280-EXIT
020190             GO TO 4000-EXIT
020200         END-IF
020210     END-IF
020220     IF WS-COMMIT-IS-INVALID
020230         PERFORM 9220-VALIDATION-FAILED THRU 9220-EXIT
020240     ELSE
020250         PERFORM 4700-SAVE-PRIOR-SNAPSHOT THRU 4700-EXIT
020260         MOVE 0 TO WS-APPLIED-CHANGE-COUNT
020270         SET WS-COMMIT-WAS-STORED TO TRUE
020280         PERFORM 4200-APPLY-ONE-CHANGE THRU 4200-EXIT
020290             VARYING PC-IDX FROM 1 BY 1
020300             UNTIL PC-IDX > PENDING-CHANGE-COUNT
020310         PERFORM 4710-SAVE-CURRENT-SNAPSHOT THRU 4710-EXIT
020320         PERFORM 4600-SAVE-TABLE-KEYS THRU 4600-EXIT
020330         IF WS-REFS-WERE-CHANGED
020340             PERFORM 4650-SAVE-TABLE-REFS THRU 4650-EXIT
020350             MOVE 'N' TO WS-REFS-CHANGED-SWITCH
020360         END-IF
020370         IF WS-SCHEMA-WAS-REORDERED
020380             PERFORM 4500-REGENERATE-EXTRACT-COPYBOOK
020390                 THRU 4500-EXIT
020400         END-IF
020410         IF UNION-CONFLICT-COUNT > 0
020420             PERFORM 4800-WRITE-UNION-CONFLICTS THRU 4800-EXIT
020430         END-IF
020440         MOVE 0 TO PENDING-CHANGE-COUNT
020450         MOVE 0 TO UNION-CONFLICT-COUNT
020460         MOVE 'N' TO WS-REORDER-SWITCH
020470*        a COLCLASS entry or history row that could not be written
020480*        has already set SR-RETURN-CODE and SR-MESSAGE through
020490*        9000-ERROR-ROUTINE - leave them standing
020500         IF WS-COMMIT-NOT-STORED
020510             GO TO 4000-EXIT
020520         END-IF
020530         MOVE 0 TO SR-RETURN-CODE
020540         MOVE WS-APPLIED-CHANGE-COUNT TO WS-APPLIED-COUNT-DISPLAY
020550         STRING 'Commit applied ' DELIMITED BY SIZE
020560                WS-APPLIED-COUNT-DISPLAY DELIMITED BY SIZE
020570                ' change(s)' DELIMITED BY SIZE
020580             INTO SR-MESSAGE
020590     END-IF.
020600 4000-EXIT.
020610     EXIT.

020620*---------------------------------------------------------------
020630* 4060-CHECK-SCHEMA-VERSION - re-read the stored snapshot and
020640*                 make sure nobody committed this table after
020650*                 our START-TABLE loaded it
020660*---------------------------------------------------------------
020670 4060-CHECK-SCHEMA-VERSION.
020680     SET WS-VERSION-IS-CURRENT TO TRUE
020690     MOVE WS-CURRENT-TABLE-NAME TO SS-TABLE-NAME
020700                                    OF FD-CURR-SNAPSHOT-REC
020710     OPEN INPUT SCHEMA-SNAPSHOT-FILE
020720     READ SCHEMA-SNAPSHOT-FILE
020730         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
020740     END-READ
020750     IF WS-SNAP-OK
020760         IF SS-SCHEMA-VERSION OF FD-CURR-SNAPSHOT-REC
020770                 NOT = WS-SESSION-SCHEMA-VERSION
020780             SET WS-VERSION-HAS-MOVED-ON TO TRUE
020790         END-IF
020800     ELSE
020810         IF WS-SESSION-SCHEMA-VERSION NOT = 0
020820             SET WS-VERSION-HAS-MOVED-ON TO TRUE
020830         END-IF
020840     END-IF
020850     CLOSE SCHEMA-SNAPSHOT-FILE.
020860 4060-EXIT.
020870     EXIT.

020880*---------------------------------------------------------------
020890* 4050-STAMP-RUN-TIMESTAMP - mark the moment this commit is made
020900*---------------------------------------------------------------
020910 4050-STAMP-RUN-TIMESTAMP.
020920     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
020930     ACCEPT WS-NOW-TIME FROM TIME
020940     MOVE SPACES TO WS-RUN-TIMESTAMP
020950     STRING WS-TODAY-DATE DELIMITED BY SIZE
020960            '-' DELIMITED BY SIZE
020970            WS-NOW-TIME DELIMITED BY SIZE
020980         INTO WS-RUN-TIMESTAMP.
020990 4050-EXIT.
021000     EXIT.

021010*---------------------------------------------------------------
021020* 4100-VALIDATE-PENDING-CHANGES - reject contradictory edits
021030*---------------------------------------------------------------
021040 4100-VALIDATE-PENDING-CHANGES.
021050     SET WS-COMMIT-IS-VALID TO TRUE
021060     MOVE SPACES TO WS-VALIDATION-REASON
021070     PERFORM 3500-LOAD-TABLE-REFS THRU 3500-EXIT
021080     IF WS-REFS-HAVE-OVERFLOWED
021090*        rewriting TBLREFS from a truncated work table would
021100*        silently delete registered references
021110         SET WS-COMMIT-IS-INVALID TO TRUE
021120         MOVE 'Reference registry overflows the work table'
021130             TO WS-VALIDATION-REASON
021140     END-IF
021150     PERFORM 4110-CHECK-REQUIRED-WITHOUT-ALLOW THRU 4110-EXIT
021160         VARYING PC-IDX FROM 1 BY 1
021170         UNTIL PC-IDX > PENDING-CHANGE-COUNT
021180            OR WS-COMMIT-IS-INVALID
021190     IF WS-COMMIT-IS-VALID
021200         PERFORM 4120-CHECK-EDIT-AFTER-DELETE THRU 4120-EXIT
021210             VARYING PC-IDX FROM 1 BY 1
021220             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021230                OR WS-COMMIT-IS-INVALID
021240     END-IF
021250     IF WS-COMMIT-IS-VALID
021260         PERFORM 4130-CHECK-DUPLICATE-RENAME THRU 4130-EXIT
021270             VARYING PC-IDX FROM 1 BY 1
021280             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021290                OR WS-COMMIT-IS-INVALID
021300     END-IF
021310     IF WS-COMMIT-IS-VALID
021320         PERFORM 4140-CHECK-IDENT-FIELD-EDIT THRU 4140-EXIT
021330             VARYING PC-IDX FROM 1 BY 1
021340             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021350                OR WS-COMMIT-IS-INVALID
021360     END-IF
021370     IF WS-COMMIT-IS-VALID
021380         PERFORM 4145-CHECK-PART-SPEC-CAPACITY THRU 4145-EXIT
021390     END-IF
021400     IF WS-COMMIT-IS-VALID
021410         PERFORM 4150-CHECK-PART-FIELD-ADD THRU 4150-EXIT
021420             VARYING PC-IDX FROM 1 BY 1
021430             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021440                OR WS-COMMIT-IS-INVALID
021450     END-IF
021460     IF WS-COMMIT-IS-VALID
021470         PERFORM 4160-CHECK-PART-SOURCE-EDIT THRU 4160-EXIT
021480             VARYING PC-IDX FROM 1 BY 1
021490             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021500                OR WS-COMMIT-IS-INVALID
021510     END-IF
021520     IF WS-COMMIT-IS-VALID
021530         PERFORM 4165-CHECK-COLUMN-CLASS THRU 4165-EXIT
021540             VARYING PC-IDX FROM 1 BY 1
021550             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021560                OR WS-COMMIT-IS-INVALID
021570     END-IF
021580     IF WS-COMMIT-IS-VALID
021590         PERFORM 4170-CHECK-PART-FIELD-DROP THRU 4170-EXIT
021600             VARYING PC-IDX FROM 1 BY 1
021610             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021620                OR WS-COMMIT-IS-INVALID
021630     END-IF
021640     IF WS-COMMIT-IS-VALID
021650         PERFORM 4180-CHECK-TYPE-PROMOTION THRU 4180-EXIT
021660             VARYING PC-IDX FROM 1 BY 1
021670             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021680                OR WS-COMMIT-IS-INVALID
021690     END-IF
021700     IF WS-COMMIT-IS-VALID
021710         PERFORM 4181-CHECK-FIELD-TYPE THRU 4181-EXIT
021720             VARYING PC-IDX FROM 1 BY 1
021730             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021740                OR WS-COMMIT-IS-INVALID
021750     END-IF
021760     IF WS-COMMIT-IS-VALID
021770         PERFORM 4185-CHECK-NESTED-PARENT THRU 4185-EXIT
021780             VARYING PC-IDX FROM 1 BY 1
021790             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021800                OR WS-COMMIT-IS-INVALID
021810     END-IF
021820     IF WS-COMMIT-IS-VALID
021830         PERFORM 4188-CHECK-STRUCT-DELETE THRU 4188-EXIT
021840             VARYING PC-IDX FROM 1 BY 1
021850             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021860                OR WS-COMMIT-IS-INVALID
021870     END-IF
021880     IF WS-COMMIT-IS-VALID
021890         PERFORM 4178-CHECK-STRUCT-RENAME THRU 4178-EXIT
021900             VARYING PC-IDX FROM 1 BY 1
021910             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021920                OR WS-COMMIT-IS-INVALID
021930     END-IF
021940     IF WS-COMMIT-IS-VALID
021950         PERFORM 4176-CHECK-RENAME-TARGET THRU 4176-EXIT
021960             VARYING PC-IDX FROM 1 BY 1
021970             UNTIL PC-IDX > PENDING-CHANGE-COUNT
021980                OR WS-COMMIT-IS-INVALID
021990     END-IF
022000     IF WS-COMMIT-IS-VALID
022010         PERFORM 4174-CHECK-REF-CAPACITY THRU 4174-EXIT
022020     END-IF
022030     IF WS-COMMIT-IS-VALID
022040         PERFORM 4190-CHECK-TABLE-REF-EDIT THRU 4190-EXIT
022050             VARYING PC-IDX FROM 1 BY 1
022060             UNTIL PC-IDX > PENDING-CHANGE-COUNT
022070                OR WS-COMMIT-IS-INVALID
022080     END-IF
022090     IF WS-COMMIT-IS-VALID
022100         PERFORM 4193-CHECK-TABLE-REF-ADD THRU 4193-EXIT
022110             VARYING PC-IDX FROM 1 BY 1
022120             UNTIL PC-IDX > PENDING-CHANGE-COUNT
022130                OR WS-COMMIT-IS-INVALID
022140     END-IF
022150     IF WS-COMMIT-IS-VALID
022160         PERFORM 4197-CHECK-TABLE-REF-DROP THRU 4197-EXIT
022170             VARYING PC-IDX FROM 1 BY 1
022180             UNTIL PC-IDX > PENDING-CHANGE-COUNT
022190                OR WS-COMMIT-IS-INVALID
022200     END-IF.
022210 4100-EXIT.
022220     EXIT.

022230*---------------------------------------------------------------
022240* 4110-CHECK-REQUIRED-WITHOUT-ALLOW - required edit needs override
022250*---------------------------------------------------------------
022260 4110-CHECK-REQUIRED-WITHOUT-ALLOW.
022270     IF (PC-OP-ADD-REQUIRED (PC-IDX)
022280             OR PC-OP-REQUIRE-COLUMN (PC-IDX))
022290             AND NOT WS-INCOMPAT-ALLOWED
022300         SET WS-COMMIT-IS-INVALID TO TRUE
022310         MOVE 'Required column change needs ALLOW-INCOMPATIBLE'
022320             TO WS-VALIDATION-REASON
022330     END-IF.
022340 4110-EXIT.
022350     EXIT.

022360*---------------------------------------------------------------
022370* 4120-CHECK-EDIT-AFTER-DELETE - a deleted column stays deleted
022380*---------------------------------------------------------------
022390 4120-CHECK-EDIT-AFTER-DELETE.
022400     IF PC-OP-DELETE-COLUMN (PC-IDX)
022410         MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
022420         MOVE PC-IDX TO WS-REFERENCE-COLUMN-INDEX
022430         PERFORM 4121-SCAN-FOR-EDIT-OF-DELETED THRU 4121-EXIT
022440             VARYING WS-WORK-INDEX-2 FROM 1 BY 1
022450             UNTIL WS-WORK-INDEX-2 > PENDING-CHANGE-COUNT
022460                OR WS-COMMIT-IS-INVALID
022470     END-IF.
022480 4120-EXIT.
022490     EXIT.

022500*---------------------------------------------------------------
022510* 4121-SCAN-FOR-EDIT-OF-DELETED - find other edits of same field
022520*---------------------------------------------------------------
022530 4121-SCAN-FOR-EDIT-OF-DELETED.
022540     IF WS-WORK-INDEX-2 NOT = WS-REFERENCE-COLUMN-INDEX
022550         MOVE PC-FIELD-NAME (WS-WORK-INDEX-2) TO WS-COMPARE-NAME-2
022560         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
022570         IF WS-NAMES-DO-MATCH
022580             SET WS-COMMIT-IS-INVALID TO TRUE
022590             MOVE 'Column has a delete and another edit pending'
022600                 TO WS-VALIDATION-REASON
022610         END-IF
022620     END-IF.
022630 4121-EXIT.
022640     EXIT.

022650*---------------------------------------------------------------
022660* 4130-CHECK-DUPLICATE-RENAME - two renames can not collide
022670*---------------------------------------------------------------
022680 4130-CHECK-DUPLICATE-RENAME.
022690     IF PC-OP-RENAME-COLUMN (PC-IDX)
022700         MOVE PC-NEW-NAME (PC-IDX) TO WS-COMPARE-NAME-1
022710         MOVE PC-IDX TO WS-REFERENCE-COLUMN-INDEX
022720         PERFORM 4131-SCAN-FOR-DUPLICATE-TARGET THRU 4131-EXIT
022730             VARYING WS-WORK-INDEX-2 FROM 1 BY 1
022740             UNTIL WS-WORK-INDEX-2 > PENDING-CHANGE-COUNT
022750                OR WS-COMMIT-IS-INVALID
022760     END-IF.
022770 4130-EXIT.
022780     EXIT.

022790*---------------------------------------------------------------
022800* 4131-SCAN-FOR-DUPLICATE-TARGET - find a colliding rename target
022810*---------------------------------------------------------------
022820 4131-SCAN-FOR-DUPLICATE-TARGET.
022830     IF WS-WORK-INDEX-2 NOT = WS-REFERENCE-COLUMN-INDEX
022840             AND PC-OP-RENAME-COLUMN (WS-WORK-INDEX-2)
022850         MOVE PC-NEW-NAME (WS-WORK-INDEX-2) TO WS-COMPARE-NAME-2
022860         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
022870         IF WS-NAMES-DO-MATCH
022880             SET WS-COMMIT-IS-INVALID TO TRUE
022890             MOVE 'Two pending renames target the same name'
022900                 TO WS-VALIDATION-REASON
022910         END-IF
022920     END-IF.
022930 4131-EXIT.
022940     EXIT.

022950*---------------------------------------------------------------
022960* 4140-CHECK-IDENT-FIELD-EDIT - a current identifier field can
022970*                 not be renamed or deleted out from under
022980*                 TABLE-KEYS-FILE
022990*---------------------------------------------------------------
023000 4140-CHECK-IDENT-FIELD-EDIT.
023010     IF (PC-OP-RENAME-COLUMN (PC-IDX)
023020             OR PC-OP-DELETE-COLUMN (PC-IDX))
023030             AND SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY > 0
023040         MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
023050         PERFORM 4141-SCAN-IDENT-FIELD-FOR-MATCH THRU 4141-EXIT
023060             VARYING SS-IDENT-IDX OF WS-SCHEMA-BODY FROM 1 BY 1
023070             UNTIL SS-IDENT-IDX OF WS-SCHEMA-BODY >
023080                     SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY
023090                OR WS-COMMIT-IS-INVALID
023100     END-IF.
023110 4140-EXIT.
023120     EXIT.

023130*---------------------------------------------------------------
023140* 4141-SCAN-IDENT-FIELD-FOR-MATCH - compare one SS-IDENT-FIELD
023150*                 entry against the column being renamed/deleted
023160*---------------------------------------------------------------
023170 4141-SCAN-IDENT-FIELD-FOR-MATCH.
023180     MOVE SS-IDENT-FIELD OF WS-SCHEMA-BODY
023190             (SS-IDENT-IDX OF WS-SCHEMA-BODY) TO WS-COMPARE-NAME-2
023200     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
023210     IF WS-NAMES-DO-MATCH
023220         SET WS-COMMIT-IS-INVALID TO TRUE
023230         MOVE 'Cannot rename or delete a current identifier field'
023240             TO WS-VALIDATION-REASON
023250     END-IF.
023260 4141-EXIT.
023270     EXIT.

023280*---------------------------------------------------------------
023290* 4145-CHECK-PART-SPEC-CAPACITY - the partition spec holds at
023300*                 most five fields after this commit
023310*---------------------------------------------------------------
023320 4145-CHECK-PART-SPEC-CAPACITY.
023330     MOVE 0 TO WS-PART-ADD-COUNT
023340     MOVE 0 TO WS-PART-DROP-COUNT
023350     PERFORM 4146-COUNT-ONE-PART-EDIT THRU 4146-EXIT
023360         VARYING WS-WORK-INDEX-2 FROM 1 BY 1
023370         UNTIL WS-WORK-INDEX-2 > PENDING-CHANGE-COUNT
023380     IF SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
023390             + WS-PART-ADD-COUNT - WS-PART-DROP-COUNT > 5
023400         SET WS-COMMIT-IS-INVALID TO TRUE
023410         MOVE 'Partition spec cannot hold more than five fields'
023420             TO WS-VALIDATION-REASON
023430     END-IF.
023440 4145-EXIT.
023450     EXIT.

023460*---------------------------------------------------------------
023470* 4146-COUNT-ONE-PART-EDIT - tally one pending partition edit
023480*---------------------------------------------------------------
023490 4146-COUNT-ONE-PART-EDIT.
023500     IF PC-OP-ADD-PART-FLD (WS-WORK-INDEX-2)
023510         ADD 1 TO WS-PART-ADD-COUNT
023520     END-IF
023530     IF PC-OP-DROP-PART-FLD (WS-WORK-INDEX-2)
023540         ADD 1 TO WS-PART-DROP-COUNT
023550     END-IF.
023560 4146-EXIT.
023570     EXIT.

023580*---------------------------------------------------------------
023590* 4150-CHECK-PART-FIELD-ADD - a pending partition field needs a
023600*                 real source column (live or added this commit)
023610*                 and must not duplicate a current or pending
023620*                 partition field
023630*---------------------------------------------------------------
023640 4150-CHECK-PART-FIELD-ADD.
023650     IF PC-OP-ADD-PART-FLD (PC-IDX)
023660         MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
023670         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
023680         IF WS-ENTRY-NOT-FOUND
023690             PERFORM 4151-SCAN-PENDING-ADDS THRU 4151-EXIT
023700                 VARYING WS-WORK-INDEX-2 FROM 1 BY 1
023710                 UNTIL WS-WORK-INDEX-2 > PENDING-CHANGE-COUNT
023720                    OR WS-ENTRY-FOUND
023730         END-IF
023740         IF WS-ENTRY-NOT-FOUND
023750             SET WS-COMMIT-IS-INVALID TO TRUE
023760             MOVE 'Partition source column does not exist'
023770                 TO WS-VALIDATION-REASON
023780         ELSE
023790             PERFORM 4152-CHECK-DUPLICATE-PART THRU 4152-EXIT
023800         END-IF
023810     END-IF.
023820 4150-EXIT.
023830     EXIT.

023840*---------------------------------------------------------------
023850* 4151-SCAN-PENDING-ADDS - is the source column itself added in
023860*                 this same pending queue
023870*---------------------------------------------------------------
023880 4151-SCAN-PENDING-ADDS.
023890     IF PC-OP-ADD-COLUMN (WS-WORK-INDEX-2)
023900          OR PC-OP-ADD-REQUIRED (WS-WORK-INDEX-2)
023910         MOVE WS-LOOKUP-NAME TO WS-COMPARE-NAME-1
023920         MOVE PC-FIELD-NAME (WS-WORK-INDEX-2) TO WS-COMPARE-NAME-2
023930         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
023940         IF WS-NAMES-DO-MATCH
023950             SET WS-ENTRY-FOUND TO TRUE
023960         END-IF
023970     END-IF.
023980 4151-EXIT.
023990     EXIT.

024000*---------------------------------------------------------------
024010* 4152-CHECK-DUPLICATE-PART - the same source column/transform
024020*                 pair may appear only once, across the current
024030*                 spec and the rest of the pending queue
024040*---------------------------------------------------------------
024050 4152-CHECK-DUPLICATE-PART.
024060     IF SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY > 0
024070         PERFORM 4153-SCAN-CURRENT-PART THRU 4153-EXIT
024080             VARYING WS-WORK-INDEX-2 FROM 1 BY 1
024090             UNTIL WS-WORK-INDEX-2 >
024100                     SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
024110                OR WS-COMMIT-IS-INVALID
024120     END-IF
024130     IF WS-COMMIT-IS-VALID
024140         PERFORM 4154-SCAN-PENDING-PART THRU 4154-EXIT
024150             VARYING WS-WORK-INDEX-2 FROM 1 BY 1
024160             UNTIL WS-WORK-INDEX-2 > PENDING-CHANGE-COUNT
024170                OR WS-COMMIT-IS-INVALID
024180     END-IF.
024190 4152-EXIT.
024200     EXIT.

024210*---------------------------------------------------------------
024220* 4153-SCAN-CURRENT-PART - test one committed partition field
024230*---------------------------------------------------------------
024240 4153-SCAN-CURRENT-PART.
024250     MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
024260     MOVE SP-SOURCE-COLUMN OF WS-SCHEMA-BODY (WS-WORK-INDEX-2)
024270         TO WS-COMPARE-NAME-2
024280     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
024290     IF WS-NAMES-DO-MATCH
024300          AND SP-TRANSFORM OF WS-SCHEMA-BODY (WS-WORK-INDEX-2)
024310              = PC-NEW-TYPE (PC-IDX)
024320         SET WS-COMMIT-IS-INVALID TO TRUE
024330         MOVE 'Partition field is already in the spec'
024340             TO WS-VALIDATION-REASON
024350     END-IF.
024360 4153-EXIT.
024370     EXIT.

024380*---------------------------------------------------------------
024390* 4154-SCAN-PENDING-PART - test one other pending partition add
024400*---------------------------------------------------------------
024410 4154-SCAN-PENDING-PART.
024420     IF WS-WORK-INDEX-2 NOT = PC-IDX
024430          AND PC-OP-ADD-PART-FLD (WS-WORK-INDEX-2)
024440          AND PC-NEW-TYPE (WS-WORK-INDEX-2)
024450              = PC-NEW-TYPE (PC-IDX)
024460         MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
024470         MOVE PC-FIELD-NAME (WS-WORK-INDEX-2)
024480             TO WS-COMPARE-NAME-2
024490         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
024500         IF WS-NAMES-DO-MATCH
024510             SET WS-COMMIT-IS-INVALID TO TRUE
024520             MOVE 'Two pending adds of the same partition field'
024530                 TO WS-VALIDATION-REASON
024540         END-IF
024550     END-IF.
024560 4154-EXIT.
024570     EXIT.

024580*---------------------------------------------------------------
024590* 4160-CHECK-PART-SOURCE-EDIT - a partition source column can
024600*                 not be renamed or deleted out from under the
024610*                 partition spec, whether the spec entry is
024620*                 committed or pending in this same queue
024630*---------------------------------------------------------------
024640 4160-CHECK-PART-SOURCE-EDIT.
024650     IF PC-OP-RENAME-COLUMN (PC-IDX)
024660          OR PC-OP-DELETE-COLUMN (PC-IDX)
024670         MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
024680         IF SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY > 0
024690             PERFORM 4161-SCAN-PART-FOR-SOURCE THRU 4161-EXIT
024700                 VARYING WS-WORK-INDEX-2 FROM 1 BY 1
024710                 UNTIL WS-WORK-INDEX-2 >
024720                         SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
024730                    OR WS-COMMIT-IS-INVALID
024740         END-IF
024750         IF WS-COMMIT-IS-VALID
024760             PERFORM 4162-SCAN-PENDING-PART-SOURCE THRU 4162-EXIT
024770                 VARYING WS-WORK-INDEX-2 FROM 1 BY 1
024780                 UNTIL WS-WORK-INDEX-2 > PENDING-CHANGE-COUNT
024790                    OR WS-COMMIT-IS-INVALID
024800         END-IF
024810     END-IF.
024820 4160-EXIT.
024830     EXIT.

024840*---------------------------------------------------------------
024850* 4161-SCAN-PART-FOR-SOURCE - test one committed spec entry
024860*---------------------------------------------------------------
024870 4161-SCAN-PART-FOR-SOURCE.
024880     MOVE SP-SOURCE-COLUMN OF WS-SCHEMA-BODY (WS-WORK-INDEX-2)
024890         TO WS-COMPARE-NAME-2
024900     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
024910     IF WS-NAMES-DO-MATCH
024920         SET WS-COMMIT-IS-INVALID TO TRUE
024930         MOVE 'Cannot rename or delete a partition source column'
024940             TO WS-VALIDATION-REASON
024950     END-IF.
024960 4161-EXIT.
024970     EXIT.

024980*---------------------------------------------------------------
024990* 4162-SCAN-PENDING-PART-SOURCE - test one pending spec add
025000*---------------------------------------------------------------
025010 4162-SCAN-PENDING-PART-SOURCE.
025020     IF PC-OP-ADD-PART-FLD (WS-WORK-INDEX-2)
025030         MOVE PC-FIELD-NAME (WS-WORK-INDEX-2) TO WS-COMPARE-NAME-2
025040         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
025050         IF WS-NAMES-DO-MATCH
025060             SET WS-COMMIT-IS-INVALID TO TRUE
025070             MOVE
025080             'Cannot rename or delete a partition source column'
025090                 TO WS-VALIDATION-REASON
025100         END-IF
025110     END-IF.
025120 4162-EXIT.
025130     EXIT.

025140*---------------------------------------------------------------
025150* 4165-CHECK-COLUMN-CLASS - a classification is one the shop
025160*                 knows, with a rule that suits it, on a column
025170*                 the commit will have that is not a STRUCT
025180*                 container; an identifier or reference (join)
025190*                 column is masked only by HASH, so a masked
025200*                 copy still joins
025210*---------------------------------------------------------------
025220 4165-CHECK-COLUMN-CLASS.
025230     IF NOT PC-OP-SET-COL-CLASS (PC-IDX)
025240         GO TO 4165-EXIT
025250     END-IF
025260     MOVE PC-NEW-CLASS (PC-IDX) TO WS-CLASS-CHECK-CLASS
025270     MOVE PC-NEW-MASK-RULE (PC-IDX) TO WS-CLASS-CHECK-RULE
025280     IF NOT WS-CLASS-IS-KNOWN
025290         SET WS-COMMIT-IS-INVALID TO TRUE
025300         MOVE 'Classification must be PUBLIC, CONFIDENTIAL or PII'
025310             TO WS-VALIDATION-REASON
025320         GO TO 4165-EXIT
025330     END-IF
025340     IF NOT WS-RULE-IS-KNOWN
025350         SET WS-COMMIT-IS-INVALID TO TRUE
025360         MOVE 'Masking rule must be NONE, HASH, BLANK or FIXED'
025370             TO WS-VALIDATION-REASON
025380         GO TO 4165-EXIT
025390     END-IF
025400     IF WS-CLASS-IS-PUBLIC AND NOT WS-RULE-IS-NONE
025410         SET WS-COMMIT-IS-INVALID TO TRUE
025420         MOVE 'A PUBLIC column is not masked - rule must be NONE'
025430             TO WS-VALIDATION-REASON
025440         GO TO 4165-EXIT
025450     END-IF
025460     IF NOT WS-CLASS-IS-PUBLIC AND WS-RULE-IS-NONE
025470         SET WS-COMMIT-IS-INVALID TO TRUE
025480         MOVE 'A PII or CONFIDENTIAL column needs a masking rule'
025490             TO WS-VALIDATION-REASON
025500         GO TO 4165-EXIT
025510     END-IF
025520     MOVE SPACES TO WS-CLASS-COLUMN-TYPE
025530     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
025540     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
025550     IF WS-ENTRY-FOUND
025560         MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY
025570                 (WS-FOUND-COLUMN-INDEX)
025580             TO WS-CLASS-COLUMN-TYPE
025590     END-IF
025600     MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
025610     PERFORM 4166-REPLAY-ONE-CLASS-EDIT THRU 4166-EXIT
025620         VARYING WS-WORK-INDEX-2 FROM 1 BY 1
025630         UNTIL WS-WORK-INDEX-2 NOT < PC-IDX
025640     IF WS-CLASS-COLUMN-TYPE = SPACES
025650         SET WS-COMMIT-IS-INVALID TO TRUE
025660         MOVE 'No column of that name to classify'
025670             TO WS-VALIDATION-REASON
025680         GO TO 4165-EXIT
025690     END-IF
025700     IF WS-CLASS-COLUMN-TYPE = 'STRUCT'
025710         SET WS-COMMIT-IS-INVALID TO TRUE
025720         MOVE 'Classify the fields of a STRUCT, not the STRUCT'
025730             TO WS-VALIDATION-REASON
025740         GO TO 4165-EXIT
025750     END-IF
025760     IF WS-RULE-IS-NONE OR WS-RULE-IS-HASH
025770         GO TO 4165-EXIT
025780     END-IF
025790     MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
025800     IF SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY > 0
025810         PERFORM 4167-SCAN-IDENT-FOR-CLASS THRU 4167-EXIT
025820             VARYING SS-IDENT-IDX OF WS-SCHEMA-BODY FROM 1 BY 1
025830             UNTIL SS-IDENT-IDX OF WS-SCHEMA-BODY >
025840                     SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY
025850                OR WS-COMMIT-IS-INVALID
025860     END-IF
025870     IF WS-COMMIT-IS-VALID
025880         PERFORM 4168-SCAN-REFS-FOR-CLASS THRU 4168-EXIT
025890             VARYING WS-REF-SCAN-INDEX FROM 1 BY 1
025900             UNTIL WS-REF-SCAN-INDEX > TABLE-REF-COUNT
025910                OR WS-COMMIT-IS-INVALID
025920     END-IF.
025930 4165-EXIT.
025940     EXIT.

025950*---------------------------------------------------------------
025960* 4166-REPLAY-ONE-CLASS-EDIT - what one earlier queued edit does
025970*                 to the type of the column being classified (an
025980*                 add or retype sets it, a rename away clears it,
025990*                 a rename onto the name brings the old column's)
026000*---------------------------------------------------------------
026010 4166-REPLAY-ONE-CLASS-EDIT.
026020     MOVE PC-FIELD-NAME (WS-WORK-INDEX-2) TO WS-COMPARE-NAME-2
026030     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
026040     IF WS-NAMES-DO-MATCH
026050         IF PC-OP-ADD-COLUMN (WS-WORK-INDEX-2)
026060              OR PC-OP-ADD-REQUIRED (WS-WORK-INDEX-2)
026070              OR PC-OP-UPDATE-COLUMN (WS-WORK-INDEX-2)
026080             MOVE PC-NEW-TYPE (WS-WORK-INDEX-2)
026090                 TO WS-CLASS-COLUMN-TYPE
026100         END-IF
026110         IF PC-OP-RENAME-COLUMN (WS-WORK-INDEX-2)
026120             MOVE SPACES TO WS-CLASS-COLUMN-TYPE
026130         END-IF
026140     END-IF
026150     IF PC-OP-RENAME-COLUMN (WS-WORK-INDEX-2)
026160         MOVE PC-NEW-NAME (WS-WORK-INDEX-2) TO WS-COMPARE-NAME-2
026170         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
026180         IF WS-NAMES-DO-MATCH
026190             MOVE PC-FIELD-NAME (WS-WORK-INDEX-2)
026200                 TO WS-LOOKUP-NAME
026210             PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
026220             IF WS-ENTRY-FOUND
026230                 MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY
026240                         (WS-FOUND-COLUMN-INDEX)
026250                     TO WS-CLASS-COLUMN-TYPE
026260             END-IF
026270             MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
026280         END-IF
026290     END-IF.
026300 4166-EXIT.
026310     EXIT.

026320*---------------------------------------------------------------
026330* 4167-SCAN-IDENT-FOR-CLASS - is the column a current identifier
026340*---------------------------------------------------------------
026350 4167-SCAN-IDENT-FOR-CLASS.
026360     MOVE SS-IDENT-FIELD OF WS-SCHEMA-BODY
026370             (SS-IDENT-IDX OF WS-SCHEMA-BODY) TO WS-COMPARE-NAME-2
026380     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
026390     IF WS-NAMES-DO-MATCH
026400         SET WS-COMMIT-IS-INVALID TO TRUE
026410         MOVE 'An identifier column is masked only by HASH'
026420             TO WS-VALIDATION-REASON
026430     END-IF.
026440 4167-EXIT.
026450     EXIT.

026460*---------------------------------------------------------------
026470* 4168-SCAN-REFS-FOR-CLASS - is the column on either side of one
026480*                 registered reference
026490*---------------------------------------------------------------
026500 4168-SCAN-REFS-FOR-CLASS.
026510     SET WS-NAMES-DO-NOT-MATCH TO TRUE
026520     IF WS-REF-SOURCE-TABLE (WS-REF-SCAN-INDEX)
026530             = WS-CURRENT-TABLE-NAME
026540         MOVE WS-REF-SOURCE-COLUMN (WS-REF-SCAN-INDEX)
026550             TO WS-COMPARE-NAME-2
026560         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
026570     END-IF
026580     IF WS-NAMES-DO-NOT-MATCH
026590          AND WS-REF-TARGET-TABLE (WS-REF-SCAN-INDEX)
026600              = WS-CURRENT-TABLE-NAME
026610         MOVE WS-REF-TARGET-COLUMN (WS-REF-SCAN-INDEX)
026620             TO WS-COMPARE-NAME-2
026630         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
026640     END-IF
026650     IF WS-NAMES-DO-MATCH
026660         SET WS-COMMIT-IS-INVALID TO TRUE
026670         MOVE 'A reference (join) column is masked only by HASH'
026680             TO WS-VALIDATION-REASON
026690     END-IF.
026700 4168-EXIT.
026710     EXIT.

026720*---------------------------------------------------------------
026730* 4170-CHECK-PART-FIELD-DROP - a pending drop must name a
026740*                 committed partition field
026750*---------------------------------------------------------------
026760 4170-CHECK-PART-FIELD-DROP.
026770     IF PC-OP-DROP-PART-FLD (PC-IDX)
026780         SET WS-ENTRY-NOT-FOUND TO TRUE
026790         IF SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY > 0
026800             PERFORM 4171-SCAN-PART-FOR-DROP THRU 4171-EXIT
026810                 VARYING WS-WORK-INDEX-2 FROM 1 BY 1
026820                 UNTIL WS-WORK-INDEX-2 >
026830                         SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
026840                    OR WS-ENTRY-FOUND
026850         END-IF
026860         IF WS-ENTRY-NOT-FOUND
026870             SET WS-COMMIT-IS-INVALID TO TRUE
026880             MOVE 'DROP-PART-FLD names no current partition field'
026890                 TO WS-VALIDATION-REASON
026900         END-IF
026910     END-IF.
026920 4170-EXIT.
026930     EXIT.

026940*---------------------------------------------------------------
026950* 4171-SCAN-PART-FOR-DROP - test one committed spec entry
026960*---------------------------------------------------------------
026970 4171-SCAN-PART-FOR-DROP.
026980     MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
026990     MOVE SP-SOURCE-COLUMN OF WS-SCHEMA-BODY (WS-WORK-INDEX-2)
027000         TO WS-COMPARE-NAME-2
027010     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
027020     IF WS-NAMES-DO-MATCH
027030          AND (PC-NEW-TYPE (PC-IDX) = SPACES
027040               OR SP-TRANSFORM OF WS-SCHEMA-BODY
027050                      (WS-WORK-INDEX-2) = PC-NEW-TYPE (PC-IDX))
027060         SET WS-ENTRY-FOUND TO TRUE
027070     END-IF.
027080 4171-EXIT.
027090     EXIT.

027100*---------------------------------------------------------------
027110* 4172-FIND-STRUCT-BY-LOOKUP - WS-LOOKUP-NAME must name a
027120*                 STRUCT column, live or added earlier in this
027130*                 same pending queue; WS-ENTRY-FOUND says so
027140*---------------------------------------------------------------
027150 4172-FIND-STRUCT-BY-LOOKUP.
027160     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
027170     IF WS-ENTRY-FOUND
027180         IF COL-FIELD-TYPE OF WS-SCHEMA-BODY
027190                 (WS-FOUND-COLUMN-INDEX) NOT = 'STRUCT'
027200             SET WS-ENTRY-NOT-FOUND TO TRUE
027210         END-IF
027220     ELSE
027230         PERFORM 4187-SCAN-PENDING-STRUCT-ADDS THRU 4187-EXIT
027240             VARYING WS-WORK-INDEX-2 FROM 1 BY 1
027250             UNTIL WS-WORK-INDEX-2 >= PC-IDX
027260                OR WS-ENTRY-FOUND
027270     END-IF.
027280 4172-EXIT.
027290     EXIT.

027300*---------------------------------------------------------------
027310* 4174-CHECK-REF-CAPACITY - the reference registry work table
027320*                 holds at most 500 rows at any point while
027330*                 this queue applies; refusing the commit
027340*                 beats silently dropping a registration
027350*---------------------------------------------------------------
027360 4174-CHECK-REF-CAPACITY.
027370     MOVE TABLE-REF-COUNT TO WS-REF-RUN-COUNT
027380     PERFORM 4175-COUNT-ONE-REF-EDIT THRU 4175-EXIT
027390         VARYING WS-WORK-INDEX-2 FROM 1 BY 1
027400         UNTIL WS-WORK-INDEX-2 > PENDING-CHANGE-COUNT
027410            OR WS-COMMIT-IS-INVALID.
027420 4174-EXIT.
027430     EXIT.

027440*---------------------------------------------------------------
027450* 4175-COUNT-ONE-REF-EDIT - run the registry count forward in
027460*                 queue order, so an add that would overflow
027470*                 is caught even when a later drop nets out
027480*---------------------------------------------------------------
027490 4175-COUNT-ONE-REF-EDIT.
027500     IF PC-OP-ADD-TABLE-REF (WS-WORK-INDEX-2)
027510         ADD 1 TO WS-REF-RUN-COUNT
027520         IF WS-REF-RUN-COUNT > 500
027530             SET WS-COMMIT-IS-INVALID TO TRUE
027540             MOVE 'Reference registry is full (500 rows)'
027550                 TO WS-VALIDATION-REASON
027560         END-IF
027570     END-IF
027580     IF PC-OP-DROP-TABLE-REF (WS-WORK-INDEX-2)
027590         SUBTRACT 1 FROM WS-REF-RUN-COUNT
027600     END-IF.
027610 4175-EXIT.
027620     EXIT.

027630*---------------------------------------------------------------
027640* 4176-CHECK-RENAME-TARGET - a dotted rename target must name
027650*                 a STRUCT parent, the same rule
027660*                 4185-CHECK-NESTED-PARENT applies to adds
027670*---------------------------------------------------------------
027680 4176-CHECK-RENAME-TARGET.
027690     IF PC-OP-RENAME-COLUMN (PC-IDX)
027700         MOVE 0 TO WS-DOT-POSITION
027710         PERFORM 4177-SCAN-ONE-NEW-NAME-BYTE THRU 4177-EXIT
027720             VARYING WS-WORK-INDEX-2 FROM 1 BY 1
027730             UNTIL WS-WORK-INDEX-2 > 30
027740         IF WS-DOT-POSITION > 1
027750             MOVE SPACES TO WS-LOOKUP-NAME
027760             MOVE PC-NEW-NAME (PC-IDX)
027770                     (1 : WS-DOT-POSITION - 1)
027780                 TO WS-LOOKUP-NAME
027790             PERFORM 4172-FIND-STRUCT-BY-LOOKUP THRU 4172-EXIT
027800             IF WS-ENTRY-NOT-FOUND
027810                 SET WS-COMMIT-IS-INVALID TO TRUE
027820                 MOVE 'Dotted rename target needs a STRUCT parent'
027830                     TO WS-VALIDATION-REASON
027840             END-IF
027850         END-IF
027860     END-IF.
027870 4176-EXIT.
027880     EXIT.

027890*---------------------------------------------------------------
027900* 4177-SCAN-ONE-NEW-NAME-BYTE - note the last '.' in the
027910*                 pending entry's new name
027920*---------------------------------------------------------------
027930 4177-SCAN-ONE-NEW-NAME-BYTE.
027940     IF PC-NEW-NAME (PC-IDX) (WS-WORK-INDEX-2 : 1) = '.'
027950         MOVE WS-WORK-INDEX-2 TO WS-DOT-POSITION
027960     END-IF.
027970 4177-EXIT.
027980     EXIT.

027990*---------------------------------------------------------------
028000* 4178-CHECK-STRUCT-RENAME - a STRUCT with children keeps its
028010*                 name; the children's dotted names carry the
028020*                 prefix and would go stale under a rename
028030*---------------------------------------------------------------
028040 4178-CHECK-STRUCT-RENAME.
028050     IF PC-OP-RENAME-COLUMN (PC-IDX)
028060         MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
028070         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
028080         IF WS-ENTRY-FOUND
028090              AND COL-FIELD-TYPE OF WS-SCHEMA-BODY
028100                      (WS-FOUND-COLUMN-INDEX) = 'STRUCT'
028110             MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
028120                     (WS-FOUND-COLUMN-INDEX)
028130                 TO WS-PARENT-ID-LOOKUP
028140             PERFORM 4179-TEST-ONE-CHILD-EXISTS THRU 4179-EXIT
028150                 VARYING WS-WORK-INDEX-2 FROM 1 BY 1
028160                 UNTIL WS-WORK-INDEX-2 >
028170                         SS-COLUMN-COUNT OF WS-SCHEMA-BODY
028180                    OR WS-COMMIT-IS-INVALID
028190         END-IF
028200     END-IF.
028210 4178-EXIT.
028220     EXIT.

028230*---------------------------------------------------------------
028240* 4179-TEST-ONE-CHILD-EXISTS - any child hanging off the STRUCT
028250*                 refuses the rename
028260*---------------------------------------------------------------
028270 4179-TEST-ONE-CHILD-EXISTS.
028280     IF WS-PARENT-ID-LOOKUP > 0
028290          AND COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY
028300                  (WS-WORK-INDEX-2) = WS-PARENT-ID-LOOKUP
028310         SET WS-COMMIT-IS-INVALID TO TRUE
028320         MOVE 'Cannot rename a STRUCT that still has children'
028330             TO WS-VALIDATION-REASON
028340     END-IF.
028350 4179-EXIT.
028360     EXIT.

028370*---------------------------------------------------------------
028380* 4180-CHECK-TYPE-PROMOTION - a pending type change must be a
028390*                 safe promotion unless this session allowed
028400*                 incompatible changes; union-sourced entries
028410*                 were screened when they were queued, this
028420*                 covers the caller-supplied UPDATE-COLUMNs too
028430*---------------------------------------------------------------
028440 4180-CHECK-TYPE-PROMOTION.
028450     IF PC-OP-UPDATE-COLUMN (PC-IDX)
028460             AND NOT WS-INCOMPAT-ALLOWED
028470             AND PC-OLD-TYPE (PC-IDX) NOT = SPACES
028480         MOVE PC-OLD-TYPE (PC-IDX) TO WS-COMPARE-OLD-TYPE
028490         MOVE PC-NEW-TYPE (PC-IDX) TO WS-COMPARE-NEW-TYPE
028500         MOVE PC-OLD-PRECISION (PC-IDX)
028510             TO WS-COMPARE-OLD-PRECISION
028520         MOVE PC-OLD-SCALE (PC-IDX) TO WS-COMPARE-OLD-SCALE
028530         MOVE PC-OLD-LENGTH (PC-IDX) TO WS-COMPARE-OLD-LENGTH
028540         MOVE PC-NEW-PRECISION (PC-IDX)
028550             TO WS-COMPARE-NEW-PRECISION
028560         MOVE PC-NEW-SCALE (PC-IDX) TO WS-COMPARE-NEW-SCALE
028570         MOVE PC-NEW-LENGTH (PC-IDX) TO WS-COMPARE-NEW-LENGTH
028580         PERFORM 3300-TYPES-COMPATIBLE THRU 3300-EXIT
028590         IF WS-TYPES-ARE-INCOMPATIBLE
028600             SET WS-COMMIT-IS-INVALID TO TRUE
028610             IF WS-ATTRIBUTE-REASON NOT = SPACES
028620                 MOVE WS-ATTRIBUTE-REASON TO WS-VALIDATION-REASON
028630             ELSE
028640                 MOVE 'Type change is not a safe promotion'
028650                     TO WS-VALIDATION-REASON
028660             END-IF
028670         END-IF
028680     END-IF.
028690 4180-EXIT.
028700     EXIT.

028710*---------------------------------------------------------------
028720* 4181-CHECK-FIELD-TYPE - a pending add or retype must carry a
028730*                 type from IT-VALID-TYPE-TABLE, and a LIST or
028740*                 MAP must also carry a valid element type; its
028750*                 precision, scale and length must suit the type
028760*---------------------------------------------------------------
028770 4181-CHECK-FIELD-TYPE.
028780     IF PC-OP-ADD-COLUMN (PC-IDX)
028790          OR PC-OP-ADD-REQUIRED (PC-IDX)
028800          OR PC-OP-UPDATE-COLUMN (PC-IDX)
028810         MOVE PC-NEW-TYPE (PC-IDX) TO WS-TYPE-LOOKUP
028820         PERFORM 4182-FIND-VALID-TYPE THRU 4182-EXIT
028830         IF WS-ENTRY-NOT-FOUND
028840             SET WS-COMMIT-IS-INVALID TO TRUE
028850             MOVE 'Field type is not a recognised Iceberg type'
028860                 TO WS-VALIDATION-REASON
028870         END-IF
028880         IF WS-COMMIT-IS-VALID
028890              AND (PC-NEW-TYPE (PC-IDX) = 'LIST'
028900                   OR PC-NEW-TYPE (PC-IDX) = 'MAP')
028910             PERFORM 4184-CHECK-ELEMENT-TYPE THRU 4184-EXIT
028920         END-IF
028930         IF WS-COMMIT-IS-VALID
028940             PERFORM 4198-CHECK-TYPE-ATTRIBUTES THRU 4198-EXIT
028950         END-IF
028960     END-IF.
028970 4181-EXIT.
028980     EXIT.

028990*---------------------------------------------------------------
029000* 4182-FIND-VALID-TYPE - look WS-TYPE-LOOKUP up in the table
029010*---------------------------------------------------------------
029020 4182-FIND-VALID-TYPE.
029030     SET WS-ENTRY-NOT-FOUND TO TRUE
029040     PERFORM 4183-TEST-ONE-VALID-TYPE THRU 4183-EXIT
029050         VARYING IT-VALID-IDX FROM 1 BY 1
029060         UNTIL IT-VALID-IDX > 16
029070            OR WS-ENTRY-FOUND.
029080 4182-EXIT.
029090     EXIT.

029100*---------------------------------------------------------------
029110* 4183-TEST-ONE-VALID-TYPE - test one type-table entry
029120*---------------------------------------------------------------
029130 4183-TEST-ONE-VALID-TYPE.
029140     IF IT-VALID-TYPE-ENTRY (IT-VALID-IDX) = WS-TYPE-LOOKUP
029150         SET WS-ENTRY-FOUND TO TRUE
029160     END-IF.
029170 4183-EXIT.
029180     EXIT.

029190*---------------------------------------------------------------
029200* 4184-CHECK-ELEMENT-TYPE - a LIST or MAP element must be a
029210*                 recognised primitive type (no nesting of
029220*                 nested types in the flat model)
029230*---------------------------------------------------------------
029240 4184-CHECK-ELEMENT-TYPE.
029250     IF PC-ELEMENT-TYPE (PC-IDX) = SPACES
029260          OR PC-ELEMENT-TYPE (PC-IDX) = 'STRUCT'
029270          OR PC-ELEMENT-TYPE (PC-IDX) = 'LIST'
029280          OR PC-ELEMENT-TYPE (PC-IDX) = 'MAP'
029290         SET WS-COMMIT-IS-INVALID TO TRUE
029300         MOVE 'LIST/MAP needs a primitive element type'
029310             TO WS-VALIDATION-REASON
029320     ELSE
029330         MOVE PC-ELEMENT-TYPE (PC-IDX) TO WS-TYPE-LOOKUP
029340         PERFORM 4182-FIND-VALID-TYPE THRU 4182-EXIT
029350         IF WS-ENTRY-NOT-FOUND
029360             SET WS-COMMIT-IS-INVALID TO TRUE
029370             MOVE 'LIST/MAP needs a primitive element type'
029380                 TO WS-VALIDATION-REASON
029390         END-IF
029400     END-IF.
029410 4184-EXIT.
029420     EXIT.

029430*---------------------------------------------------------------
029440* 4185-CHECK-NESTED-PARENT - a dotted column name must hang off
029450*                 a STRUCT parent, live or added earlier in
029460*                 this same pending queue (earlier, so the
029470*                 parent exists by the time the child applies)
029480*---------------------------------------------------------------
029490 4185-CHECK-NESTED-PARENT.
029500     IF PC-OP-ADD-COLUMN (PC-IDX)
029510          OR PC-OP-ADD-REQUIRED (PC-IDX)
029520         MOVE 0 TO WS-DOT-POSITION
029530         PERFORM 4213-SCAN-ONE-NAME-BYTE THRU 4213-EXIT
029540             VARYING WS-WORK-INDEX-2 FROM 1 BY 1
029550             UNTIL WS-WORK-INDEX-2 > 30
029560         IF WS-DOT-POSITION > 1
029570             PERFORM 4186-FIND-STRUCT-PARENT THRU 4186-EXIT
029580             IF WS-ENTRY-NOT-FOUND
029590                 SET WS-COMMIT-IS-INVALID TO TRUE
029600                 MOVE 'Dotted column needs a STRUCT parent'
029610                     TO WS-VALIDATION-REASON
029620             END-IF
029630         END-IF
029640     END-IF.
029650 4185-EXIT.
029660     EXIT.

029670*---------------------------------------------------------------
029680* 4186-FIND-STRUCT-PARENT - the dotted prefix must name a
029690*                 STRUCT column
029700*---------------------------------------------------------------
029710 4186-FIND-STRUCT-PARENT.
029720     MOVE SPACES TO WS-LOOKUP-NAME
029730     MOVE PC-FIELD-NAME (PC-IDX) (1 : WS-DOT-POSITION - 1)
029740         TO WS-LOOKUP-NAME
029750     PERFORM 4172-FIND-STRUCT-BY-LOOKUP THRU 4172-EXIT.
029760 4186-EXIT.
029770     EXIT.

029780*---------------------------------------------------------------
029790* 4187-SCAN-PENDING-STRUCT-ADDS - is the parent itself a STRUCT
029800*                 added earlier in this same queue
029810*---------------------------------------------------------------
029820 4187-SCAN-PENDING-STRUCT-ADDS.
029830     IF (PC-OP-ADD-COLUMN (WS-WORK-INDEX-2)
029840          OR PC-OP-ADD-REQUIRED (WS-WORK-INDEX-2))
029850          AND PC-NEW-TYPE (WS-WORK-INDEX-2) = 'STRUCT'
029860         MOVE WS-LOOKUP-NAME TO WS-COMPARE-NAME-1
029870         MOVE PC-FIELD-NAME (WS-WORK-INDEX-2)
029880             TO WS-COMPARE-NAME-2
029890         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
029900         IF WS-NAMES-DO-MATCH
029910             SET WS-ENTRY-FOUND TO TRUE
029920         END-IF
029930     END-IF.
029940 4187-EXIT.
029950     EXIT.

029960*---------------------------------------------------------------
029970* 4188-CHECK-STRUCT-DELETE - a STRUCT may only be deleted once
029980*                 every child hanging off its field id is also
029990*                 pending delete in this same queue
030000*---------------------------------------------------------------
030010 4188-CHECK-STRUCT-DELETE.
030020     IF PC-OP-DELETE-COLUMN (PC-IDX)
030030         MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
030040         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
030050         IF WS-ENTRY-FOUND
030060              AND COL-FIELD-TYPE OF WS-SCHEMA-BODY
030070                      (WS-FOUND-COLUMN-INDEX) = 'STRUCT'
030080             MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
030090                     (WS-FOUND-COLUMN-INDEX)
030100                 TO WS-PARENT-ID-LOOKUP
030110             PERFORM 4189-CHECK-ONE-CHILD-COLUMN THRU 4189-EXIT
030120                 VARYING WS-WORK-INDEX-2 FROM 1 BY 1
030130                 UNTIL WS-WORK-INDEX-2 >
030140                         SS-COLUMN-COUNT OF WS-SCHEMA-BODY
030150                    OR WS-COMMIT-IS-INVALID
030160         END-IF
030170     END-IF.
030180 4188-EXIT.
030190     EXIT.

030200*---------------------------------------------------------------
030210* 4189-CHECK-ONE-CHILD-COLUMN - every live child must have its
030220*                 own pending delete
030230*---------------------------------------------------------------
030240 4189-CHECK-ONE-CHILD-COLUMN.
030250     IF WS-PARENT-ID-LOOKUP > 0
030260          AND COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY
030270                  (WS-WORK-INDEX-2) = WS-PARENT-ID-LOOKUP
030280         SET WS-ENTRY-NOT-FOUND TO TRUE
030290         MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX-2)
030300             TO WS-COMPARE-NAME-1
030310         PERFORM 4192-SCAN-PENDING-CHILD-DELETE THRU 4192-EXIT
030320             VARYING WS-CHILD-SCAN-INDEX FROM 1 BY 1
030330             UNTIL WS-CHILD-SCAN-INDEX > PENDING-CHANGE-COUNT
030340                OR WS-ENTRY-FOUND
030350         IF WS-ENTRY-NOT-FOUND
030360             SET WS-COMMIT-IS-INVALID TO TRUE
030370             MOVE 'Delete the STRUCT children before the parent'
030380                 TO WS-VALIDATION-REASON
030390         END-IF
030400     END-IF.
030410 4189-EXIT.
030420     EXIT.

030430*---------------------------------------------------------------
030440* 4190-CHECK-TABLE-REF-EDIT - a column registered on either
030450*                 side of a cross-table reference can not be
030460*                 renamed or deleted, and can only be retyped
030470*                 by a safe promotion, whatever this session's
030480*                 ALLOW-INCOMPAT override says - the other
030490*                 table's feed joins on it
030500*---------------------------------------------------------------
030510 4190-CHECK-TABLE-REF-EDIT.
030520     IF (PC-OP-RENAME-COLUMN (PC-IDX)
030530             OR PC-OP-DELETE-COLUMN (PC-IDX)
030540             OR PC-OP-UPDATE-COLUMN (PC-IDX))
030550             AND TABLE-REF-COUNT > 0
030560         MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
030570         PERFORM 4191-SCAN-REFS-FOR-COLUMN THRU 4191-EXIT
030580             VARYING WS-REF-SCAN-INDEX FROM 1 BY 1
030590             UNTIL WS-REF-SCAN-INDEX > TABLE-REF-COUNT
030600                OR WS-COMMIT-IS-INVALID
030610     END-IF.
030620 4190-EXIT.
030630     EXIT.

030640*---------------------------------------------------------------
030650* 4191-SCAN-REFS-FOR-COLUMN - test one registered reference
030660*                 against the column being edited
030670*---------------------------------------------------------------
030680 4191-SCAN-REFS-FOR-COLUMN.
030690     SET WS-ENTRY-NOT-FOUND TO TRUE
030700     IF WS-REF-SOURCE-TABLE (WS-REF-SCAN-INDEX)
030710             = WS-CURRENT-TABLE-NAME
030720         MOVE WS-REF-SOURCE-COLUMN (WS-REF-SCAN-INDEX)
030730             TO WS-COMPARE-NAME-2
030740         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
030750         IF WS-NAMES-DO-MATCH
030760             SET WS-ENTRY-FOUND TO TRUE
030770         END-IF
030780     END-IF
030790     IF WS-ENTRY-NOT-FOUND
030800          AND WS-REF-TARGET-TABLE (WS-REF-SCAN-INDEX)
030810              = WS-CURRENT-TABLE-NAME
030820         MOVE WS-REF-TARGET-COLUMN (WS-REF-SCAN-INDEX)
030830             TO WS-COMPARE-NAME-2
030840         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
030850         IF WS-NAMES-DO-MATCH
030860             SET WS-ENTRY-FOUND TO TRUE
030870         END-IF
030880     END-IF
030890     IF WS-ENTRY-FOUND
030900         IF PC-OP-UPDATE-COLUMN (PC-IDX)
030910             MOVE PC-OLD-TYPE (PC-IDX) TO WS-COMPARE-OLD-TYPE
030920             MOVE PC-NEW-TYPE (PC-IDX) TO WS-COMPARE-NEW-TYPE
030930             PERFORM 3300-TYPES-COMPATIBLE THRU 3300-EXIT
030940             IF WS-TYPES-ARE-INCOMPATIBLE
030950                 SET WS-COMMIT-IS-INVALID TO TRUE
030960                 MOVE
030970                 'Cannot incompatibly retype a reference column'
030980                     TO WS-VALIDATION-REASON
030990             END-IF
031000         ELSE
031010             SET WS-COMMIT-IS-INVALID TO TRUE
031020             MOVE 'Cannot rename or delete a reference column'
031030                 TO WS-VALIDATION-REASON
031040         END-IF
031050     END-IF.
031060 4191-EXIT.
031070     EXIT.

031080*---------------------------------------------------------------
031090* 4192-SCAN-PENDING-CHILD-DELETE - does one pending delete name
031100*                 the child in WS-COMPARE-NAME-1
031110*---------------------------------------------------------------
031120 4192-SCAN-PENDING-CHILD-DELETE.
031130     IF PC-OP-DELETE-COLUMN (WS-CHILD-SCAN-INDEX)
031140         MOVE PC-FIELD-NAME (WS-CHILD-SCAN-INDEX)
031150             TO WS-COMPARE-NAME-2
031160         PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
031170         IF WS-NAMES-DO-MATCH
031180             SET WS-ENTRY-FOUND TO TRUE
031190         END-IF
031200     END-IF.
031210 4192-EXIT.
031220     EXIT.

031230*---------------------------------------------------------------
031240* 4193-CHECK-TABLE-REF-ADD - a pending ADD-TABLE-REF needs a
031250*                 real referencing column (live or added this
031260*                 commit), a referenced column that exists on
031270*                 the referenced table's committed snapshot,
031280*                 and must not already be registered
031290*---------------------------------------------------------------
031300 4193-CHECK-TABLE-REF-ADD.
031310     IF PC-OP-ADD-TABLE-REF (PC-IDX)
031320         MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
031330         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
031340         IF WS-ENTRY-NOT-FOUND
031350             PERFORM 4151-SCAN-PENDING-ADDS THRU 4151-EXIT
031360                 VARYING WS-WORK-INDEX-2 FROM 1 BY 1
031370                 UNTIL WS-WORK-INDEX-2 > PENDING-CHANGE-COUNT
031380                    OR WS-ENTRY-FOUND
031390         END-IF
031400         IF WS-ENTRY-NOT-FOUND
031410             SET WS-COMMIT-IS-INVALID TO TRUE
031420             MOVE 'Referencing column does not exist'
031430                 TO WS-VALIDATION-REASON
031440         END-IF
031450         IF WS-COMMIT-IS-VALID
031460             PERFORM 4194-CHECK-REFERENCED-COLUMN THRU 4194-EXIT
031470         END-IF
031480         IF WS-COMMIT-IS-VALID
031490             PERFORM 4196-CHECK-DUPLICATE-REF THRU 4196-EXIT
031500         END-IF
031510     END-IF.
031520 4193-EXIT.
031530     EXIT.

031540*---------------------------------------------------------------
031550* 4194-CHECK-REFERENCED-COLUMN - the referenced table/column
031560*                 must stand in the committed snapshot catalog
031570*---------------------------------------------------------------
031580 4194-CHECK-REFERENCED-COLUMN.
031590     MOVE PC-NEW-NAME (PC-IDX)
031600         TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
031610     OPEN INPUT SCHEMA-SNAPSHOT-FILE
031620     READ SCHEMA-SNAPSHOT-FILE
031630         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
031640     END-READ
031650     IF WS-SNAP-OK
031660         SET WS-ENTRY-NOT-FOUND TO TRUE
031670         PERFORM 4195-SCAN-REFERENCED-TABLE THRU 4195-EXIT
031680             VARYING WS-WORK-INDEX-2 FROM 1 BY 1
031690             UNTIL WS-WORK-INDEX-2 >
031700                     SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
031710                OR WS-ENTRY-FOUND
031720         IF WS-ENTRY-NOT-FOUND
031730             SET WS-COMMIT-IS-INVALID TO TRUE
031740             MOVE 'Referenced column not on referenced table'
031750                 TO WS-VALIDATION-REASON
031760         END-IF
031770     ELSE
031780         SET WS-COMMIT-IS-INVALID TO TRUE
031790         MOVE 'Referenced table is not in the snapshot catalog'
031800             TO WS-VALIDATION-REASON
031810     END-IF
031820     CLOSE SCHEMA-SNAPSHOT-FILE.
031830 4194-EXIT.
031840     EXIT.

031850*---------------------------------------------------------------
031860* 4195-SCAN-REFERENCED-TABLE - test one referenced-side column
031870*---------------------------------------------------------------
031880 4195-SCAN-REFERENCED-TABLE.
031890     MOVE PC-REFERENCE-FIELD (PC-IDX) TO WS-COMPARE-NAME-1
031900     MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
031910             (WS-WORK-INDEX-2) TO WS-COMPARE-NAME-2
031920     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
031930     IF WS-NAMES-DO-MATCH
031940         SET WS-ENTRY-FOUND TO TRUE
031950     END-IF.
031960 4195-EXIT.
031970     EXIT.

031980*---------------------------------------------------------------
031990* 4196-CHECK-DUPLICATE-REF - the same reference may only be
032000*                 registered once
032010*---------------------------------------------------------------
032020 4196-CHECK-DUPLICATE-REF.
032030     SET WS-ENTRY-NOT-FOUND TO TRUE
032040     PERFORM 4199-MATCH-ONE-TABLE-REF THRU 4199-EXIT
032050         VARYING WS-REF-SCAN-INDEX FROM 1 BY 1
032060         UNTIL WS-REF-SCAN-INDEX > TABLE-REF-COUNT
032070            OR WS-ENTRY-FOUND
032080     IF WS-ENTRY-FOUND
032090         SET WS-COMMIT-IS-INVALID TO TRUE
032100         MOVE 'Reference is already registered'
032110             TO WS-VALIDATION-REASON
032120     END-IF.
032130 4196-EXIT.
032140     EXIT.

032150*---------------------------------------------------------------
032160* 4197-CHECK-TABLE-REF-DROP - a pending drop must name a
032170*                 registered reference exactly as it stands
032180*---------------------------------------------------------------
032190 4197-CHECK-TABLE-REF-DROP.
032200     IF PC-OP-DROP-TABLE-REF (PC-IDX)
032210         SET WS-ENTRY-NOT-FOUND TO TRUE
032220         PERFORM 4199-MATCH-ONE-TABLE-REF THRU 4199-EXIT
032230             VARYING WS-REF-SCAN-INDEX FROM 1 BY 1
032240             UNTIL WS-REF-SCAN-INDEX > TABLE-REF-COUNT
032250                OR WS-ENTRY-FOUND
032260         IF WS-ENTRY-NOT-FOUND
032270             SET WS-COMMIT-IS-INVALID TO TRUE
032280             MOVE 'DROP-TABLE-REF names no registered reference'
032290                 TO WS-VALIDATION-REASON
032300         END-IF
032310     END-IF.
032320 4197-EXIT.
032330     EXIT.

032340*---------------------------------------------------------------
032350* 4198-CHECK-TYPE-ATTRIBUTES - precision and scale belong to a
032360*                 DECIMAL (at most 38 digits, scale not above
032370*                 precision) and a length to a STRING, FIXED or
032380*                 BINARY; zero is always the shop default
032390*---------------------------------------------------------------
032400 4198-CHECK-TYPE-ATTRIBUTES.
032410     EVALUATE PC-NEW-TYPE (PC-IDX)
032420         WHEN 'DECIMAL'
032430             IF PC-NEW-LENGTH (PC-IDX) > 0
032440                 SET WS-COMMIT-IS-INVALID TO TRUE
032450                 MOVE 'A length applies only to STRING, FIXED or'
032460                   & ' BINARY'
032470                     TO WS-VALIDATION-REASON
032480             END-IF
032490             IF PC-NEW-PRECISION (PC-IDX) > 38
032500                  OR PC-NEW-SCALE (PC-IDX)
032510                         > PC-NEW-PRECISION (PC-IDX)
032520                 SET WS-COMMIT-IS-INVALID TO TRUE
032530                 MOVE 'DECIMAL precision must be 1-38 with the'
032540                   & ' scale not above it'
032550                     TO WS-VALIDATION-REASON
032560             END-IF
032570         WHEN 'STRING'
032580         WHEN 'FIXED'
032590         WHEN 'BINARY'
032600             IF PC-NEW-PRECISION (PC-IDX) > 0
032610                  OR PC-NEW-SCALE (PC-IDX) > 0
032620                 SET WS-COMMIT-IS-INVALID TO TRUE
032630                 MOVE 'Precision and scale apply only to DECIMAL'
032640                     TO WS-VALIDATION-REASON
032650             END-IF
032660         WHEN OTHER
032670             IF PC-NEW-PRECISION (PC-IDX) > 0
032680                  OR PC-NEW-SCALE (PC-IDX) > 0
032690                  OR PC-NEW-LENGTH (PC-IDX) > 0
032700                 SET WS-COMMIT-IS-INVALID TO TRUE
032710                 MOVE 'Precision, scale and length do not apply'
032720                   & ' to this type'
032730                     TO WS-VALIDATION-REASON
032740             END-IF
032750     END-EVALUATE.
032760 4198-EXIT.
032770     EXIT.

032780*---------------------------------------------------------------
032790* 4199-MATCH-ONE-TABLE-REF - does one registry row carry this
032800*                 pending edit's reference
032810*---------------------------------------------------------------
032820 4199-MATCH-ONE-TABLE-REF.
032830     IF WS-REF-SOURCE-TABLE (WS-REF-SCAN-INDEX)
032840              = WS-CURRENT-TABLE-NAME
032850          AND WS-REF-SOURCE-COLUMN (WS-REF-SCAN-INDEX)
032860              = PC-FIELD-NAME (PC-IDX)
032870          AND WS-REF-TARGET-TABLE (WS-REF-SCAN-INDEX)
032880              = PC-NEW-NAME (PC-IDX)
032890          AND WS-REF-TARGET-COLUMN (WS-REF-SCAN-INDEX)
032900              = PC-REFERENCE-FIELD (PC-IDX)
032910         SET WS-ENTRY-FOUND TO TRUE
032920         MOVE WS-REF-SCAN-INDEX TO WS-WORK-INDEX
032930     END-IF.
032940 4199-EXIT.
032950     EXIT.

032960*---------------------------------------------------------------
032970* 4200-APPLY-ONE-CHANGE - apply one queued edit, then log it
032980*---------------------------------------------------------------
032990 4200-APPLY-ONE-CHANGE.
033000     MOVE 0 TO WS-LAST-FIELD-ID
033010     SET WS-CHANGE-WAS-STORED TO TRUE
033020     EVALUATE TRUE
033030         WHEN PC-OP-ADD-COLUMN (PC-IDX)
033040             PERFORM 4210-APPLY-ADD-COLUMN THRU 4210-EXIT
033050         WHEN PC-OP-ADD-REQUIRED (PC-IDX)
033060             PERFORM 4210-APPLY-ADD-COLUMN THRU 4210-EXIT
033070         WHEN PC-OP-RENAME-COLUMN (PC-IDX)
033080             PERFORM 4220-APPLY-RENAME-COLUMN THRU 4220-EXIT
033090         WHEN PC-OP-UPDATE-COLUMN (PC-IDX)
033100             PERFORM 4230-APPLY-UPDATE-COLUMN THRU 4230-EXIT
033110         WHEN PC-OP-UPDATE-DOC (PC-IDX)
033120             PERFORM 4240-APPLY-UPDATE-DOC THRU 4240-EXIT
033130         WHEN PC-OP-UPDATE-DEFAULT (PC-IDX)
033140             PERFORM 4250-APPLY-UPDATE-DEFAULT THRU 4250-EXIT
033150         WHEN PC-OP-MAKE-OPTIONAL (PC-IDX)
033160             PERFORM 4260-APPLY-MAKE-OPTIONAL THRU 4260-EXIT
033170         WHEN PC-OP-REQUIRE-COLUMN (PC-IDX)
033180             PERFORM 4265-APPLY-REQUIRE-COLUMN THRU 4265-EXIT
033190         WHEN PC-OP-DELETE-COLUMN (PC-IDX)
033200             PERFORM 4270-APPLY-DELETE-COLUMN THRU 4270-EXIT
033210         WHEN PC-OP-MOVE-FIRST (PC-IDX)
033220             PERFORM 4280-APPLY-MOVE-FIRST THRU 4280-EXIT
033230         WHEN PC-OP-MOVE-BEFORE (PC-IDX)
033240             PERFORM 4285-APPLY-MOVE-BEFORE THRU 4285-EXIT
033250         WHEN PC-OP-MOVE-AFTER (PC-IDX)
033260             PERFORM 4290-APPLY-MOVE-AFTER THRU 4290-EXIT
033270         WHEN PC-OP-ADD-PART-FLD (PC-IDX)
033280             PERFORM 4275-APPLY-ADD-PART-FIELD THRU 4275-EXIT
033290         WHEN PC-OP-DROP-PART-FLD (PC-IDX)
033300             PERFORM 4276-APPLY-DROP-PART-FIELD THRU 4276-EXIT
033310         WHEN PC-OP-ADD-TABLE-REF (PC-IDX)
033320             PERFORM 4410-APPLY-ADD-TABLE-REF THRU 4410-EXIT
033330         WHEN PC-OP-DROP-TABLE-REF (PC-IDX)
033340             PERFORM 4420-APPLY-DROP-TABLE-REF THRU 4420-EXIT
033350         WHEN PC-OP-SET-COL-CLASS (PC-IDX)
033360             PERFORM 4245-APPLY-SET-COL-CLASS THRU 4245-EXIT
033370     END-EVALUATE
033380     IF WS-CHANGE-NOT-STORED
033390         GO TO 4200-EXIT
033400     END-IF
033410     PERFORM 4300-WRITE-HISTORY-RECORD THRU 4300-EXIT
033420     ADD 1 TO WS-APPLIED-CHANGE-COUNT.
033430 4200-EXIT.
033440     EXIT.

033450*---------------------------------------------------------------
033460* 4210-APPLY-ADD-COLUMN - append a new column to the live schema
033470*---------------------------------------------------------------
033480 4210-APPLY-ADD-COLUMN.
033490     ADD 1 TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
033500     MOVE SS-COLUMN-COUNT OF WS-SCHEMA-BODY TO WS-WORK-INDEX
033510     ADD 1 TO SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY
033520     MOVE SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY
033530         TO COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033540     MOVE SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY
033550         TO WS-LAST-FIELD-ID
033560     MOVE PC-FIELD-NAME (PC-IDX)
033570         TO COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033580     MOVE PC-NEW-TYPE (PC-IDX)
033590         TO COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033600     IF PC-REQUIRED-FLAG (PC-IDX) = 'Y'
033610         MOVE 'N' TO COL-NULLABLE-FLAG OF WS-SCHEMA-BODY
033620                                       (WS-WORK-INDEX)
033630     ELSE
033640         MOVE 'Y' TO COL-NULLABLE-FLAG OF WS-SCHEMA-BODY
033650                                       (WS-WORK-INDEX)
033660     END-IF
033670     MOVE PC-DOC-TEXT (PC-IDX)
033680         TO COL-DOC-TEXT OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033690     MOVE PC-DEFAULT-VALUE (PC-IDX)
033700         TO COL-DEFAULT-VALUE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033710     MOVE 'N'
033720         TO COL-IDENTIFIER-FLAG OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033730     MOVE PC-ELEMENT-TYPE (PC-IDX)
033740         TO COL-ELEMENT-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033750     MOVE PC-NEW-PRECISION (PC-IDX)
033760         TO COL-FIELD-PRECISION OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033770     MOVE PC-NEW-SCALE (PC-IDX)
033780         TO COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033790     MOVE PC-NEW-LENGTH (PC-IDX)
033800         TO COL-FIELD-LENGTH OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033810     MOVE 0
033820         TO COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
033830     PERFORM 4212-RESOLVE-PARENT-FIELD-ID THRU 4212-EXIT.
033840 4210-EXIT.
033850     EXIT.

033860*---------------------------------------------------------------
033870* 4212-RESOLVE-PARENT-FIELD-ID - a dotted name hangs off the
033880*                 STRUCT column its prefix names; the parent's
033890*                 permanent id survives renames of either side
033900*---------------------------------------------------------------
033910 4212-RESOLVE-PARENT-FIELD-ID.
033920     MOVE 0 TO WS-DOT-POSITION
033930     PERFORM 4213-SCAN-ONE-NAME-BYTE THRU 4213-EXIT
033940         VARYING WS-WORK-INDEX-2 FROM 1 BY 1
033950         UNTIL WS-WORK-INDEX-2 > 30
033960     IF WS-DOT-POSITION > 1
033970         MOVE SPACES TO WS-LOOKUP-NAME
033980         MOVE PC-FIELD-NAME (PC-IDX) (1 : WS-DOT-POSITION - 1)
033990             TO WS-LOOKUP-NAME
034000         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
034010         IF WS-ENTRY-FOUND
034020             MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
034030                     (WS-FOUND-COLUMN-INDEX)
034040                 TO COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY
034050                     (WS-WORK-INDEX)
034060         END-IF
034070     END-IF.
034080 4212-EXIT.
034090     EXIT.

034100*---------------------------------------------------------------
034110* 4213-SCAN-ONE-NAME-BYTE - note the last '.' in the pending
034120*                 column name
034130*---------------------------------------------------------------
034140 4213-SCAN-ONE-NAME-BYTE.
034150     IF PC-FIELD-NAME (PC-IDX) (WS-WORK-INDEX-2 : 1) = '.'
034160         MOVE WS-WORK-INDEX-2 TO WS-DOT-POSITION
034170     END-IF.
034180 4213-EXIT.
034190     EXIT.

034200*---------------------------------------------------------------
034210* 4220-APPLY-RENAME-COLUMN - change one column's stored name
034220*---------------------------------------------------------------
034230 4220-APPLY-RENAME-COLUMN.
034240     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
034250     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
034260     IF WS-ENTRY-FOUND
034270         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
034280                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
034290         MOVE PC-NEW-NAME (PC-IDX)
034300             TO COL-FIELD-NAME OF WS-SCHEMA-BODY
034310                               (WS-FOUND-COLUMN-INDEX)
034320         PERFORM 4222-RESOLVE-RENAMED-PARENT THRU 4222-EXIT
034330     END-IF.
034340 4220-EXIT.
034350     EXIT.

034360*---------------------------------------------------------------
034370* 4222-RESOLVE-RENAMED-PARENT - the parent id follows the new
034380*                 name: a dotted name hangs off its prefix
034390*                 STRUCT, an undotted one is top level again
034400*---------------------------------------------------------------
034410 4222-RESOLVE-RENAMED-PARENT.
034420     MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
034430     MOVE 0
034440         TO COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
034450     MOVE 0 TO WS-DOT-POSITION
034460     PERFORM 4177-SCAN-ONE-NEW-NAME-BYTE THRU 4177-EXIT
034470         VARYING WS-WORK-INDEX-2 FROM 1 BY 1
034480         UNTIL WS-WORK-INDEX-2 > 30
034490     IF WS-DOT-POSITION > 1
034500         MOVE SPACES TO WS-LOOKUP-NAME
034510         MOVE PC-NEW-NAME (PC-IDX) (1 : WS-DOT-POSITION - 1)
034520             TO WS-LOOKUP-NAME
034530         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
034540         IF WS-ENTRY-FOUND
034550             MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
034560                     (WS-FOUND-COLUMN-INDEX)
034570                 TO COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY
034580                     (WS-WORK-INDEX)
034590         END-IF
034600     END-IF.
034610 4222-EXIT.
034620     EXIT.

034630*---------------------------------------------------------------
034640* 4230-APPLY-UPDATE-COLUMN - widen one column's stored type; a
034650*                 new width moves every later extract offset,
034660*                 so the extract copybook is regenerated
034670*---------------------------------------------------------------
034680 4230-APPLY-UPDATE-COLUMN.
034690     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
034700     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
034710     IF WS-ENTRY-FOUND
034720         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
034730                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
034740         MOVE PC-NEW-TYPE (PC-IDX)
034750             TO COL-FIELD-TYPE OF WS-SCHEMA-BODY
034760                               (WS-FOUND-COLUMN-INDEX)
034770         MOVE PC-NEW-PRECISION (PC-IDX)
034780             TO COL-FIELD-PRECISION OF WS-SCHEMA-BODY
034790                                    (WS-FOUND-COLUMN-INDEX)
034800         MOVE PC-NEW-SCALE (PC-IDX)
034810             TO COL-FIELD-SCALE OF WS-SCHEMA-BODY
034820                                (WS-FOUND-COLUMN-INDEX)
034830         MOVE PC-NEW-LENGTH (PC-IDX)
034840             TO COL-FIELD-LENGTH OF WS-SCHEMA-BODY
034850                                 (WS-FOUND-COLUMN-INDEX)
034860         SET WS-SCHEMA-WAS-REORDERED TO TRUE
034870     END-IF.
034880 4230-EXIT.
034890     EXIT.

034900*---------------------------------------------------------------
034910* 4240-APPLY-UPDATE-DOC - change one column's doc text
034920*---------------------------------------------------------------
034930 4240-APPLY-UPDATE-DOC.
034940     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
034950     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
034960     IF WS-ENTRY-FOUND
034970         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
034980                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
034990         MOVE PC-DOC-TEXT (PC-IDX)
035000             TO COL-DOC-TEXT OF WS-SCHEMA-BODY
035010                               (WS-FOUND-COLUMN-INDEX)
035020     END-IF.
035030 4240-EXIT.
035040     EXIT.

035050*---------------------------------------------------------------
035060* 4245-APPLY-SET-COL-CLASS - write or rewrite the column's
035070*                 COLCLASS entry; the entry it replaces is the
035080*                 history row's old value
035090*---------------------------------------------------------------
035100 4245-APPLY-SET-COL-CLASS.
035110     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
035120     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
035130     IF WS-ENTRY-NOT-FOUND
035140         GO TO 4245-EXIT
035150     END-IF
035160     MOVE COL-FIELD-ID OF WS-SCHEMA-BODY (WS-FOUND-COLUMN-INDEX)
035170         TO WS-LAST-FIELD-ID
035180     MOVE 'PUBLIC' TO PC-OLD-CLASS (PC-IDX)
035190     MOVE 'NONE' TO PC-OLD-MASK-RULE (PC-IDX)
035200     OPEN I-O COL-CLASS-FILE
035210     IF NOT WS-COLCLASS-OPENED
035220         PERFORM 9300-COLCLASS-NOT-WRITTEN THRU 9300-EXIT
035230         GO TO 4245-EXIT
035240     END-IF
035250     MOVE WS-CURRENT-TABLE-NAME TO CC-TABLE-NAME
035260     MOVE WS-LAST-FIELD-ID TO CC-FIELD-ID
035270     READ COL-CLASS-FILE
035280         KEY IS CC-KEY
035290     END-READ
035300     IF WS-COLCLASS-OK
035310         MOVE CC-CLASSIFICATION TO PC-OLD-CLASS (PC-IDX)
035320         MOVE CC-MASK-RULE TO PC-OLD-MASK-RULE (PC-IDX)
035330         MOVE PC-NEW-CLASS (PC-IDX) TO CC-CLASSIFICATION
035340         MOVE PC-NEW-MASK-RULE (PC-IDX) TO CC-MASK-RULE
035350         MOVE WS-RUN-TIMESTAMP TO CC-CLASSIFIED-AT
035360         REWRITE COL-CLASS-RECORD
035370     ELSE
035380         MOVE WS-CURRENT-TABLE-NAME TO CC-TABLE-NAME
035390         MOVE WS-LAST-FIELD-ID TO CC-FIELD-ID
035400         MOVE PC-NEW-CLASS (PC-IDX) TO CC-CLASSIFICATION
035410         MOVE PC-NEW-MASK-RULE (PC-IDX) TO CC-MASK-RULE
035420         MOVE WS-RUN-TIMESTAMP TO CC-CLASSIFIED-AT
035430         WRITE COL-CLASS-RECORD
035440     END-IF
035450     IF NOT WS-COLCLASS-OK
035460         PERFORM 9300-COLCLASS-NOT-WRITTEN THRU 9300-EXIT
035470     END-IF
035480     CLOSE COL-CLASS-FILE.
035490 4245-EXIT.
035500     EXIT.

035510*---------------------------------------------------------------
035520* 4250-APPLY-UPDATE-DEFAULT - change one column's default value
035530*---------------------------------------------------------------
035540 4250-APPLY-UPDATE-DEFAULT.
035550     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
035560     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
035570     IF WS-ENTRY-FOUND
035580         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
035590                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
035600         MOVE PC-DEFAULT-VALUE (PC-IDX)
035610             TO COL-DEFAULT-VALUE OF WS-SCHEMA-BODY
035620                               (WS-FOUND-COLUMN-INDEX)
035630     END-IF.
035640 4250-EXIT.
035650     EXIT.

035660*---------------------------------------------------------------
035670* 4260-APPLY-MAKE-OPTIONAL - drop the NOT NULL requirement
035680*---------------------------------------------------------------
035690 4260-APPLY-MAKE-OPTIONAL.
035700     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
035710     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
035720     IF WS-ENTRY-FOUND
035730         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
035740                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
035750         MOVE 'Y'
035760             TO COL-NULLABLE-FLAG OF WS-SCHEMA-BODY
035770                               (WS-FOUND-COLUMN-INDEX)
035780     END-IF.
035790 4260-EXIT.
035800     EXIT.

035810*---------------------------------------------------------------
035820* 4265-APPLY-REQUIRE-COLUMN - impose the NOT NULL requirement
035830*---------------------------------------------------------------
035840 4265-APPLY-REQUIRE-COLUMN.
035850     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
035860     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
035870     IF WS-ENTRY-FOUND
035880         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
035890                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
035900         MOVE 'N'
035910             TO COL-NULLABLE-FLAG OF WS-SCHEMA-BODY
035920                               (WS-FOUND-COLUMN-INDEX)
035930     END-IF.
035940 4265-EXIT.
035950     EXIT.

035960*---------------------------------------------------------------
035970* 4270-APPLY-DELETE-COLUMN - remove a column, closing the gap
035980*---------------------------------------------------------------
035990 4270-APPLY-DELETE-COLUMN.
036000     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
036010     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
036020     IF WS-ENTRY-FOUND
036030         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
036040                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
036050         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
036060         PERFORM 4271-SHIFT-COLUMN-DOWN THRU 4271-EXIT
036070             VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY 1
036080             UNTIL WS-WORK-INDEX >=
036090                   SS-COLUMN-COUNT OF WS-SCHEMA-BODY
036100         SUBTRACT 1 FROM SS-COLUMN-COUNT OF WS-SCHEMA-BODY
036110         SET WS-SCHEMA-WAS-REORDERED TO TRUE
036120     END-IF.
036130 4270-EXIT.
036140     EXIT.

036150*---------------------------------------------------------------
036160* 4271-SHIFT-COLUMN-DOWN - move the next entry into this slot
036170*---------------------------------------------------------------
036180 4271-SHIFT-COLUMN-DOWN.
036190     MOVE SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX + 1)
036200         TO SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX).
036210 4271-EXIT.
036220     EXIT.

036230*---------------------------------------------------------------
036240* 4275-APPLY-ADD-PART-FIELD - append one partition spec entry
036250*---------------------------------------------------------------
036260 4275-APPLY-ADD-PART-FIELD.
036270     PERFORM 4279-NOTE-SOURCE-FIELD-ID THRU 4279-EXIT
036280     IF SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY < 5
036290         ADD 1 TO SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
036300         MOVE SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
036310             TO WS-WORK-INDEX
036320         MOVE PC-FIELD-NAME (PC-IDX)
036330             TO SP-SOURCE-COLUMN OF WS-SCHEMA-BODY
036340                                 (WS-WORK-INDEX)
036350         MOVE PC-NEW-TYPE (PC-IDX)
036360             TO SP-TRANSFORM OF WS-SCHEMA-BODY (WS-WORK-INDEX)
036370         MOVE PC-NEW-LENGTH (PC-IDX)
036380             TO SP-TRANSFORM-WIDTH OF WS-SCHEMA-BODY
036390                                 (WS-WORK-INDEX)
036400     END-IF.
036410 4275-EXIT.
036420     EXIT.

036430*---------------------------------------------------------------
036440* 4276-APPLY-DROP-PART-FIELD - remove one partition spec entry,
036450*                 closing the gap
036460*---------------------------------------------------------------
036470 4276-APPLY-DROP-PART-FIELD.
036480     PERFORM 4279-NOTE-SOURCE-FIELD-ID THRU 4279-EXIT
036490     SET WS-ENTRY-NOT-FOUND TO TRUE
036500     MOVE 0 TO WS-WORK-INDEX
036510     PERFORM 4277-FIND-PART-ENTRY THRU 4277-EXIT
036520         VARYING WS-WORK-INDEX-2 FROM 1 BY 1
036530         UNTIL WS-WORK-INDEX-2 >
036540                 SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
036550            OR WS-ENTRY-FOUND
036560     IF WS-ENTRY-FOUND
036570         MOVE SP-SOURCE-COLUMN OF WS-SCHEMA-BODY (WS-WORK-INDEX)
036580             TO PC-FIELD-NAME (PC-IDX)
036590         PERFORM 4278-SHIFT-PART-ENTRY-DOWN THRU 4278-EXIT
036600             VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY 1
036610             UNTIL WS-WORK-INDEX >=
036620                   SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
036630         SUBTRACT 1 FROM SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
036640     END-IF.
036650 4276-EXIT.
036660     EXIT.

036670*---------------------------------------------------------------
036680* 4277-FIND-PART-ENTRY - test one spec entry for a source match
036690*---------------------------------------------------------------
036700 4277-FIND-PART-ENTRY.
036710     MOVE PC-FIELD-NAME (PC-IDX) TO WS-COMPARE-NAME-1
036720     MOVE SP-SOURCE-COLUMN OF WS-SCHEMA-BODY (WS-WORK-INDEX-2)
036730         TO WS-COMPARE-NAME-2
036740     PERFORM 3200-NAMES-MATCH THRU 3200-EXIT
036750     IF WS-NAMES-DO-MATCH
036760          AND (PC-NEW-TYPE (PC-IDX) = SPACES
036770               OR SP-TRANSFORM OF WS-SCHEMA-BODY
036780                      (WS-WORK-INDEX-2) = PC-NEW-TYPE (PC-IDX))
036790         SET WS-ENTRY-FOUND TO TRUE
036800         MOVE WS-WORK-INDEX-2 TO WS-WORK-INDEX
036810     END-IF.
036820 4277-EXIT.
036830     EXIT.

036840*---------------------------------------------------------------
036850* 4278-SHIFT-PART-ENTRY-DOWN - move the next entry into this slot
036860*---------------------------------------------------------------
036870 4278-SHIFT-PART-ENTRY-DOWN.
036880     MOVE SS-PART-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX + 1)
036890         TO SS-PART-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX).
036900 4278-EXIT.
036910     EXIT.

036920*---------------------------------------------------------------
036930* 4279-NOTE-SOURCE-FIELD-ID - a partition edit's history row
036940*                 carries the id of its source column
036950*---------------------------------------------------------------
036960 4279-NOTE-SOURCE-FIELD-ID.
036970     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
036980     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
036990     IF WS-ENTRY-FOUND
037000         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
037010                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
037020     END-IF.
037030 4279-EXIT.
037040     EXIT.

037050*---------------------------------------------------------------
037060* 4281-SHIFT-COLUMN-UP - move the prior entry into this slot
037070*---------------------------------------------------------------
037080 4281-SHIFT-COLUMN-UP.
037090     MOVE SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX - 1)
037100         TO SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX).
037110 4281-EXIT.
037120     EXIT.

037130*---------------------------------------------------------------
037140* 4280-APPLY-MOVE-FIRST - reposition a column to slot one
037150*---------------------------------------------------------------
037160 4280-APPLY-MOVE-FIRST.
037170     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
037180     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
037190     IF WS-ENTRY-FOUND
037200         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
037210                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
037220         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
037230         MOVE 1 TO WS-TARGET-COLUMN-INDEX
037240         PERFORM 4295-REPOSITION-COLUMN THRU 4295-EXIT
037250         SET WS-SCHEMA-WAS-REORDERED TO TRUE
037260     END-IF.
037270 4280-EXIT.
037280     EXIT.

037290*---------------------------------------------------------------
037300* 4285-APPLY-MOVE-BEFORE - reposition a column before another
037310*---------------------------------------------------------------
037320 4285-APPLY-MOVE-BEFORE.
037330     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
037340     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
037350     IF WS-ENTRY-FOUND
037360         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
037370                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
037380         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
037390         MOVE PC-REFERENCE-FIELD (PC-IDX) TO WS-LOOKUP-NAME
037400         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
037410         IF WS-ENTRY-FOUND
037420             MOVE WS-FOUND-COLUMN-INDEX
037430                 TO WS-REFERENCE-COLUMN-INDEX
037440             IF WS-WORK-INDEX < WS-REFERENCE-COLUMN-INDEX
037450                 COMPUTE WS-TARGET-COLUMN-INDEX =
037460                     WS-REFERENCE-COLUMN-INDEX - 1
037470             ELSE
037480                 MOVE WS-REFERENCE-COLUMN-INDEX
037490                     TO WS-TARGET-COLUMN-INDEX
037500             END-IF
037510             PERFORM 4295-REPOSITION-COLUMN THRU 4295-EXIT
037520             SET WS-SCHEMA-WAS-REORDERED TO TRUE
037530         END-IF
037540     END-IF.
037550 4285-EXIT.
037560     EXIT.

037570*---------------------------------------------------------------
037580* 4290-APPLY-MOVE-AFTER - reposition a column after another
037590*---------------------------------------------------------------
037600 4290-APPLY-MOVE-AFTER.
037610     MOVE PC-FIELD-NAME (PC-IDX) TO WS-LOOKUP-NAME
037620     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
037630     IF WS-ENTRY-FOUND
037640         MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
037650                 (WS-FOUND-COLUMN-INDEX) TO WS-LAST-FIELD-ID
037660         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
037670         MOVE PC-REFERENCE-FIELD (PC-IDX) TO WS-LOOKUP-NAME
037680         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
037690         IF WS-ENTRY-FOUND
037700             MOVE WS-FOUND-COLUMN-INDEX
037710                 TO WS-REFERENCE-COLUMN-INDEX
037720             IF WS-WORK-INDEX < WS-REFERENCE-COLUMN-INDEX
037730                 MOVE WS-REFERENCE-COLUMN-INDEX
037740                     TO WS-TARGET-COLUMN-INDEX
037750             ELSE
037760                 COMPUTE WS-TARGET-COLUMN-INDEX =
037770                     WS-REFERENCE-COLUMN-INDEX + 1
037780             END-IF
037790             PERFORM 4295-REPOSITION-COLUMN THRU 4295-EXIT
037800             SET WS-SCHEMA-WAS-REORDERED TO TRUE
037810         END-IF
037820     END-IF.
037830 4290-EXIT.
037840     EXIT.

037850*---------------------------------------------------------------
037860* 4295-REPOSITION-COLUMN - move one entry to its new slot
037870*---------------------------------------------------------------
037880 4295-REPOSITION-COLUMN.
037890     MOVE SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX)
037900         TO WS-SAVED-COLUMN-ENTRY
037910     IF WS-WORK-INDEX < WS-TARGET-COLUMN-INDEX
037920         PERFORM 4271-SHIFT-COLUMN-DOWN THRU 4271-EXIT
037930             VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY 1
037940             UNTIL WS-WORK-INDEX >= WS-TARGET-COLUMN-INDEX
037950     ELSE
037960         IF WS-WORK-INDEX > WS-TARGET-COLUMN-INDEX
037970             PERFORM 4281-SHIFT-COLUMN-UP THRU 4281-EXIT
037980                 VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY -1
037990                 UNTIL WS-WORK-INDEX <= WS-TARGET-COLUMN-INDEX
038000         END-IF
038010     END-IF
038020     MOVE WS-SAVED-COLUMN-ENTRY
038030         TO SS-COLUMN-ENTRY OF WS-SCHEMA-BODY
038040                           (WS-TARGET-COLUMN-INDEX).
038050 4295-EXIT.
038060     EXIT.

038070*---------------------------------------------------------------
038080* 4300-WRITE-HISTORY-RECORD - audit one applied change; a
038090*                 table-reference edit carries the referenced
038100*                 table in SH-OLD-VALUE and the referenced
038110*                 column in SH-NEW-VALUE
038120*---------------------------------------------------------------
038130 4300-WRITE-HISTORY-RECORD.
038140     MOVE WS-CURRENT-TABLE-NAME TO SH-TABLE-NAME
038150     MOVE WS-RUN-TIMESTAMP TO SH-RUN-TIMESTAMP
038160     MOVE PC-OPERATION-CODE (PC-IDX) TO SH-OPERATION-CODE
038170     MOVE PC-FIELD-NAME (PC-IDX) TO SH-FIELD-NAME
038180     MOVE PC-OLD-TYPE (PC-IDX) TO SH-OLD-TYPE
038190     MOVE PC-NEW-TYPE (PC-IDX) TO SH-NEW-TYPE
038200     MOVE SPACES TO SH-OLD-VALUE
038210     IF PC-OP-RENAME-COLUMN (PC-IDX)
038220         MOVE PC-NEW-NAME (PC-IDX) TO SH-NEW-VALUE
038230     ELSE
038240         IF PC-OP-MOVE-BEFORE (PC-IDX)
038250             OR PC-OP-MOVE-AFTER (PC-IDX)
038260             MOVE PC-REFERENCE-FIELD (PC-IDX) TO SH-NEW-VALUE
038270         ELSE
038280             IF PC-OP-UPDATE-DOC (PC-IDX)
038290                 MOVE PC-DOC-TEXT (PC-IDX) TO SH-NEW-VALUE
038300             ELSE
038310                 IF PC-OP-ADD-TABLE-REF (PC-IDX)
038320                     OR PC-OP-DROP-TABLE-REF (PC-IDX)
038330                     MOVE PC-NEW-NAME (PC-IDX) TO SH-OLD-VALUE
038340                     MOVE PC-REFERENCE-FIELD (PC-IDX)
038350                         TO SH-NEW-VALUE
038360                 ELSE
038370                     MOVE PC-DEFAULT-VALUE (PC-IDX)
038380                         TO SH-NEW-VALUE
038390                 END-IF
038400             END-IF
038410         END-IF
038420     END-IF
038430     IF PC-OP-SET-COL-CLASS (PC-IDX)
038440         PERFORM 4305-FORMAT-CLASS-VALUES THRU 4305-EXIT
038450         MOVE WS-CLASS-OLD-VALUE TO SH-OLD-VALUE
038460         MOVE WS-CLASS-NEW-VALUE TO SH-NEW-VALUE
038470     END-IF
038480     MOVE WS-LAST-FIELD-ID TO SH-FIELD-ID
038490     MOVE PC-ELEMENT-TYPE (PC-IDX) TO SH-ELEMENT-TYPE
038500     MOVE PC-OLD-PRECISION (PC-IDX) TO SH-OLD-PRECISION
038510     MOVE PC-OLD-SCALE (PC-IDX) TO SH-OLD-SCALE
038520     MOVE PC-OLD-LENGTH (PC-IDX) TO SH-OLD-LENGTH
038530     MOVE PC-NEW-PRECISION (PC-IDX) TO SH-NEW-PRECISION
038540     MOVE PC-NEW-SCALE (PC-IDX) TO SH-NEW-SCALE
038550     MOVE PC-NEW-LENGTH (PC-IDX) TO SH-NEW-LENGTH
038560     OPEN EXTEND SCHEMA-HISTORY-FILE
038570     WRITE SCHEMA-HIST-RECORD
038580     CLOSE SCHEMA-HISTORY-FILE.
038590 4300-EXIT.
038600     EXIT.

038610*---------------------------------------------------------------
038620* 4305-FORMAT-CLASS-VALUES - old and new classification as
038630*                 CLASS/RULE (PII/HASH) for history and diff
038640*---------------------------------------------------------------
038650 4305-FORMAT-CLASS-VALUES.
038660     MOVE SPACES TO WS-CLASS-OLD-VALUE
038670     MOVE SPACES TO WS-CLASS-NEW-VALUE
038680     STRING PC-OLD-CLASS (PC-IDX) DELIMITED BY SPACE
038690            '/' DELIMITED BY SIZE
038700            PC-OLD-MASK-RULE (PC-IDX) DELIMITED BY SPACE
038710         INTO WS-CLASS-OLD-VALUE
038720     STRING PC-NEW-CLASS (PC-IDX) DELIMITED BY SPACE
038730            '/' DELIMITED BY SIZE
038740            PC-NEW-MASK-RULE (PC-IDX) DELIMITED BY SPACE
038750         INTO WS-CLASS-NEW-VALUE.
038760 4305-EXIT.
038770     EXIT.

038780*---------------------------------------------------------------
038790* 4410-APPLY-ADD-TABLE-REF - register one cross-table reference
038800*---------------------------------------------------------------
038810 4410-APPLY-ADD-TABLE-REF.
038820     PERFORM 4279-NOTE-SOURCE-FIELD-ID THRU 4279-EXIT
038830     IF TABLE-REF-COUNT < 500
038840         ADD 1 TO TABLE-REF-COUNT
038850         MOVE WS-CURRENT-TABLE-NAME
038860             TO WS-REF-SOURCE-TABLE (TABLE-REF-COUNT)
038870         MOVE PC-FIELD-NAME (PC-IDX)
038880             TO WS-REF-SOURCE-COLUMN (TABLE-REF-COUNT)
038890         MOVE PC-NEW-NAME (PC-IDX)
038900             TO WS-REF-TARGET-TABLE (TABLE-REF-COUNT)
038910         MOVE PC-REFERENCE-FIELD (PC-IDX)
038920             TO WS-REF-TARGET-COLUMN (TABLE-REF-COUNT)
038930         SET WS-REFS-WERE-CHANGED TO TRUE
038940     END-IF.
038950 4410-EXIT.
038960     EXIT.

038970*---------------------------------------------------------------
038980* 4420-APPLY-DROP-TABLE-REF - remove one registered reference,
038990*                 closing the gap
039000*---------------------------------------------------------------
039010 4420-APPLY-DROP-TABLE-REF.
039020     PERFORM 4279-NOTE-SOURCE-FIELD-ID THRU 4279-EXIT
039030     SET WS-ENTRY-NOT-FOUND TO TRUE
039040     MOVE 0 TO WS-WORK-INDEX
039050     PERFORM 4199-MATCH-ONE-TABLE-REF THRU 4199-EXIT
039060         VARYING WS-REF-SCAN-INDEX FROM 1 BY 1
039070         UNTIL WS-REF-SCAN-INDEX > TABLE-REF-COUNT
039080            OR WS-ENTRY-FOUND
039090     IF WS-ENTRY-FOUND
039100         PERFORM 4430-SHIFT-TABLE-REF-DOWN THRU 4430-EXIT
039110             VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY 1
039120             UNTIL WS-WORK-INDEX >= TABLE-REF-COUNT
039130         SUBTRACT 1 FROM TABLE-REF-COUNT
039140         SET WS-REFS-WERE-CHANGED TO TRUE
039150     END-IF.
039160 4420-EXIT.
039170     EXIT.

039180*---------------------------------------------------------------
039190* 4430-SHIFT-TABLE-REF-DOWN - move the next entry into this slot
039200*---------------------------------------------------------------
039210 4430-SHIFT-TABLE-REF-DOWN.
039220     MOVE TABLE-REF-ENTRY (WS-WORK-INDEX + 1)
039230         TO TABLE-REF-ENTRY (WS-WORK-INDEX).
039240 4430-EXIT.
039250     EXIT.

039260*---------------------------------------------------------------
039270* 4500-REGENERATE-EXTRACT-COPYBOOK - rebuild the flat extract
039280*---------------------------------------------------------------
039290 4500-REGENERATE-EXTRACT-COPYBOOK.
039300     MOVE SPACES TO WS-EXTRACT-FILENAME
039310     STRING WS-CURRENT-TABLE-NAME DELIMITED BY SPACE
039320            '.cpy' DELIMITED BY SIZE
039330         INTO WS-EXTRACT-FILENAME
039340     OPEN OUTPUT EXTRACT-COPYBOOK-FILE
039350     MOVE SPACES TO EXTRACT-LINE-RECORD
039360     STRING '01  ' DELIMITED BY SIZE
039370            WS-CURRENT-TABLE-NAME DELIMITED BY SPACE
039380            '-EXTRACT-RECORD.' DELIMITED BY SIZE
039390         INTO EXTRACT-LINE-RECORD
039400     WRITE EXTRACT-LINE-RECORD
039410     PERFORM 4510-WRITE-ONE-EXTRACT-FIELD THRU 4510-EXIT
039420         VARYING WS-WORK-INDEX FROM 1 BY 1
039430         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
039440     CLOSE EXTRACT-COPYBOOK-FILE.
039450 4500-EXIT.
039460     EXIT.

039470*---------------------------------------------------------------
039480* 4510-WRITE-ONE-EXTRACT-FIELD - emit one flat-file FILLER line
039490*---------------------------------------------------------------
039500 4510-WRITE-ONE-EXTRACT-FIELD.
039510*    the STRUCT container itself carries no flat-file storage -
039520*    its children do - and a child's dotted name becomes a
039530*    legal COBOL name with the dots emitted as hyphens
039540     IF COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
039550             = 'STRUCT'
039560         GO TO 4510-EXIT
039570     END-IF
039580     PERFORM 4505-SELECT-EXTRACT-PIC-CLAUSE THRU 4505-EXIT
039590     MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
039600         TO WS-EXTRACT-FIELD-NAME
039610     INSPECT WS-EXTRACT-FIELD-NAME
039620         REPLACING ALL '.' BY '-'
039630     MOVE SPACES TO EXTRACT-LINE-RECORD
039640     STRING '    05  ' DELIMITED BY SIZE
039650            WS-EXTRACT-FIELD-NAME DELIMITED BY SPACE
039660            '  ' DELIMITED BY SIZE
039670            WS-EXTRACT-PIC-CLAUSE DELIMITED BY SPACE
039680            '.' DELIMITED BY SIZE
039690         INTO EXTRACT-LINE-RECORD
039700     WRITE EXTRACT-LINE-RECORD.
039710 4510-EXIT.
039720     EXIT.

039730*---------------------------------------------------------------
039740* 4505-SELECT-EXTRACT-PIC-CLAUSE - map an Iceberg type to a PIC;
039750*                 the widths here are the ones EXTRVALID,
039760*                 EXTRREPAIR, EXTRMIGRATE, MERGETARGET and
039770*                 DELTAGEN lay out, so change them together
039780*---------------------------------------------------------------
039790 4505-SELECT-EXTRACT-PIC-CLAUSE.
039800     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
039810         WHEN 'BOOLEAN'
039820             MOVE 'PIC X(01)' TO WS-EXTRACT-PIC-CLAUSE
039830         WHEN 'INT'
039840             MOVE 'PIC S9(09)' TO WS-EXTRACT-PIC-CLAUSE
039850         WHEN 'LONG'
039860             MOVE 'PIC S9(18)' TO WS-EXTRACT-PIC-CLAUSE
039870         WHEN 'FLOAT'
039880             MOVE 'PIC S9(09)V9(06)' TO WS-EXTRACT-PIC-CLAUSE
039890         WHEN 'DOUBLE'
039900             MOVE 'PIC S9(09)V9(06)' TO WS-EXTRACT-PIC-CLAUSE
039910         WHEN 'DECIMAL'
039920             PERFORM 4506-SELECT-DECIMAL-PIC-CLAUSE THRU 4506-EXIT
039930         WHEN 'DATE'
039940             MOVE 'PIC X(10)' TO WS-EXTRACT-PIC-CLAUSE
039950         WHEN 'TIME'
039960             MOVE 'PIC X(08)' TO WS-EXTRACT-PIC-CLAUSE
039970         WHEN 'TIMESTAMP'
039980             MOVE 'PIC X(26)' TO WS-EXTRACT-PIC-CLAUSE
039990         WHEN 'UUID'
040000             MOVE 'PIC X(36)' TO WS-EXTRACT-PIC-CLAUSE
040010         WHEN 'STRING'
040020         WHEN 'FIXED'
040030         WHEN 'BINARY'
040040             PERFORM 4507-SELECT-LENGTH-PIC-CLAUSE THRU 4507-EXIT
040050         WHEN OTHER
040060*            LIST and MAP ride serialised in the catch-all
040070*            30-byte field, like any unrecognised type
040080             MOVE 'PIC X(30)' TO WS-EXTRACT-PIC-CLAUSE
040090     END-EVALUATE.
040100 4505-EXIT.
040110     EXIT.

040120*---------------------------------------------------------------
040130* 4506-SELECT-DECIMAL-PIC-CLAUSE - DECIMAL(P,S) as S9(P-S)V9(S);
040140*                 an undeclared precision keeps the shop's
040150*                 S9(15)V9(02), and past 31 digits (beyond a
040160*                 zoned PIC) the value rides as P bytes of text
040170*---------------------------------------------------------------
040180 4506-SELECT-DECIMAL-PIC-CLAUSE.
040190     MOVE SPACES TO WS-EXTRACT-PIC-CLAUSE
040200     IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY (WS-WORK-INDEX) = 0
040210         MOVE 'PIC S9(15)V9(02)' TO WS-EXTRACT-PIC-CLAUSE
040220         GO TO 4506-EXIT
040230     END-IF
040240     IF COL-FIELD-PRECISION OF WS-SCHEMA-BODY (WS-WORK-INDEX) > 31
040250         MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
040260                 (WS-WORK-INDEX) TO WS-PIC-INTEGER-DIGITS
040270         STRING 'PIC X(' DELIMITED BY SIZE
040280                WS-PIC-INTEGER-DIGITS DELIMITED BY SIZE
040290                ')' DELIMITED BY SIZE
040300             INTO WS-EXTRACT-PIC-CLAUSE
040310         GO TO 4506-EXIT
040320     END-IF
040330     COMPUTE WS-PIC-INTEGER-DIGITS =
040340         COL-FIELD-PRECISION OF WS-SCHEMA-BODY (WS-WORK-INDEX)
040350       - COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
040360     MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
040370         TO WS-PIC-SCALE-DIGITS
040380     EVALUATE TRUE
040390         WHEN WS-PIC-SCALE-DIGITS = 0
040400             STRING 'PIC S9(' DELIMITED BY SIZE
040410                    WS-PIC-INTEGER-DIGITS DELIMITED BY SIZE
040420                    ')' DELIMITED BY SIZE
040430                 INTO WS-EXTRACT-PIC-CLAUSE
040440         WHEN WS-PIC-INTEGER-DIGITS = 0
040450             STRING 'PIC SV9(' DELIMITED BY SIZE
040460                    WS-PIC-SCALE-DIGITS DELIMITED BY SIZE
040470                    ')' DELIMITED BY SIZE
040480                 INTO WS-EXTRACT-PIC-CLAUSE
040490         WHEN OTHER
040500             STRING 'PIC S9(' DELIMITED BY SIZE
040510                    WS-PIC-INTEGER-DIGITS DELIMITED BY SIZE
040520                    ')V9(' DELIMITED BY SIZE
040530                    WS-PIC-SCALE-DIGITS DELIMITED BY SIZE
040540                    ')' DELIMITED BY SIZE
040550                 INTO WS-EXTRACT-PIC-CLAUSE
040560     END-EVALUATE.
040570 4506-EXIT.
040580     EXIT.

040590*---------------------------------------------------------------
040600* 4507-SELECT-LENGTH-PIC-CLAUSE - a STRING, FIXED or BINARY is
040610*                 PIC X of its declared length, or the shop's
040620*                 30-byte field when none was declared
040630*---------------------------------------------------------------
040640 4507-SELECT-LENGTH-PIC-CLAUSE.
040650     MOVE SPACES TO WS-EXTRACT-PIC-CLAUSE
040660     MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY (WS-WORK-INDEX)
040670         TO WS-PIC-LENGTH-DIGITS
040680     EVALUATE TRUE
040690         WHEN WS-PIC-LENGTH-DIGITS = 0
040700             MOVE 'PIC X(30)' TO WS-EXTRACT-PIC-CLAUSE
040710         WHEN WS-PIC-LENGTH-DIGITS < 100
040720             STRING 'PIC X(' DELIMITED BY SIZE
040730                    WS-PIC-LENGTH-DIGITS (2 : 2) DELIMITED BY SIZE
040740                    ')' DELIMITED BY SIZE
040750                 INTO WS-EXTRACT-PIC-CLAUSE
040760         WHEN OTHER
040770             STRING 'PIC X(' DELIMITED BY SIZE
040780                    WS-PIC-LENGTH-DIGITS DELIMITED BY SIZE
040790                    ')' DELIMITED BY SIZE
040800                 INTO WS-EXTRACT-PIC-CLAUSE
040810     END-EVALUATE.
040820 4507-EXIT.
040830     EXIT.

040840*---------------------------------------------------------------
040850* 4600-SAVE-TABLE-KEYS - persist this table's identifier columns
040860*---------------------------------------------------------------
040870 4600-SAVE-TABLE-KEYS.
040880     MOVE WS-CURRENT-TABLE-NAME TO TK-TABLE-NAME
040890     OPEN I-O TABLE-KEYS-FILE
040900     READ TABLE-KEYS-FILE
040910         KEY IS TK-TABLE-NAME
040920     END-READ
040930     MOVE 0 TO WS-PRIOR-KEY-COUNT
040940     IF WS-TBLKEYS-OK
040950         MOVE TK-KEY-FIELD-COUNT TO WS-PRIOR-KEY-COUNT
040960         PERFORM 4605-SAVE-ONE-PRIOR-KEY THRU 4605-EXIT
040970             VARYING WS-WORK-INDEX FROM 1 BY 1
040980             UNTIL WS-WORK-INDEX > WS-PRIOR-KEY-COUNT
040990     END-IF
041000     MOVE SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY
041010         TO TK-KEY-FIELD-COUNT
041020     PERFORM 4610-COPY-ONE-KEY-FIELD THRU 4610-EXIT
041030         VARYING WS-WORK-INDEX FROM 1 BY 1
041040         UNTIL WS-WORK-INDEX > TK-KEY-FIELD-COUNT
041050     IF WS-TBLKEYS-OK
041060         REWRITE TABLE-KEYS-RECORD
041070     ELSE
041080         WRITE TABLE-KEYS-RECORD
041090     END-IF
041100     CLOSE TABLE-KEYS-FILE
041110     MOVE 'N' TO WS-KEYS-CHANGED-SWITCH
041120     IF WS-PRIOR-KEY-COUNT NOT = TK-KEY-FIELD-COUNT
041130         SET WS-KEY-LIST-CHANGED TO TRUE
041140     ELSE
041150         PERFORM 4615-COMPARE-ONE-KEY-FIELD THRU 4615-EXIT
041160             VARYING WS-WORK-INDEX FROM 1 BY 1
041170             UNTIL WS-WORK-INDEX > TK-KEY-FIELD-COUNT
041180     END-IF
041190     IF WS-KEY-LIST-CHANGED
041200         PERFORM 4620-WRITE-KEY-HISTORY THRU 4620-EXIT
041210     END-IF.
041220 4600-EXIT.
041230     EXIT.

041240*---------------------------------------------------------------
041250* 4605-SAVE-ONE-PRIOR-KEY - hold one key column as TBLKEYS had
041260*                 it, so a change of list can be logged
041270*---------------------------------------------------------------
041280 4605-SAVE-ONE-PRIOR-KEY.
041290     MOVE TK-KEY-FIELD (WS-WORK-INDEX)
041300         TO WS-PRIOR-KEY-FIELD (WS-WORK-INDEX).
041310 4605-EXIT.
041320     EXIT.

041330*---------------------------------------------------------------
041340* 4610-COPY-ONE-KEY-FIELD - stage one key column into the record
041350*---------------------------------------------------------------
041360 4610-COPY-ONE-KEY-FIELD.
041370     MOVE SS-IDENT-FIELD OF WS-SCHEMA-BODY (WS-WORK-INDEX)
041380         TO TK-KEY-FIELD (WS-WORK-INDEX).
041390 4610-EXIT.
041400     EXIT.

041410*---------------------------------------------------------------
041420* 4615-COMPARE-ONE-KEY-FIELD - same position, same column?
041430*---------------------------------------------------------------
041440 4615-COMPARE-ONE-KEY-FIELD.
041450     IF TK-KEY-FIELD (WS-WORK-INDEX)
041460         NOT = WS-PRIOR-KEY-FIELD (WS-WORK-INDEX)
041470         SET WS-KEY-LIST-CHANGED TO TRUE
041480     END-IF.
041490 4615-EXIT.
041500     EXIT.

041510*---------------------------------------------------------------
041520* 4620-WRITE-KEY-HISTORY - one SCHEMA-HISTORY.DAT row when the
041530*                 commit changed the identifier list; the old
041540*                 and new lists ride comma-separated in
041550*                 SH-OLD-VALUE and SH-NEW-VALUE (TBLKEYS stays
041560*                 the full record of the new list)
041570*---------------------------------------------------------------
041580 4620-WRITE-KEY-HISTORY.
041590     MOVE WS-CURRENT-TABLE-NAME TO SH-TABLE-NAME
041600     MOVE WS-RUN-TIMESTAMP TO SH-RUN-TIMESTAMP
041610     MOVE 'SET-IDENT-KEYS' TO SH-OPERATION-CODE
041620     MOVE SPACES TO SH-FIELD-NAME
041630     MOVE SPACES TO SH-OLD-TYPE
041640     MOVE SPACES TO SH-NEW-TYPE
041650     MOVE SPACES TO WS-KEY-LIST-TEXT
041660     MOVE 1 TO WS-KEY-LIST-POINTER
041670     PERFORM 4625-LIST-ONE-PRIOR-KEY THRU 4625-EXIT
041680         VARYING WS-WORK-INDEX FROM 1 BY 1
041690         UNTIL WS-WORK-INDEX > WS-PRIOR-KEY-COUNT
041700     MOVE WS-KEY-LIST-TEXT TO SH-OLD-VALUE
041710     MOVE SPACES TO WS-KEY-LIST-TEXT
041720     MOVE 1 TO WS-KEY-LIST-POINTER
041730     PERFORM 4630-LIST-ONE-NEW-KEY THRU 4630-EXIT
041740         VARYING WS-WORK-INDEX FROM 1 BY 1
041750         UNTIL WS-WORK-INDEX > TK-KEY-FIELD-COUNT
041760     MOVE WS-KEY-LIST-TEXT TO SH-NEW-VALUE
041770     MOVE 0 TO SH-FIELD-ID
041780     MOVE SPACES TO SH-ELEMENT-TYPE
041790     MOVE 0 TO SH-OLD-PRECISION SH-OLD-SCALE SH-OLD-LENGTH
041800     MOVE 0 TO SH-NEW-PRECISION SH-NEW-SCALE SH-NEW-LENGTH
041810     OPEN EXTEND SCHEMA-HISTORY-FILE
041820     IF NOT WS-HIST-OK
041830         PERFORM 9310-KEY-HISTORY-NOT-WRITTEN THRU 9310-EXIT
041840         GO TO 4620-EXIT
041850     END-IF
041860     WRITE SCHEMA-HIST-RECORD
041870     IF NOT WS-HIST-OK
041880         PERFORM 9310-KEY-HISTORY-NOT-WRITTEN THRU 9310-EXIT
041890     END-IF
041900     CLOSE SCHEMA-HISTORY-FILE.
041910 4620-EXIT.
041920     EXIT.

041930*---------------------------------------------------------------
041940* 4625-LIST-ONE-PRIOR-KEY - append one old key column to the
041950*                 list text; a list past 40 bytes is cut short
041960*---------------------------------------------------------------
041970 4625-LIST-ONE-PRIOR-KEY.
041980     IF WS-WORK-INDEX > 1 AND WS-KEY-LIST-POINTER < 41
041990         STRING ',' DELIMITED BY SIZE
042000             INTO WS-KEY-LIST-TEXT
042010             WITH POINTER WS-KEY-LIST-POINTER
042020         END-STRING
042030     END-IF
042040     IF WS-KEY-LIST-POINTER < 41
042050         STRING WS-PRIOR-KEY-FIELD (WS-WORK-INDEX)
042060                 DELIMITED BY SPACE
042070             INTO WS-KEY-LIST-TEXT
042080             WITH POINTER WS-KEY-LIST-POINTER
042090         END-STRING
042100     END-IF.
042110 4625-EXIT.
042120     EXIT.

042130*---------------------------------------------------------------
042140* 4630-LIST-ONE-NEW-KEY - append one new key column to the list
042150*---------------------------------------------------------------
042160 4630-LIST-ONE-NEW-KEY.
042170     IF WS-WORK-INDEX > 1 AND WS-KEY-LIST-POINTER < 41
042180         STRING ',' DELIMITED BY SIZE
042190             INTO WS-KEY-LIST-TEXT
042200             WITH POINTER WS-KEY-LIST-POINTER
042210         END-STRING
042220     END-IF
042230     IF WS-KEY-LIST-POINTER < 41
042240         STRING TK-KEY-FIELD (WS-WORK-INDEX) DELIMITED BY SPACE
042250             INTO WS-KEY-LIST-TEXT
042260             WITH POINTER WS-KEY-LIST-POINTER
042270         END-STRING
042280     END-IF.
042290 4630-EXIT.
042300     EXIT.

042310*---------------------------------------------------------------
042320* 4650-SAVE-TABLE-REFS - rewrite the whole reference registry
042330*                 from the work table
042340*---------------------------------------------------------------
042350 4650-SAVE-TABLE-REFS.
042360     OPEN OUTPUT TABLE-REFS-FILE
042370     PERFORM 4660-WRITE-ONE-TABLE-REF THRU 4660-EXIT
042380         VARYING TR-IDX FROM 1 BY 1
042390         UNTIL TR-IDX > TABLE-REF-COUNT
042400     CLOSE TABLE-REFS-FILE.
042410 4650-EXIT.
042420     EXIT.

042430*---------------------------------------------------------------
042440* 4660-WRITE-ONE-TABLE-REF - write one registry row
042450*---------------------------------------------------------------
042460 4660-WRITE-ONE-TABLE-REF.
042470     MOVE WS-REF-SOURCE-TABLE (TR-IDX) TO RF-REF-TABLE
042480     MOVE WS-REF-SOURCE-COLUMN (TR-IDX) TO RF-REF-COLUMN
042490     MOVE WS-REF-TARGET-TABLE (TR-IDX) TO RF-TGT-TABLE
042500     MOVE WS-REF-TARGET-COLUMN (TR-IDX) TO RF-TGT-COLUMN
042510     WRITE TABLE-REF-RECORD.
042520 4660-EXIT.
042530     EXIT.

042540*---------------------------------------------------------------
042550* 4700-SAVE-PRIOR-SNAPSHOT - preserve the before-commit layout
042560*---------------------------------------------------------------
042570 4700-SAVE-PRIOR-SNAPSHOT.
042580     MOVE WS-CURRENT-TABLE-NAME
042590         TO SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
042600     OPEN I-O SCHEMA-PRIOR-FILE
042610     READ SCHEMA-PRIOR-FILE
042620         KEY IS SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
042630     END-READ
042640     MOVE SS-COLUMN-COUNT OF WS-SCHEMA-BODY
042650         TO SS-COLUMN-COUNT OF FD-PRIOR-SNAPSHOT-REC
042660     MOVE WS-SCHEMA-BODY TO FD-PRIOR-SNAPSHOT-REC
042670     IF WS-PRIOR-OK
042680         REWRITE FD-PRIOR-SNAPSHOT-REC
042690     ELSE
042700         WRITE FD-PRIOR-SNAPSHOT-REC
042710     END-IF
042720     CLOSE SCHEMA-PRIOR-FILE.
042730 4700-EXIT.
042740     EXIT.

042750*---------------------------------------------------------------
042760* 4710-SAVE-CURRENT-SNAPSHOT - store the after-commit layout
042770*---------------------------------------------------------------
042780 4710-SAVE-CURRENT-SNAPSHOT.
042790     MOVE WS-CURRENT-TABLE-NAME
042800         TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
042810     OPEN I-O SCHEMA-SNAPSHOT-FILE
042820     READ SCHEMA-SNAPSHOT-FILE
042830         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
042840     END-READ
042850     COMPUTE SS-SCHEMA-VERSION OF WS-SCHEMA-BODY =
042860         WS-SESSION-SCHEMA-VERSION + 1
042870     MOVE SS-SCHEMA-VERSION OF WS-SCHEMA-BODY
042880         TO WS-SESSION-SCHEMA-VERSION
042890     MOVE SS-COLUMN-COUNT OF WS-SCHEMA-BODY
042900         TO SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
042910     MOVE WS-SCHEMA-BODY TO FD-CURR-SNAPSHOT-REC
042920     IF WS-SNAP-OK
042930         REWRITE FD-CURR-SNAPSHOT-REC
042940     ELSE
042950         WRITE FD-CURR-SNAPSHOT-REC
042960     END-IF
042970     CLOSE SCHEMA-SNAPSHOT-FILE.
042980 4710-EXIT.
042990     EXIT.

043000*---------------------------------------------------------------
043010* 4800-WRITE-UNION-CONFLICTS - log this commit's merge conflicts
043020*---------------------------------------------------------------
043030 4800-WRITE-UNION-CONFLICTS.
043040     OPEN EXTEND SCHEMA-UNION-CONFLICT-FILE
043050     PERFORM 4810-WRITE-ONE-CONFLICT THRU 4810-EXIT
043060         VARYING UC-IDX FROM 1 BY 1
043070         UNTIL UC-IDX > UNION-CONFLICT-COUNT
043080     CLOSE SCHEMA-UNION-CONFLICT-FILE.
043090 4800-EXIT.
043100     EXIT.

043110*---------------------------------------------------------------
043120* 4810-WRITE-ONE-CONFLICT - write one conflict row
043130*---------------------------------------------------------------
043140 4810-WRITE-ONE-CONFLICT.
043150     MOVE WS-CURRENT-TABLE-NAME TO UC-TABLE-NAME
043160     MOVE UC-WORK-FIELD-NAME (UC-IDX) TO UC-FIELD-NAME
043170     MOVE UC-WORK-CURRENT-TYPE (UC-IDX) TO UC-CURRENT-TYPE
043180     MOVE UC-WORK-INCOMING-TYPE (UC-IDX) TO UC-INCOMING-TYPE
043190     MOVE WS-RUN-TIMESTAMP TO UC-TIMESTAMP
043200     WRITE UNION-CONFLICT-RECORD.
043210 4810-EXIT.
043220     EXIT.

043230*---------------------------------------------------------------
043240* 5000-PREVIEW-COMMIT - validate the pending queue exactly as
043250*                 COMMIT-SCHEMA would, then write one predicted
043260*                 SCHEMA-DIFF-RECORD per change to PREDDIFF,
043270*                 plus predicted IDENT-ADDED / IDENT-REMOVED
043280*                 records when SET-IDENT-KEYS changed the key
043290*                 list this session, and discard the queue; no
043300*                 snapshot, history, key or extract file is
043310*                 touched (the stored snapshot is only read)
043320*---------------------------------------------------------------
043330 5000-PREVIEW-COMMIT.
043340     PERFORM 4050-STAMP-RUN-TIMESTAMP THRU 4050-EXIT
043350     PERFORM 4100-VALIDATE-PENDING-CHANGES THRU 4100-EXIT
043360     IF WS-COMMIT-IS-INVALID
043370         PERFORM 9220-VALIDATION-FAILED THRU 9220-EXIT
043380     ELSE
043390         OPEN EXTEND PREDICTED-DIFF-FILE
043400         PERFORM 5010-WRITE-ONE-PREDICTED-DIFF THRU 5010-EXIT
043410             VARYING PC-IDX FROM 1 BY 1
043420             UNTIL PC-IDX > PENDING-CHANGE-COUNT
043430         PERFORM 5100-PREVIEW-IDENT-CHANGES THRU 5100-EXIT
043440         CLOSE PREDICTED-DIFF-FILE
043450         MOVE PENDING-CHANGE-COUNT OF WS-PENDING-CHANGE-TABLE
043460             TO WS-APPLIED-COUNT-DISPLAY
043470         MOVE 0 TO PENDING-CHANGE-COUNT
043480         MOVE 0 TO UNION-CONFLICT-COUNT
043490         MOVE 'N' TO WS-REORDER-SWITCH
043500         MOVE 0 TO SR-RETURN-CODE
043510         STRING 'Predicted ' DELIMITED BY SIZE
043520                WS-APPLIED-COUNT-DISPLAY DELIMITED BY SIZE
043530                ' change(s), nothing committed'
043540                 DELIMITED BY SIZE
043550             INTO SR-MESSAGE
043560     END-IF.
043570 5000-EXIT.
043580     EXIT.

043590*---------------------------------------------------------------
043600* 5010-WRITE-ONE-PREDICTED-DIFF - map one queued edit onto the
043610*                 diff-record change types SCHEMADIFFRPT uses
043620*---------------------------------------------------------------
043630 5010-WRITE-ONE-PREDICTED-DIFF.
043640     MOVE WS-CURRENT-TABLE-NAME TO DR-TABLE-NAME
043650     MOVE PC-FIELD-NAME (PC-IDX) TO DR-FIELD-NAME
043660     MOVE SPACES TO DR-ATTRIBUTE
043670     MOVE SPACES TO DR-OLD-VALUE
043680     MOVE SPACES TO DR-NEW-VALUE
043690     EVALUATE TRUE
043700         WHEN PC-OP-ADD-COLUMN (PC-IDX)
043710              OR PC-OP-ADD-REQUIRED (PC-IDX)
043720             SET DR-COLUMN-ADDED TO TRUE
043730             PERFORM 5012-FORMAT-NEW-TYPE-SPEC THRU 5012-EXIT
043740             MOVE WS-TYPE-SPEC TO DR-NEW-VALUE
043750         WHEN PC-OP-RENAME-COLUMN (PC-IDX)
043760             SET DR-COLUMN-RENAMED TO TRUE
043770             MOVE PC-FIELD-NAME (PC-IDX) TO DR-OLD-VALUE
043780             MOVE PC-NEW-NAME (PC-IDX) TO DR-NEW-VALUE
043790         WHEN PC-OP-UPDATE-COLUMN (PC-IDX)
043800             SET DR-COLUMN-CHANGED TO TRUE
043810             MOVE 'TYPE' TO DR-ATTRIBUTE
043820             MOVE PC-OLD-TYPE (PC-IDX) TO WS-SPEC-TYPE
043830             MOVE PC-OLD-PRECISION (PC-IDX) TO WS-SPEC-PRECISION
043840             MOVE PC-OLD-SCALE (PC-IDX) TO WS-SPEC-SCALE
043850             MOVE PC-OLD-LENGTH (PC-IDX) TO WS-SPEC-LENGTH
043860             PERFORM 3400-FORMAT-TYPE-SPEC THRU 3400-EXIT
043870             MOVE WS-TYPE-SPEC TO DR-OLD-VALUE
043880             PERFORM 5012-FORMAT-NEW-TYPE-SPEC THRU 5012-EXIT
043890             MOVE WS-TYPE-SPEC TO DR-NEW-VALUE
043900         WHEN PC-OP-UPDATE-DOC (PC-IDX)
043910             SET DR-COLUMN-CHANGED TO TRUE
043920             MOVE 'DOC' TO DR-ATTRIBUTE
043930             MOVE PC-DOC-TEXT (PC-IDX) TO DR-NEW-VALUE
043940         WHEN PC-OP-UPDATE-DEFAULT (PC-IDX)
043950             SET DR-COLUMN-CHANGED TO TRUE
043960             MOVE 'DEFAULT' TO DR-ATTRIBUTE
043970             MOVE PC-DEFAULT-VALUE (PC-IDX) TO DR-NEW-VALUE
043980         WHEN PC-OP-MAKE-OPTIONAL (PC-IDX)
043990             SET DR-COLUMN-CHANGED TO TRUE
044000             MOVE 'NULLABLE' TO DR-ATTRIBUTE
044010             MOVE 'N' TO DR-OLD-VALUE
044020             MOVE 'Y' TO DR-NEW-VALUE
044030         WHEN PC-OP-REQUIRE-COLUMN (PC-IDX)
044040             SET DR-COLUMN-CHANGED TO TRUE
044050             MOVE 'NULLABLE' TO DR-ATTRIBUTE
044060             MOVE 'Y' TO DR-OLD-VALUE
044070             MOVE 'N' TO DR-NEW-VALUE
044080         WHEN PC-OP-DELETE-COLUMN (PC-IDX)
044090             SET DR-COLUMN-REMOVED TO TRUE
044100             MOVE PC-OLD-TYPE (PC-IDX) TO DR-OLD-VALUE
044110         WHEN PC-OP-MOVE-FIRST (PC-IDX)
044120             SET DR-COLUMN-CHANGED TO TRUE
044130             MOVE 'POSITION' TO DR-ATTRIBUTE
044140             MOVE 'FIRST' TO DR-NEW-VALUE
044150         WHEN PC-OP-MOVE-BEFORE (PC-IDX)
044160              OR PC-OP-MOVE-AFTER (PC-IDX)
044170             SET DR-COLUMN-CHANGED TO TRUE
044180             MOVE 'POSITION' TO DR-ATTRIBUTE
044190             MOVE PC-REFERENCE-FIELD (PC-IDX) TO DR-NEW-VALUE
044200         WHEN PC-OP-ADD-PART-FLD (PC-IDX)
044210             SET DR-PART-ADDED TO TRUE
044220             MOVE 'TRANSFORM' TO DR-ATTRIBUTE
044230             PERFORM 5012-FORMAT-NEW-TYPE-SPEC THRU 5012-EXIT
044240             MOVE WS-TYPE-SPEC TO DR-NEW-VALUE
044250         WHEN PC-OP-DROP-PART-FLD (PC-IDX)
044260             SET DR-PART-REMOVED TO TRUE
044270             MOVE 'TRANSFORM' TO DR-ATTRIBUTE
044280             MOVE PC-NEW-TYPE (PC-IDX) TO DR-OLD-VALUE
044290         WHEN PC-OP-ADD-TABLE-REF (PC-IDX)
044300             SET DR-REF-ADDED TO TRUE
044310             MOVE 'REFERENCE' TO DR-ATTRIBUTE
044320             MOVE PC-NEW-NAME (PC-IDX) TO DR-OLD-VALUE
044330             MOVE PC-REFERENCE-FIELD (PC-IDX) TO DR-NEW-VALUE
044340         WHEN PC-OP-DROP-TABLE-REF (PC-IDX)
044350             SET DR-REF-REMOVED TO TRUE
044360             MOVE 'REFERENCE' TO DR-ATTRIBUTE
044370             MOVE PC-NEW-NAME (PC-IDX) TO DR-OLD-VALUE
044380             MOVE PC-REFERENCE-FIELD (PC-IDX) TO DR-NEW-VALUE
044390         WHEN PC-OP-SET-COL-CLASS (PC-IDX)
044400             SET DR-COLUMN-CHANGED TO TRUE
044410             MOVE 'CLASS' TO DR-ATTRIBUTE
044420             PERFORM 4305-FORMAT-CLASS-VALUES THRU 4305-EXIT
044430             MOVE WS-CLASS-OLD-VALUE TO DR-OLD-VALUE
044440             MOVE WS-CLASS-NEW-VALUE TO DR-NEW-VALUE
044450     END-EVALUATE
044460     MOVE WS-RUN-TIMESTAMP TO DR-RUN-TIMESTAMP
044470     WRITE SCHEMA-DIFF-RECORD.
044480 5010-EXIT.
044490     EXIT.

044500*---------------------------------------------------------------
044510* 5012-FORMAT-NEW-TYPE-SPEC - the queued new type in full
044520*---------------------------------------------------------------
044530 5012-FORMAT-NEW-TYPE-SPEC.
044540     MOVE PC-NEW-TYPE (PC-IDX) TO WS-SPEC-TYPE
044550     MOVE PC-NEW-PRECISION (PC-IDX) TO WS-SPEC-PRECISION
044560     MOVE PC-NEW-SCALE (PC-IDX) TO WS-SPEC-SCALE
044570     MOVE PC-NEW-LENGTH (PC-IDX) TO WS-SPEC-LENGTH
044580     PERFORM 3400-FORMAT-TYPE-SPEC THRU 3400-EXIT.
044590 5012-EXIT.
044600     EXIT.

044610*---------------------------------------------------------------
044620* 5100-PREVIEW-IDENT-CHANGES - SET-IDENTIFIER-FIELDS applies
044630*                 the key list to the session immediately, not
044640*                 through the pending queue, so the prediction
044650*                 compares the session's list against the
044660*                 stored snapshot and writes one record per
044670*                 key added or removed
044680*---------------------------------------------------------------
044690 5100-PREVIEW-IDENT-CHANGES.
044700     MOVE WS-CURRENT-TABLE-NAME TO SS-TABLE-NAME
044710                                    OF FD-CURR-SNAPSHOT-REC
044720     OPEN INPUT SCHEMA-SNAPSHOT-FILE
044730     READ SCHEMA-SNAPSHOT-FILE
044740         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
044750     END-READ
044760     IF NOT WS-SNAP-OK
044770         MOVE 0 TO SS-IDENT-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC
044780     END-IF
044790     IF SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY > 0
044800         PERFORM 5110-CHECK-ONE-SESSION-IDENT THRU 5110-EXIT
044810             VARYING SS-IDENT-IDX OF WS-SCHEMA-BODY FROM 1 BY 1
044820             UNTIL SS-IDENT-IDX OF WS-SCHEMA-BODY >
044830                     SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY
044840     END-IF
044850     IF SS-IDENT-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC > 0
044860         PERFORM 5120-CHECK-ONE-STORED-IDENT THRU 5120-EXIT
044870             VARYING SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC
044880                 FROM 1 BY 1
044890             UNTIL SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC >
044900                     SS-IDENT-FIELD-COUNT
044910                         OF FD-CURR-SNAPSHOT-REC
044920     END-IF
044930     CLOSE SCHEMA-SNAPSHOT-FILE.
044940 5100-EXIT.
044950     EXIT.

044960*---------------------------------------------------------------
044970* 5110-CHECK-ONE-SESSION-IDENT - session key missing from the
044980*                 stored snapshot would be an IDENT-ADDED
044990*---------------------------------------------------------------
045000 5110-CHECK-ONE-SESSION-IDENT.
045010     MOVE SS-IDENT-FIELD OF WS-SCHEMA-BODY
045020              (SS-IDENT-IDX OF WS-SCHEMA-BODY)
045030         TO WS-COMPARE-NAME-1
045040     SET WS-ENTRY-NOT-FOUND TO TRUE
045050     IF SS-IDENT-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC > 0
045060         PERFORM 5115-SCAN-STORED-IDENT-STEP THRU 5115-EXIT
045070             VARYING SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC
045080                 FROM 1 BY 1
045090             UNTIL SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC >
045100                     SS-IDENT-FIELD-COUNT
045110                         OF FD-CURR-SNAPSHOT-REC
045120                OR WS-ENTRY-FOUND
045130     END-IF
045140     IF WS-ENTRY-NOT-FOUND
045150         MOVE WS-CURRENT-TABLE-NAME TO DR-TABLE-NAME
045160         SET DR-IDENT-ADDED TO TRUE
045170         MOVE WS-COMPARE-NAME-1 TO DR-FIELD-NAME
045180         MOVE SPACES TO DR-ATTRIBUTE
045190         MOVE SPACES TO DR-OLD-VALUE
045200         MOVE WS-COMPARE-NAME-1 TO DR-NEW-VALUE
045210         MOVE WS-RUN-TIMESTAMP TO DR-RUN-TIMESTAMP
045220         WRITE SCHEMA-DIFF-RECORD
045230     END-IF.
045240 5110-EXIT.
045250     EXIT.

045260*---------------------------------------------------------------
045270* 5115-SCAN-STORED-IDENT-STEP - test one stored key name
045280*---------------------------------------------------------------
045290 5115-SCAN-STORED-IDENT-STEP.
045300     IF SS-IDENT-FIELD OF FD-CURR-SNAPSHOT-REC
045310              (SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC)
045320              = WS-COMPARE-NAME-1
045330         SET WS-ENTRY-FOUND TO TRUE
045340     END-IF.
045350 5115-EXIT.
045360     EXIT.

045370*---------------------------------------------------------------
045380* 5120-CHECK-ONE-STORED-IDENT - stored key missing from the
045390*                 session's list would be an IDENT-REMOVED
045400*---------------------------------------------------------------
045410 5120-CHECK-ONE-STORED-IDENT.
045420     MOVE SS-IDENT-FIELD OF FD-CURR-SNAPSHOT-REC
045430              (SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC)
045440         TO WS-COMPARE-NAME-1
045450     SET WS-ENTRY-NOT-FOUND TO TRUE
045460     IF SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY > 0
045470         PERFORM 5125-SCAN-SESSION-IDENT-STEP THRU 5125-EXIT
045480             VARYING SS-IDENT-IDX OF WS-SCHEMA-BODY FROM 1 BY 1
045490             UNTIL SS-IDENT-IDX OF WS-SCHEMA-BODY >
045500                     SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY
045510                OR WS-ENTRY-FOUND
045520     END-IF
045530     IF WS-ENTRY-NOT-FOUND
045540         MOVE WS-CURRENT-TABLE-NAME TO DR-TABLE-NAME
045550         SET DR-IDENT-REMOVED TO TRUE
045560         MOVE WS-COMPARE-NAME-1 TO DR-FIELD-NAME
045570         MOVE SPACES TO DR-ATTRIBUTE
045580         MOVE WS-COMPARE-NAME-1 TO DR-OLD-VALUE
045590         MOVE SPACES TO DR-NEW-VALUE
045600         MOVE WS-RUN-TIMESTAMP TO DR-RUN-TIMESTAMP
045610         WRITE SCHEMA-DIFF-RECORD
045620     END-IF.
045630 5120-EXIT.
045640     EXIT.

045650*---------------------------------------------------------------
045660* 5125-SCAN-SESSION-IDENT-STEP - test one session key name
045670*---------------------------------------------------------------
045680 5125-SCAN-SESSION-IDENT-STEP.
045690     IF SS-IDENT-FIELD OF WS-SCHEMA-BODY
045700              (SS-IDENT-IDX OF WS-SCHEMA-BODY)
045710              = WS-COMPARE-NAME-1
045720         SET WS-ENTRY-FOUND TO TRUE
045730     END-IF.
045740 5125-EXIT.
045750     EXIT.

045760*---------------------------------------------------------------
045770* 9000-ERROR-ROUTINE - log a failure and set the return code
045780*---------------------------------------------------------------
045790 9000-ERROR-ROUTINE.
045800     MOVE WS-CURRENT-TABLE-NAME TO EXCEPTION-TABLE-NAME
045810     MOVE WS-RUN-TIMESTAMP TO EXCEPTION-TIMESTAMP
045820     PERFORM 9100-WRITE-ERROR-LOG THRU 9100-EXIT
045830     MOVE EXCEPTION-RETURN-CODE TO SR-RETURN-CODE
045840     MOVE EXCEPTION-MESSAGE TO SR-MESSAGE.
045850 9000-EXIT.
045860     EXIT.

045870*---------------------------------------------------------------
045880* 9100-WRITE-ERROR-LOG - append one row to SCHEMA-ERROR-LOG
045890*---------------------------------------------------------------
045900 9100-WRITE-ERROR-LOG.
045910     MOVE EXCEPTION-TABLE-NAME TO SE-TABLE-NAME
045920     MOVE EXCEPTION-PARAGRAPH-NAME TO SE-PARAGRAPH-NAME
045930     MOVE EXCEPTION-MESSAGE TO SE-EXCEPTION-TEXT
045940     MOVE EXCEPTION-TIMESTAMP TO SE-TIMESTAMP
045950     MOVE EXCEPTION-RETURN-CODE TO SE-RETURN-CODE
045960     OPEN EXTEND SCHEMA-ERROR-FILE
045970     WRITE SCHEMA-ERROR-RECORD
045980     CLOSE SCHEMA-ERROR-FILE.
045990 9100-EXIT.
046000     EXIT.

046010*---------------------------------------------------------------
046020* 9200-UNKNOWN-REQUEST - caller sent an SR-REQUEST-CODE we lack
046030*---------------------------------------------------------------
046040 9200-UNKNOWN-REQUEST.
046050     MOVE '9200-UNKNOWN-REQUEST' TO EXCEPTION-PARAGRAPH-NAME
046060     MOVE 'Unknown SR-REQUEST-CODE' TO EXCEPTION-MESSAGE
046070     MOVE 16 TO EXCEPTION-RETURN-CODE
046080     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
046090 9200-EXIT.
046100     EXIT.

046110*---------------------------------------------------------------
046120* 9210-NO-ACTIVE-TABLE - request arrived with no open session
046130*---------------------------------------------------------------
046140 9210-NO-ACTIVE-TABLE.
046150     MOVE '9210-NO-ACTIVE-TABLE' TO EXCEPTION-PARAGRAPH-NAME
046160     MOVE 'No START-TABLE session is active' TO EXCEPTION-MESSAGE
046170     MOVE 12 TO EXCEPTION-RETURN-CODE
046180     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
046190 9210-EXIT.
046200     EXIT.

046210*---------------------------------------------------------------
046220* 9220-VALIDATION-FAILED - COMMIT-SCHEMA rejected the queue
046230*---------------------------------------------------------------
046240 9220-VALIDATION-FAILED.
046250     MOVE '9220-VALIDATION-FAILED' TO EXCEPTION-PARAGRAPH-NAME
046260     MOVE WS-VALIDATION-REASON TO EXCEPTION-MESSAGE
046270     MOVE 8 TO EXCEPTION-RETURN-CODE
046280     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
046290 9220-EXIT.
046300     EXIT.

046310*---------------------------------------------------------------
046320* 9230-QUEUE-FULL - the pending change queue has no room left
046330*---------------------------------------------------------------
046340 9230-QUEUE-FULL.
046350     MOVE '9230-QUEUE-FULL' TO EXCEPTION-PARAGRAPH-NAME
046360     MOVE 'Pending change queue is full' TO EXCEPTION-MESSAGE
046370     MOVE 16 TO EXCEPTION-RETURN-CODE
046380     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
046390 9230-EXIT.
046400     EXIT.

046410*---------------------------------------------------------------
046420* 9240-TOO-MANY-IDENT-FIELDS - caller's list exceeds the
046430*                 10-entry SR-IDENT-FIELD table
046440*---------------------------------------------------------------
046450 9240-TOO-MANY-IDENT-FIELDS.
046460     MOVE '9240-TOO-MANY-IDENT-FIELDS' TO EXCEPTION-PARAGRAPH-NAME
046470     MOVE 'SR-IDENT-FIELD-COUNT exceeds the 10 field limit'
046480         TO EXCEPTION-MESSAGE
046490     MOVE 16 TO EXCEPTION-RETURN-CODE
046500     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
046510 9240-EXIT.
046520     EXIT.

046530*---------------------------------------------------------------
046540* 9250-TOO-MANY-UNION-FIELDS - caller's list exceeds the
046550*                 50-entry SR-UNION-FIELD table
046560*---------------------------------------------------------------
046570 9250-TOO-MANY-UNION-FIELDS.
046580     MOVE '9250-TOO-MANY-UNION-FIELDS' TO EXCEPTION-PARAGRAPH-NAME
046590     MOVE 'SR-UNION-FIELD-COUNT exceeds the 50 field limit'
046600         TO EXCEPTION-MESSAGE
046610     MOVE 16 TO EXCEPTION-RETURN-CODE
046620     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
046630 9250-EXIT.
046640     EXIT.

046650*---------------------------------------------------------------
046660* 9260-IDENT-FIELD-NOT-FOUND - a caller-supplied identifier
046670*                 field name does not match any column in the
046680*                 live schema
046690*---------------------------------------------------------------
046700 9260-IDENT-FIELD-NOT-FOUND.
046710     MOVE '9260-IDENT-FIELD-NOT-FOUND' TO EXCEPTION-PARAGRAPH-NAME
046720     MOVE 'SR-IDENT-FIELD names a column that does not exist'
046730         TO EXCEPTION-MESSAGE
046740     MOVE 16 TO EXCEPTION-RETURN-CODE
046750     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
046760 9260-EXIT.
046770     EXIT.

046780*---------------------------------------------------------------
046790* 9280-VERSION-CONFLICT - another session committed this table
046800*                 after our START-TABLE loaded it; refusing the
046810*                 commit so their update is not silently lost
046820*---------------------------------------------------------------
046830 9280-VERSION-CONFLICT.
046840     MOVE '9280-VERSION-CONFLICT' TO EXCEPTION-PARAGRAPH-NAME
046850     MOVE 'Schema version moved on since START-TABLE'
046860         TO EXCEPTION-MESSAGE
046870     MOVE 8 TO EXCEPTION-RETURN-CODE
046880     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
046890 9280-EXIT.
046900     EXIT.

046910*---------------------------------------------------------------
046920* 9270-BAD-TRANSFORM - the caller's partition transform code is
046930*                 not in IX-TRANSFORM-TABLE
046940*---------------------------------------------------------------
046950 9270-BAD-TRANSFORM.
046960     MOVE '9270-BAD-TRANSFORM' TO EXCEPTION-PARAGRAPH-NAME
046970     MOVE 'SR-FIELD-TYPE is not a recognised transform code'
046980         TO EXCEPTION-MESSAGE
046990     MOVE 16 TO EXCEPTION-RETURN-CODE
047000     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
047010 9270-EXIT.
047020     EXIT.

047030*---------------------------------------------------------------
047040* 9275-TRANSFORM-NEEDS-WIDTH - a BUCKET partition field needs its
047050*                 bucket count and a TRUNCATE field its width
047060*---------------------------------------------------------------
047070 9275-TRANSFORM-NEEDS-WIDTH.
047080     MOVE '9275-TRANSFORM-NEEDS-WIDTH' TO EXCEPTION-PARAGRAPH-NAME
047090     MOVE 'BUCKET/TRUNCATE needs a count or width'
047100         TO EXCEPTION-MESSAGE
047110     MOVE 16 TO EXCEPTION-RETURN-CODE
047120     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
047130 9275-EXIT.
047140     EXIT.

047150*---------------------------------------------------------------
047160* 9290-TABLE-RETIRED - the table is marked RETIRED in TBLCTL;
047170*                 no new schema session may be opened on it
047180*---------------------------------------------------------------
047190 9290-TABLE-RETIRED.
047200     MOVE '9290-TABLE-RETIRED' TO EXCEPTION-PARAGRAPH-NAME
047210     MOVE 'Table is retired - no schema session allowed'
047220         TO EXCEPTION-MESSAGE
047230     MOVE 12 TO EXCEPTION-RETURN-CODE
047240     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
047250 9290-EXIT.
047260     EXIT.

047270*---------------------------------------------------------------
047280* 9300-COLCLASS-NOT-WRITTEN - a SET-COL-CLASS could not be
047290*                 stored in COLCLASS; no history row is logged
047300*                 for it and the commit ends failed
047310*---------------------------------------------------------------
047320 9300-COLCLASS-NOT-WRITTEN.
047330     DISPLAY 'UPDATE-SCHEMA - COLCLASS NOT WRITTEN, STATUS: '
047340         WS-COLCLASS-FILE-STATUS ' TABLE: ' WS-CURRENT-TABLE-NAME
047350         ' COLUMN: ' PC-FIELD-NAME (PC-IDX)
047360     SET WS-CHANGE-NOT-STORED TO TRUE
047370     SET WS-COMMIT-NOT-STORED TO TRUE
047380     MOVE '9300-COLCLASS-NOT-WRITTEN' TO EXCEPTION-PARAGRAPH-NAME
047390     MOVE SPACES TO EXCEPTION-MESSAGE
047400     STRING 'Classification not stored in COLCLASS, status '
047410                DELIMITED BY SIZE
047420            WS-COLCLASS-FILE-STATUS DELIMITED BY SIZE
047430            ' - ' DELIMITED BY SIZE
047440            PC-FIELD-NAME (PC-IDX) DELIMITED BY SPACE
047450         INTO EXCEPTION-MESSAGE
047460     MOVE 12 TO EXCEPTION-RETURN-CODE
047470     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
047480 9300-EXIT.
047490     EXIT.

047500*---------------------------------------------------------------
047510* 9310-KEY-HISTORY-NOT-WRITTEN - the SET-IDENT-KEYS audit row
047520*                 could not be appended to SCHHIST
047530*---------------------------------------------------------------
047540 9310-KEY-HISTORY-NOT-WRITTEN.
047550     DISPLAY 'UPDATE-SCHEMA - SCHHIST NOT WRITTEN, STATUS: '
047560         WS-HIST-FILE-STATUS ' TABLE: ' WS-CURRENT-TABLE-NAME
047570     SET WS-COMMIT-NOT-STORED TO TRUE
047580     MOVE '9310-KEY-HISTORY-NOT-WRITTEN'
047590         TO EXCEPTION-PARAGRAPH-NAME
047600     MOVE SPACES TO EXCEPTION-MESSAGE
047610     STRING 'Identifier-key history row not written, status '
047620                DELIMITED BY SIZE
047630            WS-HIST-FILE-STATUS DELIMITED BY SIZE
047640         INTO EXCEPTION-MESSAGE
047650     MOVE 12 TO EXCEPTION-RETURN-CODE
047660     PERFORM 9000-ERROR-ROUTINE THRU 9000-EXIT.
047670 9310-EXIT.
047680     EXIT.

