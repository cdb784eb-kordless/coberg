000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DDLGEN.
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
000130* 2026-10-15  JKH   Original.  Db2 DDL for the reporting copy.
000140*                   Reads one batch night's SCHEMA-HISTORY.DAT
000150*                   rows and, table by table, writes DDLOUT:
000160*                   CREATE TABLE (with PRIMARY KEY from TBLKEYS
000170*                   and COMMENT ON for column docs) for a table
000180*                   new that night, otherwise the night's
000190*                   column changes replayed in order as ALTER
000200*                   TABLE statements.  FOREIGN KEY constraints
000210*                   from TBLREFS are written last, so every
000220*                   parent exists first.  Anything Db2 cannot
000230*                   express (a move, a partition field, a
000240*                   STRUCT child, a LIST or MAP column, a
000250*                   DECIMAL over 31 digits) is listed on DDLRPT
000260*                   instead and the run ends RC=4.
000270* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000280*                   the end of every run: history rows read, DDL
000290*                   statements written, exceptions, and the
000300*                   final return code.
000310*

000320****************************************************************
000330* ENVIRONMENT DIVISION
000340****************************************************************
000350 ENVIRONMENT DIVISION.

000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL DDL-PARM-FILE ASSIGN TO "DDLPRM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-FILE-STATUS.

000410     SELECT SCHEMA-HISTORY-FILE ASSIGN TO "SCHHIST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-HIST-FILE-STATUS.

000440     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000480         FILE STATUS IS WS-SNAP-FILE-STATUS.

000490     SELECT SCHEMA-PRIOR-FILE ASSIGN TO "SCHPRIOR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
000530         FILE STATUS IS WS-PRIOR-FILE-STATUS.

000540     SELECT TABLE-KEYS-FILE ASSIGN TO "TBLKEYS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS TK-TABLE-NAME
000580         FILE STATUS IS WS-TBLKEYS-FILE-STATUS.

000590     SELECT OPTIONAL TABLE-REFS-FILE ASSIGN TO "TBLREFS"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TBLREFS-FILE-STATUS.

000620     SELECT DDL-OUTPUT-FILE ASSIGN TO "DDLOUT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DDLOUT-FILE-STATUS.

000650     SELECT DDL-REPORT-FILE ASSIGN TO "DDLRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DDLRPT-FILE-STATUS.

000680****************************************************************
000690* DATA DIVISION
000700****************************************************************
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DDL-PARM-FILE.
000740     COPY "ICEBERG-DDL-PARM.cpy".

000750 FD  SCHEMA-HISTORY-FILE.
000760     COPY "ICEBERG-HIST-REC.cpy".

000770 FD  SCHEMA-SNAPSHOT-FILE.
000780     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000790         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000800                   ==FD-CURR-SNAPSHOT-REC==.

000810 FD  SCHEMA-PRIOR-FILE.
000820     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000830         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000840                   ==FD-PRIOR-SNAPSHOT-REC==.

000850 FD  TABLE-KEYS-FILE.
000860     COPY "ICEBERG-TABLE-KEYS.cpy".

000870 FD  TABLE-REFS-FILE.
000880     COPY "ICEBERG-TABLE-REF-REC.cpy".

000890 FD  DDL-OUTPUT-FILE.
000900 01  DDL-OUTPUT-LINE                     PIC X(80).

000910 FD  DDL-REPORT-FILE.
000920 01  DDL-REPORT-LINE                     PIC X(132).

000930 WORKING-STORAGE SECTION.
000940****************************************************************
000950* FILE STATUS AND CONTROL SWITCHES
000960****************************************************************
000970 01  WS-FILE-STATUSES.
000980     05  WS-PARM-FILE-STATUS             PIC X(02).
000990     05  WS-HIST-FILE-STATUS             PIC X(02).
001000         88  WS-HIST-OK                  VALUE '00'.
001010     05  WS-SNAP-FILE-STATUS             PIC X(02).
001020         88  WS-SNAP-OK                  VALUE '00'.
001030     05  WS-PRIOR-FILE-STATUS            PIC X(02).
001040         88  WS-PRIOR-OK                 VALUE '00'.
001050     05  WS-TBLKEYS-FILE-STATUS          PIC X(02).
001060         88  WS-TBLKEYS-OK               VALUE '00'.
001070     05  WS-TBLREFS-FILE-STATUS          PIC X(02).
001080         88  WS-TBLREFS-OK               VALUE '00'.
001090     05  WS-DDLOUT-FILE-STATUS           PIC X(02).
001100     05  WS-DDLRPT-FILE-STATUS           PIC X(02).

001110 01  WS-SWITCHES.
001120     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001130         88  WS-RUN-IS-VALID             VALUE 'Y'.
001140         88  WS-RUN-IS-INVALID           VALUE 'N'.
001150     05  WS-HIST-EOF-SWITCH              PIC X(01) VALUE 'N'.
001160         88  WS-HISTORY-IS-EOF           VALUE 'Y'.
001170     05  WS-REFS-EOF-SWITCH              PIC X(01) VALUE 'N'.
001180         88  WS-REFS-ARE-EOF             VALUE 'Y'.
001190     05  WS-CURR-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001200         88  WS-CURR-TABLE-FOUND         VALUE 'Y'.
001210     05  WS-PRIOR-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001220         88  WS-PRIOR-TABLE-FOUND        VALUE 'Y'.
001230     05  WS-KEYS-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001240         88  WS-KEYS-ON-FILE             VALUE 'Y'.
001250     05  WS-NEW-TABLE-SWITCH             PIC X(01) VALUE 'N'.
001260         88  WS-TABLE-IS-NEW             VALUE 'Y'.
001270     05  WS-ALL-ADDED-SWITCH             PIC X(01) VALUE 'N'.
001280         88  WS-ALL-COLUMNS-ADDED        VALUE 'Y'.
001290     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001300         88  WS-ENTRY-FOUND              VALUE 'Y'.
001310         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
001320     05  WS-CARRIED-SWITCH               PIC X(01) VALUE 'Y'.
001330         88  WS-COLUMN-IS-CARRIED        VALUE 'Y'.
001340         88  WS-COLUMN-NOT-CARRIED       VALUE 'N'.
001350     05  WS-MAPPED-SWITCH                PIC X(01) VALUE 'Y'.
001360         88  WS-TYPE-IS-MAPPED           VALUE 'Y'.
001370         88  WS-TYPE-NOT-MAPPED          VALUE 'N'.
001380     05  WS-KEY-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001390         88  WS-KEY-LIST-IS-VALID        VALUE 'Y'.
001400         88  WS-KEY-LIST-IS-INVALID      VALUE 'N'.
001410     05  WS-FK-VALID-SWITCH              PIC X(01) VALUE 'Y'.
001420         88  WS-FK-IS-VALID              VALUE 'Y'.
001430         88  WS-FK-IS-INVALID            VALUE 'N'.
001440     05  WS-KEY-CHANGE-SWITCH            PIC X(01) VALUE 'N'.
001450         88  WS-KEY-CHANGE-SEEN          VALUE 'Y'.
001460     05  WS-RETIRE-SWITCH                PIC X(01) VALUE 'N'.
001470         88  WS-RETIRE-SEEN              VALUE 'Y'.
001480     05  WS-REORG-SWITCH                 PIC X(01) VALUE 'N'.
001490         88  WS-REORG-NEEDED             VALUE 'Y'.
001500     05  WS-FIRST-ITEM-SWITCH            PIC X(01) VALUE 'Y'.
001510         88  WS-FIRST-ITEM               VALUE 'Y'.
001520     05  WS-TRUNCATED-SWITCH             PIC X(01) VALUE 'N'.
001530         88  WS-LITERAL-TRUNCATED        VALUE 'Y'.
001540     05  WS-QUOTE-SWITCH                 PIC X(01) VALUE 'Y'.
001550         88  WS-LITERAL-QUOTED           VALUE 'Y'.
001560         88  WS-LITERAL-BARE             VALUE 'N'.
001570     05  WS-FOUND-WHERE-SWITCH           PIC X(01) VALUE 'N'.
001580         88  WS-FOUND-IN-CURRENT         VALUE 'C'.
001590         88  WS-FOUND-IN-PRIOR           VALUE 'P'.
001600         88  WS-FOUND-NOWHERE            VALUE 'N'.

001610 77  WS-PAGE-NUMBER                      PIC 9(04) COMP VALUE 0.
001620 77  WS-LINE-COUNT                       PIC 9(02) COMP VALUE 99.
001630 77  WS-MAX-DETAIL-LINE                  PIC 9(02) COMP VALUE 56.
001640 77  WS-COL-SUB                          PIC 9(04) COMP VALUE 0.
001650 77  WS-SCAN-INDEX                       PIC 9(04) COMP VALUE 0.
001660 77  WS-KEY-SUB                          PIC 9(04) COMP VALUE 0.
001670 77  WS-FOUND-COLUMN-INDEX               PIC 9(04) COMP VALUE 0.
001680 77  WS-SELECTED-COLUMN-COUNT            PIC 9(04) COMP VALUE 0.
001690 77  WS-DDL-POINTER                      PIC 9(04) COMP VALUE 1.
001700 77  WS-SPEC-POINTER                     PIC 9(04) COMP VALUE 0.
001710 77  WS-SPEC-LEAD-COUNT                  PIC 9(04) COMP VALUE 0.
001720 77  WS-LITERAL-POINTER                  PIC 9(04) COMP VALUE 0.
001730 77  WS-LITERAL-NEED                     PIC 9(04) COMP VALUE 0.
001740 77  WS-LITERAL-LIMIT                    PIC 9(04) COMP VALUE 72.
001750 77  WS-SOURCE-LENGTH                    PIC 9(04) COMP VALUE 0.
001760 77  WS-DOT-COUNT                        PIC 9(04) COMP VALUE 0.
001770 77  WS-HIST-ROWS-READ                   PIC 9(07) COMP VALUE 0.
001780 77  WS-TABLES-CREATED-COUNT             PIC 9(04) COMP VALUE 0.
001790 77  WS-TABLES-ALTERED-COUNT             PIC 9(04) COMP VALUE 0.
001800 77  WS-STATEMENTS-WRITTEN               PIC 9(06) COMP VALUE 0.
001810 77  WS-TABLE-STATEMENTS                 PIC 9(04) COMP VALUE 0.
001820 77  WS-TABLE-EXCEPTIONS                 PIC 9(04) COMP VALUE 0.
001830 77  WS-EXCEPTIONS-DROPPED               PIC 9(04) COMP VALUE 0.
001840 77  WS-QUEUE-MATCH                      PIC 9(04) COMP VALUE 0.
001850 77  WS-LITERAL-LENGTH                   PIC 9(04) COMP VALUE 0.

001860 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
001870 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001880 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
001890 01  WS-NIGHT-DATE                       PIC X(08) VALUE SPACES.
001900 01  WS-DB2-SCHEMA                       PIC X(08) VALUE SPACES.
001910 01  WS-CURRENT-TABLE-NAME               PIC X(30) VALUE SPACES.
001920 01  WS-TABLE-ACTION                     PIC X(14) VALUE SPACES.
001930 01  WS-FIND-NAME                        PIC X(30) VALUE SPACES.
001940 01  WS-FIRST-OLD-KEYS                   PIC X(40) VALUE SPACES.
001950 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.
001960 01  WS-HEADING-LINE-BUILD               PIC X(132) VALUE SPACES.
001970 01  WS-PAGE-NUMBER-DISPLAY              PIC ZZZ9.
001980 01  WS-COUNT-DISPLAY                    PIC ZZZZZZ9.
001990 01  WS-SHORT-COUNT-DISPLAY              PIC ZZZ9.
002000 01  WS-VERSION-DISPLAY                  PIC ZZZZZZZZ9.

002010****************************************************************
002020* DDL LINE, NAME AND LITERAL WORK AREAS.  EVERY DDLOUT LINE IS
002030* BUILT IN WS-DDL-LINE AND KEPT WITHIN 80 BYTES; NAMES ARE
002040* WRITTEN AS DELIMITED ("QUOTED") IDENTIFIERS SO A HYPHENATED
002050* COLUMN NAME IS LEGAL DB2
002060****************************************************************
002070 01  WS-DDL-LINE                         PIC X(80) VALUE SPACES.
002080 01  WS-NAME-TO-QUOTE                    PIC X(30) VALUE SPACES.
002090 01  WS-QUOTED-NAME                      PIC X(32) VALUE SPACES.
002100 01  WS-QUOTED-NAME-2                    PIC X(32) VALUE SPACES.
002110 01  WS-TABLE-REF-INPUT                  PIC X(30) VALUE SPACES.
002120 01  WS-TABLE-REF-OUTPUT                 PIC X(42) VALUE SPACES.
002130 01  WS-DB2-TABLE-REF                    PIC X(42) VALUE SPACES.
002140 01  WS-FK-NAME                          PIC X(66) VALUE SPACES.
002150 01  WS-LITERAL-SOURCE                   PIC X(60) VALUE SPACES.
002160 01  WS-LITERAL-TEXT                     PIC X(74) VALUE SPACES.
002170 01  WS-LITERAL-CHARACTER                PIC X(01) VALUE SPACE.

002180****************************************************************
002190* ICEBERG-TO-DB2 TYPE MAPPING WORK AREA.  FAMILY: N NUMERIC,
002200* C CHARACTER, B BINARY, D DATE, M TIME, S TIMESTAMP
002210****************************************************************
002220 01  WS-TYPE-MAP-AREA.
002230     05  WS-MAP-TYPE                     PIC X(10).
002240     05  WS-MAP-PRECISION                PIC 9(02).
002250     05  WS-MAP-SCALE                    PIC 9(02).
002260     05  WS-MAP-LENGTH                   PIC 9(03).
002270     05  WS-MAP-FAMILY                   PIC X(01).
002280     05  WS-OLD-MAP-FAMILY               PIC X(01).
002290     05  WS-DB2-TYPE                     PIC X(20).
002300     05  WS-MAP-REASON                   PIC X(52).
002310     05  WS-SPEC-NUMBER-EDIT             PIC ZZ9.

002320 01  WS-COLUMN-CHECK-AREA.
002330     05  WS-CHECK-TYPE                   PIC X(10).
002340     05  WS-CHECK-PARENT-ID              PIC 9(05).
002350     05  WS-CARRY-TYPE                   PIC X(10).
002360     05  WS-CARRY-REASON                 PIC X(52).

002370****************************************************************
002380* THE NIGHT'S HISTORY ROWS, IN THE ORDER THEY WERE COMMITTED,
002390* AND THE TABLES THEY TOUCH IN ORDER OF FIRST APPEARANCE
002400****************************************************************
002410 01  WS-NIGHT-HISTORY-TABLE.
002420     05  WS-NIGHT-ROW-COUNT              PIC 9(04) COMP VALUE 0.
002430     05  WS-NIGHT-ROW
002440                       OCCURS 5000 TIMES INDEXED BY NH-IDX
002450                                                    NH-SCAN-IDX.
002460         10  NH-TABLE-NAME               PIC X(30).
002470         10  NH-OPERATION                PIC X(14).
002480         10  NH-FIELD-NAME               PIC X(30).
002490         10  NH-OLD-TYPE                 PIC X(10).
002500         10  NH-NEW-TYPE                 PIC X(10).
002510         10  NH-OLD-VALUE                PIC X(40).
002520         10  NH-NEW-VALUE                PIC X(40).
002530         10  NH-FIELD-ID                 PIC 9(05).
002540         10  NH-OLD-PRECISION            PIC 9(02).
002550         10  NH-OLD-SCALE                PIC 9(02).
002560         10  NH-OLD-LENGTH               PIC 9(03).
002570         10  NH-NEW-PRECISION            PIC 9(02).
002580         10  NH-NEW-SCALE                PIC 9(02).
002590         10  NH-NEW-LENGTH               PIC 9(03).

002600 01  WS-NIGHT-TABLE-LIST.
002610     05  WS-NIGHT-TABLE-COUNT            PIC 9(04) COMP VALUE 0.
002620     05  WS-NIGHT-TABLE-NAME             PIC X(30)
002630                       OCCURS 500 TIMES INDEXED BY NT-IDX.

002640****************************************************************
002650* THE REFERENCE REGISTRY AS COMMITTED (TBLREFS)
002660****************************************************************
002670 01  WS-TABLE-REFS-TABLE.
002680     05  TABLE-REF-COUNT                 PIC 9(04) COMP VALUE 0.
002690     05  TABLE-REF-ENTRY
002700                       OCCURS 500 TIMES INDEXED BY TR-IDX.
002710         10  WS-REF-SOURCE-TABLE         PIC X(30).
002720         10  WS-REF-SOURCE-COLUMN        PIC X(30).
002730         10  WS-REF-TARGET-TABLE         PIC X(30).
002740         10  WS-REF-TARGET-COLUMN        PIC X(30).

002750****************************************************************
002760* FOREIGN KEYS TO BE ADDED AFTER ALL TABLES ARE WRITTEN.  AN
002770* ENTRY ADDED AND DROPPED IN THE SAME NIGHT IS CANCELLED (X)
002780****************************************************************
002790 01  WS-FK-QUEUE-TABLE.
002800     05  WS-FK-QUEUE-COUNT               PIC 9(04) COMP VALUE 0.
002810     05  WS-FK-QUEUE-ENTRY
002820                       OCCURS 500 TIMES INDEXED BY FQ-IDX.
002830         10  FQ-STATUS                   PIC X(01).
002840             88  FQ-IS-ACTIVE            VALUE 'A'.
002850             88  FQ-IS-CANCELLED         VALUE 'X'.
002860         10  FQ-CHILD-TABLE              PIC X(30).
002870         10  FQ-CHILD-COLUMN             PIC X(30).
002880         10  FQ-PARENT-TABLE             PIC X(30).
002890         10  FQ-PARENT-COLUMN            PIC X(30).

002900 01  WS-FK-REQUEST.
002910     05  WS-FK-CHILD-TABLE               PIC X(30).
002920     05  WS-FK-CHILD-COLUMN              PIC X(30).
002930     05  WS-FK-PARENT-TABLE              PIC X(30).
002940     05  WS-FK-PARENT-COLUMN             PIC X(30).

002950****************************************************************
002960* EXCEPTIONS - STATEMENTS DB2 CANNOT TAKE, LISTED ON DDLRPT
002970****************************************************************
002980 01  WS-EXCEPTION-TABLE.
002990     05  WS-EXCEPTION-COUNT              PIC 9(04) COMP VALUE 0.
003000     05  WS-EXCEPTION-ENTRY
003010                       OCCURS 1000 TIMES INDEXED BY EX-IDX.
003020         10  EX-TABLE-NAME               PIC X(30).
003030         10  EX-OPERATION                PIC X(14).
003040         10  EX-FIELD-NAME               PIC X(30).
003050         10  EX-REASON                   PIC X(52).

003060 01  WS-NEW-EXCEPTION.
003070     05  WS-EXC-OPERATION                PIC X(14).
003080     05  WS-EXC-FIELD-NAME               PIC X(30).
003090     05  WS-EXC-REASON                   PIC X(52).

003100****************************************************************
003110* CURRENT AND PRIOR LAYOUT OF THE TABLE BEING WRITTEN, AND WHICH
003120* CURRENT COLUMNS A CREATE TABLE CARRIES
003130****************************************************************
003140 COPY "ICEBERG-SNAPSHOT-REC.cpy"
003150     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
003160               ==WS-SCHEMA-BODY==.

003170 COPY "ICEBERG-SNAPSHOT-REC.cpy"
003180     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
003190               ==WS-PRIOR-BODY==.

003200 01  WS-CREATED-COLUMN-TABLE.
003210     05  WS-COLUMN-CREATED-FLAG          PIC X(01)
003220                       OCCURS 200 TIMES.
003230         88  WS-COLUMN-WAS-CREATED       VALUE 'Y'.

003240 COPY "ICEBERG-SHOP-CONFIG.cpy".

003250****************************************************************
003260* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
003270****************************************************************
003280 COPY "ICEBERG-RUN-LOG-REC.cpy".

003290 PROCEDURE DIVISION.
003300*---------------------------------------------------------------
003310* 0000-MAINLINE - gather the night, then write each table
003320*---------------------------------------------------------------
003330 0000-MAINLINE.
003340     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003360     IF WS-RUN-IS-VALID
003370         PERFORM 2000-GENERATE-ONE-TABLE THRU 2000-EXIT
003380             VARYING NT-IDX FROM 1 BY 1
003390             UNTIL NT-IDX > WS-NIGHT-TABLE-COUNT
003400         PERFORM 7000-WRITE-QUEUED-KEYS THRU 7000-EXIT
003410         PERFORM 7500-PRINT-EXCEPTIONS THRU 7500-EXIT
003420         PERFORM 7600-PRINT-TOTALS THRU 7600-EXIT
003430     END-IF
003440     PERFORM 8000-TERMINATE THRU 8000-EXIT
003450     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
003460     STOP RUN.
003470 0000-EXIT.
003480     EXIT.

003490*---------------------------------------------------------------
003500* 1000-INITIALIZE - parm, registry, the night's history, files
003510*---------------------------------------------------------------
003520 1000-INITIALIZE.
003530     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003540     ACCEPT WS-NOW-TIME FROM TIME
003550     MOVE SPACES TO WS-RUN-TIMESTAMP
003560     STRING WS-TODAY-DATE DELIMITED BY SIZE
003570            '-' DELIMITED BY SIZE
003580            WS-NOW-TIME DELIMITED BY SIZE
003590         INTO WS-RUN-TIMESTAMP
003600     PERFORM 1100-READ-PARM THRU 1100-EXIT
003610     PERFORM 1200-LOAD-TABLE-REFS THRU 1200-EXIT
003620     IF WS-RUN-IS-VALID
003630         PERFORM 1300-LOAD-NIGHT-HISTORY THRU 1300-EXIT
003640     END-IF
003650     IF WS-RUN-IS-VALID
003660         OPEN INPUT SCHEMA-SNAPSHOT-FILE
003670         IF NOT WS-SNAP-OK
003680             PERFORM 9100-SNAPSHOT-NOT-OPENED THRU 9100-EXIT
003690         END-IF
003700     END-IF
003710     IF WS-RUN-IS-VALID
003720         OPEN INPUT SCHEMA-PRIOR-FILE
003730         IF NOT WS-PRIOR-OK
003740             CLOSE SCHEMA-SNAPSHOT-FILE
003750             PERFORM 9150-PRIOR-NOT-OPENED THRU 9150-EXIT
003760         END-IF
003770     END-IF
003780     IF WS-RUN-IS-VALID
003790         OPEN INPUT TABLE-KEYS-FILE
003800         IF NOT WS-TBLKEYS-OK
003810             CLOSE SCHEMA-SNAPSHOT-FILE
003820             CLOSE SCHEMA-PRIOR-FILE
003830             PERFORM 9400-KEYS-NOT-OPENED THRU 9400-EXIT
003840         END-IF
003850     END-IF
003860     IF WS-RUN-IS-VALID
003870         OPEN OUTPUT DDL-OUTPUT-FILE
003880         OPEN OUTPUT DDL-REPORT-FILE
003890         MOVE SPACES TO WS-DDL-LINE
003900         MOVE 1 TO WS-DDL-POINTER
003910         MOVE SPACES TO WS-REPORT-LINE-BUILD
003920         STRING 'TABLE                           '
003930                    DELIMITED BY SIZE
003940                'DDL WRITTEN     STATEMENTS  EXCEPTIONS'
003950                    DELIMITED BY SIZE
003960             INTO WS-REPORT-LINE-BUILD
003970         PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
003980     END-IF.
003990 1000-EXIT.
004000     EXIT.

004010*---------------------------------------------------------------
004020* 1100-READ-PARM - the night and the Db2 schema; a missing or
004030*                 blank DDLPRM takes today and the shop schema
004040*---------------------------------------------------------------
004050 1100-READ-PARM.
004060     MOVE SPACES TO DDL-PARM-RECORD
004070     OPEN INPUT DDL-PARM-FILE
004080     READ DDL-PARM-FILE
004090         AT END
004100             MOVE SPACES TO DDL-PARM-RECORD
004110     END-READ
004120     CLOSE DDL-PARM-FILE
004130     IF DL-RUN-DATE IS NUMERIC AND DL-RUN-DATE-NUM > 0
004140         MOVE DL-RUN-DATE TO WS-NIGHT-DATE
004150     ELSE
004160         MOVE WS-TODAY-DATE TO WS-NIGHT-DATE
004170     END-IF
004180     IF DL-DB2-SCHEMA = SPACES
004190         MOVE SHOP-DB2-SCHEMA-NAME TO WS-DB2-SCHEMA
004200     ELSE
004210         MOVE DL-DB2-SCHEMA TO WS-DB2-SCHEMA
004220     END-IF.
004230 1100-EXIT.
004240     EXIT.

004250*---------------------------------------------------------------
004260* 1200-LOAD-TABLE-REFS - the committed reference registry; a
004270*                 registry past the work table ends the run
004280*                 rather than lose foreign keys quietly
004290*---------------------------------------------------------------
004300 1200-LOAD-TABLE-REFS.
004310     MOVE 0 TO TABLE-REF-COUNT
004320     MOVE 'N' TO WS-REFS-EOF-SWITCH
004330     OPEN INPUT TABLE-REFS-FILE
004340     PERFORM 1210-READ-ONE-TABLE-REF THRU 1210-EXIT
004350         UNTIL WS-REFS-ARE-EOF
004360     CLOSE TABLE-REFS-FILE.
004370 1200-EXIT.
004380     EXIT.

004390*---------------------------------------------------------------
004400* 1210-READ-ONE-TABLE-REF - stage one registry row
004410*---------------------------------------------------------------
004420 1210-READ-ONE-TABLE-REF.
004430     READ TABLE-REFS-FILE
004440         AT END
004450             SET WS-REFS-ARE-EOF TO TRUE
004460     END-READ
004470     IF WS-REFS-ARE-EOF
004480         GO TO 1210-EXIT
004490     END-IF
004500     IF TABLE-REF-COUNT NOT < 500
004510         SET WS-REFS-ARE-EOF TO TRUE
004520         PERFORM 9300-REFS-OVERFLOW THRU 9300-EXIT
004530         GO TO 1210-EXIT
004540     END-IF
004550     ADD 1 TO TABLE-REF-COUNT
004560     MOVE RF-REF-TABLE TO WS-REF-SOURCE-TABLE (TABLE-REF-COUNT)
004570     MOVE RF-REF-COLUMN TO WS-REF-SOURCE-COLUMN (TABLE-REF-COUNT)
004580     MOVE RF-TGT-TABLE TO WS-REF-TARGET-TABLE (TABLE-REF-COUNT)
004590     MOVE RF-TGT-COLUMN TO WS-REF-TARGET-COLUMN (TABLE-REF-COUNT).
004600 1210-EXIT.
004610     EXIT.

004620*---------------------------------------------------------------
004630* 1300-LOAD-NIGHT-HISTORY - keep every row stamped with the
004640*                 night's date, in file (commit) order
004650*---------------------------------------------------------------
004660 1300-LOAD-NIGHT-HISTORY.
004670     OPEN INPUT SCHEMA-HISTORY-FILE
004680     IF NOT WS-HIST-OK
004690         PERFORM 9000-HISTORY-NOT-OPENED THRU 9000-EXIT
004700         GO TO 1300-EXIT
004710     END-IF
004720     MOVE 0 TO WS-NIGHT-ROW-COUNT
004730     MOVE 0 TO WS-NIGHT-TABLE-COUNT
004740     PERFORM 1310-READ-ONE-HISTORY-ROW THRU 1310-EXIT
004750         UNTIL WS-HISTORY-IS-EOF
004760     CLOSE SCHEMA-HISTORY-FILE.
004770 1300-EXIT.
004780     EXIT.

004790*---------------------------------------------------------------
004800* 1310-READ-ONE-HISTORY-ROW - stage a row from the night
004810*---------------------------------------------------------------
004820 1310-READ-ONE-HISTORY-ROW.
004830     READ SCHEMA-HISTORY-FILE
004840         AT END
004850             SET WS-HISTORY-IS-EOF TO TRUE
004860     END-READ
004870     IF WS-HISTORY-IS-EOF
004880         GO TO 1310-EXIT
004890     END-IF
004900     ADD 1 TO WS-HIST-ROWS-READ
004910     IF SH-RUN-TIMESTAMP (1 : 8) NOT = WS-NIGHT-DATE
004920         GO TO 1310-EXIT
004930     END-IF
004940     IF WS-NIGHT-ROW-COUNT NOT < 5000
004950         SET WS-HISTORY-IS-EOF TO TRUE
004960         PERFORM 9200-NIGHT-OVERFLOW THRU 9200-EXIT
004970         GO TO 1310-EXIT
004980     END-IF
004990     ADD 1 TO WS-NIGHT-ROW-COUNT
005000     SET NH-IDX TO WS-NIGHT-ROW-COUNT
005010     MOVE SH-TABLE-NAME TO NH-TABLE-NAME (NH-IDX)
005020     MOVE SH-OPERATION-CODE TO NH-OPERATION (NH-IDX)
005030     MOVE SH-FIELD-NAME TO NH-FIELD-NAME (NH-IDX)
005040     MOVE SH-OLD-TYPE TO NH-OLD-TYPE (NH-IDX)
005050     MOVE SH-NEW-TYPE TO NH-NEW-TYPE (NH-IDX)
005060     MOVE SH-OLD-VALUE TO NH-OLD-VALUE (NH-IDX)
005070     MOVE SH-NEW-VALUE TO NH-NEW-VALUE (NH-IDX)
005080     MOVE SH-FIELD-ID TO NH-FIELD-ID (NH-IDX)
005090     MOVE SH-OLD-PRECISION TO NH-OLD-PRECISION (NH-IDX)
005100     MOVE SH-OLD-SCALE TO NH-OLD-SCALE (NH-IDX)
005110     MOVE SH-OLD-LENGTH TO NH-OLD-LENGTH (NH-IDX)
005120     MOVE SH-NEW-PRECISION TO NH-NEW-PRECISION (NH-IDX)
005130     MOVE SH-NEW-SCALE TO NH-NEW-SCALE (NH-IDX)
005140     MOVE SH-NEW-LENGTH TO NH-NEW-LENGTH (NH-IDX)
005150     SET WS-ENTRY-NOT-FOUND TO TRUE
005160     PERFORM 1320-MATCH-ONE-NIGHT-TABLE THRU 1320-EXIT
005170         VARYING NT-IDX FROM 1 BY 1
005180         UNTIL NT-IDX > WS-NIGHT-TABLE-COUNT
005190            OR WS-ENTRY-FOUND
005200     IF WS-ENTRY-NOT-FOUND
005210         IF WS-NIGHT-TABLE-COUNT NOT < 500
005220             SET WS-HISTORY-IS-EOF TO TRUE
005230             PERFORM 9200-NIGHT-OVERFLOW THRU 9200-EXIT
005240         ELSE
005250             ADD 1 TO WS-NIGHT-TABLE-COUNT
005260             MOVE SH-TABLE-NAME
005270                 TO WS-NIGHT-TABLE-NAME (WS-NIGHT-TABLE-COUNT)
005280         END-IF
005290     END-IF.
005300 1310-EXIT.
005310     EXIT.

005320*---------------------------------------------------------------
005330* 1320-MATCH-ONE-NIGHT-TABLE - table already on the night list?
005340*---------------------------------------------------------------
005350 1320-MATCH-ONE-NIGHT-TABLE.
005360     IF WS-NIGHT-TABLE-NAME (NT-IDX) = SH-TABLE-NAME
005370         SET WS-ENTRY-FOUND TO TRUE
005380     END-IF.
005390 1320-EXIT.
005400     EXIT.

005410*---------------------------------------------------------------
005420* 2000-GENERATE-ONE-TABLE - CREATE or ALTER one table's DDL
005430*---------------------------------------------------------------
005440 2000-GENERATE-ONE-TABLE.
005450     MOVE WS-NIGHT-TABLE-NAME (NT-IDX) TO WS-CURRENT-TABLE-NAME
005460     MOVE 0 TO WS-TABLE-STATEMENTS
005470     MOVE 0 TO WS-TABLE-EXCEPTIONS
005480     MOVE 'N' TO WS-REORG-SWITCH
005490     MOVE WS-CURRENT-TABLE-NAME TO WS-TABLE-REF-INPUT
005500     PERFORM 6350-BUILD-TABLE-REF THRU 6350-EXIT
005510     MOVE WS-TABLE-REF-OUTPUT TO WS-DB2-TABLE-REF
005520     PERFORM 2100-LOAD-CURRENT-SNAPSHOT THRU 2100-EXIT
005530     PERFORM 2150-LOAD-PRIOR-SNAPSHOT THRU 2150-EXIT
005540     PERFORM 2200-SCAN-NIGHT-ROWS THRU 2200-EXIT
005550     EVALUATE TRUE
005560         WHEN NOT WS-CURR-TABLE-FOUND AND WS-RETIRE-SEEN
005570             MOVE 'RETIRE-TABLE' TO WS-EXC-OPERATION
005580             MOVE SPACES TO WS-EXC-FIELD-NAME
005590             MOVE 'TABLE RETIRED - DROP TABLE IS LEFT TO THE DBA'
005600                 TO WS-EXC-REASON
005610             PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
005620             MOVE 'RETIRED' TO WS-TABLE-ACTION
005630         WHEN NOT WS-CURR-TABLE-FOUND
005640             MOVE SPACES TO WS-EXC-OPERATION
005650             MOVE SPACES TO WS-EXC-FIELD-NAME
005660             MOVE 'TABLE IS NOT ON SCHSNAP - NO DDL WRITTEN'
005670                 TO WS-EXC-REASON
005680             PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
005690             MOVE 'NOT ON SCHSNAP' TO WS-TABLE-ACTION
005700         WHEN WS-TABLE-IS-NEW
005710             PERFORM 3000-WRITE-CREATE-TABLE THRU 3000-EXIT
005720         WHEN OTHER
005730             PERFORM 4000-WRITE-ALTERS THRU 4000-EXIT
005740     END-EVALUATE
005750     PERFORM 2400-WRITE-TABLE-LINE THRU 2400-EXIT.
005760 2000-EXIT.
005770     EXIT.

005780*---------------------------------------------------------------
005790* 2100-LOAD-CURRENT-SNAPSHOT - WS-CURRENT-TABLE-NAME from SCHSNAP
005800*---------------------------------------------------------------
005810 2100-LOAD-CURRENT-SNAPSHOT.
005820     MOVE 'N' TO WS-CURR-FOUND-SWITCH
005830     MOVE 0 TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
005840     MOVE WS-CURRENT-TABLE-NAME
005850         TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
005860     READ SCHEMA-SNAPSHOT-FILE
005870         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
005880         INVALID KEY
005890             CONTINUE
005900         NOT INVALID KEY
005910             SET WS-CURR-TABLE-FOUND TO TRUE
005920             MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
005930                 TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
005940             MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
005950     END-READ.
005960 2100-EXIT.
005970     EXIT.

005980*---------------------------------------------------------------
005990* 2150-LOAD-PRIOR-SNAPSHOT - the layout before the last commit
006000*---------------------------------------------------------------
006010 2150-LOAD-PRIOR-SNAPSHOT.
006020     MOVE 'N' TO WS-PRIOR-FOUND-SWITCH
006030     MOVE 0 TO SS-COLUMN-COUNT OF WS-PRIOR-BODY
006040     MOVE WS-CURRENT-TABLE-NAME
006050         TO SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
006060     READ SCHEMA-PRIOR-FILE
006070         KEY IS SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
006080         INVALID KEY
006090             CONTINUE
006100         NOT INVALID KEY
006110             SET WS-PRIOR-TABLE-FOUND TO TRUE
006120             MOVE SS-COLUMN-COUNT OF FD-PRIOR-SNAPSHOT-REC
006130                 TO SS-COLUMN-COUNT OF WS-PRIOR-BODY
006140             MOVE FD-PRIOR-SNAPSHOT-REC TO WS-PRIOR-BODY
006150     END-READ.
006160 2150-EXIT.
006170     EXIT.

006180*---------------------------------------------------------------
006190* 2200-SCAN-NIGHT-ROWS - note a retire or key change, and
006200*                 decide whether the table is new tonight: no
006210*                 prior layout, an empty one (a table's first
006220*                 commit), or every current column added tonight
006230*                 (a new table committed more than once)
006240*---------------------------------------------------------------
006250 2200-SCAN-NIGHT-ROWS.
006260     MOVE 'N' TO WS-RETIRE-SWITCH
006270     MOVE 'N' TO WS-KEY-CHANGE-SWITCH
006280     MOVE SPACES TO WS-FIRST-OLD-KEYS
006290     PERFORM 2210-NOTE-ONE-NIGHT-ROW THRU 2210-EXIT
006300         VARYING NH-IDX FROM 1 BY 1
006310         UNTIL NH-IDX > WS-NIGHT-ROW-COUNT
006320     MOVE 'N' TO WS-ALL-ADDED-SWITCH
006330     IF SS-COLUMN-COUNT OF WS-SCHEMA-BODY > 0
006340         SET WS-ALL-COLUMNS-ADDED TO TRUE
006350         PERFORM 2260-CHECK-ONE-COLUMN-ADDED THRU 2260-EXIT
006360             VARYING WS-COL-SUB FROM 1 BY 1
006370             UNTIL WS-COL-SUB > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
006380                OR NOT WS-ALL-COLUMNS-ADDED
006390     END-IF
006400     MOVE 'N' TO WS-NEW-TABLE-SWITCH
006410     IF NOT WS-PRIOR-TABLE-FOUND
006420         SET WS-TABLE-IS-NEW TO TRUE
006430     END-IF
006440     IF SS-COLUMN-COUNT OF WS-PRIOR-BODY = 0
006450         SET WS-TABLE-IS-NEW TO TRUE
006460     END-IF
006470     IF WS-ALL-COLUMNS-ADDED
006480         SET WS-TABLE-IS-NEW TO TRUE
006490     END-IF.
006500 2200-EXIT.
006510     EXIT.

006520*---------------------------------------------------------------
006530* 2210-NOTE-ONE-NIGHT-ROW - retire and identifier-list rows
006540*---------------------------------------------------------------
006550 2210-NOTE-ONE-NIGHT-ROW.
006560     IF NH-TABLE-NAME (NH-IDX) NOT = WS-CURRENT-TABLE-NAME
006570         GO TO 2210-EXIT
006580     END-IF
006590     EVALUATE NH-OPERATION (NH-IDX)
006600         WHEN 'RETIRE-TABLE'
006610             SET WS-RETIRE-SEEN TO TRUE
006620         WHEN 'SET-IDENT-KEYS'
006630             IF NOT WS-KEY-CHANGE-SEEN
006640                 MOVE NH-OLD-VALUE (NH-IDX) TO WS-FIRST-OLD-KEYS
006650             END-IF
006660             SET WS-KEY-CHANGE-SEEN TO TRUE
006670         WHEN OTHER
006680             CONTINUE
006690     END-EVALUATE.
006700 2210-EXIT.
006710     EXIT.

006720*---------------------------------------------------------------
006730* 2260-CHECK-ONE-COLUMN-ADDED - was this current column added
006740*                 by one of tonight's rows?
006750*---------------------------------------------------------------
006760 2260-CHECK-ONE-COLUMN-ADDED.
006770     SET WS-ENTRY-NOT-FOUND TO TRUE
006780     PERFORM 2270-MATCH-ONE-ADD-ROW THRU 2270-EXIT
006790         VARYING NH-IDX FROM 1 BY 1
006800         UNTIL NH-IDX > WS-NIGHT-ROW-COUNT
006810            OR WS-ENTRY-FOUND
006820     IF WS-ENTRY-NOT-FOUND
006830         MOVE 'N' TO WS-ALL-ADDED-SWITCH
006840     END-IF.
006850 2260-EXIT.
006860     EXIT.

006870*---------------------------------------------------------------
006880* 2270-MATCH-ONE-ADD-ROW - an add of this column's field id
006890*---------------------------------------------------------------
006900 2270-MATCH-ONE-ADD-ROW.
006910     IF NH-TABLE-NAME (NH-IDX) = WS-CURRENT-TABLE-NAME
006920        AND (NH-OPERATION (NH-IDX) = 'ADD-COLUMN'
006930             OR NH-OPERATION (NH-IDX) = 'ADD-REQUIRED')
006940        AND NH-FIELD-ID (NH-IDX)
006950            = COL-FIELD-ID OF WS-SCHEMA-BODY (WS-COL-SUB)
006960         SET WS-ENTRY-FOUND TO TRUE
006970     END-IF.
006980 2270-EXIT.
006990     EXIT.

007000*---------------------------------------------------------------
007010* 2300-WRITE-TABLE-BANNER - SQL comment lines heading a table
007020*---------------------------------------------------------------
007030 2300-WRITE-TABLE-BANNER.
007040     MOVE SS-SCHEMA-VERSION OF WS-SCHEMA-BODY
007050         TO WS-VERSION-DISPLAY
007060     MOVE ALL '-' TO WS-DDL-LINE
007070     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
007080     STRING '-- ' DELIMITED BY SIZE
007090            WS-CURRENT-TABLE-NAME DELIMITED BY SPACE
007100            '  ' DELIMITED BY SIZE
007110            WS-TABLE-ACTION DELIMITED BY SIZE
007120            '  SCHEMA VERSION ' DELIMITED BY SIZE
007130            WS-VERSION-DISPLAY DELIMITED BY SIZE
007140         INTO WS-DDL-LINE
007150         WITH POINTER WS-DDL-POINTER
007160     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
007170     MOVE ALL '-' TO WS-DDL-LINE
007180     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT.
007190 2300-EXIT.
007200     EXIT.

007210*---------------------------------------------------------------
007220* 2400-WRITE-TABLE-LINE - one DDLRPT line per table
007230*---------------------------------------------------------------
007240 2400-WRITE-TABLE-LINE.
007250     MOVE SPACES TO WS-REPORT-LINE-BUILD
007260     MOVE WS-TABLE-STATEMENTS TO WS-SHORT-COUNT-DISPLAY
007270     MOVE WS-CURRENT-TABLE-NAME TO WS-REPORT-LINE-BUILD (1 : 30)
007280     MOVE WS-TABLE-ACTION TO WS-REPORT-LINE-BUILD (33 : 14)
007290     MOVE WS-SHORT-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (55 : 4)
007300     MOVE WS-TABLE-EXCEPTIONS TO WS-SHORT-COUNT-DISPLAY
007310     MOVE WS-SHORT-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (67 : 4)
007320     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT.
007330 2400-EXIT.
007340     EXIT.

007350*---------------------------------------------------------------
007360* 3000-WRITE-CREATE-TABLE - a table new tonight: CREATE TABLE
007370*                 from its current layout, with its primary key,
007380*                 column comments, and its foreign keys queued
007390*---------------------------------------------------------------
007400 3000-WRITE-CREATE-TABLE.
007410     MOVE 0 TO WS-SELECTED-COLUMN-COUNT
007420     PERFORM 3050-SELECT-ONE-COLUMN THRU 3050-EXIT
007430         VARYING WS-COL-SUB FROM 1 BY 1
007440         UNTIL WS-COL-SUB > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
007450     PERFORM 3500-NOTE-ONE-NEW-TABLE-ROW THRU 3500-EXIT
007460         VARYING NH-IDX FROM 1 BY 1
007470         UNTIL NH-IDX > WS-NIGHT-ROW-COUNT
007480     IF WS-SELECTED-COLUMN-COUNT = 0
007490         MOVE 'CREATE TABLE' TO WS-EXC-OPERATION
007500         MOVE SPACES TO WS-EXC-FIELD-NAME
007510         MOVE 'NO COLUMN CAN BE CARRIED IN DB2 - NOT CREATED'
007520             TO WS-EXC-REASON
007530         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
007540         MOVE 'NOT CREATED' TO WS-TABLE-ACTION
007550         GO TO 3000-EXIT
007560     END-IF
007570     MOVE 'CREATE TABLE' TO WS-TABLE-ACTION
007580     ADD 1 TO WS-TABLES-CREATED-COUNT
007590     PERFORM 2300-WRITE-TABLE-BANNER THRU 2300-EXIT
007600     STRING 'CREATE TABLE ' DELIMITED BY SIZE
007610            WS-DB2-TABLE-REF DELIMITED BY SPACE
007620         INTO WS-DDL-LINE
007630         WITH POINTER WS-DDL-POINTER
007640     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
007650     SET WS-FIRST-ITEM TO TRUE
007660     PERFORM 3100-CREATE-ONE-COLUMN THRU 3100-EXIT
007670         VARYING WS-COL-SUB FROM 1 BY 1
007680         UNTIL WS-COL-SUB > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
007690     PERFORM 3200-CREATE-PRIMARY-KEY THRU 3200-EXIT
007700     MOVE '  )' TO WS-DDL-LINE
007710     MOVE 4 TO WS-DDL-POINTER
007720     PERFORM 8610-END-STATEMENT THRU 8610-EXIT
007730     SET WS-FIRST-ITEM TO TRUE
007740     PERFORM 3400-COMMENT-ONE-COLUMN THRU 3400-EXIT
007750         VARYING WS-COL-SUB FROM 1 BY 1
007760         UNTIL WS-COL-SUB > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
007770     IF NOT WS-FIRST-ITEM
007780         MOVE '  )' TO WS-DDL-LINE
007790         MOVE 4 TO WS-DDL-POINTER
007800         PERFORM 8610-END-STATEMENT THRU 8610-EXIT
007810     END-IF
007820     PERFORM 3300-QUEUE-OWN-FOREIGN-KEY THRU 3300-EXIT
007830         VARYING TR-IDX FROM 1 BY 1
007840         UNTIL TR-IDX > TABLE-REF-COUNT.
007850 3000-EXIT.
007860     EXIT.

007870*---------------------------------------------------------------
007880* 3050-SELECT-ONE-COLUMN - will the CREATE carry this column?
007890*---------------------------------------------------------------
007900 3050-SELECT-ONE-COLUMN.
007910     MOVE 'N' TO WS-COLUMN-CREATED-FLAG (WS-COL-SUB)
007920     MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-COL-SUB)
007930         TO WS-CHECK-TYPE
007940     MOVE COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY (WS-COL-SUB)
007950         TO WS-CHECK-PARENT-ID
007960     PERFORM 5100-CHECK-COLUMN-CARRIED THRU 5100-EXIT
007970     IF WS-COLUMN-NOT-CARRIED
007980         MOVE 'CREATE TABLE' TO WS-EXC-OPERATION
007990         MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-COL-SUB)
008000             TO WS-EXC-FIELD-NAME
008010         MOVE WS-CARRY-REASON TO WS-EXC-REASON
008020         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
008030         GO TO 3050-EXIT
008040     END-IF
008050     MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-COL-SUB)
008060         TO WS-MAP-TYPE
008070     MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY (WS-COL-SUB)
008080         TO WS-MAP-PRECISION
008090     MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-COL-SUB)
008100         TO WS-MAP-SCALE
008110     MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY (WS-COL-SUB)
008120         TO WS-MAP-LENGTH
008130     PERFORM 5000-MAP-DB2-TYPE THRU 5000-EXIT
008140     IF WS-TYPE-NOT-MAPPED
008150         MOVE 'CREATE TABLE' TO WS-EXC-OPERATION
008160         MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-COL-SUB)
008170             TO WS-EXC-FIELD-NAME
008180         MOVE WS-MAP-REASON TO WS-EXC-REASON
008190         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
008200         GO TO 3050-EXIT
008210     END-IF
008220     MOVE 'Y' TO WS-COLUMN-CREATED-FLAG (WS-COL-SUB)
008230     ADD 1 TO WS-SELECTED-COLUMN-COUNT.
008240 3050-EXIT.
008250     EXIT.

008260*---------------------------------------------------------------
008270* 3100-CREATE-ONE-COLUMN - one column definition; a default
008280*                 goes on the lines below it
008290*---------------------------------------------------------------
008300 3100-CREATE-ONE-COLUMN.
008310     IF NOT WS-COLUMN-WAS-CREATED (WS-COL-SUB)
008320         GO TO 3100-EXIT
008330     END-IF
008340     MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-COL-SUB)
008350         TO WS-MAP-TYPE
008360     MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY (WS-COL-SUB)
008370         TO WS-MAP-PRECISION
008380     MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-COL-SUB)
008390         TO WS-MAP-SCALE
008400     MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY (WS-COL-SUB)
008410         TO WS-MAP-LENGTH
008420     PERFORM 5000-MAP-DB2-TYPE THRU 5000-EXIT
008430     MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-COL-SUB)
008440         TO WS-NAME-TO-QUOTE
008450     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
008460     PERFORM 3110-START-LIST-ITEM THRU 3110-EXIT
008470     STRING WS-QUOTED-NAME DELIMITED BY SPACE
008480            ' ' DELIMITED BY SIZE
008490            WS-DB2-TYPE DELIMITED BY SPACE
008500         INTO WS-DDL-LINE
008510         WITH POINTER WS-DDL-POINTER
008520     IF COL-IS-REQUIRED OF WS-SCHEMA-BODY (WS-COL-SUB)
008530         STRING ' NOT NULL' DELIMITED BY SIZE
008540             INTO WS-DDL-LINE
008550             WITH POINTER WS-DDL-POINTER
008560     END-IF
008570     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
008580     IF COL-DEFAULT-VALUE OF WS-SCHEMA-BODY (WS-COL-SUB)
008590             NOT = SPACES
008600         MOVE '      WITH DEFAULT' TO WS-DDL-LINE
008610         PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
008620         MOVE COL-DEFAULT-VALUE OF WS-SCHEMA-BODY (WS-COL-SUB)
008630             TO WS-LITERAL-SOURCE
008640         PERFORM 6400-BUILD-LITERAL THRU 6400-EXIT
008650         STRING '        ' DELIMITED BY SIZE
008660                WS-LITERAL-TEXT (1 : WS-LITERAL-LENGTH)
008670                    DELIMITED BY SIZE
008680             INTO WS-DDL-LINE
008690             WITH POINTER WS-DDL-POINTER
008700         PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
008710     END-IF.
008720 3100-EXIT.
008730     EXIT.

008740*---------------------------------------------------------------
008750* 3110-START-LIST-ITEM - open the list with '(' or carry on
008760*                 with ','
008770*---------------------------------------------------------------
008780 3110-START-LIST-ITEM.
008790     IF WS-FIRST-ITEM
008800         STRING '  ( ' DELIMITED BY SIZE
008810             INTO WS-DDL-LINE
008820             WITH POINTER WS-DDL-POINTER
008830         MOVE 'N' TO WS-FIRST-ITEM-SWITCH
008840     ELSE
008850         STRING '  , ' DELIMITED BY SIZE
008860             INTO WS-DDL-LINE
008870             WITH POINTER WS-DDL-POINTER
008880     END-IF.
008890 3110-EXIT.
008900     EXIT.

008910*---------------------------------------------------------------
008920* 3200-CREATE-PRIMARY-KEY - PRIMARY KEY from TBLKEYS, when
008930*                 every key column was created NOT NULL
008940*---------------------------------------------------------------
008950 3200-CREATE-PRIMARY-KEY.
008960     PERFORM 6500-READ-TABLE-KEYS THRU 6500-EXIT
008970     IF NOT WS-KEYS-ON-FILE OR TK-KEY-FIELD-COUNT = 0
008980         GO TO 3200-EXIT
008990     END-IF
009000     PERFORM 6550-CHECK-KEY-LIST THRU 6550-EXIT
009010     IF WS-KEY-LIST-IS-INVALID
009020         GO TO 3200-EXIT
009030     END-IF
009040     MOVE '  , PRIMARY KEY' TO WS-DDL-LINE
009050     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
009060     PERFORM 6600-WRITE-ONE-KEY-LINE THRU 6600-EXIT
009070         VARYING WS-KEY-SUB FROM 1 BY 1
009080         UNTIL WS-KEY-SUB > TK-KEY-FIELD-COUNT
009090     MOVE '      )' TO WS-DDL-LINE
009100     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT.
009110 3200-EXIT.
009120     EXIT.

009130*---------------------------------------------------------------
009140* 3300-QUEUE-OWN-FOREIGN-KEY - a registry row naming this new
009150*                 table as the referencing side
009160*---------------------------------------------------------------
009170 3300-QUEUE-OWN-FOREIGN-KEY.
009180     IF WS-REF-SOURCE-TABLE (TR-IDX) = WS-CURRENT-TABLE-NAME
009190         MOVE WS-REF-SOURCE-TABLE (TR-IDX) TO WS-FK-CHILD-TABLE
009200         MOVE WS-REF-SOURCE-COLUMN (TR-IDX) TO WS-FK-CHILD-COLUMN
009210         MOVE WS-REF-TARGET-TABLE (TR-IDX) TO WS-FK-PARENT-TABLE
009220         MOVE WS-REF-TARGET-COLUMN (TR-IDX) TO WS-FK-PARENT-COLUMN
009230         PERFORM 6000-QUEUE-FOREIGN-KEY THRU 6000-EXIT
009240     END-IF.
009250 3300-EXIT.
009260     EXIT.

009270*---------------------------------------------------------------
009280* 3400-COMMENT-ONE-COLUMN - a created column's doc text into
009290*                 one COMMENT ON statement for the table
009300*---------------------------------------------------------------
009310 3400-COMMENT-ONE-COLUMN.
009320     IF NOT WS-COLUMN-WAS-CREATED (WS-COL-SUB)
009330         GO TO 3400-EXIT
009340     END-IF
009350     IF COL-DOC-TEXT OF WS-SCHEMA-BODY (WS-COL-SUB) = SPACES
009360         GO TO 3400-EXIT
009370     END-IF
009380     IF WS-FIRST-ITEM
009390         STRING 'COMMENT ON ' DELIMITED BY SIZE
009400                WS-DB2-TABLE-REF DELIMITED BY SPACE
009410             INTO WS-DDL-LINE
009420             WITH POINTER WS-DDL-POINTER
009430         PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
009440     END-IF
009450     MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-COL-SUB)
009460         TO WS-NAME-TO-QUOTE
009470     MOVE COL-DOC-TEXT OF WS-SCHEMA-BODY (WS-COL-SUB)
009480         TO WS-LITERAL-SOURCE
009490     PERFORM 6700-WRITE-COMMENT-ITEM THRU 6700-EXIT.
009500 3400-EXIT.
009510     EXIT.

009520*---------------------------------------------------------------
009530* 3500-NOTE-ONE-NEW-TABLE-ROW - tonight's rows a CREATE cannot
009540*                 show: the partition spec has no Db2 form
009550*---------------------------------------------------------------
009560 3500-NOTE-ONE-NEW-TABLE-ROW.
009570     IF NH-TABLE-NAME (NH-IDX) = WS-CURRENT-TABLE-NAME
009580        AND (NH-OPERATION (NH-IDX) = 'ADD-PART-FLD'
009590             OR NH-OPERATION (NH-IDX) = 'DROP-PART-FLD')
009600         MOVE NH-OPERATION (NH-IDX) TO WS-EXC-OPERATION
009610         MOVE NH-FIELD-NAME (NH-IDX) TO WS-EXC-FIELD-NAME
009620         MOVE 'PARTITION SPEC IS NOT CARRIED IN DB2'
009630             TO WS-EXC-REASON
009640         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
009650     END-IF.
009660 3500-EXIT.
009670     EXIT.

009680*---------------------------------------------------------------
009690* 4000-WRITE-ALTERS - an existing table: replay tonight's rows
009700*                 in commit order, then any primary-key change
009710*---------------------------------------------------------------
009720 4000-WRITE-ALTERS.
009730     MOVE 'ALTER TABLE' TO WS-TABLE-ACTION
009740     ADD 1 TO WS-TABLES-ALTERED-COUNT
009750     PERFORM 2300-WRITE-TABLE-BANNER THRU 2300-EXIT
009760     PERFORM 4100-REPLAY-ONE-ROW THRU 4100-EXIT
009770         VARYING NH-IDX FROM 1 BY 1
009780         UNTIL NH-IDX > WS-NIGHT-ROW-COUNT
009790     IF WS-KEY-CHANGE-SEEN
009800         PERFORM 4800-REBUILD-PRIMARY-KEY THRU 4800-EXIT
009810     END-IF
009820     IF WS-REORG-NEEDED
009830         STRING '-- REORG TABLE ' DELIMITED BY SIZE
009840                WS-DB2-TABLE-REF DELIMITED BY SPACE
009850                ' BEFORE THE NEXT LOAD' DELIMITED BY SIZE
009860             INTO WS-DDL-LINE
009870             WITH POINTER WS-DDL-POINTER
009880         PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
009890     END-IF
009900     IF WS-TABLE-STATEMENTS = 0
009910         MOVE '-- NO DB2 CHANGE FOR THIS TABLE' TO WS-DDL-LINE
009920         PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
009930         MOVE 'NO DB2 CHANGE' TO WS-TABLE-ACTION
009940     END-IF.
009950 4000-EXIT.
009960     EXIT.

009970*---------------------------------------------------------------
009980* 4100-REPLAY-ONE-ROW - route one of this table's rows; codes
009990*                 with no Db2 meaning (FREEZE-TABLE, THAW-TABLE)
010000*                 are passed over
010010*---------------------------------------------------------------
010020 4100-REPLAY-ONE-ROW.
010030     IF NH-TABLE-NAME (NH-IDX) NOT = WS-CURRENT-TABLE-NAME
010040         GO TO 4100-EXIT
010050     END-IF
010060     MOVE NH-OPERATION (NH-IDX) TO WS-EXC-OPERATION
010070     MOVE NH-FIELD-NAME (NH-IDX) TO WS-EXC-FIELD-NAME
010080     EVALUATE NH-OPERATION (NH-IDX)
010090         WHEN 'ADD-COLUMN'
010100         WHEN 'ADD-REQUIRED'
010110             PERFORM 4200-ALTER-ADD-COLUMN THRU 4200-EXIT
010120         WHEN 'RENAME-COLUMN'
010130             PERFORM 4300-ALTER-RENAME-COLUMN THRU 4300-EXIT
010140         WHEN 'UPDATE-COLUMN'
010150             PERFORM 4400-ALTER-DATA-TYPE THRU 4400-EXIT
010160         WHEN 'UPDATE-DOC'
010170             PERFORM 4500-ALTER-COMMENT THRU 4500-EXIT
010180         WHEN 'UPDATE-DEFAULT'
010190             PERFORM 4550-ALTER-DEFAULT THRU 4550-EXIT
010200         WHEN 'MAKE-OPTIONAL'
010210         WHEN 'REQUIRE-COLUMN'
010220             PERFORM 4600-ALTER-NULLABILITY THRU 4600-EXIT
010230         WHEN 'DELETE-COLUMN'
010240             PERFORM 4650-ALTER-DROP-COLUMN THRU 4650-EXIT
010250         WHEN 'MOVE-FIRST'
010260         WHEN 'MOVE-BEFORE'
010270         WHEN 'MOVE-AFTER'
010280             MOVE 'DB2 CANNOT REORDER COLUMNS - ORDER UNCHANGED'
010290                 TO WS-EXC-REASON
010300             PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
010310         WHEN 'ADD-PART-FLD'
010320         WHEN 'DROP-PART-FLD'
010330             MOVE 'PARTITION SPEC IS NOT CARRIED IN DB2'
010340                 TO WS-EXC-REASON
010350             PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
010360         WHEN 'ADD-TABLE-REF'
010370             PERFORM 4700-QUEUE-ADDED-REF THRU 4700-EXIT
010380         WHEN 'DROP-TABLE-REF'
010390             PERFORM 4750-ALTER-DROP-FOREIGN-KEY THRU 4750-EXIT
010400         WHEN 'RETIRE-TABLE'
010410             MOVE 'TABLE RETIRED - DROP TABLE IS LEFT TO THE DBA'
010420                 TO WS-EXC-REASON
010430             PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
010440         WHEN OTHER
010450             CONTINUE
010460     END-EVALUATE.
010470 4100-EXIT.
010480     EXIT.

010490*---------------------------------------------------------------
010500* 4200-ALTER-ADD-COLUMN - ADD COLUMN; a required column is
010510*                 added NOT NULL WITH DEFAULT so the rows already
010520*                 loaded stay valid
010530*---------------------------------------------------------------
010540 4200-ALTER-ADD-COLUMN.
010550     PERFORM 5200-CHECK-HISTORY-COLUMN THRU 5200-EXIT
010560     IF WS-COLUMN-NOT-CARRIED
010570         MOVE WS-CARRY-REASON TO WS-EXC-REASON
010580         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
010590         GO TO 4200-EXIT
010600     END-IF
010610     MOVE NH-NEW-TYPE (NH-IDX) TO WS-MAP-TYPE
010620     MOVE NH-NEW-PRECISION (NH-IDX) TO WS-MAP-PRECISION
010630     MOVE NH-NEW-SCALE (NH-IDX) TO WS-MAP-SCALE
010640     MOVE NH-NEW-LENGTH (NH-IDX) TO WS-MAP-LENGTH
010650     PERFORM 5000-MAP-DB2-TYPE THRU 5000-EXIT
010660     IF WS-TYPE-NOT-MAPPED
010670         MOVE WS-MAP-REASON TO WS-EXC-REASON
010680         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
010690         GO TO 4200-EXIT
010700     END-IF
010710     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
010720     MOVE NH-FIELD-NAME (NH-IDX) TO WS-NAME-TO-QUOTE
010730     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
010740     STRING '  ADD COLUMN ' DELIMITED BY SIZE
010750            WS-QUOTED-NAME DELIMITED BY SPACE
010760            ' ' DELIMITED BY SIZE
010770            WS-DB2-TYPE DELIMITED BY SPACE
010780         INTO WS-DDL-LINE
010790         WITH POINTER WS-DDL-POINTER
010800     IF NH-OPERATION (NH-IDX) = 'ADD-REQUIRED'
010810         PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
010820         STRING '    NOT NULL WITH DEFAULT' DELIMITED BY SIZE
010830             INTO WS-DDL-LINE
010840             WITH POINTER WS-DDL-POINTER
010850     ELSE
010860         IF NH-NEW-VALUE (NH-IDX) NOT = SPACES
010870             PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
010880             STRING '    WITH DEFAULT' DELIMITED BY SIZE
010890                 INTO WS-DDL-LINE
010900                 WITH POINTER WS-DDL-POINTER
010910         END-IF
010920     END-IF
010930     IF NH-NEW-VALUE (NH-IDX) NOT = SPACES
010940         PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
010950         MOVE NH-NEW-VALUE (NH-IDX) TO WS-LITERAL-SOURCE
010960         PERFORM 6400-BUILD-LITERAL THRU 6400-EXIT
010970         STRING '      ' DELIMITED BY SIZE
010980                WS-LITERAL-TEXT (1 : WS-LITERAL-LENGTH)
010990                    DELIMITED BY SIZE
011000             INTO WS-DDL-LINE
011010             WITH POINTER WS-DDL-POINTER
011020     END-IF
011030     PERFORM 8610-END-STATEMENT THRU 8610-EXIT.
011040 4200-EXIT.
011050     EXIT.

011060*---------------------------------------------------------------
011070* 4300-ALTER-RENAME-COLUMN - RENAME COLUMN old TO new
011080*---------------------------------------------------------------
011090 4300-ALTER-RENAME-COLUMN.
011100     PERFORM 5200-CHECK-HISTORY-COLUMN THRU 5200-EXIT
011110     IF WS-COLUMN-NOT-CARRIED
011120         MOVE WS-CARRY-REASON TO WS-EXC-REASON
011130         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
011140         GO TO 4300-EXIT
011150     END-IF
011160     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
011170     MOVE NH-FIELD-NAME (NH-IDX) TO WS-NAME-TO-QUOTE
011180     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
011190     STRING '  RENAME COLUMN ' DELIMITED BY SIZE
011200            WS-QUOTED-NAME DELIMITED BY SPACE
011210         INTO WS-DDL-LINE
011220         WITH POINTER WS-DDL-POINTER
011230     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
011240     MOVE NH-NEW-VALUE (NH-IDX) TO WS-NAME-TO-QUOTE
011250     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
011260     STRING '    TO ' DELIMITED BY SIZE
011270            WS-QUOTED-NAME DELIMITED BY SPACE
011280         INTO WS-DDL-LINE
011290         WITH POINTER WS-DDL-POINTER
011300     PERFORM 8610-END-STATEMENT THRU 8610-EXIT.
011310 4300-EXIT.
011320     EXIT.

011330*---------------------------------------------------------------
011340* 4400-ALTER-DATA-TYPE - SET DATA TYPE; a change that crosses
011350*                 Db2 type families has no ALTER and is listed
011360*---------------------------------------------------------------
011370 4400-ALTER-DATA-TYPE.
011380     PERFORM 5200-CHECK-HISTORY-COLUMN THRU 5200-EXIT
011390     IF WS-COLUMN-NOT-CARRIED
011400         MOVE WS-CARRY-REASON TO WS-EXC-REASON
011410         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
011420         GO TO 4400-EXIT
011430     END-IF
011440     MOVE NH-OLD-TYPE (NH-IDX) TO WS-MAP-TYPE
011450     MOVE NH-OLD-PRECISION (NH-IDX) TO WS-MAP-PRECISION
011460     MOVE NH-OLD-SCALE (NH-IDX) TO WS-MAP-SCALE
011470     MOVE NH-OLD-LENGTH (NH-IDX) TO WS-MAP-LENGTH
011480     PERFORM 5000-MAP-DB2-TYPE THRU 5000-EXIT
011490     MOVE WS-MAP-FAMILY TO WS-OLD-MAP-FAMILY
011500     MOVE NH-NEW-TYPE (NH-IDX) TO WS-MAP-TYPE
011510     MOVE NH-NEW-PRECISION (NH-IDX) TO WS-MAP-PRECISION
011520     MOVE NH-NEW-SCALE (NH-IDX) TO WS-MAP-SCALE
011530     MOVE NH-NEW-LENGTH (NH-IDX) TO WS-MAP-LENGTH
011540     PERFORM 5000-MAP-DB2-TYPE THRU 5000-EXIT
011550     IF WS-TYPE-NOT-MAPPED
011560         MOVE WS-MAP-REASON TO WS-EXC-REASON
011570         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
011580         GO TO 4400-EXIT
011590     END-IF
011600     IF WS-MAP-FAMILY NOT = WS-OLD-MAP-FAMILY
011610         MOVE SPACES TO WS-EXC-REASON
011620         STRING 'NO DB2 ALTER FROM ' DELIMITED BY SIZE
011630                NH-OLD-TYPE (NH-IDX) DELIMITED BY SPACE
011640                ' TO ' DELIMITED BY SIZE
011650                NH-NEW-TYPE (NH-IDX) DELIMITED BY SPACE
011660             INTO WS-EXC-REASON
011670         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
011680         GO TO 4400-EXIT
011690     END-IF
011700     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
011710     PERFORM 4950-WRITE-ALTER-COLUMN THRU 4950-EXIT
011720     STRING '    SET DATA TYPE ' DELIMITED BY SIZE
011730            WS-DB2-TYPE DELIMITED BY SPACE
011740         INTO WS-DDL-LINE
011750         WITH POINTER WS-DDL-POINTER
011760     PERFORM 8610-END-STATEMENT THRU 8610-EXIT
011770     SET WS-REORG-NEEDED TO TRUE.
011780 4400-EXIT.
011790     EXIT.

011800*---------------------------------------------------------------
011810* 4500-ALTER-COMMENT - COMMENT ON for a changed doc; the text
011820*                 is the column's current doc when it is still
011830*                 there (the history row holds only 40 bytes)
011840*---------------------------------------------------------------
011850 4500-ALTER-COMMENT.
011860     PERFORM 5200-CHECK-HISTORY-COLUMN THRU 5200-EXIT
011870     IF WS-COLUMN-NOT-CARRIED
011880         MOVE WS-CARRY-REASON TO WS-EXC-REASON
011890         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
011900         GO TO 4500-EXIT
011910     END-IF
011920     IF WS-FOUND-IN-CURRENT
011930         MOVE COL-DOC-TEXT OF WS-SCHEMA-BODY
011940                 (WS-FOUND-COLUMN-INDEX)
011950             TO WS-LITERAL-SOURCE
011960     ELSE
011970         MOVE NH-NEW-VALUE (NH-IDX) TO WS-LITERAL-SOURCE
011980     END-IF
011990     MOVE NH-FIELD-NAME (NH-IDX) TO WS-NAME-TO-QUOTE
012000     STRING 'COMMENT ON ' DELIMITED BY SIZE
012010            WS-DB2-TABLE-REF DELIMITED BY SPACE
012020         INTO WS-DDL-LINE
012030         WITH POINTER WS-DDL-POINTER
012040     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
012050     SET WS-FIRST-ITEM TO TRUE
012060     PERFORM 6700-WRITE-COMMENT-ITEM THRU 6700-EXIT
012070     MOVE '  )' TO WS-DDL-LINE
012080     MOVE 4 TO WS-DDL-POINTER
012090     PERFORM 8610-END-STATEMENT THRU 8610-EXIT.
012100 4500-EXIT.
012110     EXIT.

012120*---------------------------------------------------------------
012130* 4550-ALTER-DEFAULT - SET DEFAULT, or DROP DEFAULT when the
012140*                 new default is blank
012150*---------------------------------------------------------------
012160 4550-ALTER-DEFAULT.
012170     PERFORM 5200-CHECK-HISTORY-COLUMN THRU 5200-EXIT
012180     IF WS-COLUMN-NOT-CARRIED
012190         MOVE WS-CARRY-REASON TO WS-EXC-REASON
012200         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
012210         GO TO 4550-EXIT
012220     END-IF
012230     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
012240     PERFORM 4950-WRITE-ALTER-COLUMN THRU 4950-EXIT
012250     IF NH-NEW-VALUE (NH-IDX) = SPACES
012260         STRING '    DROP DEFAULT' DELIMITED BY SIZE
012270             INTO WS-DDL-LINE
012280             WITH POINTER WS-DDL-POINTER
012290     ELSE
012300         MOVE '    SET DEFAULT' TO WS-DDL-LINE
012310         PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
012320         MOVE WS-CARRY-TYPE TO WS-MAP-TYPE
012330         MOVE 0 TO WS-MAP-PRECISION WS-MAP-SCALE WS-MAP-LENGTH
012340         PERFORM 5000-MAP-DB2-TYPE THRU 5000-EXIT
012350         MOVE NH-NEW-VALUE (NH-IDX) TO WS-LITERAL-SOURCE
012360         PERFORM 6400-BUILD-LITERAL THRU 6400-EXIT
012370         STRING '      ' DELIMITED BY SIZE
012380                WS-LITERAL-TEXT (1 : WS-LITERAL-LENGTH)
012390                    DELIMITED BY SIZE
012400             INTO WS-DDL-LINE
012410             WITH POINTER WS-DDL-POINTER
012420     END-IF
012430     PERFORM 8610-END-STATEMENT THRU 8610-EXIT.
012440 4550-EXIT.
012450     EXIT.

012460*---------------------------------------------------------------
012470* 4600-ALTER-NULLABILITY - DROP NOT NULL or SET NOT NULL
012480*---------------------------------------------------------------
012490 4600-ALTER-NULLABILITY.
012500     PERFORM 5200-CHECK-HISTORY-COLUMN THRU 5200-EXIT
012510     IF WS-COLUMN-NOT-CARRIED
012520         MOVE WS-CARRY-REASON TO WS-EXC-REASON
012530         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
012540         GO TO 4600-EXIT
012550     END-IF
012560     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
012570     PERFORM 4950-WRITE-ALTER-COLUMN THRU 4950-EXIT
012580     IF NH-OPERATION (NH-IDX) = 'MAKE-OPTIONAL'
012590         STRING '    DROP NOT NULL' DELIMITED BY SIZE
012600             INTO WS-DDL-LINE
012610             WITH POINTER WS-DDL-POINTER
012620     ELSE
012630         STRING '    SET NOT NULL' DELIMITED BY SIZE
012640             INTO WS-DDL-LINE
012650             WITH POINTER WS-DDL-POINTER
012660     END-IF
012670     PERFORM 8610-END-STATEMENT THRU 8610-EXIT
012680     SET WS-REORG-NEEDED TO TRUE.
012690 4600-EXIT.
012700     EXIT.

012710*---------------------------------------------------------------
012720* 4650-ALTER-DROP-COLUMN - DROP COLUMN
012730*---------------------------------------------------------------
012740 4650-ALTER-DROP-COLUMN.
012750     PERFORM 5200-CHECK-HISTORY-COLUMN THRU 5200-EXIT
012760     IF WS-COLUMN-NOT-CARRIED
012770         MOVE WS-CARRY-REASON TO WS-EXC-REASON
012780         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
012790         GO TO 4650-EXIT
012800     END-IF
012810     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
012820     MOVE NH-FIELD-NAME (NH-IDX) TO WS-NAME-TO-QUOTE
012830     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
012840     STRING '  DROP COLUMN ' DELIMITED BY SIZE
012850            WS-QUOTED-NAME DELIMITED BY SPACE
012860         INTO WS-DDL-LINE
012870         WITH POINTER WS-DDL-POINTER
012880     PERFORM 8610-END-STATEMENT THRU 8610-EXIT
012890     SET WS-REORG-NEEDED TO TRUE.
012900 4650-EXIT.
012910     EXIT.

012920*---------------------------------------------------------------
012930* 4700-QUEUE-ADDED-REF - a new reference: the referenced table
012940*                 rides in SH-OLD-VALUE, its column in
012950*                 SH-NEW-VALUE
012960*---------------------------------------------------------------
012970 4700-QUEUE-ADDED-REF.
012980     MOVE WS-CURRENT-TABLE-NAME TO WS-FK-CHILD-TABLE
012990     MOVE NH-FIELD-NAME (NH-IDX) TO WS-FK-CHILD-COLUMN
013000     MOVE NH-OLD-VALUE (NH-IDX) TO WS-FK-PARENT-TABLE
013010     MOVE NH-NEW-VALUE (NH-IDX) TO WS-FK-PARENT-COLUMN
013020     PERFORM 6000-QUEUE-FOREIGN-KEY THRU 6000-EXIT.
013030 4700-EXIT.
013040     EXIT.

013050*---------------------------------------------------------------
013060* 4750-ALTER-DROP-FOREIGN-KEY - DROP FOREIGN KEY, unless the
013070*                 reference was only added tonight, in which case
013080*                 the queued add is cancelled instead
013090*---------------------------------------------------------------
013100 4750-ALTER-DROP-FOREIGN-KEY.
013110     MOVE WS-CURRENT-TABLE-NAME TO WS-FK-CHILD-TABLE
013120     MOVE NH-FIELD-NAME (NH-IDX) TO WS-FK-CHILD-COLUMN
013130     MOVE NH-OLD-VALUE (NH-IDX) TO WS-FK-PARENT-TABLE
013140     MOVE NH-NEW-VALUE (NH-IDX) TO WS-FK-PARENT-COLUMN
013150     SET WS-ENTRY-NOT-FOUND TO TRUE
013160     PERFORM 4760-MATCH-ONE-EARLIER-ADD THRU 4760-EXIT
013170         VARYING NH-SCAN-IDX FROM 1 BY 1
013180         UNTIL NH-SCAN-IDX NOT < NH-IDX
013190            OR WS-ENTRY-FOUND
013200     IF WS-ENTRY-FOUND
013210         PERFORM 6100-CANCEL-QUEUED-KEY THRU 6100-EXIT
013220         GO TO 4750-EXIT
013230     END-IF
013240     PERFORM 6200-BUILD-FK-NAME THRU 6200-EXIT
013250     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
013260     MOVE '  DROP FOREIGN KEY' TO WS-DDL-LINE
013270     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
013280     STRING '    ' DELIMITED BY SIZE
013290            WS-FK-NAME DELIMITED BY SPACE
013300         INTO WS-DDL-LINE
013310         WITH POINTER WS-DDL-POINTER
013320     PERFORM 8610-END-STATEMENT THRU 8610-EXIT.
013330 4750-EXIT.
013340     EXIT.

013350*---------------------------------------------------------------
013360* 4760-MATCH-ONE-EARLIER-ADD - the same reference added earlier
013370*                 tonight?
013380*---------------------------------------------------------------
013390 4760-MATCH-ONE-EARLIER-ADD.
013400     IF NH-TABLE-NAME (NH-SCAN-IDX) = WS-CURRENT-TABLE-NAME
013410        AND NH-OPERATION (NH-SCAN-IDX) = 'ADD-TABLE-REF'
013420        AND NH-FIELD-NAME (NH-SCAN-IDX) = WS-FK-CHILD-COLUMN
013430        AND NH-OLD-VALUE (NH-SCAN-IDX) = WS-FK-PARENT-TABLE
013440        AND NH-NEW-VALUE (NH-SCAN-IDX) = WS-FK-PARENT-COLUMN
013450         SET WS-ENTRY-FOUND TO TRUE
013460     END-IF.
013470 4760-EXIT.
013480     EXIT.

013490*---------------------------------------------------------------
013500* 4800-REBUILD-PRIMARY-KEY - the identifier list changed: drop
013510*                 the old key, add the TBLKEYS one, and queue the
013520*                 foreign keys that referred to this table again
013530*                 (Db2 drops them with the key)
013540*---------------------------------------------------------------
013550 4800-REBUILD-PRIMARY-KEY.
013560     MOVE 'SET-IDENT-KEYS' TO WS-EXC-OPERATION
013570     MOVE SPACES TO WS-EXC-FIELD-NAME
013580     IF WS-FIRST-OLD-KEYS NOT = SPACES
013590         PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
013600         STRING '  DROP PRIMARY KEY' DELIMITED BY SIZE
013610             INTO WS-DDL-LINE
013620             WITH POINTER WS-DDL-POINTER
013630         PERFORM 8610-END-STATEMENT THRU 8610-EXIT
013640     END-IF
013650     PERFORM 6500-READ-TABLE-KEYS THRU 6500-EXIT
013660     IF NOT WS-KEYS-ON-FILE OR TK-KEY-FIELD-COUNT = 0
013670         GO TO 4800-EXIT
013680     END-IF
013690     PERFORM 4850-MARK-CURRENT-COLUMNS THRU 4850-EXIT
013700         VARYING WS-COL-SUB FROM 1 BY 1
013710         UNTIL WS-COL-SUB > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
013720     PERFORM 6550-CHECK-KEY-LIST THRU 6550-EXIT
013730     IF WS-KEY-LIST-IS-INVALID
013740         GO TO 4800-EXIT
013750     END-IF
013760     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
013770     MOVE '  ADD PRIMARY KEY' TO WS-DDL-LINE
013780     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
013790     PERFORM 6600-WRITE-ONE-KEY-LINE THRU 6600-EXIT
013800         VARYING WS-KEY-SUB FROM 1 BY 1
013810         UNTIL WS-KEY-SUB > TK-KEY-FIELD-COUNT
013820     MOVE '      )' TO WS-DDL-LINE
013830     MOVE 8 TO WS-DDL-POINTER
013840     PERFORM 8610-END-STATEMENT THRU 8610-EXIT
013850     PERFORM 4810-QUEUE-ONE-PARTNER-KEY THRU 4810-EXIT
013860         VARYING TR-IDX FROM 1 BY 1
013870         UNTIL TR-IDX > TABLE-REF-COUNT.
013880 4800-EXIT.
013890     EXIT.

013900*---------------------------------------------------------------
013910* 4810-QUEUE-ONE-PARTNER-KEY - a registry row referring to
013920*                 this table
013930*---------------------------------------------------------------
013940 4810-QUEUE-ONE-PARTNER-KEY.
013950     IF WS-REF-TARGET-TABLE (TR-IDX) = WS-CURRENT-TABLE-NAME
013960         MOVE WS-REF-SOURCE-TABLE (TR-IDX) TO WS-FK-CHILD-TABLE
013970         MOVE WS-REF-SOURCE-COLUMN (TR-IDX) TO WS-FK-CHILD-COLUMN
013980         MOVE WS-REF-TARGET-TABLE (TR-IDX) TO WS-FK-PARENT-TABLE
013990         MOVE WS-REF-TARGET-COLUMN (TR-IDX) TO WS-FK-PARENT-COLUMN
014000         PERFORM 6000-QUEUE-FOREIGN-KEY THRU 6000-EXIT
014010     END-IF.
014020 4810-EXIT.
014030     EXIT.

014040*---------------------------------------------------------------
014050* 4850-MARK-CURRENT-COLUMNS - on an existing table every
014060*                 current column Db2 can carry is taken to exist
014070*---------------------------------------------------------------
014080 4850-MARK-CURRENT-COLUMNS.
014090     MOVE 'N' TO WS-COLUMN-CREATED-FLAG (WS-COL-SUB)
014100     MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-COL-SUB)
014110         TO WS-CHECK-TYPE
014120     MOVE COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY (WS-COL-SUB)
014130         TO WS-CHECK-PARENT-ID
014140     PERFORM 5100-CHECK-COLUMN-CARRIED THRU 5100-EXIT
014150     IF WS-COLUMN-IS-CARRIED
014160         MOVE 'Y' TO WS-COLUMN-CREATED-FLAG (WS-COL-SUB)
014170     END-IF.
014180 4850-EXIT.
014190     EXIT.

014200*---------------------------------------------------------------
014210* 4900-WRITE-ALTER-HEADER - the ALTER TABLE line
014220*---------------------------------------------------------------
014230 4900-WRITE-ALTER-HEADER.
014240     STRING 'ALTER TABLE ' DELIMITED BY SIZE
014250            WS-DB2-TABLE-REF DELIMITED BY SPACE
014260         INTO WS-DDL-LINE
014270         WITH POINTER WS-DDL-POINTER
014280     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT.
014290 4900-EXIT.
014300     EXIT.

014310*---------------------------------------------------------------
014320* 4950-WRITE-ALTER-COLUMN - the ALTER COLUMN line for the
014330*                 row's field
014340*---------------------------------------------------------------
014350 4950-WRITE-ALTER-COLUMN.
014360     MOVE NH-FIELD-NAME (NH-IDX) TO WS-NAME-TO-QUOTE
014370     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
014380     STRING '  ALTER COLUMN ' DELIMITED BY SIZE
014390            WS-QUOTED-NAME DELIMITED BY SPACE
014400         INTO WS-DDL-LINE
014410         WITH POINTER WS-DDL-POINTER
014420     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT.
014430 4950-EXIT.
014440     EXIT.

014450*---------------------------------------------------------------
014460* 5000-MAP-DB2-TYPE - the Db2 column type for an Iceberg type;
014470*                 zero precision or length means the shop default
014480*                 (DECIMAL 17,2 and 30 bytes), as everywhere else
014490*---------------------------------------------------------------
014500 5000-MAP-DB2-TYPE.
014510     SET WS-TYPE-IS-MAPPED TO TRUE
014520     MOVE SPACES TO WS-DB2-TYPE
014530     MOVE SPACES TO WS-MAP-REASON
014540     MOVE 'C' TO WS-MAP-FAMILY
014550     MOVE 1 TO WS-SPEC-POINTER
014560     EVALUATE WS-MAP-TYPE
014570         WHEN 'BOOLEAN'
014580             MOVE 'CHAR(1)' TO WS-DB2-TYPE
014590         WHEN 'INT'
014600             MOVE 'INTEGER' TO WS-DB2-TYPE
014610             MOVE 'N' TO WS-MAP-FAMILY
014620         WHEN 'LONG'
014630             MOVE 'BIGINT' TO WS-DB2-TYPE
014640             MOVE 'N' TO WS-MAP-FAMILY
014650         WHEN 'FLOAT'
014660             MOVE 'REAL' TO WS-DB2-TYPE
014670             MOVE 'N' TO WS-MAP-FAMILY
014680         WHEN 'DOUBLE'
014690             MOVE 'DOUBLE' TO WS-DB2-TYPE
014700             MOVE 'N' TO WS-MAP-FAMILY
014710         WHEN 'DECIMAL'
014720             MOVE 'N' TO WS-MAP-FAMILY
014730             PERFORM 5020-MAP-DECIMAL THRU 5020-EXIT
014740         WHEN 'DATE'
014750             MOVE 'DATE' TO WS-DB2-TYPE
014760             MOVE 'D' TO WS-MAP-FAMILY
014770         WHEN 'TIME'
014780             MOVE 'TIME' TO WS-DB2-TYPE
014790             MOVE 'M' TO WS-MAP-FAMILY
014800         WHEN 'TIMESTAMP'
014810             MOVE 'TIMESTAMP' TO WS-DB2-TYPE
014820             MOVE 'S' TO WS-MAP-FAMILY
014830         WHEN 'UUID'
014840             MOVE 'CHAR(36)' TO WS-DB2-TYPE
014850         WHEN 'STRING'
014860             STRING 'VARCHAR(' DELIMITED BY SIZE
014870                 INTO WS-DB2-TYPE
014880                 WITH POINTER WS-SPEC-POINTER
014890             PERFORM 5030-APPEND-LENGTH THRU 5030-EXIT
014900         WHEN 'FIXED'
014910             MOVE 'B' TO WS-MAP-FAMILY
014920             IF WS-MAP-LENGTH > 255
014930                 STRING 'VARBINARY(' DELIMITED BY SIZE
014940                     INTO WS-DB2-TYPE
014950                     WITH POINTER WS-SPEC-POINTER
014960             ELSE
014970                 STRING 'BINARY(' DELIMITED BY SIZE
014980                     INTO WS-DB2-TYPE
014990                     WITH POINTER WS-SPEC-POINTER
015000             END-IF
015010             PERFORM 5030-APPEND-LENGTH THRU 5030-EXIT
015020         WHEN 'BINARY'
015030             MOVE 'B' TO WS-MAP-FAMILY
015040             STRING 'VARBINARY(' DELIMITED BY SIZE
015050                 INTO WS-DB2-TYPE
015060                 WITH POINTER WS-SPEC-POINTER
015070             PERFORM 5030-APPEND-LENGTH THRU 5030-EXIT
015080         WHEN OTHER
015090             SET WS-TYPE-NOT-MAPPED TO TRUE
015100             STRING WS-MAP-TYPE DELIMITED BY SPACE
015110                    ' COLUMN HAS NO DB2 EQUIVALENT'
015120                        DELIMITED BY SIZE
015130                 INTO WS-MAP-REASON
015140     END-EVALUATE.
015150 5000-EXIT.
015160     EXIT.

015170*---------------------------------------------------------------
015180* 5010-APPEND-TYPE-NUMBER - WS-SPEC-NUMBER-EDIT without its
015190*                 leading blanks onto the end of WS-DB2-TYPE
015200*---------------------------------------------------------------
015210 5010-APPEND-TYPE-NUMBER.
015220     MOVE 0 TO WS-SPEC-LEAD-COUNT
015230     INSPECT WS-SPEC-NUMBER-EDIT
015240         TALLYING WS-SPEC-LEAD-COUNT FOR LEADING SPACES
015250     STRING WS-SPEC-NUMBER-EDIT (WS-SPEC-LEAD-COUNT + 1 :
015260                                 3 - WS-SPEC-LEAD-COUNT)
015270             DELIMITED BY SIZE
015280         INTO WS-DB2-TYPE
015290         WITH POINTER WS-SPEC-POINTER.
015300 5010-EXIT.
015310     EXIT.

015320*---------------------------------------------------------------
015330* 5020-MAP-DECIMAL - DECIMAL(p,s); Db2 stops at 31 digits
015340*---------------------------------------------------------------
015350 5020-MAP-DECIMAL.
015360     IF WS-MAP-PRECISION = 0
015370         MOVE 17 TO WS-MAP-PRECISION
015380         MOVE 2 TO WS-MAP-SCALE
015390     END-IF
015400     IF WS-MAP-PRECISION > 31
015410         SET WS-TYPE-NOT-MAPPED TO TRUE
015420         MOVE 'DECIMAL OVER 31 DIGITS HAS NO DB2 EQUIVALENT'
015430             TO WS-MAP-REASON
015440         GO TO 5020-EXIT
015450     END-IF
015460     STRING 'DECIMAL(' DELIMITED BY SIZE
015470         INTO WS-DB2-TYPE
015480         WITH POINTER WS-SPEC-POINTER
015490     MOVE WS-MAP-PRECISION TO WS-SPEC-NUMBER-EDIT
015500     PERFORM 5010-APPEND-TYPE-NUMBER THRU 5010-EXIT
015510     STRING ',' DELIMITED BY SIZE
015520         INTO WS-DB2-TYPE
015530         WITH POINTER WS-SPEC-POINTER
015540     MOVE WS-MAP-SCALE TO WS-SPEC-NUMBER-EDIT
015550     PERFORM 5010-APPEND-TYPE-NUMBER THRU 5010-EXIT
015560     STRING ')' DELIMITED BY SIZE
015570         INTO WS-DB2-TYPE
015580         WITH POINTER WS-SPEC-POINTER.
015590 5020-EXIT.
015600     EXIT.

015610*---------------------------------------------------------------
015620* 5030-APPEND-LENGTH - the byte length and closing parenthesis
015630*---------------------------------------------------------------
015640 5030-APPEND-LENGTH.
015650     IF WS-MAP-LENGTH = 0
015660         MOVE 30 TO WS-SPEC-NUMBER-EDIT
015670     ELSE
015680         MOVE WS-MAP-LENGTH TO WS-SPEC-NUMBER-EDIT
015690     END-IF
015700     PERFORM 5010-APPEND-TYPE-NUMBER THRU 5010-EXIT
015710     STRING ')' DELIMITED BY SIZE
015720         INTO WS-DB2-TYPE
015730         WITH POINTER WS-SPEC-POINTER.
015740 5030-EXIT.
015750     EXIT.

015760*---------------------------------------------------------------
015770* 5100-CHECK-COLUMN-CARRIED - the Db2 copy is flat: a STRUCT
015780*                 child, STRUCT, LIST or MAP column has no column
015790*---------------------------------------------------------------
015800 5100-CHECK-COLUMN-CARRIED.
015810     SET WS-COLUMN-IS-CARRIED TO TRUE
015820     MOVE SPACES TO WS-CARRY-REASON
015830     MOVE WS-CHECK-TYPE TO WS-CARRY-TYPE
015840     IF WS-CHECK-PARENT-ID > 0
015850         SET WS-COLUMN-NOT-CARRIED TO TRUE
015860         MOVE 'STRUCT CHILD FIELD IS NOT CARRIED IN DB2'
015870             TO WS-CARRY-REASON
015880         GO TO 5100-EXIT
015890     END-IF
015900     IF WS-CHECK-TYPE = 'STRUCT' OR 'LIST' OR 'MAP'
015910         SET WS-COLUMN-NOT-CARRIED TO TRUE
015920         STRING WS-CHECK-TYPE DELIMITED BY SPACE
015930                ' COLUMN HAS NO DB2 EQUIVALENT' DELIMITED BY SIZE
015940             INTO WS-CARRY-REASON
015950     END-IF.
015960 5100-EXIT.
015970     EXIT.

015980*---------------------------------------------------------------
015990* 5200-CHECK-HISTORY-COLUMN - find the row's column by field id
016000*                 in the current layout, else the prior one, else
016010*                 judge it from the row (a dotted name is a
016020*                 STRUCT child)
016030*---------------------------------------------------------------
016040 5200-CHECK-HISTORY-COLUMN.
016050     SET WS-FOUND-NOWHERE TO TRUE
016060     MOVE 0 TO WS-FOUND-COLUMN-INDEX
016070     IF NH-FIELD-ID (NH-IDX) > 0
016080         PERFORM 5210-MATCH-CURRENT-FIELD-ID THRU 5210-EXIT
016090             VARYING WS-SCAN-INDEX FROM 1 BY 1
016100             UNTIL WS-SCAN-INDEX
016110                 > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
016120                OR WS-FOUND-COLUMN-INDEX > 0
016130         IF WS-FOUND-COLUMN-INDEX > 0
016140             SET WS-FOUND-IN-CURRENT TO TRUE
016150             MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY
016160                     (WS-FOUND-COLUMN-INDEX)
016170                 TO WS-CHECK-TYPE
016180             MOVE COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY
016190                     (WS-FOUND-COLUMN-INDEX)
016200                 TO WS-CHECK-PARENT-ID
016210         ELSE
016220             PERFORM 5220-MATCH-PRIOR-FIELD-ID THRU 5220-EXIT
016230                 VARYING WS-SCAN-INDEX FROM 1 BY 1
016240                 UNTIL WS-SCAN-INDEX
016250                         > SS-COLUMN-COUNT OF WS-PRIOR-BODY
016260                    OR WS-FOUND-COLUMN-INDEX > 0
016270             IF WS-FOUND-COLUMN-INDEX > 0
016280                 SET WS-FOUND-IN-PRIOR TO TRUE
016290                 MOVE COL-FIELD-TYPE OF WS-PRIOR-BODY
016300                         (WS-FOUND-COLUMN-INDEX)
016310                     TO WS-CHECK-TYPE
016320                 MOVE COL-PARENT-FIELD-ID OF WS-PRIOR-BODY
016330                         (WS-FOUND-COLUMN-INDEX)
016340                     TO WS-CHECK-PARENT-ID
016350             END-IF
016360         END-IF
016370     END-IF
016380     IF WS-FOUND-NOWHERE
016390         MOVE NH-NEW-TYPE (NH-IDX) TO WS-CHECK-TYPE
016400         IF WS-CHECK-TYPE = SPACES
016410             MOVE NH-OLD-TYPE (NH-IDX) TO WS-CHECK-TYPE
016420         END-IF
016430         MOVE 0 TO WS-CHECK-PARENT-ID
016440         MOVE 0 TO WS-DOT-COUNT
016450         INSPECT NH-FIELD-NAME (NH-IDX)
016460             TALLYING WS-DOT-COUNT FOR ALL '.'
016470         IF WS-DOT-COUNT > 0
016480             MOVE 1 TO WS-CHECK-PARENT-ID
016490         END-IF
016500     END-IF
016510     PERFORM 5100-CHECK-COLUMN-CARRIED THRU 5100-EXIT.
016520 5200-EXIT.
016530     EXIT.

016540*---------------------------------------------------------------
016550* 5210-MATCH-CURRENT-FIELD-ID - current column with this id?
016560*---------------------------------------------------------------
016570 5210-MATCH-CURRENT-FIELD-ID.
016580     IF COL-FIELD-ID OF WS-SCHEMA-BODY (WS-SCAN-INDEX)
016590             = NH-FIELD-ID (NH-IDX)
016600         MOVE WS-SCAN-INDEX TO WS-FOUND-COLUMN-INDEX
016610     END-IF.
016620 5210-EXIT.
016630     EXIT.

016640*---------------------------------------------------------------
016650* 5220-MATCH-PRIOR-FIELD-ID - prior column with this id?
016660*---------------------------------------------------------------
016670 5220-MATCH-PRIOR-FIELD-ID.
016680     IF COL-FIELD-ID OF WS-PRIOR-BODY (WS-SCAN-INDEX)
016690             = NH-FIELD-ID (NH-IDX)
016700         MOVE WS-SCAN-INDEX TO WS-FOUND-COLUMN-INDEX
016710     END-IF.
016720 5220-EXIT.
016730     EXIT.

016740*---------------------------------------------------------------
016750* 5300-FIND-COLUMN-BY-NAME - WS-FIND-NAME in the current layout
016760*---------------------------------------------------------------
016770 5300-FIND-COLUMN-BY-NAME.
016780     MOVE 0 TO WS-FOUND-COLUMN-INDEX
016790     PERFORM 5310-MATCH-ONE-COLUMN-NAME THRU 5310-EXIT
016800         VARYING WS-SCAN-INDEX FROM 1 BY 1
016810         UNTIL WS-SCAN-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
016820            OR WS-FOUND-COLUMN-INDEX > 0.
016830 5300-EXIT.
016840     EXIT.

016850*---------------------------------------------------------------
016860* 5310-MATCH-ONE-COLUMN-NAME - this column?
016870*---------------------------------------------------------------
016880 5310-MATCH-ONE-COLUMN-NAME.
016890     IF COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-SCAN-INDEX)
016900             = WS-FIND-NAME
016910         MOVE WS-SCAN-INDEX TO WS-FOUND-COLUMN-INDEX
016920     END-IF.
016930 5310-EXIT.
016940     EXIT.

016950*---------------------------------------------------------------
016960* 6000-QUEUE-FOREIGN-KEY - hold WS-FK-REQUEST for the foreign-
016970*                 key section at the end (once; a cancelled entry
016980*                 comes back to life)
016990*---------------------------------------------------------------
017000 6000-QUEUE-FOREIGN-KEY.
017010     PERFORM 6010-FIND-QUEUED-KEY THRU 6010-EXIT
017020     IF WS-QUEUE-MATCH > 0
017030         SET FQ-IDX TO WS-QUEUE-MATCH
017040         SET FQ-IS-ACTIVE (FQ-IDX) TO TRUE
017050         GO TO 6000-EXIT
017060     END-IF
017070     IF WS-FK-QUEUE-COUNT NOT < 500
017080         MOVE 'ADD-TABLE-REF' TO WS-EXC-OPERATION
017090         MOVE WS-FK-CHILD-COLUMN TO WS-EXC-FIELD-NAME
017100         MOVE 'FOREIGN KEY QUEUE FULL - CONSTRAINT NOT WRITTEN'
017110             TO WS-EXC-REASON
017120         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
017130         GO TO 6000-EXIT
017140     END-IF
017150     ADD 1 TO WS-FK-QUEUE-COUNT
017160     SET FQ-IDX TO WS-FK-QUEUE-COUNT
017170     SET FQ-IS-ACTIVE (FQ-IDX) TO TRUE
017180     MOVE WS-FK-CHILD-TABLE TO FQ-CHILD-TABLE (FQ-IDX)
017190     MOVE WS-FK-CHILD-COLUMN TO FQ-CHILD-COLUMN (FQ-IDX)
017200     MOVE WS-FK-PARENT-TABLE TO FQ-PARENT-TABLE (FQ-IDX)
017210     MOVE WS-FK-PARENT-COLUMN TO FQ-PARENT-COLUMN (FQ-IDX).
017220 6000-EXIT.
017230     EXIT.

017240*---------------------------------------------------------------
017250* 6010-FIND-QUEUED-KEY - WS-QUEUE-MATCH is the queue slot
017260*                 holding WS-FK-REQUEST, or zero
017270*---------------------------------------------------------------
017280 6010-FIND-QUEUED-KEY.
017290     MOVE 0 TO WS-QUEUE-MATCH
017300     PERFORM 6020-MATCH-ONE-QUEUED-KEY THRU 6020-EXIT
017310         VARYING FQ-IDX FROM 1 BY 1
017320         UNTIL FQ-IDX > WS-FK-QUEUE-COUNT
017330            OR WS-QUEUE-MATCH > 0.
017340 6010-EXIT.
017350     EXIT.

017360*---------------------------------------------------------------
017370* 6020-MATCH-ONE-QUEUED-KEY - this slot?
017380*---------------------------------------------------------------
017390 6020-MATCH-ONE-QUEUED-KEY.
017400     IF FQ-CHILD-TABLE (FQ-IDX) = WS-FK-CHILD-TABLE
017410        AND FQ-CHILD-COLUMN (FQ-IDX) = WS-FK-CHILD-COLUMN
017420        AND FQ-PARENT-TABLE (FQ-IDX) = WS-FK-PARENT-TABLE
017430        AND FQ-PARENT-COLUMN (FQ-IDX) = WS-FK-PARENT-COLUMN
017440         SET WS-QUEUE-MATCH TO FQ-IDX
017450     END-IF.
017460 6020-EXIT.
017470     EXIT.

017480*---------------------------------------------------------------
017490* 6100-CANCEL-QUEUED-KEY - a reference added and dropped the
017500*                 same night never reaches Db2
017510*---------------------------------------------------------------
017520 6100-CANCEL-QUEUED-KEY.
017530     PERFORM 6010-FIND-QUEUED-KEY THRU 6010-EXIT
017540     IF WS-QUEUE-MATCH > 0
017550         SET FQ-IDX TO WS-QUEUE-MATCH
017560         SET FQ-IS-CANCELLED (FQ-IDX) TO TRUE
017570     END-IF.
017580 6100-EXIT.
017590     EXIT.

017600*---------------------------------------------------------------
017610* 6200-BUILD-FK-NAME - "FK_<column>_<referenced table>", the
017620*                 same on the add and on a later drop
017630*---------------------------------------------------------------
017640 6200-BUILD-FK-NAME.
017650     MOVE SPACES TO WS-FK-NAME
017660     STRING '"FK_' DELIMITED BY SIZE
017670            WS-FK-CHILD-COLUMN DELIMITED BY SPACE
017680            '_' DELIMITED BY SIZE
017690            WS-FK-PARENT-TABLE DELIMITED BY SPACE
017700            '"' DELIMITED BY SIZE
017710         INTO WS-FK-NAME.
017720 6200-EXIT.
017730     EXIT.

017740*---------------------------------------------------------------
017750* 6300-QUOTE-NAME - WS-NAME-TO-QUOTE as a delimited identifier
017760*---------------------------------------------------------------
017770 6300-QUOTE-NAME.
017780     MOVE SPACES TO WS-QUOTED-NAME
017790     STRING '"' DELIMITED BY SIZE
017800            WS-NAME-TO-QUOTE DELIMITED BY SPACE
017810            '"' DELIMITED BY SIZE
017820         INTO WS-QUOTED-NAME.
017830 6300-EXIT.
017840     EXIT.

017850*---------------------------------------------------------------
017860* 6350-BUILD-TABLE-REF - SCHEMA."TABLE" for WS-TABLE-REF-INPUT
017870*---------------------------------------------------------------
017880 6350-BUILD-TABLE-REF.
017890     MOVE SPACES TO WS-TABLE-REF-OUTPUT
017900     STRING WS-DB2-SCHEMA DELIMITED BY SPACE
017910            '."' DELIMITED BY SIZE
017920            WS-TABLE-REF-INPUT DELIMITED BY SPACE
017930            '"' DELIMITED BY SIZE
017940         INTO WS-TABLE-REF-OUTPUT.
017950 6350-EXIT.
017960     EXIT.

017970*---------------------------------------------------------------
017980* 6400-BUILD-LITERAL - WS-LITERAL-SOURCE as an SQL constant:
017990*                 bare for a numeric column, otherwise quoted with
018000*                 apostrophes doubled, cut short to stay on one
018010*                 line (WS-LITERAL-LIMIT bytes)
018020*---------------------------------------------------------------
018030 6400-BUILD-LITERAL.
018040     MOVE SPACES TO WS-LITERAL-TEXT
018050     MOVE 'N' TO WS-TRUNCATED-SWITCH
018060     MOVE 0 TO WS-SOURCE-LENGTH
018070     PERFORM 6410-NOTE-LAST-NONBLANK THRU 6410-EXIT
018080         VARYING WS-SCAN-INDEX FROM 60 BY -1
018090         UNTIL WS-SCAN-INDEX = 0
018100            OR WS-SOURCE-LENGTH > 0
018110     IF WS-MAP-FAMILY = 'N' AND WS-SOURCE-LENGTH > 0
018120         MOVE WS-LITERAL-SOURCE (1 : WS-SOURCE-LENGTH)
018130             TO WS-LITERAL-TEXT
018140         MOVE WS-SOURCE-LENGTH TO WS-LITERAL-LENGTH
018150         GO TO 6400-EXIT
018160     END-IF
018170     MOVE "'" TO WS-LITERAL-TEXT (1 : 1)
018180     MOVE 2 TO WS-LITERAL-POINTER
018190     PERFORM 6420-COPY-ONE-LITERAL-CHAR THRU 6420-EXIT
018200         VARYING WS-SCAN-INDEX FROM 1 BY 1
018210         UNTIL WS-SCAN-INDEX > WS-SOURCE-LENGTH
018220            OR WS-LITERAL-TRUNCATED
018230     MOVE "'" TO WS-LITERAL-TEXT (WS-LITERAL-POINTER : 1)
018240     MOVE WS-LITERAL-POINTER TO WS-LITERAL-LENGTH.
018250 6400-EXIT.
018260     EXIT.

018270*---------------------------------------------------------------
018280* 6410-NOTE-LAST-NONBLANK - scanning back from the end
018290*---------------------------------------------------------------
018300 6410-NOTE-LAST-NONBLANK.
018310     IF WS-LITERAL-SOURCE (WS-SCAN-INDEX : 1) NOT = SPACE
018320         MOVE WS-SCAN-INDEX TO WS-SOURCE-LENGTH
018330     END-IF.
018340 6410-EXIT.
018350     EXIT.

018360*---------------------------------------------------------------
018370* 6420-COPY-ONE-LITERAL-CHAR - one character, an apostrophe
018380*                 twice
018390*---------------------------------------------------------------
018400 6420-COPY-ONE-LITERAL-CHAR.
018410     MOVE WS-LITERAL-SOURCE (WS-SCAN-INDEX : 1)
018420         TO WS-LITERAL-CHARACTER
018430     IF WS-LITERAL-CHARACTER = "'"
018440         MOVE 2 TO WS-LITERAL-NEED
018450     ELSE
018460         MOVE 1 TO WS-LITERAL-NEED
018470     END-IF
018480     IF WS-LITERAL-POINTER + WS-LITERAL-NEED > WS-LITERAL-LIMIT
018490         SET WS-LITERAL-TRUNCATED TO TRUE
018500         GO TO 6420-EXIT
018510     END-IF
018520     MOVE WS-LITERAL-CHARACTER
018530         TO WS-LITERAL-TEXT (WS-LITERAL-POINTER : 1)
018540     IF WS-LITERAL-NEED = 2
018550         MOVE WS-LITERAL-CHARACTER
018560             TO WS-LITERAL-TEXT (WS-LITERAL-POINTER + 1 : 1)
018570     END-IF
018580     ADD WS-LITERAL-NEED TO WS-LITERAL-POINTER.
018590 6420-EXIT.
018600     EXIT.

018610*---------------------------------------------------------------
018620* 6500-READ-TABLE-KEYS - this table's TBLKEYS identifier list
018630*---------------------------------------------------------------
018640 6500-READ-TABLE-KEYS.
018650     MOVE 'N' TO WS-KEYS-FOUND-SWITCH
018660     MOVE WS-CURRENT-TABLE-NAME TO TK-TABLE-NAME
018670     READ TABLE-KEYS-FILE
018680         KEY IS TK-TABLE-NAME
018690         INVALID KEY
018700             MOVE 0 TO TK-KEY-FIELD-COUNT
018710         NOT INVALID KEY
018720             SET WS-KEYS-ON-FILE TO TRUE
018730     END-READ.
018740 6500-EXIT.
018750     EXIT.

018760*---------------------------------------------------------------
018770* 6550-CHECK-KEY-LIST - Db2 wants every key column present and
018780*                 NOT NULL; one that is not keeps the whole key
018790*                 off and is listed
018800*---------------------------------------------------------------
018810 6550-CHECK-KEY-LIST.
018820     SET WS-KEY-LIST-IS-VALID TO TRUE
018830     PERFORM 6560-CHECK-ONE-KEY-COLUMN THRU 6560-EXIT
018840         VARYING WS-KEY-SUB FROM 1 BY 1
018850         UNTIL WS-KEY-SUB > TK-KEY-FIELD-COUNT.
018860 6550-EXIT.
018870     EXIT.

018880*---------------------------------------------------------------
018890* 6560-CHECK-ONE-KEY-COLUMN - one key column
018900*---------------------------------------------------------------
018910 6560-CHECK-ONE-KEY-COLUMN.
018920     MOVE TK-KEY-FIELD (WS-KEY-SUB) TO WS-FIND-NAME
018930     PERFORM 5300-FIND-COLUMN-BY-NAME THRU 5300-EXIT
018940     MOVE 'PRIMARY KEY' TO WS-EXC-OPERATION
018950     MOVE TK-KEY-FIELD (WS-KEY-SUB) TO WS-EXC-FIELD-NAME
018960     EVALUATE TRUE
018970         WHEN WS-FOUND-COLUMN-INDEX = 0
018980             MOVE 'KEY COLUMN NOT ON SCHSNAP - NO PRIMARY KEY'
018990                 TO WS-EXC-REASON
019000         WHEN NOT WS-COLUMN-WAS-CREATED (WS-FOUND-COLUMN-INDEX)
019010             MOVE 'KEY COLUMN NOT CARRIED IN DB2 - NO PRIMARY KEY'
019020                 TO WS-EXC-REASON
019030         WHEN COL-IS-OPTIONAL OF WS-SCHEMA-BODY
019040                  (WS-FOUND-COLUMN-INDEX)
019050             MOVE 'KEY COLUMN IS OPTIONAL - NO PRIMARY KEY'
019060                 TO WS-EXC-REASON
019070         WHEN OTHER
019080             GO TO 6560-EXIT
019090     END-EVALUATE
019100     SET WS-KEY-LIST-IS-INVALID TO TRUE
019110     PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT.
019120 6560-EXIT.
019130     EXIT.

019140*---------------------------------------------------------------
019150* 6600-WRITE-ONE-KEY-LINE - one column of a PRIMARY KEY list
019160*---------------------------------------------------------------
019170 6600-WRITE-ONE-KEY-LINE.
019180     MOVE TK-KEY-FIELD (WS-KEY-SUB) TO WS-NAME-TO-QUOTE
019190     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
019200     IF WS-KEY-SUB = 1
019210         STRING '      ( ' DELIMITED BY SIZE
019220             INTO WS-DDL-LINE
019230             WITH POINTER WS-DDL-POINTER
019240     ELSE
019250         STRING '      , ' DELIMITED BY SIZE
019260             INTO WS-DDL-LINE
019270             WITH POINTER WS-DDL-POINTER
019280     END-IF
019290     STRING WS-QUOTED-NAME DELIMITED BY SPACE
019300         INTO WS-DDL-LINE
019310         WITH POINTER WS-DDL-POINTER
019320     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT.
019330 6600-EXIT.
019340     EXIT.

019350*---------------------------------------------------------------
019360* 6700-WRITE-COMMENT-ITEM - "COLUMN" IS 'doc text' inside a
019370*                 COMMENT ON table ( ... ) statement
019380*---------------------------------------------------------------
019390 6700-WRITE-COMMENT-ITEM.
019400     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
019410     PERFORM 3110-START-LIST-ITEM THRU 3110-EXIT
019420     STRING WS-QUOTED-NAME DELIMITED BY SPACE
019430            ' IS' DELIMITED BY SIZE
019440         INTO WS-DDL-LINE
019450         WITH POINTER WS-DDL-POINTER
019460     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
019470     MOVE 'C' TO WS-MAP-FAMILY
019480     PERFORM 6400-BUILD-LITERAL THRU 6400-EXIT
019490     STRING '      ' DELIMITED BY SIZE
019500            WS-LITERAL-TEXT (1 : WS-LITERAL-LENGTH)
019510                DELIMITED BY SIZE
019520         INTO WS-DDL-LINE
019530         WITH POINTER WS-DDL-POINTER
019540     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
019550     IF WS-LITERAL-TRUNCATED
019560         MOVE 'COMMENT ON' TO WS-EXC-OPERATION
019570         MOVE WS-NAME-TO-QUOTE TO WS-EXC-FIELD-NAME
019580         MOVE 'COMMENT CUT SHORT TO FIT ONE DDL LINE'
019590             TO WS-EXC-REASON
019600         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
019610     END-IF.
019620 6700-EXIT.
019630     EXIT.

019640*---------------------------------------------------------------
019650* 7000-WRITE-QUEUED-KEYS - the night's foreign keys, after every
019660*                 table so each parent key already exists
019670*---------------------------------------------------------------
019680 7000-WRITE-QUEUED-KEYS.
019690     IF WS-FK-QUEUE-COUNT = 0
019700         GO TO 7000-EXIT
019710     END-IF
019720     MOVE ALL '-' TO WS-DDL-LINE
019730     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
019740     MOVE '-- FOREIGN KEYS FROM TBLREFS' TO WS-DDL-LINE
019750     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
019760     MOVE ALL '-' TO WS-DDL-LINE
019770     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
019780     PERFORM 7100-WRITE-ONE-FOREIGN-KEY THRU 7100-EXIT
019790         VARYING FQ-IDX FROM 1 BY 1
019800         UNTIL FQ-IDX > WS-FK-QUEUE-COUNT.
019810 7000-EXIT.
019820     EXIT.

019830*---------------------------------------------------------------
019840* 7100-WRITE-ONE-FOREIGN-KEY - ADD CONSTRAINT ... FOREIGN KEY,
019850*                 when the pair is still registered, the column
019860*                 is carried, and the referenced column is the
019870*                 referenced table's whole primary key
019880*---------------------------------------------------------------
019890 7100-WRITE-ONE-FOREIGN-KEY.
019900     IF FQ-IS-CANCELLED (FQ-IDX)
019910         GO TO 7100-EXIT
019920     END-IF
019930     MOVE FQ-CHILD-TABLE (FQ-IDX) TO WS-FK-CHILD-TABLE
019940     MOVE FQ-CHILD-COLUMN (FQ-IDX) TO WS-FK-CHILD-COLUMN
019950     MOVE FQ-PARENT-TABLE (FQ-IDX) TO WS-FK-PARENT-TABLE
019960     MOVE FQ-PARENT-COLUMN (FQ-IDX) TO WS-FK-PARENT-COLUMN
019970     SET WS-ENTRY-NOT-FOUND TO TRUE
019980     PERFORM 7110-MATCH-ONE-REGISTRY-ROW THRU 7110-EXIT
019990         VARYING TR-IDX FROM 1 BY 1
020000         UNTIL TR-IDX > TABLE-REF-COUNT
020010            OR WS-ENTRY-FOUND
020020     IF WS-ENTRY-NOT-FOUND
020030         GO TO 7100-EXIT
020040     END-IF
020050     MOVE WS-FK-CHILD-TABLE TO WS-CURRENT-TABLE-NAME
020060     MOVE 'ADD-TABLE-REF' TO WS-EXC-OPERATION
020070     MOVE WS-FK-CHILD-COLUMN TO WS-EXC-FIELD-NAME
020080     PERFORM 7120-CHECK-FOREIGN-KEY THRU 7120-EXIT
020090     IF WS-FK-IS-INVALID
020100         PERFORM 8700-ADD-EXCEPTION THRU 8700-EXIT
020110         GO TO 7100-EXIT
020120     END-IF
020130     MOVE WS-FK-CHILD-TABLE TO WS-TABLE-REF-INPUT
020140     PERFORM 6350-BUILD-TABLE-REF THRU 6350-EXIT
020150     MOVE WS-TABLE-REF-OUTPUT TO WS-DB2-TABLE-REF
020160     MOVE WS-FK-PARENT-TABLE TO WS-TABLE-REF-INPUT
020170     PERFORM 6350-BUILD-TABLE-REF THRU 6350-EXIT
020180     PERFORM 6200-BUILD-FK-NAME THRU 6200-EXIT
020190     PERFORM 4900-WRITE-ALTER-HEADER THRU 4900-EXIT
020200     MOVE '  ADD CONSTRAINT' TO WS-DDL-LINE
020210     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
020220     STRING '    ' DELIMITED BY SIZE
020230            WS-FK-NAME DELIMITED BY SPACE
020240         INTO WS-DDL-LINE
020250         WITH POINTER WS-DDL-POINTER
020260     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
020270     MOVE WS-FK-CHILD-COLUMN TO WS-NAME-TO-QUOTE
020280     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
020290     STRING '    FOREIGN KEY (' DELIMITED BY SIZE
020300            WS-QUOTED-NAME DELIMITED BY SPACE
020310            ')' DELIMITED BY SIZE
020320         INTO WS-DDL-LINE
020330         WITH POINTER WS-DDL-POINTER
020340     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
020350     STRING '    REFERENCES ' DELIMITED BY SIZE
020360            WS-TABLE-REF-OUTPUT DELIMITED BY SPACE
020370         INTO WS-DDL-LINE
020380         WITH POINTER WS-DDL-POINTER
020390     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
020400     MOVE WS-FK-PARENT-COLUMN TO WS-NAME-TO-QUOTE
020410     PERFORM 6300-QUOTE-NAME THRU 6300-EXIT
020420     STRING '      (' DELIMITED BY SIZE
020430            WS-QUOTED-NAME DELIMITED BY SPACE
020440            ')' DELIMITED BY SIZE
020450         INTO WS-DDL-LINE
020460         WITH POINTER WS-DDL-POINTER
020470     PERFORM 8610-END-STATEMENT THRU 8610-EXIT.
020480 7100-EXIT.
020490     EXIT.

020500*---------------------------------------------------------------
020510* 7110-MATCH-ONE-REGISTRY-ROW - still in TBLREFS after the night?
020520*---------------------------------------------------------------
020530 7110-MATCH-ONE-REGISTRY-ROW.
020540     IF WS-REF-SOURCE-TABLE (TR-IDX) = WS-FK-CHILD-TABLE
020550        AND WS-REF-SOURCE-COLUMN (TR-IDX) = WS-FK-CHILD-COLUMN
020560        AND WS-REF-TARGET-TABLE (TR-IDX) = WS-FK-PARENT-TABLE
020570        AND WS-REF-TARGET-COLUMN (TR-IDX) = WS-FK-PARENT-COLUMN
020580         SET WS-ENTRY-FOUND TO TRUE
020590     END-IF.
020600 7110-EXIT.
020610     EXIT.

020620*---------------------------------------------------------------
020630* 7120-CHECK-FOREIGN-KEY - the referencing column must be a Db2
020640*                 column, and the referenced column the one and
020650*                 only key column of its table
020660*---------------------------------------------------------------
020670 7120-CHECK-FOREIGN-KEY.
020680     SET WS-FK-IS-VALID TO TRUE
020690     PERFORM 2100-LOAD-CURRENT-SNAPSHOT THRU 2100-EXIT
020700     IF NOT WS-CURR-TABLE-FOUND
020710         SET WS-FK-IS-INVALID TO TRUE
020720         MOVE 'REFERENCING TABLE IS NOT ON SCHSNAP'
020730             TO WS-EXC-REASON
020740         GO TO 7120-EXIT
020750     END-IF
020760     MOVE WS-FK-CHILD-COLUMN TO WS-FIND-NAME
020770     PERFORM 5300-FIND-COLUMN-BY-NAME THRU 5300-EXIT
020780     IF WS-FOUND-COLUMN-INDEX = 0
020790         SET WS-FK-IS-INVALID TO TRUE
020800         MOVE 'REFERENCING COLUMN IS NOT ON SCHSNAP'
020810             TO WS-EXC-REASON
020820         GO TO 7120-EXIT
020830     END-IF
020840     MOVE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-FOUND-COLUMN-INDEX)
020850         TO WS-CHECK-TYPE
020860     MOVE COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY
020870             (WS-FOUND-COLUMN-INDEX)
020880         TO WS-CHECK-PARENT-ID
020890     PERFORM 5100-CHECK-COLUMN-CARRIED THRU 5100-EXIT
020900     IF WS-COLUMN-NOT-CARRIED
020910         SET WS-FK-IS-INVALID TO TRUE
020920         MOVE WS-CARRY-REASON TO WS-EXC-REASON
020930         GO TO 7120-EXIT
020940     END-IF
020950     MOVE WS-FK-PARENT-TABLE TO TK-TABLE-NAME
020960     READ TABLE-KEYS-FILE
020970         KEY IS TK-TABLE-NAME
020980         INVALID KEY
020990             MOVE 0 TO TK-KEY-FIELD-COUNT
021000     END-READ
021010     IF TK-KEY-FIELD-COUNT NOT = 1
021020         SET WS-FK-IS-INVALID TO TRUE
021030     ELSE
021040         IF TK-KEY-FIELD (1) NOT = WS-FK-PARENT-COLUMN
021050             SET WS-FK-IS-INVALID TO TRUE
021060         END-IF
021070     END-IF
021080     IF WS-FK-IS-INVALID
021090         MOVE 'REFERENCED COLUMN IS NOT THE WHOLE PRIMARY KEY'
021100             TO WS-EXC-REASON
021110     END-IF.
021120 7120-EXIT.
021130     EXIT.

021140*---------------------------------------------------------------
021150* 7500-PRINT-EXCEPTIONS - everything Db2 could not be given
021160*---------------------------------------------------------------
021170 7500-PRINT-EXCEPTIONS.
021180     MOVE SPACES TO WS-REPORT-LINE-BUILD
021190     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021200     MOVE 'EXCEPTIONS - NO DDL WRITTEN FOR THESE'
021210         TO WS-REPORT-LINE-BUILD
021220     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021230     MOVE SPACES TO WS-REPORT-LINE-BUILD
021240     MOVE 'TABLE' TO WS-REPORT-LINE-BUILD (1 : 5)
021250     MOVE 'OPERATION' TO WS-REPORT-LINE-BUILD (33 : 9)
021260     MOVE 'FIELD' TO WS-REPORT-LINE-BUILD (49 : 5)
021270     MOVE 'REASON' TO WS-REPORT-LINE-BUILD (81 : 6)
021280     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021290     IF WS-EXCEPTION-COUNT = 0
021300         MOVE '  NONE' TO WS-REPORT-LINE-BUILD
021310         PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021320     END-IF
021330     PERFORM 7510-PRINT-ONE-EXCEPTION THRU 7510-EXIT
021340         VARYING EX-IDX FROM 1 BY 1
021350         UNTIL EX-IDX > WS-EXCEPTION-COUNT
021360     IF WS-EXCEPTIONS-DROPPED > 0
021370         MOVE WS-EXCEPTIONS-DROPPED TO WS-COUNT-DISPLAY
021380         MOVE SPACES TO WS-REPORT-LINE-BUILD
021390         STRING 'FURTHER EXCEPTIONS NOT LISTED: '
021400                    DELIMITED BY SIZE
021410                WS-COUNT-DISPLAY DELIMITED BY SIZE
021420             INTO WS-REPORT-LINE-BUILD
021430         PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021440     END-IF.
021450 7500-EXIT.
021460     EXIT.

021470*---------------------------------------------------------------
021480* 7510-PRINT-ONE-EXCEPTION - one exception line
021490*---------------------------------------------------------------
021500 7510-PRINT-ONE-EXCEPTION.
021510     MOVE SPACES TO WS-REPORT-LINE-BUILD
021520     MOVE EX-TABLE-NAME (EX-IDX) TO WS-REPORT-LINE-BUILD (1 : 30)
021530     MOVE EX-OPERATION (EX-IDX) TO WS-REPORT-LINE-BUILD (33 : 14)
021540     MOVE EX-FIELD-NAME (EX-IDX) TO WS-REPORT-LINE-BUILD (49 : 30)
021550     MOVE EX-REASON (EX-IDX) TO WS-REPORT-LINE-BUILD (81 : 52)
021560     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT.
021570 7510-EXIT.
021580     EXIT.

021590*---------------------------------------------------------------
021600* 7600-PRINT-TOTALS - run totals
021610*---------------------------------------------------------------
021620 7600-PRINT-TOTALS.
021630     MOVE SPACES TO WS-REPORT-LINE-BUILD
021640     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021650     MOVE WS-NIGHT-ROW-COUNT TO WS-COUNT-DISPLAY
021660     MOVE SPACES TO WS-REPORT-LINE-BUILD
021670     STRING 'HISTORY ROWS FOR THE NIGHT:  ' DELIMITED BY SIZE
021680            WS-COUNT-DISPLAY DELIMITED BY SIZE
021690         INTO WS-REPORT-LINE-BUILD
021700     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021710     MOVE WS-NIGHT-TABLE-COUNT TO WS-COUNT-DISPLAY
021720     MOVE SPACES TO WS-REPORT-LINE-BUILD
021730     STRING 'TABLES CHANGED:              ' DELIMITED BY SIZE
021740            WS-COUNT-DISPLAY DELIMITED BY SIZE
021750         INTO WS-REPORT-LINE-BUILD
021760     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021770     MOVE WS-TABLES-CREATED-COUNT TO WS-COUNT-DISPLAY
021780     MOVE SPACES TO WS-REPORT-LINE-BUILD
021790     STRING 'TABLES CREATED:              ' DELIMITED BY SIZE
021800            WS-COUNT-DISPLAY DELIMITED BY SIZE
021810         INTO WS-REPORT-LINE-BUILD
021820     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021830     MOVE WS-TABLES-ALTERED-COUNT TO WS-COUNT-DISPLAY
021840     MOVE SPACES TO WS-REPORT-LINE-BUILD
021850     STRING 'TABLES ALTERED:              ' DELIMITED BY SIZE
021860            WS-COUNT-DISPLAY DELIMITED BY SIZE
021870         INTO WS-REPORT-LINE-BUILD
021880     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021890     MOVE WS-STATEMENTS-WRITTEN TO WS-COUNT-DISPLAY
021900     MOVE SPACES TO WS-REPORT-LINE-BUILD
021910     STRING 'DDL STATEMENTS WRITTEN:      ' DELIMITED BY SIZE
021920            WS-COUNT-DISPLAY DELIMITED BY SIZE
021930         INTO WS-REPORT-LINE-BUILD
021940     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT
021950     COMPUTE WS-COUNT-DISPLAY
021960         = WS-EXCEPTION-COUNT + WS-EXCEPTIONS-DROPPED
021970     MOVE SPACES TO WS-REPORT-LINE-BUILD
021980     STRING 'EXCEPTIONS:                  ' DELIMITED BY SIZE
021990            WS-COUNT-DISPLAY DELIMITED BY SIZE
022000         INTO WS-REPORT-LINE-BUILD
022010     PERFORM 8510-WRITE-REPORT-LINE THRU 8510-EXIT.
022020 7600-EXIT.
022030     EXIT.

022040*---------------------------------------------------------------
022050* 8000-TERMINATE - close up; RC=4 when anything was listed
022060*---------------------------------------------------------------
022070 8000-TERMINATE.
022080     IF WS-RUN-IS-VALID
022090         CLOSE SCHEMA-SNAPSHOT-FILE
022100         CLOSE SCHEMA-PRIOR-FILE
022110         CLOSE TABLE-KEYS-FILE
022120         CLOSE DDL-OUTPUT-FILE
022130         CLOSE DDL-REPORT-FILE
022140         MOVE WS-STATEMENTS-WRITTEN TO WS-COUNT-DISPLAY
022150         DISPLAY 'DDLGEN COMPLETE - NIGHT: ' WS-NIGHT-DATE
022160         DISPLAY '  DDL STATEMENTS:   ' WS-COUNT-DISPLAY
022170         COMPUTE WS-COUNT-DISPLAY
022180             = WS-EXCEPTION-COUNT + WS-EXCEPTIONS-DROPPED
022190         DISPLAY '  EXCEPTIONS:       ' WS-COUNT-DISPLAY
022200         IF WS-EXCEPTION-COUNT > 0 OR WS-EXCEPTIONS-DROPPED > 0
022210             MOVE 4 TO RETURN-CODE
022220         END-IF
022230     END-IF.
022240 8000-EXIT.
022250     EXIT.

022260*---------------------------------------------------------------
022270* 8500-START-NEW-PAGE - heading for a new DDLRPT page
022280*---------------------------------------------------------------
022290 8500-START-NEW-PAGE.
022300     ADD 1 TO WS-PAGE-NUMBER
022310     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY
022320     MOVE SPACES TO WS-HEADING-LINE-BUILD
022330     STRING 'ICEBERG DB2 DDL GENERATION' DELIMITED BY SIZE
022340            '     NIGHT: ' DELIMITED BY SIZE
022350            WS-NIGHT-DATE DELIMITED BY SIZE
022360            '     DB2 SCHEMA: ' DELIMITED BY SIZE
022370            WS-DB2-SCHEMA DELIMITED BY SIZE
022380            '     RUN: ' DELIMITED BY SIZE
022390            WS-RUN-TIMESTAMP DELIMITED BY SIZE
022400            '     PAGE ' DELIMITED BY SIZE
022410            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
022420         INTO WS-HEADING-LINE-BUILD
022430     MOVE WS-HEADING-LINE-BUILD TO DDL-REPORT-LINE
022440     WRITE DDL-REPORT-LINE AFTER ADVANCING PAGE
022450     MOVE SPACES TO DDL-REPORT-LINE
022460     WRITE DDL-REPORT-LINE AFTER ADVANCING 1 LINE
022470     MOVE 2 TO WS-LINE-COUNT.
022480 8500-EXIT.
022490     EXIT.

022500*---------------------------------------------------------------
022510* 8510-WRITE-REPORT-LINE - one DDLRPT line, paging as needed
022520*---------------------------------------------------------------
022530 8510-WRITE-REPORT-LINE.
022540     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE
022550         PERFORM 8500-START-NEW-PAGE THRU 8500-EXIT
022560     END-IF
022570     MOVE WS-REPORT-LINE-BUILD TO DDL-REPORT-LINE
022580     WRITE DDL-REPORT-LINE AFTER ADVANCING 1 LINE
022590     ADD 1 TO WS-LINE-COUNT.
022600 8510-EXIT.
022610     EXIT.

022620*---------------------------------------------------------------
022630* 8600-WRITE-DDL-LINE - write WS-DDL-LINE and start a new one
022640*---------------------------------------------------------------
022650 8600-WRITE-DDL-LINE.
022660     MOVE WS-DDL-LINE TO DDL-OUTPUT-LINE
022670     WRITE DDL-OUTPUT-LINE
022680     MOVE SPACES TO WS-DDL-LINE
022690     MOVE 1 TO WS-DDL-POINTER.
022700 8600-EXIT.
022710     EXIT.

022720*---------------------------------------------------------------
022730* 8610-END-STATEMENT - close the statement with ';' and leave a
022740*                 blank line after it
022750*---------------------------------------------------------------
022760 8610-END-STATEMENT.
022770     STRING ';' DELIMITED BY SIZE
022780         INTO WS-DDL-LINE
022790         WITH POINTER WS-DDL-POINTER
022800     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
022810     PERFORM 8600-WRITE-DDL-LINE THRU 8600-EXIT
022820     ADD 1 TO WS-STATEMENTS-WRITTEN
022830     ADD 1 TO WS-TABLE-STATEMENTS.
022840 8610-EXIT.
022850     EXIT.

022860*---------------------------------------------------------------
022870* 8700-ADD-EXCEPTION - list WS-NEW-EXCEPTION against the table
022880*---------------------------------------------------------------
022890 8700-ADD-EXCEPTION.
022900     ADD 1 TO WS-TABLE-EXCEPTIONS
022910     IF WS-EXCEPTION-COUNT NOT < 1000
022920         ADD 1 TO WS-EXCEPTIONS-DROPPED
022930         GO TO 8700-EXIT
022940     END-IF
022950     ADD 1 TO WS-EXCEPTION-COUNT
022960     SET EX-IDX TO WS-EXCEPTION-COUNT
022970     MOVE WS-CURRENT-TABLE-NAME TO EX-TABLE-NAME (EX-IDX)
022980     MOVE WS-EXC-OPERATION TO EX-OPERATION (EX-IDX)
022990     MOVE WS-EXC-FIELD-NAME TO EX-FIELD-NAME (EX-IDX)
023000     MOVE WS-EXC-REASON TO EX-REASON (EX-IDX).
023010 8700-EXIT.
023020     EXIT.

023030*---------------------------------------------------------------
023040* 8800-START-RUN-LOG - note when the step started, for its
023050*                 run-log row
023060*---------------------------------------------------------------
023070 8800-START-RUN-LOG.
023080     MOVE SPACES TO RUN-LOG-RECORD
023090     MOVE 'DDLGEN' TO RL-JOB-NAME
023100     MOVE 'DDLGEN' TO RL-PROGRAM-NAME
023110     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
023120     ACCEPT RL-START-TIME FROM TIME.
023130 8800-EXIT.
023140     EXIT.

023150*---------------------------------------------------------------
023160* 8900-WRITE-RUN-LOG - append this run's counts and return
023170*                 code to the run log; the run covers the whole
023180*                 night's history, so the table is left blank and
023190*                 each exception counts as rejected
023200*---------------------------------------------------------------
023210 8900-WRITE-RUN-LOG.
023220     MOVE SPACES TO RL-TABLE-NAME
023230     MOVE WS-HIST-ROWS-READ TO RL-RECORDS-READ
023240     MOVE WS-STATEMENTS-WRITTEN TO RL-RECORDS-WRITTEN
023250     COMPUTE RL-RECORDS-REJECTED = WS-EXCEPTION-COUNT
023260                                 + WS-EXCEPTIONS-DROPPED
023270     MOVE RETURN-CODE TO RL-RETURN-CODE
023280     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
023290 8900-EXIT.
023300     EXIT.

023310*---------------------------------------------------------------
023320* 9000-HISTORY-NOT-OPENED - SCHEMA-HISTORY.DAT is unreadable
023330*---------------------------------------------------------------
023340 9000-HISTORY-NOT-OPENED.
023350     SET WS-RUN-IS-INVALID TO TRUE
023360     DISPLAY 'DDLGEN - SCHHIST NOT OPENED, STATUS: '
023370         WS-HIST-FILE-STATUS
023380     MOVE 16 TO RETURN-CODE.
023390 9000-EXIT.
023400     EXIT.

023410*---------------------------------------------------------------
023420* 9100-SNAPSHOT-NOT-OPENED - SCHSNAP is unreadable
023430*---------------------------------------------------------------
023440 9100-SNAPSHOT-NOT-OPENED.
023450     SET WS-RUN-IS-INVALID TO TRUE
023460     DISPLAY 'DDLGEN - SCHSNAP NOT OPENED, STATUS: '
023470         WS-SNAP-FILE-STATUS
023480     MOVE 16 TO RETURN-CODE.
023490 9100-EXIT.
023500     EXIT.

023510*---------------------------------------------------------------
023520* 9150-PRIOR-NOT-OPENED - SCHPRIOR is unreadable
023530*---------------------------------------------------------------
023540 9150-PRIOR-NOT-OPENED.
023550     SET WS-RUN-IS-INVALID TO TRUE
023560     DISPLAY 'DDLGEN - SCHPRIOR NOT OPENED, STATUS: '
023570         WS-PRIOR-FILE-STATUS
023580     MOVE 16 TO RETURN-CODE.
023590 9150-EXIT.
023600     EXIT.

023610*---------------------------------------------------------------
023620* 9200-NIGHT-OVERFLOW - more rows or tables than the work
023630*                 tables hold; partial DDL would be wrong DDL, so
023640*                 nothing is written
023650*---------------------------------------------------------------
023660 9200-NIGHT-OVERFLOW.
023670     SET WS-RUN-IS-INVALID TO TRUE
023680     DISPLAY 'DDLGEN - NIGHT HAS OVER 5000 HISTORY ROWS OR 500 '
023690         'TABLES - NO DDL WRITTEN'
023700     MOVE 12 TO RETURN-CODE.
023710 9200-EXIT.
023720     EXIT.

023730*---------------------------------------------------------------
023740* 9300-REFS-OVERFLOW - TBLREFS holds more than 500 rows
023750*---------------------------------------------------------------
023760 9300-REFS-OVERFLOW.
023770     SET WS-RUN-IS-INVALID TO TRUE
023780     DISPLAY 'DDLGEN - TBLREFS OVER 500 ROWS - NO DDL WRITTEN'
023790     MOVE 12 TO RETURN-CODE.
023800 9300-EXIT.
023810     EXIT.

023820*---------------------------------------------------------------
023830* 9400-KEYS-NOT-OPENED - TBLKEYS is unreadable
023840*---------------------------------------------------------------
023850 9400-KEYS-NOT-OPENED.
023860     SET WS-RUN-IS-INVALID TO TRUE
023870     DISPLAY 'DDLGEN - TBLKEYS NOT OPENED, STATUS: '
023880         WS-TBLKEYS-FILE-STATUS
023890     MOVE 16 TO RETURN-CODE.
023900 9400-EXIT.
023910     EXIT.
