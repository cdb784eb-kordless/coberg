000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHGREQMAINT.
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
000130* 2026-10-15  JKH   Original.  Online maintenance of CHANGE-
000140*                   REQUESTS.DAT, replacing hand edits of the
000150*                   flat file.  The analyst names a table (it
000160*                   must be on TABLE-LIST.DAT), sees its
000170*                   committed columns from SCHSNAP and its TBLCTL
000180*                   lifecycle status, and adds, changes or
000190*                   deletes the table's pending requests.  Every
000200*                   request passes the checks UPDATE-SCHEMA will
000210*                   make at commit - request code, ICEBERG-TYPES
000220*                   type code and attributes, IX-TRANSFORM-TABLE
000230*                   transform, existing column names (replaying
000240*                   the group's earlier adds, renames and
000250*                   deletes), frozen/retired table - and the
000260*                   SET-IDENT-KEYS / UNION-BY-NAME parent and
000270*                   detail grouping.  Saving rewrites the file
000280*                   with each table's group in TABLE-LIST order,
000290*                   as the SCHEMAUPD sweep reads it.
000300* 2026-10-15  JKH   Added SET-COL-CLASS: the panel takes the
000310*                   classification (PUBLIC, CONFIDENTIAL, PII) and
000320*                   masking rule (NONE, HASH, BLANK, FIXED; empty
000330*                   takes the default), the pair and the column
000340*                   are checked as UPDATE-SCHEMA will, and the
000350*                   request list shows them.  Held request lines
000360*                   widen to the new CHANGE-REQUESTS.DAT record.
000370* 2026-10-15  JKH   A blank precision, scale or length is zeroed
000380*                   on its own, as SCHEMAUPD reads it.  A table
000390*                   with more than 200 pending requests is
000400*                   refused for batch maintenance instead of
000410*                   being split.  The table cannot be changed
000420*                   with unsaved edits, and the save re-reads
000430*                   CHANGE-REQUESTS.DAT first, so rows another
000440*                   analyst saved for other tables in the
000450*                   meantime are kept.
000460*

000470****************************************************************
000480* ENVIRONMENT DIVISION
000490****************************************************************
000500 ENVIRONMENT DIVISION.

000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT TABLE-LIST-FILE ASSIGN TO "TABLIST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-TABLIST-FILE-STATUS.

000560     SELECT CHANGE-REQUEST-FILE ASSIGN TO "CHGREQ"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CHGREQ-FILE-STATUS.

000590     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000630         FILE STATUS IS WS-SNAP-FILE-STATUS.

000640     SELECT OPTIONAL TABLE-CONTROL-FILE ASSIGN TO "TBLCTL"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS TC-TABLE-NAME
000680         FILE STATUS IS WS-TBLCTL-FILE-STATUS.

000690****************************************************************
000700* DATA DIVISION
000710****************************************************************
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TABLE-LIST-FILE.
000750     COPY "ICEBERG-TABLE-LIST-REC.cpy".

000760 FD  CHANGE-REQUEST-FILE.
000770     COPY "ICEBERG-CHANGE-REQUEST.cpy".

000780 FD  SCHEMA-SNAPSHOT-FILE.
000790     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000800         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000810                   ==FD-CURR-SNAPSHOT-REC==.

000820 FD  TABLE-CONTROL-FILE.
000830     COPY "ICEBERG-TABLE-CONTROL-REC.cpy".

000840 WORKING-STORAGE SECTION.
000850****************************************************************
000860* FILE STATUS AND CONTROL SWITCHES
000870****************************************************************
000880 01  WS-FILE-STATUSES.
000890     05  WS-TABLIST-FILE-STATUS          PIC X(02).
000900         88  WS-TABLIST-OK               VALUE '00'.
000910     05  WS-CHGREQ-FILE-STATUS           PIC X(02).
000920         88  WS-CHGREQ-OK                VALUE '00'.
000930         88  WS-CHGREQ-OPENED            VALUES '00' '05'.
000940     05  WS-SNAP-FILE-STATUS             PIC X(02).
000950         88  WS-SNAP-OK                  VALUE '00'.
000960         88  WS-SNAP-NOT-FOUND           VALUE '23'.
000970     05  WS-TBLCTL-FILE-STATUS           PIC X(02).
000980         88  WS-TBLCTL-OK                VALUE '00'.
000990         88  WS-TBLCTL-OPENED            VALUES '00' '05'.

001000 01  WS-SWITCHES.
001010     05  WS-TABLIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
001020         88  WS-TABLIST-IS-EOF           VALUE 'Y'.
001030     05  WS-CHGREQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
001040         88  WS-CHGREQ-IS-EOF            VALUE 'Y'.
001050     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001060         88  WS-RUN-IS-VALID             VALUE 'Y'.
001070         88  WS-RUN-IS-INVALID           VALUE 'N'.
001080     05  WS-SESSION-END-SWITCH           PIC X(01) VALUE 'N'.
001090         88  WS-SESSION-IS-OVER          VALUE 'Y'.
001100     05  WS-CHANGED-SWITCH               PIC X(01) VALUE 'N'.
001110         88  WS-REQUESTS-CHANGED         VALUE 'Y'.
001120         88  WS-REQUESTS-SAVED           VALUE 'N'.
001130     05  WS-QUIT-WARNED-SWITCH           PIC X(01) VALUE 'N'.
001140         88  WS-QUIT-WAS-WARNED          VALUE 'Y'.
001150     05  WS-TBLCTL-AVAILABLE-SWITCH      PIC X(01) VALUE 'N'.
001160         88  WS-TBLCTL-IS-AVAILABLE      VALUE 'Y'.
001170     05  WS-TABLE-STATE-SWITCH           PIC X(01) VALUE 'A'.
001180         88  WS-TABLE-STATE-ACTIVE       VALUE 'A'.
001190         88  WS-TABLE-STATE-FROZEN       VALUE 'F'.
001200         88  WS-TABLE-STATE-RETIRED      VALUE 'R'.
001210     05  WS-REQUEST-VALID-SWITCH         PIC X(01) VALUE 'Y'.
001220         88  WS-REQUEST-IS-VALID         VALUE 'Y'.
001230         88  WS-REQUEST-IS-INVALID       VALUE 'N'.
001240     05  WS-DETAIL-DONE-SWITCH           PIC X(01) VALUE 'N'.
001250         88  WS-DETAIL-IS-DONE           VALUE 'Y'.
001260     05  WS-DETAIL-KEPT-SWITCH           PIC X(01) VALUE 'N'.
001270         88  WS-DETAIL-WAS-KEPT          VALUE 'Y'.
001280     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001290         88  WS-ENTRY-FOUND              VALUE 'Y'.
001300         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
001310     05  WS-COLUMN-EXISTS-SWITCH         PIC X(01) VALUE 'N'.
001320         88  WS-COLUMN-DOES-EXIST        VALUE 'Y'.
001330         88  WS-COLUMN-DOES-NOT-EXIST    VALUE 'N'.
001340     05  WS-CASE-MATCH-SWITCH            PIC X(01) VALUE 'N'.
001350         88  WS-MATCH-CASE-SENSITIVE     VALUE 'Y'.
001360         88  WS-MATCH-CASE-BLIND         VALUE 'N'.
001370     05  WS-NAMES-MATCH-SWITCH           PIC X(01) VALUE 'N'.
001380         88  WS-NAMES-DO-MATCH           VALUE 'Y'.
001390         88  WS-NAMES-DO-NOT-MATCH       VALUE 'N'.
001400     05  WS-EDIT-MODE-SWITCH             PIC X(01) VALUE 'A'.
001410         88  WS-EDIT-IS-ADD              VALUE 'A'.
001420         88  WS-EDIT-IS-CHANGE           VALUE 'C'.

001430 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001440 77  WS-SCAN-LINE                        PIC 9(04) COMP VALUE 0.
001450 77  WS-SHIFT-INDEX                      PIC 9(04) COMP VALUE 0.
001460 77  WS-SCREEN-INDEX                     PIC 9(04) COMP VALUE 0.
001470 77  WS-EDIT-POSITION                    PIC 9(04) COMP VALUE 0.
001480 77  WS-NEXT-LINE                        PIC 9(04) COMP VALUE 0.
001490 77  WS-COLUMN-PAGE-START                PIC 9(04) COMP VALUE 1.
001500 77  WS-REQUEST-PAGE-START               PIC 9(04) COMP VALUE 1.
001510 77  WS-PAGE-LAST                        PIC 9(04) COMP VALUE 0.
001520 77  WS-DELETE-COUNT                     PIC 9(04) COMP VALUE 0.
001530 77  WS-RECORDS-WRITTEN-COUNT            PIC 9(05) COMP VALUE 0.
001540 77  WS-UNLISTED-COUNT                   PIC 9(05) COMP VALUE 0.
001550 77  WS-TABLE-ROW-COUNT                  PIC 9(05) COMP VALUE 0.

001560 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001570 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE.
001580     05  WS-TODAY-YEAR                   PIC 9(04).
001590     05  WS-TODAY-MONTH                  PIC 9(02).
001600     05  WS-TODAY-DAY                    PIC 9(02).
001610 01  WS-SELECTED-TABLE                   PIC X(30) VALUE SPACES.
001620 01  WS-LOOKUP-NAME                      PIC X(30) VALUE SPACES.
001630 01  WS-TYPE-LOOKUP                      PIC X(10) VALUE SPACES.
001640 01  WS-PARENT-CODE                      PIC X(14) VALUE SPACES.
001650 01  WS-DETAIL-CODE                      PIC X(14) VALUE SPACES.
001660 01  WS-NUMBER-EDIT                      PIC ZZZZ9.
001670 01  WS-SHORT-NUMBER-EDIT                PIC ZZ9.
001680 01  WS-LINE-NUMBER-EDIT                 PIC ZZ9.
001690 01  WS-FIRST-NUMBER-EDIT                PIC ZZ9.
001700 01  WS-LAST-NUMBER-EDIT                 PIC ZZ9.
001710 01  WS-TOTAL-NUMBER-EDIT                PIC ZZ9.
001720 01  WS-ATTRIBUTE-TEXT                   PIC X(16) VALUE SPACES.

001730 01  WS-COMPARE-AREA.
001740     05  WS-COMPARE-NAME-1               PIC X(30).
001750     05  WS-COMPARE-NAME-2               PIC X(30).
001760     05  WS-FOLD-NAME-1                  PIC X(30).
001770     05  WS-FOLD-NAME-2                  PIC X(30).

001780 01  WS-LOWER-ALPHABET   PIC X(26) VALUE
001790         'abcdefghijklmnopqrstuvwxyz'.
001800 01  WS-UPPER-ALPHABET   PIC X(26) VALUE
001810         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

001820****************************************************************
001830* SCREEN FIELDS - WHAT THE TWO PANELS SHOW AND TAKE IN
001840****************************************************************
001850 01  WS-SCREEN-FIELDS.
001860     05  WS-SCREEN-DATE                  PIC X(10) VALUE SPACES.
001870     05  WS-SCREEN-TABLE-NAME            PIC X(30) VALUE SPACES.
001880     05  WS-SCREEN-STATUS                PIC X(08) VALUE SPACES.
001890     05  WS-SCREEN-VERSION               PIC 9(09) VALUE 0.
001900     05  WS-ACTION-CODE                  PIC X(01) VALUE SPACE.
001910     05  WS-ACTION-LINE                  PIC 9(03) VALUE 0.
001920     05  WS-CONFIRM-FLAG                 PIC X(01) VALUE SPACE.
001930     05  WS-EDIT-MODE-TEXT               PIC X(14) VALUE SPACES.
001940     05  WS-EDIT-LINE-DISPLAY            PIC ZZ9.
001950     05  WS-MESSAGE-TEXT                 PIC X(79) VALUE SPACES.
001960     05  WS-COLUMN-HEADING               PIC X(78) VALUE SPACES.
001970     05  WS-COLUMN-LINE                  PIC X(78)
001980                                          OCCURS 8 TIMES.
001990     05  WS-REQUEST-HEADING              PIC X(78) VALUE SPACES.
002000     05  WS-REQUEST-LINE                 PIC X(78)
002010                                          OCCURS 7 TIMES.

002020****************************************************************
002030* REQUEST CODES AN ANALYST MAY ENTER - THE UPDATE-SCHEMA
002040* DISPATCH LIST LESS THE CODES THE SWEEP ISSUES ITSELF
002050* (START-TABLE, COMMIT-SCHEMA, PREVIEW-COMMIT), PLUS THE TWO
002060* CONTINUATION DETAIL CODES
002070****************************************************************
002080 01  WS-REQUEST-CODE-DATA.
002090     05  FILLER            PIC X(14) VALUE 'ALLOW-INCOMPAT'.
002100     05  FILLER            PIC X(14) VALUE 'CASE-SENSITIVE'.
002110     05  FILLER            PIC X(14) VALUE 'ADD-COLUMN'.
002120     05  FILLER            PIC X(14) VALUE 'ADD-REQUIRED'.
002130     05  FILLER            PIC X(14) VALUE 'RENAME-COLUMN'.
002140     05  FILLER            PIC X(14) VALUE 'UPDATE-COLUMN'.
002150     05  FILLER            PIC X(14) VALUE 'UPDATE-DOC'.
002160     05  FILLER            PIC X(14) VALUE 'UPDATE-DEFAULT'.
002170     05  FILLER            PIC X(14) VALUE 'MAKE-OPTIONAL'.
002180     05  FILLER            PIC X(14) VALUE 'REQUIRE-COLUMN'.
002190     05  FILLER            PIC X(14) VALUE 'DELETE-COLUMN'.
002200     05  FILLER            PIC X(14) VALUE 'MOVE-FIRST'.
002210     05  FILLER            PIC X(14) VALUE 'MOVE-BEFORE'.
002220     05  FILLER            PIC X(14) VALUE 'MOVE-AFTER'.
002230     05  FILLER            PIC X(14) VALUE 'UNION-BY-NAME'.
002240     05  FILLER            PIC X(14) VALUE 'UNION-FIELD'.
002250     05  FILLER            PIC X(14) VALUE 'SET-IDENT-KEYS'.
002260     05  FILLER            PIC X(14) VALUE 'IDENT-FIELD'.
002270     05  FILLER            PIC X(14) VALUE 'ADD-PART-FLD'.
002280     05  FILLER            PIC X(14) VALUE 'DROP-PART-FLD'.
002290     05  FILLER            PIC X(14) VALUE 'ADD-TABLE-REF'.
002300     05  FILLER            PIC X(14) VALUE 'DROP-TABLE-REF'.
002310     05  FILLER            PIC X(14) VALUE 'FREEZE-TABLE'.
002320     05  FILLER            PIC X(14) VALUE 'THAW-TABLE'.
002330     05  FILLER            PIC X(14) VALUE 'RETIRE-TABLE'.
002340     05  FILLER            PIC X(14) VALUE 'SET-COL-CLASS'.

002350 01  WS-REQUEST-CODE-TABLE REDEFINES WS-REQUEST-CODE-DATA.
002360     05  WS-REQUEST-CODE-ENTRY       PIC X(14)
002370                                      OCCURS 26 TIMES
002380                                      INDEXED BY RC-IDX.

002390****************************************************************
002400* TABLE-LIST.DAT, IN SWEEP ORDER
002410****************************************************************
002420 01  WS-TABLE-LIST-TABLE.
002430     05  WS-TABLE-LIST-COUNT             PIC 9(04) COMP VALUE 0.
002440     05  WS-TABLE-LIST-ENTRY             PIC X(30)
002450                         OCCURS 0 TO 999 TIMES
002460                         DEPENDING ON WS-TABLE-LIST-COUNT
002470                         INDEXED BY TL-IDX.

002480****************************************************************
002490* EVERY OTHER TABLE'S REQUESTS, HELD AS READ UNTIL THE SAVE
002500****************************************************************
002510 01  WS-REQUEST-STORE.
002520     05  WS-STORE-COUNT                  PIC 9(05) COMP VALUE 0.
002530     05  WS-STORE-ENTRY                  PIC X(272)
002540                         OCCURS 0 TO 5000 TIMES
002550                         DEPENDING ON WS-STORE-COUNT
002560                         INDEXED BY ST-IDX.

002570****************************************************************
002580* THE SELECTED TABLE'S REQUEST GROUP, IN REPLAY ORDER - THE
002590* LINE NUMBERS THE ANALYST SEES
002600****************************************************************
002610 01  WS-GROUP-TABLE.
002620     05  WS-GROUP-COUNT                  PIC 9(04) COMP VALUE 0.
002630     05  WS-GROUP-ENTRY                  PIC X(272)
002640                         OCCURS 0 TO 200 TIMES
002650                         DEPENDING ON WS-GROUP-COUNT
002660                         INDEXED BY GR-IDX.

002670****************************************************************
002680* THE REQUEST BEING ENTERED AND A SCAN COPY FOR THE GROUP
002690****************************************************************
002700 COPY "ICEBERG-CHANGE-REQUEST.cpy"
002710     REPLACING ==CHANGE-REQUEST-RECORD== BY ==WS-EDIT-REQUEST==.
002720 COPY "ICEBERG-CHANGE-REQUEST.cpy"
002730     REPLACING ==CHANGE-REQUEST-RECORD== BY ==WS-SCAN-REQUEST==.

002740****************************************************************
002750* IN-MEMORY COPY OF THE SELECTED TABLE'S COMMITTED LAYOUT
002760****************************************************************
002770 COPY "ICEBERG-SNAPSHOT-REC.cpy"
002780     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
002790               ==WS-SCHEMA-BODY==.

002800 COPY "ICEBERG-TYPES.cpy".
002810 COPY "ICEBERG-EXPRESSIONS.cpy".
002820 COPY "ICEBERG-SHOP-CONFIG.cpy".

002830 SCREEN SECTION.
002840****************************************************************
002850* TABLE PANEL - COLUMNS, STATUS AND THE PENDING REQUEST GROUP
002860****************************************************************
002870 01  TABLE-SCREEN.
002880     05  BLANK SCREEN.
002890     05  LINE 1 COLUMN 1 VALUE 'CHGREQMAINT'.
002900     05  LINE 1 COLUMN 20
002910         VALUE 'ICEBERG CHANGE REQUEST MAINTENANCE'.
002920     05  LINE 1 COLUMN 70 PIC X(10) FROM WS-SCREEN-DATE.
002930     05  LINE 3 COLUMN 1 VALUE 'TABLE:'.
002940     05  LINE 3 COLUMN 8 PIC X(30) USING WS-SCREEN-TABLE-NAME.
002950     05  LINE 3 COLUMN 40 VALUE 'STATUS:'.
002960     05  LINE 3 COLUMN 48 PIC X(08) FROM WS-SCREEN-STATUS.
002970     05  LINE 3 COLUMN 58 VALUE 'VERSION:'.
002980     05  LINE 3 COLUMN 67 PIC Z(8)9 FROM WS-SCREEN-VERSION.
002990     05  LINE 5 COLUMN 1 PIC X(78) FROM WS-COLUMN-HEADING.
003000     05  LINE 6 COLUMN 1 PIC X(78) FROM WS-COLUMN-LINE (1).
003010     05  LINE 7 COLUMN 1 PIC X(78) FROM WS-COLUMN-LINE (2).
003020     05  LINE 8 COLUMN 1 PIC X(78) FROM WS-COLUMN-LINE (3).
003030     05  LINE 9 COLUMN 1 PIC X(78) FROM WS-COLUMN-LINE (4).
003040     05  LINE 10 COLUMN 1 PIC X(78) FROM WS-COLUMN-LINE (5).
003050     05  LINE 11 COLUMN 1 PIC X(78) FROM WS-COLUMN-LINE (6).
003060     05  LINE 12 COLUMN 1 PIC X(78) FROM WS-COLUMN-LINE (7).
003070     05  LINE 13 COLUMN 1 PIC X(78) FROM WS-COLUMN-LINE (8).
003080     05  LINE 14 COLUMN 1 PIC X(78) FROM WS-REQUEST-HEADING.
003090     05  LINE 15 COLUMN 1 PIC X(78) FROM WS-REQUEST-LINE (1).
003100     05  LINE 16 COLUMN 1 PIC X(78) FROM WS-REQUEST-LINE (2).
003110     05  LINE 17 COLUMN 1 PIC X(78) FROM WS-REQUEST-LINE (3).
003120     05  LINE 18 COLUMN 1 PIC X(78) FROM WS-REQUEST-LINE (4).
003130     05  LINE 19 COLUMN 1 PIC X(78) FROM WS-REQUEST-LINE (5).
003140     05  LINE 20 COLUMN 1 PIC X(78) FROM WS-REQUEST-LINE (6).
003150     05  LINE 21 COLUMN 1 PIC X(78) FROM WS-REQUEST-LINE (7).
003160     05  LINE 22 COLUMN 1 VALUE 'ACTION:'.
003170     05  LINE 22 COLUMN 9 PIC X(01) USING WS-ACTION-CODE.
003180     05  LINE 22 COLUMN 12 VALUE 'LINE:'.
003190     05  LINE 22 COLUMN 18 PIC 9(03) USING WS-ACTION-LINE.
003200     05  LINE 22 COLUMN 23
003210         VALUE 'A=ADD AFTER LINE  C=CHANGE  D=DELETE  S=SAVE'.
003220     05  LINE 22 COLUMN 69 VALUE 'X=EXIT'.
003230     05  LINE 23 COLUMN 23
003240         VALUE 'N/P=NEXT/PRIOR COLUMNS'.
003250     05  LINE 23 COLUMN 47
003260         VALUE 'F/B=FORWARD/BACK REQUESTS'.
003270     05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE-TEXT.

003280****************************************************************
003290* REQUEST PANEL - ONE CHANGE-REQUESTS.DAT RECORD
003300****************************************************************
003310 01  REQUEST-SCREEN.
003320     05  BLANK SCREEN.
003330     05  LINE 1 COLUMN 1 VALUE 'CHGREQMAINT'.
003340     05  LINE 1 COLUMN 20
003350         VALUE 'ICEBERG CHANGE REQUEST MAINTENANCE'.
003360     05  LINE 1 COLUMN 70 PIC X(10) FROM WS-SCREEN-DATE.
003370     05  LINE 3 COLUMN 1 VALUE 'TABLE:'.
003380     05  LINE 3 COLUMN 8 PIC X(30) FROM WS-SELECTED-TABLE.
003390     05  LINE 3 COLUMN 40 PIC X(14) FROM WS-EDIT-MODE-TEXT.
003400     05  LINE 3 COLUMN 55 VALUE 'LINE:'.
003410     05  LINE 3 COLUMN 61 PIC ZZ9 FROM WS-EDIT-LINE-DISPLAY.
003420     05  LINE 5 COLUMN 1 VALUE 'REQUEST CODE   :'.
003430     05  LINE 5 COLUMN 18 PIC X(14)
003440         USING CR-REQUEST-CODE OF WS-EDIT-REQUEST.
003450     05  LINE 6 COLUMN 1 VALUE 'FIELD NAME     :'.
003460     05  LINE 6 COLUMN 18 PIC X(30)
003470         USING CR-FIELD-NAME OF WS-EDIT-REQUEST.
003480     05  LINE 7 COLUMN 1 VALUE 'NEW NAME/TABLE :'.
003490     05  LINE 7 COLUMN 18 PIC X(30)
003500         USING CR-NEW-NAME OF WS-EDIT-REQUEST.
003510     05  LINE 8 COLUMN 1 VALUE 'REFERENCE FIELD:'.
003520     05  LINE 8 COLUMN 18 PIC X(30)
003530         USING CR-REFERENCE-FIELD OF WS-EDIT-REQUEST.
003540     05  LINE 9 COLUMN 1 VALUE 'TYPE/TRANSFORM :'.
003550     05  LINE 9 COLUMN 18 PIC X(10)
003560         USING CR-FIELD-TYPE OF WS-EDIT-REQUEST.
003570     05  LINE 9 COLUMN 32 VALUE 'ELEMENT TYPE:'.
003580     05  LINE 9 COLUMN 46 PIC X(10)
003590         USING CR-ELEMENT-TYPE OF WS-EDIT-REQUEST.
003600     05  LINE 10 COLUMN 1 VALUE 'PRECISION      :'.
003610     05  LINE 10 COLUMN 18 PIC 9(02)
003620         USING CR-FIELD-PRECISION OF WS-EDIT-REQUEST.
003630     05  LINE 10 COLUMN 22 VALUE 'SCALE:'.
003640     05  LINE 10 COLUMN 29 PIC 9(02)
003650         USING CR-FIELD-SCALE OF WS-EDIT-REQUEST.
003660     05  LINE 10 COLUMN 33 VALUE 'LENGTH/WIDTH:'.
003670     05  LINE 10 COLUMN 47 PIC 9(03)
003680         USING CR-FIELD-LENGTH OF WS-EDIT-REQUEST.
003690     05  LINE 11 COLUMN 1 VALUE 'REQUIRED/FLAG  :'.
003700     05  LINE 11 COLUMN 18 PIC X(01)
003710         USING CR-REQUIRED-FLAG OF WS-EDIT-REQUEST.
003720     05  LINE 12 COLUMN 1 VALUE 'DOC TEXT       :'.
003730     05  LINE 12 COLUMN 18 PIC X(60)
003740         USING CR-DOC-TEXT OF WS-EDIT-REQUEST.
003750     05  LINE 13 COLUMN 1 VALUE 'DEFAULT VALUE  :'.
003760     05  LINE 13 COLUMN 18 PIC X(30)
003770         USING CR-DEFAULT-VALUE OF WS-EDIT-REQUEST.
003780     05  LINE 14 COLUMN 1 VALUE 'CLASSIFICATION :'.
003790     05  LINE 14 COLUMN 18 PIC X(12)
003800         USING CR-CLASSIFICATION OF WS-EDIT-REQUEST.
003810     05  LINE 14 COLUMN 33 VALUE 'MASK RULE:'.
003820     05  LINE 14 COLUMN 44 PIC X(08)
003830         USING CR-MASK-RULE OF WS-EDIT-REQUEST.
003840     05  LINE 15 COLUMN 1
003850         VALUE 'CODES: ADD-COLUMN ADD-REQUIRED RENAME-COLUMN'.
003860     05  LINE 15 COLUMN 46
003870         VALUE 'UPDATE-COLUMN UPDATE-DOC'.
003880     05  LINE 16 COLUMN 8
003890         VALUE 'UPDATE-DEFAULT MAKE-OPTIONAL REQUIRE-COLUMN'.
003900     05  LINE 16 COLUMN 51
003910         VALUE 'DELETE-COLUMN MOVE-FIRST'.
003920     05  LINE 17 COLUMN 8
003930         VALUE 'MOVE-BEFORE MOVE-AFTER ADD-PART-FLD'.
003940     05  LINE 17 COLUMN 44
003950         VALUE 'DROP-PART-FLD ADD-TABLE-REF'.
003960     05  LINE 18 COLUMN 8
003970         VALUE 'DROP-TABLE-REF SET-IDENT-KEYS (IDENT-FIELD)'.
003980     05  LINE 18 COLUMN 51
003990         VALUE 'UNION-BY-NAME (UNION-FIELD)'.
004000     05  LINE 19 COLUMN 8
004010         VALUE 'CASE-SENSITIVE ALLOW-INCOMPAT FREEZE-TABLE'.
004020     05  LINE 19 COLUMN 50
004030         VALUE 'THAW-TABLE RETIRE-TABLE'.
004040     05  LINE 20 COLUMN 8
004050         VALUE 'SET-COL-CLASS (PUBLIC CONFIDENTIAL PII /'.
004060     05  LINE 20 COLUMN 49
004070         VALUE 'NONE HASH BLANK FIXED)'.
004080     05  LINE 22 COLUMN 1
004090         VALUE 'Y=KEEP  N=CANCEL  ENTER=CHECK ONLY:'.
004100     05  LINE 22 COLUMN 37 PIC X(01) USING WS-CONFIRM-FLAG.
004110     05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE-TEXT.

004120 PROCEDURE DIVISION.
004130*---------------------------------------------------------------
004140* 0000-MAINLINE - load the files, run the panels, close up
004150*---------------------------------------------------------------
004160 0000-MAINLINE.
004170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004180     IF WS-RUN-IS-VALID
004190         PERFORM 2000-TABLE-SCREEN THRU 2000-EXIT
004200             UNTIL WS-SESSION-IS-OVER
004210     END-IF
004220     PERFORM 8000-TERMINATE THRU 8000-EXIT
004230     STOP RUN.
004240 0000-EXIT.
004250     EXIT.

004260*---------------------------------------------------------------
004270* 1000-INITIALIZE - table list and every pending request into
004280*                 storage; SCHSNAP and TBLCTL stay open to read
004290*---------------------------------------------------------------
004300 1000-INITIALIZE.
004310     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
004320     STRING WS-TODAY-YEAR DELIMITED BY SIZE
004330            '-' DELIMITED BY SIZE
004340            WS-TODAY-MONTH DELIMITED BY SIZE
004350            '-' DELIMITED BY SIZE
004360            WS-TODAY-DAY DELIMITED BY SIZE
004370         INTO WS-SCREEN-DATE
004380     IF SHOP-DEFAULT-CASE-SENSITIVE
004390         SET WS-MATCH-CASE-SENSITIVE TO TRUE
004400     ELSE
004410         SET WS-MATCH-CASE-BLIND TO TRUE
004420     END-IF
004430     PERFORM 1100-LOAD-TABLE-LIST THRU 1100-EXIT
004440     IF WS-RUN-IS-VALID
004450         PERFORM 1200-LOAD-CHANGE-REQUESTS THRU 1200-EXIT
004460     END-IF
004470     IF WS-RUN-IS-VALID
004480         OPEN INPUT SCHEMA-SNAPSHOT-FILE
004490         IF NOT WS-SNAP-OK
004500             PERFORM 9200-SNAPSHOT-UNREADABLE THRU 9200-EXIT
004510         END-IF
004520     END-IF
004530     IF WS-RUN-IS-VALID
004540         OPEN INPUT TABLE-CONTROL-FILE
004550         IF WS-TBLCTL-OPENED
004560             SET WS-TBLCTL-IS-AVAILABLE TO TRUE
004570         END-IF
004580         MOVE 'NAME A TABLE FROM TABLE-LIST.DAT AND PRESS ENTER'
004590             TO WS-MESSAGE-TEXT
004600     END-IF.
004610 1000-EXIT.
004620     EXIT.

004630*---------------------------------------------------------------
004640* 1100-LOAD-TABLE-LIST - the tables the sweep visits, in order
004650*---------------------------------------------------------------
004660 1100-LOAD-TABLE-LIST.
004670     OPEN INPUT TABLE-LIST-FILE
004680     IF NOT WS-TABLIST-OK
004690         PERFORM 9000-TABLIST-UNREADABLE THRU 9000-EXIT
004700         GO TO 1100-EXIT
004710     END-IF
004720     PERFORM 1110-STORE-ONE-TABLE-NAME THRU 1110-EXIT
004730         UNTIL WS-TABLIST-IS-EOF
004740     CLOSE TABLE-LIST-FILE.
004750 1100-EXIT.
004760     EXIT.

004770*---------------------------------------------------------------
004780* 1110-STORE-ONE-TABLE-NAME - keep one TABLE-LIST.DAT entry
004790*---------------------------------------------------------------
004800 1110-STORE-ONE-TABLE-NAME.
004810     READ TABLE-LIST-FILE
004820         AT END
004830             SET WS-TABLIST-IS-EOF TO TRUE
004840         NOT AT END
004850             IF WS-TABLE-LIST-COUNT < 999
004860                 ADD 1 TO WS-TABLE-LIST-COUNT
004870                 MOVE TL-TABLE-NAME
004880                     TO WS-TABLE-LIST-ENTRY (WS-TABLE-LIST-COUNT)
004890             END-IF
004900     END-READ.
004910 1110-EXIT.
004920     EXIT.

004930*---------------------------------------------------------------
004940* 1200-LOAD-CHANGE-REQUESTS - every pending request, as read; an
004950*                 empty or missing file is simply no requests
004960*---------------------------------------------------------------
004970 1200-LOAD-CHANGE-REQUESTS.
004980     OPEN INPUT CHANGE-REQUEST-FILE
004990     IF NOT WS-CHGREQ-OPENED
005000         SET WS-CHGREQ-IS-EOF TO TRUE
005010         GO TO 1200-EXIT
005020     END-IF
005030     PERFORM 1210-STORE-ONE-REQUEST THRU 1210-EXIT
005040         UNTIL WS-CHGREQ-IS-EOF
005050            OR WS-RUN-IS-INVALID
005060     CLOSE CHANGE-REQUEST-FILE.
005070 1200-EXIT.
005080     EXIT.

005090*---------------------------------------------------------------
005100* 1210-STORE-ONE-REQUEST - keep one request; a type attribute
005110*                 left blank (or cut before the attributes
005120*                 existed) reads as zero on its own, as SCHEMAUPD
005130*                 does
005140*---------------------------------------------------------------
005150 1210-STORE-ONE-REQUEST.
005160     READ CHANGE-REQUEST-FILE
005170         AT END
005180             SET WS-CHGREQ-IS-EOF TO TRUE
005190     END-READ
005200     IF WS-CHGREQ-IS-EOF
005210         GO TO 1210-EXIT
005220     END-IF
005230     IF CR-FIELD-PRECISION OF CHANGE-REQUEST-RECORD NOT NUMERIC
005240         MOVE ZERO TO CR-FIELD-PRECISION OF CHANGE-REQUEST-RECORD
005250     END-IF
005260     IF CR-FIELD-SCALE OF CHANGE-REQUEST-RECORD NOT NUMERIC
005270         MOVE ZERO TO CR-FIELD-SCALE OF CHANGE-REQUEST-RECORD
005280     END-IF
005290     IF CR-FIELD-LENGTH OF CHANGE-REQUEST-RECORD NOT NUMERIC
005300         MOVE ZERO TO CR-FIELD-LENGTH OF CHANGE-REQUEST-RECORD
005310     END-IF
005320     IF WS-STORE-COUNT < 5000
005330         ADD 1 TO WS-STORE-COUNT
005340         MOVE CHANGE-REQUEST-RECORD
005350             TO WS-STORE-ENTRY (WS-STORE-COUNT)
005360     ELSE
005370         PERFORM 9300-STORE-FULL THRU 9300-EXIT
005380     END-IF.
005390 1210-EXIT.
005400     EXIT.

005410*---------------------------------------------------------------
005420* 2000-TABLE-SCREEN - show the table panel and act on the reply
005430*---------------------------------------------------------------
005440 2000-TABLE-SCREEN.
005450     PERFORM 2100-BUILD-SCREEN-LINES THRU 2100-EXIT
005460     DISPLAY TABLE-SCREEN
005470     ACCEPT TABLE-SCREEN
005480     MOVE SPACES TO WS-MESSAGE-TEXT
005490     INSPECT WS-ACTION-CODE
005500         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
005510     IF WS-ACTION-CODE NOT = 'X'
005520         MOVE 'N' TO WS-QUIT-WARNED-SWITCH
005530     END-IF
005540     IF WS-SCREEN-TABLE-NAME NOT = WS-SELECTED-TABLE
005550         PERFORM 2200-SELECT-TABLE THRU 2200-EXIT
005560         MOVE SPACE TO WS-ACTION-CODE
005570         MOVE 0 TO WS-ACTION-LINE
005580         GO TO 2000-EXIT
005590     END-IF
005600     EVALUATE WS-ACTION-CODE
005610         WHEN 'A'
005620             PERFORM 3000-ADD-REQUEST THRU 3000-EXIT
005630         WHEN 'C'
005640             PERFORM 3100-CHANGE-REQUEST THRU 3100-EXIT
005650         WHEN 'D'
005660             PERFORM 3200-DELETE-REQUEST THRU 3200-EXIT
005670         WHEN 'N'
005680         WHEN 'P'
005690             PERFORM 2300-PAGE-COLUMNS THRU 2300-EXIT
005700         WHEN 'F'
005710         WHEN 'B'
005720             PERFORM 2400-PAGE-REQUESTS THRU 2400-EXIT
005730         WHEN 'S'
005740             PERFORM 4000-SAVE-REQUESTS THRU 4000-EXIT
005750         WHEN 'X'
005760             PERFORM 2500-END-SESSION THRU 2500-EXIT
005770         WHEN SPACE
005780             CONTINUE
005790         WHEN OTHER
005800             MOVE 'UNKNOWN ACTION - USE A, C, D, N, P, F, B, S, X'
005810                 TO WS-MESSAGE-TEXT
005820     END-EVALUATE
005830     MOVE SPACE TO WS-ACTION-CODE
005840     MOVE 0 TO WS-ACTION-LINE.
005850 2000-EXIT.
005860     EXIT.

005870*---------------------------------------------------------------
005880* 2100-BUILD-SCREEN-LINES - the visible page of columns and of
005890*                 pending requests
005900*---------------------------------------------------------------
005910 2100-BUILD-SCREEN-LINES.
005920     MOVE SPACES TO WS-COLUMN-HEADING
005930     MOVE SPACES TO WS-REQUEST-HEADING
005940     IF WS-SELECTED-TABLE = SPACES
005950         PERFORM 2105-CLEAR-ONE-SCREEN-LINE THRU 2105-EXIT
005960             VARYING WS-SCREEN-INDEX FROM 1 BY 1
005970             UNTIL WS-SCREEN-INDEX > 8
005980         GO TO 2100-EXIT
005990     END-IF
006000     IF SS-COLUMN-COUNT OF WS-SCHEMA-BODY = 0
006010         MOVE '   (NO COLUMNS COMMITTED - NEW TABLE)'
006020             TO WS-COLUMN-HEADING
006030     ELSE
006040         COMPUTE WS-PAGE-LAST = WS-COLUMN-PAGE-START + 7
006050         IF WS-PAGE-LAST > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
006060             MOVE SS-COLUMN-COUNT OF WS-SCHEMA-BODY
006070                 TO WS-PAGE-LAST
006080         END-IF
006090         MOVE WS-COLUMN-PAGE-START TO WS-FIRST-NUMBER-EDIT
006100         MOVE WS-PAGE-LAST TO WS-LAST-NUMBER-EDIT
006110         MOVE SS-COLUMN-COUNT OF WS-SCHEMA-BODY
006120             TO WS-TOTAL-NUMBER-EDIT
006130         STRING '   ID COLUMN                         TYPE       '
006140                    DELIMITED BY SIZE
006150                'NUL KEY  COLUMNS ' DELIMITED BY SIZE
006160                WS-FIRST-NUMBER-EDIT DELIMITED BY SIZE
006170                '-' DELIMITED BY SIZE
006180                WS-LAST-NUMBER-EDIT DELIMITED BY SIZE
006190                ' OF ' DELIMITED BY SIZE
006200                WS-TOTAL-NUMBER-EDIT DELIMITED BY SIZE
006210             INTO WS-COLUMN-HEADING
006220     END-IF
006230     PERFORM 2110-BUILD-ONE-COLUMN-LINE THRU 2110-EXIT
006240         VARYING WS-SCREEN-INDEX FROM 1 BY 1
006250         UNTIL WS-SCREEN-INDEX > 8
006260     IF WS-GROUP-COUNT = 0
006270         MOVE 'LINE REQUEST        (NO PENDING REQUESTS)'
006280             TO WS-REQUEST-HEADING
006290     ELSE
006300         COMPUTE WS-PAGE-LAST = WS-REQUEST-PAGE-START + 6
006310         IF WS-PAGE-LAST > WS-GROUP-COUNT
006320             MOVE WS-GROUP-COUNT TO WS-PAGE-LAST
006330         END-IF
006340         MOVE WS-REQUEST-PAGE-START TO WS-FIRST-NUMBER-EDIT
006350         MOVE WS-PAGE-LAST TO WS-LAST-NUMBER-EDIT
006360         MOVE WS-GROUP-COUNT TO WS-TOTAL-NUMBER-EDIT
006370         STRING 'LINE REQUEST        FIELD                     '
006380                    DELIMITED BY SIZE
006390                'TYPE       REQUESTS ' DELIMITED BY SIZE
006400                WS-FIRST-NUMBER-EDIT DELIMITED BY SIZE
006410                '-' DELIMITED BY SIZE
006420                WS-LAST-NUMBER-EDIT DELIMITED BY SIZE
006430                ' OF ' DELIMITED BY SIZE
006440                WS-TOTAL-NUMBER-EDIT DELIMITED BY SIZE
006450             INTO WS-REQUEST-HEADING
006460     END-IF
006470     PERFORM 2120-BUILD-ONE-REQUEST-LINE THRU 2120-EXIT
006480         VARYING WS-SCREEN-INDEX FROM 1 BY 1
006490         UNTIL WS-SCREEN-INDEX > 7.
006500 2100-EXIT.
006510     EXIT.

006520*---------------------------------------------------------------
006530* 2105-CLEAR-ONE-SCREEN-LINE - blank panel, no table selected
006540*---------------------------------------------------------------
006550 2105-CLEAR-ONE-SCREEN-LINE.
006560     MOVE SPACES TO WS-COLUMN-LINE (WS-SCREEN-INDEX)
006570     IF WS-SCREEN-INDEX NOT > 7
006580         MOVE SPACES TO WS-REQUEST-LINE (WS-SCREEN-INDEX)
006590     END-IF.
006600 2105-EXIT.
006610     EXIT.

006620*---------------------------------------------------------------
006630* 2110-BUILD-ONE-COLUMN-LINE - id, name, type, nullability, key
006640*                 flag and type attributes of one column
006650*---------------------------------------------------------------
006660 2110-BUILD-ONE-COLUMN-LINE.
006670     MOVE SPACES TO WS-COLUMN-LINE (WS-SCREEN-INDEX)
006680     COMPUTE WS-WORK-INDEX =
006690         WS-COLUMN-PAGE-START + WS-SCREEN-INDEX - 1
006700     IF WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
006710         GO TO 2110-EXIT
006720     END-IF
006730     MOVE COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
006740         TO WS-NUMBER-EDIT
006750     MOVE SPACES TO WS-ATTRIBUTE-TEXT
006760     EVALUATE COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
006770         WHEN 'DECIMAL'
006780             MOVE COL-FIELD-PRECISION OF WS-SCHEMA-BODY
006790                                         (WS-WORK-INDEX)
006800                 TO WS-FIRST-NUMBER-EDIT
006810             MOVE COL-FIELD-SCALE OF WS-SCHEMA-BODY
006820                                     (WS-WORK-INDEX)
006830                 TO WS-LAST-NUMBER-EDIT
006840             STRING 'P=' DELIMITED BY SIZE
006850                    WS-FIRST-NUMBER-EDIT DELIMITED BY SIZE
006860                    ' S=' DELIMITED BY SIZE
006870                    WS-LAST-NUMBER-EDIT DELIMITED BY SIZE
006880                 INTO WS-ATTRIBUTE-TEXT
006890         WHEN 'STRING'
006900         WHEN 'FIXED'
006910         WHEN 'BINARY'
006920             MOVE COL-FIELD-LENGTH OF WS-SCHEMA-BODY
006930                                      (WS-WORK-INDEX)
006940                 TO WS-FIRST-NUMBER-EDIT
006950             STRING 'LEN=' DELIMITED BY SIZE
006960                    WS-FIRST-NUMBER-EDIT DELIMITED BY SIZE
006970                 INTO WS-ATTRIBUTE-TEXT
006980         WHEN 'LIST'
006990         WHEN 'MAP'
007000             STRING 'OF ' DELIMITED BY SIZE
007010                    COL-ELEMENT-TYPE OF WS-SCHEMA-BODY
007020                                        (WS-WORK-INDEX)
007030                        DELIMITED BY SPACE
007040                 INTO WS-ATTRIBUTE-TEXT
007050         WHEN OTHER
007060             CONTINUE
007070     END-EVALUATE
007080     STRING WS-NUMBER-EDIT DELIMITED BY SIZE
007090            ' ' DELIMITED BY SIZE
007100            COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
007110                DELIMITED BY SIZE
007120            ' ' DELIMITED BY SIZE
007130            COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
007140                DELIMITED BY SIZE
007150            ' ' DELIMITED BY SIZE
007160         INTO WS-COLUMN-LINE (WS-SCREEN-INDEX)
007170     IF COL-IS-REQUIRED OF WS-SCHEMA-BODY (WS-WORK-INDEX)
007180         MOVE 'REQ' TO WS-COLUMN-LINE (WS-SCREEN-INDEX) (49 : 3)
007190     ELSE
007200         MOVE 'OPT' TO WS-COLUMN-LINE (WS-SCREEN-INDEX) (49 : 3)
007210     END-IF
007220     IF COL-IS-IDENTIFIER OF WS-SCHEMA-BODY (WS-WORK-INDEX)
007230         MOVE 'KEY' TO WS-COLUMN-LINE (WS-SCREEN-INDEX) (53 : 3)
007240     END-IF
007250     MOVE WS-ATTRIBUTE-TEXT
007260         TO WS-COLUMN-LINE (WS-SCREEN-INDEX) (58 : 16).
007270 2110-EXIT.
007280     EXIT.

007290*---------------------------------------------------------------
007300* 2120-BUILD-ONE-REQUEST-LINE - line number, code, field, type
007310*                 and new name of one pending request
007320*---------------------------------------------------------------
007330 2120-BUILD-ONE-REQUEST-LINE.
007340     MOVE SPACES TO WS-REQUEST-LINE (WS-SCREEN-INDEX)
007350     COMPUTE WS-WORK-INDEX =
007360         WS-REQUEST-PAGE-START + WS-SCREEN-INDEX - 1
007370     IF WS-WORK-INDEX > WS-GROUP-COUNT
007380         GO TO 2120-EXIT
007390     END-IF
007400     MOVE WS-GROUP-ENTRY (WS-WORK-INDEX) TO WS-SCAN-REQUEST
007410     MOVE WS-WORK-INDEX TO WS-LINE-NUMBER-EDIT
007420     STRING WS-LINE-NUMBER-EDIT DELIMITED BY SIZE
007430            '  ' DELIMITED BY SIZE
007440            CR-REQUEST-CODE OF WS-SCAN-REQUEST DELIMITED BY SIZE
007450            ' ' DELIMITED BY SIZE
007460            CR-FIELD-NAME OF WS-SCAN-REQUEST (1 : 25)
007470                DELIMITED BY SIZE
007480            ' ' DELIMITED BY SIZE
007490            CR-FIELD-TYPE OF WS-SCAN-REQUEST DELIMITED BY SIZE
007500            ' ' DELIMITED BY SIZE
007510            CR-NEW-NAME OF WS-SCAN-REQUEST (1 : 20)
007520                DELIMITED BY SIZE
007530         INTO WS-REQUEST-LINE (WS-SCREEN-INDEX)
007540     IF CR-REQUEST-CODE OF WS-SCAN-REQUEST = 'SET-COL-CLASS'
007550         MOVE CR-CLASSIFICATION OF WS-SCAN-REQUEST
007560             TO WS-REQUEST-LINE (WS-SCREEN-INDEX) (47 : 12)
007570         MOVE CR-MASK-RULE OF WS-SCAN-REQUEST
007580             TO WS-REQUEST-LINE (WS-SCREEN-INDEX) (60 : 8)
007590     END-IF.
007600 2120-EXIT.
007610     EXIT.

007620*---------------------------------------------------------------
007630* 2200-SELECT-TABLE - put the last table's group back and bring
007640*                 up the one just named; a table the sweep will
007650*                 not visit is refused here, not at 2 A.M.  Edits
007660*                 must be saved before the table changes, and a
007670*                 group too big for the panel is left to batch
007680*---------------------------------------------------------------
007690 2200-SELECT-TABLE.
007700     IF WS-REQUESTS-CHANGED
007710         MOVE WS-SELECTED-TABLE TO WS-SCREEN-TABLE-NAME
007720         MOVE 'CHANGES TO THIS TABLE NOT SAVED - S TO SAVE FIRST'
007730             TO WS-MESSAGE-TEXT
007740         GO TO 2200-EXIT
007750     END-IF
007760     IF WS-SELECTED-TABLE NOT = SPACES
007770         PERFORM 2250-RETURN-GROUP THRU 2250-EXIT
007780     END-IF
007790     MOVE SPACES TO WS-SELECTED-TABLE
007800     MOVE SPACES TO WS-SCREEN-STATUS
007810     MOVE 0 TO WS-SCREEN-VERSION
007820     MOVE 0 TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
007830     IF WS-SCREEN-TABLE-NAME = SPACES
007840         GO TO 2200-EXIT
007850     END-IF
007860     SET WS-ENTRY-NOT-FOUND TO TRUE
007870     PERFORM 2210-TEST-ONE-TABLE-LIST-ENTRY THRU 2210-EXIT
007880         VARYING TL-IDX FROM 1 BY 1
007890         UNTIL TL-IDX > WS-TABLE-LIST-COUNT
007900            OR WS-ENTRY-FOUND
007910     IF WS-ENTRY-NOT-FOUND
007920         MOVE 'TABLE NOT ON TABLE-LIST.DAT - CHECK THE SPELLING'
007930             TO WS-MESSAGE-TEXT
007940         GO TO 2200-EXIT
007950     END-IF
007960     MOVE 0 TO WS-TABLE-ROW-COUNT
007970     PERFORM 2215-COUNT-ONE-STORED-ROW THRU 2215-EXIT
007980         VARYING ST-IDX FROM 1 BY 1
007990         UNTIL ST-IDX > WS-STORE-COUNT
008000     IF WS-TABLE-ROW-COUNT > 200
008010         MOVE WS-TABLE-ROW-COUNT TO WS-NUMBER-EDIT
008020         STRING 'TABLE HAS ' DELIMITED BY SIZE
008030                WS-NUMBER-EDIT DELIMITED BY SIZE
008040                ' PENDING REQUESTS, OVER 200 - MAINTAIN IN BATCH'
008050                    DELIMITED BY SIZE
008060             INTO WS-MESSAGE-TEXT
008070         GO TO 2200-EXIT
008080     END-IF
008090     MOVE WS-SCREEN-TABLE-NAME TO WS-SELECTED-TABLE
008100     PERFORM 2220-LOAD-TABLE-SCHEMA THRU 2220-EXIT
008110     PERFORM 2230-CHECK-TABLE-LIFECYCLE THRU 2230-EXIT
008120     PERFORM 2240-EXTRACT-GROUP THRU 2240-EXIT
008130     MOVE 1 TO WS-COLUMN-PAGE-START
008140     MOVE 1 TO WS-REQUEST-PAGE-START
008150     EVALUATE TRUE
008160         WHEN WS-TABLE-STATE-FROZEN
008170             MOVE 'TABLE IS FROZEN - THE SWEEP SKIPS ITS REQUESTS'
008180                 TO WS-MESSAGE-TEXT
008190         WHEN WS-TABLE-STATE-RETIRED
008200             MOVE 'TABLE IS RETIRED - NO REQUESTS MAY BE ENTERED'
008210                 TO WS-MESSAGE-TEXT
008220         WHEN OTHER
008230             CONTINUE
008240     END-EVALUATE.
008250 2200-EXIT.
008260     EXIT.

008270*---------------------------------------------------------------
008280* 2210-TEST-ONE-TABLE-LIST-ENTRY - match one TABLE-LIST entry
008290*---------------------------------------------------------------
008300 2210-TEST-ONE-TABLE-LIST-ENTRY.
008310     IF WS-TABLE-LIST-ENTRY (TL-IDX) = WS-SCREEN-TABLE-NAME
008320         SET WS-ENTRY-FOUND TO TRUE
008330     END-IF.
008340 2210-EXIT.
008350     EXIT.

008360*---------------------------------------------------------------
008370* 2215-COUNT-ONE-STORED-ROW - one more pending row for the table
008380*                 just named
008390*---------------------------------------------------------------
008400 2215-COUNT-ONE-STORED-ROW.
008410     MOVE WS-STORE-ENTRY (ST-IDX) TO WS-SCAN-REQUEST
008420     IF CR-TABLE-NAME OF WS-SCAN-REQUEST = WS-SCREEN-TABLE-NAME
008430         ADD 1 TO WS-TABLE-ROW-COUNT
008440     END-IF.
008450 2215-EXIT.
008460     EXIT.

008470*---------------------------------------------------------------
008480* 2220-LOAD-TABLE-SCHEMA - the committed layout; a table not yet
008490*                 in SCHSNAP is a new table with no columns
008500*---------------------------------------------------------------
008510 2220-LOAD-TABLE-SCHEMA.
008520     MOVE WS-SELECTED-TABLE
008530        TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
008540     READ SCHEMA-SNAPSHOT-FILE
008550         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
008560     END-READ
008570     IF WS-SNAP-OK
008580         MOVE SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
008590             TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
008600         MOVE FD-CURR-SNAPSHOT-REC TO WS-SCHEMA-BODY
008610     ELSE
008620         MOVE WS-SELECTED-TABLE TO SS-TABLE-NAME OF WS-SCHEMA-BODY
008630         MOVE 0 TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
008640         MOVE 0 TO SS-SCHEMA-VERSION OF WS-SCHEMA-BODY
008650         MOVE 0 TO SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY
008660         MOVE 0 TO SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
008670     END-IF
008680     MOVE SS-SCHEMA-VERSION OF WS-SCHEMA-BODY
008690        TO WS-SCREEN-VERSION.
008700 2220-EXIT.
008710     EXIT.

008720*---------------------------------------------------------------
008730* 2230-CHECK-TABLE-LIFECYCLE - this table's TBLCTL status; a
008740*                 table with no record is ACTIVE
008750*---------------------------------------------------------------
008760 2230-CHECK-TABLE-LIFECYCLE.
008770     SET WS-TABLE-STATE-ACTIVE TO TRUE
008780     MOVE 'ACTIVE' TO WS-SCREEN-STATUS
008790     IF WS-TBLCTL-IS-AVAILABLE
008800         MOVE WS-SELECTED-TABLE TO TC-TABLE-NAME
008810         READ TABLE-CONTROL-FILE
008820             KEY IS TC-TABLE-NAME
008830         END-READ
008840         IF WS-TBLCTL-OK
008850             EVALUATE TRUE
008860                 WHEN TC-STATUS-FROZEN
008870                     SET WS-TABLE-STATE-FROZEN TO TRUE
008880                     MOVE 'FROZEN' TO WS-SCREEN-STATUS
008890                 WHEN TC-STATUS-RETIRED
008900                     SET WS-TABLE-STATE-RETIRED TO TRUE
008910                     MOVE 'RETIRED' TO WS-SCREEN-STATUS
008920                 WHEN OTHER
008930                     SET WS-TABLE-STATE-ACTIVE TO TRUE
008940             END-EVALUATE
008950         END-IF
008960     END-IF.
008970 2230-EXIT.
008980     EXIT.

008990*---------------------------------------------------------------
009000* 2240-EXTRACT-GROUP - move the table's requests out of storage
009010*                 into the group, keeping their order; 2200 has
009020*                 already checked that all of them fit
009030*---------------------------------------------------------------
009040 2240-EXTRACT-GROUP.
009050     MOVE 0 TO WS-GROUP-COUNT
009060     MOVE 0 TO WS-SHIFT-INDEX
009070     PERFORM 2241-EXTRACT-ONE-ENTRY THRU 2241-EXIT
009080         VARYING ST-IDX FROM 1 BY 1
009090         UNTIL ST-IDX > WS-STORE-COUNT
009100     MOVE WS-SHIFT-INDEX TO WS-STORE-COUNT.
009110 2240-EXIT.
009120     EXIT.

009130*---------------------------------------------------------------
009140* 2241-EXTRACT-ONE-ENTRY - the table's rows go to the group, the
009150*                 rest close up in storage
009160*---------------------------------------------------------------
009170 2241-EXTRACT-ONE-ENTRY.
009180     MOVE WS-STORE-ENTRY (ST-IDX) TO WS-SCAN-REQUEST
009190     IF CR-TABLE-NAME OF WS-SCAN-REQUEST = WS-SELECTED-TABLE
009200         ADD 1 TO WS-GROUP-COUNT
009210         MOVE WS-SCAN-REQUEST TO WS-GROUP-ENTRY (WS-GROUP-COUNT)
009220     ELSE
009230         ADD 1 TO WS-SHIFT-INDEX
009240         MOVE WS-SCAN-REQUEST TO WS-STORE-ENTRY (WS-SHIFT-INDEX)
009250     END-IF.
009260 2241-EXIT.
009270     EXIT.

009280*---------------------------------------------------------------
009290* 2250-RETURN-GROUP - the group goes back to storage in order
009300*---------------------------------------------------------------
009310 2250-RETURN-GROUP.
009320     PERFORM 2251-RETURN-ONE-ENTRY THRU 2251-EXIT
009330         VARYING GR-IDX FROM 1 BY 1
009340         UNTIL GR-IDX > WS-GROUP-COUNT
009350     MOVE 0 TO WS-GROUP-COUNT.
009360 2250-EXIT.
009370     EXIT.

009380*---------------------------------------------------------------
009390* 2251-RETURN-ONE-ENTRY - append one group line to storage
009400*---------------------------------------------------------------
009410 2251-RETURN-ONE-ENTRY.
009420     ADD 1 TO WS-STORE-COUNT
009430     MOVE WS-GROUP-ENTRY (GR-IDX)
009440        TO WS-STORE-ENTRY (WS-STORE-COUNT).
009450 2251-EXIT.
009460     EXIT.

009470*---------------------------------------------------------------
009480* 2300-PAGE-COLUMNS - next or prior eight committed columns
009490*---------------------------------------------------------------
009500 2300-PAGE-COLUMNS.
009510     IF WS-ACTION-CODE = 'N'
009520         IF WS-COLUMN-PAGE-START + 8
009530                 NOT > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
009540             ADD 8 TO WS-COLUMN-PAGE-START
009550         END-IF
009560     ELSE
009570         IF WS-COLUMN-PAGE-START > 8
009580             SUBTRACT 8 FROM WS-COLUMN-PAGE-START
009590         ELSE
009600             MOVE 1 TO WS-COLUMN-PAGE-START
009610         END-IF
009620     END-IF.
009630 2300-EXIT.
009640     EXIT.

009650*---------------------------------------------------------------
009660* 2400-PAGE-REQUESTS - forward or back seven pending requests
009670*---------------------------------------------------------------
009680 2400-PAGE-REQUESTS.
009690     IF WS-ACTION-CODE = 'F'
009700         IF WS-REQUEST-PAGE-START + 7 NOT > WS-GROUP-COUNT
009710             ADD 7 TO WS-REQUEST-PAGE-START
009720         END-IF
009730     ELSE
009740         IF WS-REQUEST-PAGE-START > 7
009750             SUBTRACT 7 FROM WS-REQUEST-PAGE-START
009760         ELSE
009770             MOVE 1 TO WS-REQUEST-PAGE-START
009780         END-IF
009790     END-IF.
009800 2400-EXIT.
009810     EXIT.

009820*---------------------------------------------------------------
009830* 2500-END-SESSION - leave; unsaved work needs a second X
009840*---------------------------------------------------------------
009850 2500-END-SESSION.
009860     IF WS-REQUESTS-CHANGED AND NOT WS-QUIT-WAS-WARNED
009870         SET WS-QUIT-WAS-WARNED TO TRUE
009880         MOVE 'CHANGES NOT SAVED - S TO SAVE, X AGAIN TO DISCARD'
009890             TO WS-MESSAGE-TEXT
009900     ELSE
009910         SET WS-SESSION-IS-OVER TO TRUE
009920     END-IF.
009930 2500-EXIT.
009940     EXIT.

009950*---------------------------------------------------------------
009960* 3000-ADD-REQUEST - a new request after the line given (zero
009970*                 or blank for the end of the group)
009980*---------------------------------------------------------------
009990 3000-ADD-REQUEST.
010000     PERFORM 3400-CHECK-TABLE-OPEN-FOR-EDIT THRU 3400-EXIT
010010     IF WS-MESSAGE-TEXT NOT = SPACES
010020         GO TO 3000-EXIT
010030     END-IF
010040     IF WS-GROUP-COUNT NOT < 200
010050         MOVE 'THIS TABLE ALREADY HOLDS 200 PENDING REQUESTS'
010060             TO WS-MESSAGE-TEXT
010070         GO TO 3000-EXIT
010080     END-IF
010090     IF WS-ACTION-LINE > WS-GROUP-COUNT
010100         MOVE 'NO SUCH LINE - GIVE THE LINE TO ADD AFTER, OR 0'
010110             TO WS-MESSAGE-TEXT
010120         GO TO 3000-EXIT
010130     END-IF
010140     IF WS-ACTION-LINE = 0
010150         COMPUTE WS-EDIT-POSITION = WS-GROUP-COUNT + 1
010160     ELSE
010170         COMPUTE WS-EDIT-POSITION = WS-ACTION-LINE + 1
010180     END-IF
010190     INITIALIZE WS-EDIT-REQUEST
010200     MOVE WS-SELECTED-TABLE TO CR-TABLE-NAME OF WS-EDIT-REQUEST
010210     SET WS-EDIT-IS-ADD TO TRUE
010220     MOVE 'ADD REQUEST' TO WS-EDIT-MODE-TEXT
010230     PERFORM 3500-REQUEST-SCREEN THRU 3500-EXIT
010240     IF WS-DETAIL-WAS-KEPT
010250         PERFORM 3300-INSERT-GROUP-LINE THRU 3300-EXIT
010260         SET WS-REQUESTS-CHANGED TO TRUE
010270         MOVE WS-EDIT-POSITION TO WS-LINE-NUMBER-EDIT
010280         STRING 'REQUEST ADDED AS LINE ' DELIMITED BY SIZE
010290                WS-LINE-NUMBER-EDIT DELIMITED BY SIZE
010300                ' - S TO SAVE' DELIMITED BY SIZE
010310             INTO WS-MESSAGE-TEXT
010320     END-IF.
010330 3000-EXIT.
010340     EXIT.

010350*---------------------------------------------------------------
010360* 3100-CHANGE-REQUEST - edit the request on the line given
010370*---------------------------------------------------------------
010380 3100-CHANGE-REQUEST.
010390     PERFORM 3400-CHECK-TABLE-OPEN-FOR-EDIT THRU 3400-EXIT
010400     IF WS-MESSAGE-TEXT NOT = SPACES
010410         GO TO 3100-EXIT
010420     END-IF
010430     IF WS-ACTION-LINE = 0 OR WS-ACTION-LINE > WS-GROUP-COUNT
010440         MOVE 'NO SUCH LINE - GIVE THE LINE NUMBER TO CHANGE'
010450             TO WS-MESSAGE-TEXT
010460         GO TO 3100-EXIT
010470     END-IF
010480     MOVE WS-ACTION-LINE TO WS-EDIT-POSITION
010490     MOVE WS-GROUP-ENTRY (WS-EDIT-POSITION) TO WS-EDIT-REQUEST
010500     SET WS-EDIT-IS-CHANGE TO TRUE
010510     MOVE 'CHANGE REQUEST' TO WS-EDIT-MODE-TEXT
010520     PERFORM 3500-REQUEST-SCREEN THRU 3500-EXIT
010530     IF WS-DETAIL-WAS-KEPT
010540         MOVE WS-EDIT-REQUEST TO WS-GROUP-ENTRY (WS-EDIT-POSITION)
010550         SET WS-REQUESTS-CHANGED TO TRUE
010560         MOVE 'REQUEST CHANGED - S TO SAVE' TO WS-MESSAGE-TEXT
010570     END-IF.
010580 3100-EXIT.
010590     EXIT.

010600*---------------------------------------------------------------
010610* 3200-DELETE-REQUEST - drop the line given; a SET-IDENT-KEYS or
010620*                 UNION-BY-NAME parent takes its detail lines
010630*                 with it, since they cannot stand alone
010640*---------------------------------------------------------------
010650 3200-DELETE-REQUEST.
010660     IF WS-SELECTED-TABLE = SPACES
010670         MOVE 'NAME A TABLE FIRST' TO WS-MESSAGE-TEXT
010680         GO TO 3200-EXIT
010690     END-IF
010700     IF WS-ACTION-LINE = 0 OR WS-ACTION-LINE > WS-GROUP-COUNT
010710         MOVE 'NO SUCH LINE - GIVE THE LINE NUMBER TO DELETE'
010720             TO WS-MESSAGE-TEXT
010730         GO TO 3200-EXIT
010740     END-IF
010750     MOVE WS-ACTION-LINE TO WS-EDIT-POSITION
010760     MOVE WS-GROUP-ENTRY (WS-EDIT-POSITION) TO WS-SCAN-REQUEST
010770     MOVE SPACES TO WS-DETAIL-CODE
010780     EVALUATE CR-REQUEST-CODE OF WS-SCAN-REQUEST
010790         WHEN 'SET-IDENT-KEYS'
010800             MOVE 'IDENT-FIELD' TO WS-DETAIL-CODE
010810         WHEN 'UNION-BY-NAME'
010820             MOVE 'UNION-FIELD' TO WS-DETAIL-CODE
010830         WHEN OTHER
010840             CONTINUE
010850     END-EVALUATE
010860     MOVE 0 TO WS-DELETE-COUNT
010870     PERFORM 3210-REMOVE-GROUP-LINE THRU 3210-EXIT
010880     IF WS-DETAIL-CODE NOT = SPACES
010890         PERFORM 3220-REMOVE-ONE-DETAIL THRU 3220-EXIT
010900             UNTIL WS-EDIT-POSITION > WS-GROUP-COUNT
010910                OR WS-DETAIL-CODE = SPACES
010920     END-IF
010930     IF WS-REQUEST-PAGE-START > WS-GROUP-COUNT
010940         MOVE 1 TO WS-REQUEST-PAGE-START
010950     END-IF
010960     SET WS-REQUESTS-CHANGED TO TRUE
010970     MOVE WS-DELETE-COUNT TO WS-LINE-NUMBER-EDIT
010980     STRING WS-LINE-NUMBER-EDIT DELIMITED BY SIZE
010990            ' LINE(S) DELETED - S TO SAVE' DELIMITED BY SIZE
011000         INTO WS-MESSAGE-TEXT.
011010 3200-EXIT.
011020     EXIT.

011030*---------------------------------------------------------------
011040* 3210-REMOVE-GROUP-LINE - close the group up over one line
011050*---------------------------------------------------------------
011060 3210-REMOVE-GROUP-LINE.
011070     PERFORM 3211-SHIFT-ONE-UP THRU 3211-EXIT
011080         VARYING WS-SHIFT-INDEX FROM WS-EDIT-POSITION BY 1
011090         UNTIL WS-SHIFT-INDEX NOT < WS-GROUP-COUNT
011100     SUBTRACT 1 FROM WS-GROUP-COUNT
011110     ADD 1 TO WS-DELETE-COUNT.
011120 3210-EXIT.
011130     EXIT.

011140*---------------------------------------------------------------
011150* 3211-SHIFT-ONE-UP - the next line moves into this slot
011160*---------------------------------------------------------------
011170 3211-SHIFT-ONE-UP.
011180     MOVE WS-GROUP-ENTRY (WS-SHIFT-INDEX + 1)
011190         TO WS-GROUP-ENTRY (WS-SHIFT-INDEX).
011200 3211-EXIT.
011210     EXIT.

011220*---------------------------------------------------------------
011230* 3220-REMOVE-ONE-DETAIL - the deleted parent's next detail, if
011240*                 the line now in its place is one
011250*---------------------------------------------------------------
011260 3220-REMOVE-ONE-DETAIL.
011270     MOVE WS-GROUP-ENTRY (WS-EDIT-POSITION) TO WS-SCAN-REQUEST
011280     IF CR-REQUEST-CODE OF WS-SCAN-REQUEST = WS-DETAIL-CODE
011290         PERFORM 3210-REMOVE-GROUP-LINE THRU 3210-EXIT
011300     ELSE
011310         MOVE SPACES TO WS-DETAIL-CODE
011320     END-IF.
011330 3220-EXIT.
011340     EXIT.

011350*---------------------------------------------------------------
011360* 3300-INSERT-GROUP-LINE - open a slot at WS-EDIT-POSITION and
011370*                 place the kept request in it
011380*---------------------------------------------------------------
011390 3300-INSERT-GROUP-LINE.
011400     ADD 1 TO WS-GROUP-COUNT
011410     PERFORM 3301-SHIFT-ONE-DOWN THRU 3301-EXIT
011420         VARYING WS-SHIFT-INDEX FROM WS-GROUP-COUNT BY -1
011430         UNTIL WS-SHIFT-INDEX NOT > WS-EDIT-POSITION
011440     MOVE WS-EDIT-REQUEST TO WS-GROUP-ENTRY (WS-EDIT-POSITION).
011450 3300-EXIT.
011460     EXIT.

011470*---------------------------------------------------------------
011480* 3301-SHIFT-ONE-DOWN - the line above moves into this slot
011490*---------------------------------------------------------------
011500 3301-SHIFT-ONE-DOWN.
011510     MOVE WS-GROUP-ENTRY (WS-SHIFT-INDEX - 1)
011520         TO WS-GROUP-ENTRY (WS-SHIFT-INDEX).
011530 3301-EXIT.
011540     EXIT.

011550*---------------------------------------------------------------
011560* 3400-CHECK-TABLE-OPEN-FOR-EDIT - a table must be selected,
011570*                 and neither frozen nor retired: the sweep
011580*                 reads past a frozen table's group and START-
011590*                 TABLE refuses a retired one
011600*---------------------------------------------------------------
011610 3400-CHECK-TABLE-OPEN-FOR-EDIT.
011620     EVALUATE TRUE
011630         WHEN WS-SELECTED-TABLE = SPACES
011640             MOVE 'NAME A TABLE FIRST' TO WS-MESSAGE-TEXT
011650         WHEN WS-TABLE-STATE-FROZEN
011660             MOVE 'TABLE IS FROZEN - THE SWEEP SKIPS ITS REQUESTS'
011670                 TO WS-MESSAGE-TEXT
011680         WHEN WS-TABLE-STATE-RETIRED
011690             MOVE 'TABLE IS RETIRED - NO REQUESTS MAY BE ENTERED'
011700                 TO WS-MESSAGE-TEXT
011710         WHEN OTHER
011720             CONTINUE
011730     END-EVALUATE.
011740 3400-EXIT.
011750     EXIT.

011760*---------------------------------------------------------------
011770* 3500-REQUEST-SCREEN - the request panel until it is kept or
011780*                 cancelled
011790*---------------------------------------------------------------
011800 3500-REQUEST-SCREEN.
011810     MOVE 'N' TO WS-DETAIL-DONE-SWITCH
011820     MOVE 'N' TO WS-DETAIL-KEPT-SWITCH
011830     MOVE SPACE TO WS-CONFIRM-FLAG
011840     MOVE WS-EDIT-POSITION TO WS-EDIT-LINE-DISPLAY
011850     MOVE SPACES TO WS-MESSAGE-TEXT
011860     PERFORM 3510-ONE-REQUEST-PASS THRU 3510-EXIT
011870         UNTIL WS-DETAIL-IS-DONE
011880     MOVE SPACES TO WS-MESSAGE-TEXT.
011890 3500-EXIT.
011900     EXIT.

011910*---------------------------------------------------------------
011920* 3510-ONE-REQUEST-PASS - show, take and check the request once
011930*---------------------------------------------------------------
011940 3510-ONE-REQUEST-PASS.
011950     DISPLAY REQUEST-SCREEN
011960     ACCEPT REQUEST-SCREEN
011970     INSPECT WS-CONFIRM-FLAG
011980         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
011990     IF WS-CONFIRM-FLAG = 'N'
012000         SET WS-DETAIL-IS-DONE TO TRUE
012010         GO TO 3510-EXIT
012020     END-IF
012030     PERFORM 3520-FOLD-REQUEST-CODES THRU 3520-EXIT
012040     PERFORM 5000-EDIT-REQUEST THRU 5000-EXIT
012050     IF WS-REQUEST-IS-INVALID
012060         MOVE SPACE TO WS-CONFIRM-FLAG
012070         GO TO 3510-EXIT
012080     END-IF
012090     IF WS-CONFIRM-FLAG = 'Y'
012100         SET WS-DETAIL-WAS-KEPT TO TRUE
012110         SET WS-DETAIL-IS-DONE TO TRUE
012120     ELSE
012130         MOVE 'REQUEST PASSES THE EDIT CHECKS - Y TO KEEP IT'
012140             TO WS-MESSAGE-TEXT
012150     END-IF.
012160 3510-EXIT.
012170     EXIT.

012180*---------------------------------------------------------------
012190* 3520-FOLD-REQUEST-CODES - codes, types and flags are upper
012200*                 case on file; names are left as keyed
012210*---------------------------------------------------------------
012220 3520-FOLD-REQUEST-CODES.
012230     INSPECT CR-REQUEST-CODE OF WS-EDIT-REQUEST
012240         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
012250     INSPECT CR-FIELD-TYPE OF WS-EDIT-REQUEST
012260         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
012270     INSPECT CR-ELEMENT-TYPE OF WS-EDIT-REQUEST
012280         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
012290     INSPECT CR-REQUIRED-FLAG OF WS-EDIT-REQUEST
012300         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
012310     INSPECT CR-CLASSIFICATION OF WS-EDIT-REQUEST
012320         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
012330     INSPECT CR-MASK-RULE OF WS-EDIT-REQUEST
012340         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
012350 3520-EXIT.
012360     EXIT.

012370*---------------------------------------------------------------
012380* 4000-SAVE-REQUESTS - rewrite CHANGE-REQUESTS.DAT: each table's
012390*                 group in TABLE-LIST order (the sweep reads the
012400*                 two files in step), then any rows already on
012410*                 file for tables not on the list, unchanged.  The
012420*                 file is read again first, so other tables' rows
012430*                 are as they stand now, not as this session
012440*                 found them
012450*---------------------------------------------------------------
012460 4000-SAVE-REQUESTS.
012470     IF WS-SELECTED-TABLE NOT = SPACES
012480         PERFORM 5900-CHECK-GROUP-STRUCTURE THRU 5900-EXIT
012490         IF WS-REQUEST-IS-INVALID
012500             GO TO 4000-EXIT
012510         END-IF
012520     END-IF
012530     MOVE 0 TO WS-STORE-COUNT
012540     MOVE 'N' TO WS-CHGREQ-EOF-SWITCH
012550     PERFORM 1200-LOAD-CHANGE-REQUESTS THRU 1200-EXIT
012560     IF WS-RUN-IS-INVALID
012570         CLOSE SCHEMA-SNAPSHOT-FILE
012580         IF WS-TBLCTL-IS-AVAILABLE
012590             CLOSE TABLE-CONTROL-FILE
012600         END-IF
012610         SET WS-SESSION-IS-OVER TO TRUE
012620         GO TO 4000-EXIT
012630     END-IF
012640     IF WS-SELECTED-TABLE NOT = SPACES
012650         MOVE 0 TO WS-SHIFT-INDEX
012660         PERFORM 4050-DROP-ONE-SELECTED-ROW THRU 4050-EXIT
012670             VARYING ST-IDX FROM 1 BY 1
012680             UNTIL ST-IDX > WS-STORE-COUNT
012690         MOVE WS-SHIFT-INDEX TO WS-STORE-COUNT
012700     END-IF
012710     OPEN OUTPUT CHANGE-REQUEST-FILE
012720     IF NOT WS-CHGREQ-OK
012730         STRING 'CHANGE-REQUESTS.DAT NOT OPENED, STATUS '
012740                    DELIMITED BY SIZE
012750                WS-CHGREQ-FILE-STATUS DELIMITED BY SIZE
012760                ' - NOTHING SAVED' DELIMITED BY SIZE
012770             INTO WS-MESSAGE-TEXT
012780         GO TO 4000-EXIT
012790     END-IF
012800     MOVE 0 TO WS-RECORDS-WRITTEN-COUNT
012810     MOVE 0 TO WS-UNLISTED-COUNT
012820     PERFORM 4100-WRITE-ONE-TABLE-GROUP THRU 4100-EXIT
012830         VARYING TL-IDX FROM 1 BY 1
012840         UNTIL TL-IDX > WS-TABLE-LIST-COUNT
012850     PERFORM 4200-WRITE-UNLISTED-ENTRY THRU 4200-EXIT
012860         VARYING ST-IDX FROM 1 BY 1
012870         UNTIL ST-IDX > WS-STORE-COUNT
012880     CLOSE CHANGE-REQUEST-FILE
012890     SET WS-REQUESTS-SAVED TO TRUE
012900     MOVE WS-RECORDS-WRITTEN-COUNT TO WS-NUMBER-EDIT
012910     STRING WS-NUMBER-EDIT DELIMITED BY SIZE
012920            ' REQUEST RECORDS SAVED' DELIMITED BY SIZE
012930         INTO WS-MESSAGE-TEXT
012940     IF WS-UNLISTED-COUNT > 0
012950         MOVE WS-UNLISTED-COUNT TO WS-SHORT-NUMBER-EDIT
012960         MOVE SPACES TO WS-MESSAGE-TEXT
012970         STRING WS-NUMBER-EDIT DELIMITED BY SIZE
012980                ' SAVED - ' DELIMITED BY SIZE
012990                WS-SHORT-NUMBER-EDIT DELIMITED BY SIZE
013000                ' FOR TABLES NOT ON TABLE-LIST.DAT KEPT AT END'
013010                    DELIMITED BY SIZE
013020             INTO WS-MESSAGE-TEXT
013030     END-IF.
013040 4000-EXIT.
013050     EXIT.

013060*---------------------------------------------------------------
013070* 4050-DROP-ONE-SELECTED-ROW - the selected table's rows as read
013080*                 again give way to the group on the panel; the
013090*                 rest close up in storage
013100*---------------------------------------------------------------
013110 4050-DROP-ONE-SELECTED-ROW.
013120     MOVE WS-STORE-ENTRY (ST-IDX) TO WS-SCAN-REQUEST
013130     IF CR-TABLE-NAME OF WS-SCAN-REQUEST NOT = WS-SELECTED-TABLE
013140         ADD 1 TO WS-SHIFT-INDEX
013150         MOVE WS-SCAN-REQUEST TO WS-STORE-ENTRY (WS-SHIFT-INDEX)
013160     END-IF.
013170 4050-EXIT.
013180     EXIT.

013190*---------------------------------------------------------------
013200* 4100-WRITE-ONE-TABLE-GROUP - one TABLE-LIST entry's requests
013210*---------------------------------------------------------------
013220 4100-WRITE-ONE-TABLE-GROUP.
013230     IF WS-TABLE-LIST-ENTRY (TL-IDX) = WS-SELECTED-TABLE
013240         PERFORM 4120-WRITE-ONE-GROUP-LINE THRU 4120-EXIT
013250             VARYING GR-IDX FROM 1 BY 1
013260             UNTIL GR-IDX > WS-GROUP-COUNT
013270     ELSE
013280         PERFORM 4110-WRITE-STORE-ENTRY-IF-MATCH THRU 4110-EXIT
013290             VARYING ST-IDX FROM 1 BY 1
013300             UNTIL ST-IDX > WS-STORE-COUNT
013310     END-IF.
013320 4100-EXIT.
013330     EXIT.

013340*---------------------------------------------------------------
013350* 4110-WRITE-STORE-ENTRY-IF-MATCH - a stored row of this table
013360*---------------------------------------------------------------
013370 4110-WRITE-STORE-ENTRY-IF-MATCH.
013380     MOVE WS-STORE-ENTRY (ST-IDX) TO WS-SCAN-REQUEST
013390     IF CR-TABLE-NAME OF WS-SCAN-REQUEST
013400             = WS-TABLE-LIST-ENTRY (TL-IDX)
013410         MOVE WS-SCAN-REQUEST TO CHANGE-REQUEST-RECORD
013420         WRITE CHANGE-REQUEST-RECORD
013430         ADD 1 TO WS-RECORDS-WRITTEN-COUNT
013440     END-IF.
013450 4110-EXIT.
013460     EXIT.

013470*---------------------------------------------------------------
013480* 4120-WRITE-ONE-GROUP-LINE - a line of the selected table
013490*---------------------------------------------------------------
013500 4120-WRITE-ONE-GROUP-LINE.
013510     MOVE WS-GROUP-ENTRY (GR-IDX) TO CHANGE-REQUEST-RECORD
013520     WRITE CHANGE-REQUEST-RECORD
013530     ADD 1 TO WS-RECORDS-WRITTEN-COUNT.
013540 4120-EXIT.
013550     EXIT.

013560*---------------------------------------------------------------
013570* 4200-WRITE-UNLISTED-ENTRY - a stored row whose table the sweep
013580*                 will never visit; kept so nothing keyed by hand
013590*                 is lost
013600*---------------------------------------------------------------
013610 4200-WRITE-UNLISTED-ENTRY.
013620     MOVE WS-STORE-ENTRY (ST-IDX) TO WS-SCAN-REQUEST
013630     SET WS-ENTRY-NOT-FOUND TO TRUE
013640     PERFORM 4210-TEST-LISTED-TABLE THRU 4210-EXIT
013650         VARYING TL-IDX FROM 1 BY 1
013660         UNTIL TL-IDX > WS-TABLE-LIST-COUNT
013670            OR WS-ENTRY-FOUND
013680     IF WS-ENTRY-NOT-FOUND
013690         MOVE WS-SCAN-REQUEST TO CHANGE-REQUEST-RECORD
013700         WRITE CHANGE-REQUEST-RECORD
013710         ADD 1 TO WS-RECORDS-WRITTEN-COUNT
013720         ADD 1 TO WS-UNLISTED-COUNT
013730     END-IF.
013740 4200-EXIT.
013750     EXIT.

013760*---------------------------------------------------------------
013770* 4210-TEST-LISTED-TABLE - is the stored row's table listed
013780*---------------------------------------------------------------
013790 4210-TEST-LISTED-TABLE.
013800     IF WS-TABLE-LIST-ENTRY (TL-IDX)
013810             = CR-TABLE-NAME OF WS-SCAN-REQUEST
013820         SET WS-ENTRY-FOUND TO TRUE
013830     END-IF.
013840 4210-EXIT.
013850     EXIT.

013860*---------------------------------------------------------------
013870* 5000-EDIT-REQUEST - the checks UPDATE-SCHEMA makes of this
013880*                 request, against the committed layout as the
013890*                 group's earlier lines will have left it
013900*---------------------------------------------------------------
013910 5000-EDIT-REQUEST.
013920     SET WS-REQUEST-IS-VALID TO TRUE
013930     MOVE SPACES TO WS-MESSAGE-TEXT
013940     PERFORM 5010-FIND-REQUEST-CODE THRU 5010-EXIT
013950     IF WS-ENTRY-NOT-FOUND
013960         SET WS-REQUEST-IS-INVALID TO TRUE
013970         MOVE 'REQUEST CODE IS NOT ONE UPDATE-SCHEMA ACCEPTS'
013980             TO WS-MESSAGE-TEXT
013990         GO TO 5000-EXIT
014000     END-IF
014010     PERFORM 5020-SET-CASE-RULE THRU 5020-EXIT
014020     PERFORM 5400-CHECK-DETAIL-PLACEMENT THRU 5400-EXIT
014030     IF WS-REQUEST-IS-INVALID
014040         GO TO 5000-EXIT
014050     END-IF
014060     EVALUATE CR-REQUEST-CODE OF WS-EDIT-REQUEST
014070         WHEN 'ADD-COLUMN'
014080         WHEN 'ADD-REQUIRED'
014090             PERFORM 5030-CHECK-NEW-COLUMN THRU 5030-EXIT
014100         WHEN 'RENAME-COLUMN'
014110             PERFORM 5040-CHECK-RENAME THRU 5040-EXIT
014120         WHEN 'UPDATE-COLUMN'
014130             PERFORM 5050-CHECK-FIELD-EXISTS THRU 5050-EXIT
014140             IF WS-REQUEST-IS-VALID
014150                 PERFORM 5100-CHECK-FIELD-TYPE THRU 5100-EXIT
014160             END-IF
014170         WHEN 'UPDATE-DOC'
014180         WHEN 'UPDATE-DEFAULT'
014190         WHEN 'MAKE-OPTIONAL'
014200         WHEN 'REQUIRE-COLUMN'
014210         WHEN 'DELETE-COLUMN'
014220         WHEN 'MOVE-FIRST'
014230         WHEN 'IDENT-FIELD'
014240             PERFORM 5050-CHECK-FIELD-EXISTS THRU 5050-EXIT
014250         WHEN 'MOVE-BEFORE'
014260         WHEN 'MOVE-AFTER'
014270             PERFORM 5060-CHECK-MOVE THRU 5060-EXIT
014280         WHEN 'UNION-FIELD'
014290             PERFORM 5070-CHECK-UNION-FIELD THRU 5070-EXIT
014300         WHEN 'ADD-PART-FLD'
014310             PERFORM 5300-CHECK-PART-FIELD-ADD THRU 5300-EXIT
014320         WHEN 'DROP-PART-FLD'
014330             PERFORM 5500-CHECK-PART-FIELD-DROP THRU 5500-EXIT
014340         WHEN 'ADD-TABLE-REF'
014350             PERFORM 5600-CHECK-TABLE-REF THRU 5600-EXIT
014360         WHEN 'DROP-TABLE-REF'
014370             IF CR-FIELD-NAME OF WS-EDIT-REQUEST = SPACES
014380                  OR CR-NEW-NAME OF WS-EDIT-REQUEST = SPACES
014390                  OR CR-REFERENCE-FIELD OF WS-EDIT-REQUEST
014400                         = SPACES
014410                 SET WS-REQUEST-IS-INVALID TO TRUE
014420                 MOVE 'GIVE COLUMN, REFERENCED TABLE AND FIELD'
014430                     TO WS-MESSAGE-TEXT
014440             END-IF
014450         WHEN 'CASE-SENSITIVE'
014460             IF CR-REQUIRED-FLAG OF WS-EDIT-REQUEST NOT = 'Y'
014470                  AND CR-REQUIRED-FLAG OF WS-EDIT-REQUEST
014480                        NOT = 'N'
014490                 SET WS-REQUEST-IS-INVALID TO TRUE
014500                 MOVE 'CASE-SENSITIVE NEEDS FLAG Y OR N'
014510                     TO WS-MESSAGE-TEXT
014520             END-IF
014530         WHEN 'SET-COL-CLASS'
014540             PERFORM 5080-CHECK-COLUMN-CLASS THRU 5080-EXIT
014550         WHEN OTHER
014560             CONTINUE
014570     END-EVALUATE
014580     IF WS-REQUEST-IS-VALID
014590         IF CR-REQUEST-CODE OF WS-EDIT-REQUEST = 'ADD-REQUIRED'
014600              OR CR-REQUEST-CODE OF WS-EDIT-REQUEST
014610                     = 'REQUIRE-COLUMN'
014620             PERFORM 5700-CHECK-INCOMPAT-ALLOWED THRU 5700-EXIT
014630         END-IF
014640     END-IF.
014650 5000-EXIT.
014660     EXIT.

014670*---------------------------------------------------------------
014680* 5010-FIND-REQUEST-CODE - look the code up in the code table
014690*---------------------------------------------------------------
014700 5010-FIND-REQUEST-CODE.
014710     SET WS-ENTRY-NOT-FOUND TO TRUE
014720     PERFORM 5011-TEST-ONE-REQUEST-CODE THRU 5011-EXIT
014730         VARYING RC-IDX FROM 1 BY 1
014740         UNTIL RC-IDX > 26
014750            OR WS-ENTRY-FOUND.
014760 5010-EXIT.
014770     EXIT.

014780*---------------------------------------------------------------
014790* 5011-TEST-ONE-REQUEST-CODE - test one code-table entry
014800*---------------------------------------------------------------
014810 5011-TEST-ONE-REQUEST-CODE.
014820     IF WS-REQUEST-CODE-ENTRY (RC-IDX)
014830             = CR-REQUEST-CODE OF WS-EDIT-REQUEST
014840         SET WS-ENTRY-FOUND TO TRUE
014850     END-IF.
014860 5011-EXIT.
014870     EXIT.

014880*---------------------------------------------------------------
014890* 5020-SET-CASE-RULE - the shop default, unless the group sets
014900*                 CASE-SENSITIVE (the last one in it wins, as in
014910*                 the UPDATE-SCHEMA session)
014920*---------------------------------------------------------------
014930 5020-SET-CASE-RULE.
014940     IF SHOP-DEFAULT-CASE-SENSITIVE
014950         SET WS-MATCH-CASE-SENSITIVE TO TRUE
014960     ELSE
014970         SET WS-MATCH-CASE-BLIND TO TRUE
014980     END-IF
014990     PERFORM 5021-NOTE-ONE-CASE-RULE THRU 5021-EXIT
015000         VARYING WS-SCAN-LINE FROM 1 BY 1
015010         UNTIL WS-SCAN-LINE > WS-GROUP-COUNT.
015020 5020-EXIT.
015030     EXIT.

015040*---------------------------------------------------------------
015050* 5021-NOTE-ONE-CASE-RULE - a CASE-SENSITIVE line sets the rule
015060*---------------------------------------------------------------
015070 5021-NOTE-ONE-CASE-RULE.
015080     IF WS-EDIT-IS-CHANGE AND WS-SCAN-LINE = WS-EDIT-POSITION
015090         GO TO 5021-EXIT
015100     END-IF
015110     MOVE WS-GROUP-ENTRY (WS-SCAN-LINE) TO WS-SCAN-REQUEST
015120     IF CR-REQUEST-CODE OF WS-SCAN-REQUEST = 'CASE-SENSITIVE'
015130         IF CR-REQUIRED-FLAG OF WS-SCAN-REQUEST = 'Y'
015140             SET WS-MATCH-CASE-SENSITIVE TO TRUE
015150         ELSE
015160             SET WS-MATCH-CASE-BLIND TO TRUE
015170         END-IF
015180     END-IF.
015190 5021-EXIT.
015200     EXIT.

015210*---------------------------------------------------------------
015220* 5030-CHECK-NEW-COLUMN - an added column must be named, must not
015230*                 already exist, and must carry a valid type
015240*---------------------------------------------------------------
015250 5030-CHECK-NEW-COLUMN.
015260     IF CR-FIELD-NAME OF WS-EDIT-REQUEST = SPACES
015270         SET WS-REQUEST-IS-INVALID TO TRUE
015280         MOVE 'GIVE THE NAME OF THE COLUMN TO ADD'
015290             TO WS-MESSAGE-TEXT
015300         GO TO 5030-EXIT
015310     END-IF
015320     MOVE CR-FIELD-NAME OF WS-EDIT-REQUEST TO WS-LOOKUP-NAME
015330     PERFORM 5200-CHECK-COLUMN-EXISTS THRU 5200-EXIT
015340     IF WS-COLUMN-DOES-EXIST
015350         SET WS-REQUEST-IS-INVALID TO TRUE
015360         MOVE 'A COLUMN OF THAT NAME ALREADY EXISTS'
015370             TO WS-MESSAGE-TEXT
015380         GO TO 5030-EXIT
015390     END-IF
015400     PERFORM 5100-CHECK-FIELD-TYPE THRU 5100-EXIT.
015410 5030-EXIT.
015420     EXIT.

015430*---------------------------------------------------------------
015440* 5040-CHECK-RENAME - the old name must exist, the new must not
015450*---------------------------------------------------------------
015460 5040-CHECK-RENAME.
015470     PERFORM 5050-CHECK-FIELD-EXISTS THRU 5050-EXIT
015480     IF WS-REQUEST-IS-INVALID
015490         GO TO 5040-EXIT
015500     END-IF
015510     IF CR-NEW-NAME OF WS-EDIT-REQUEST = SPACES
015520         SET WS-REQUEST-IS-INVALID TO TRUE
015530         MOVE 'GIVE THE NEW NAME FOR THE COLUMN'
015540            TO WS-MESSAGE-TEXT
015550         GO TO 5040-EXIT
015560     END-IF
015570     MOVE CR-NEW-NAME OF WS-EDIT-REQUEST TO WS-LOOKUP-NAME
015580     PERFORM 5200-CHECK-COLUMN-EXISTS THRU 5200-EXIT
015590     IF WS-COLUMN-DOES-EXIST
015600         SET WS-REQUEST-IS-INVALID TO TRUE
015610         MOVE 'THE NEW NAME IS ALREADY A COLUMN OF THIS TABLE'
015620             TO WS-MESSAGE-TEXT
015630     END-IF.
015640 5040-EXIT.
015650     EXIT.

015660*---------------------------------------------------------------
015670* 5050-CHECK-FIELD-EXISTS - CR-FIELD-NAME must be a column
015680*---------------------------------------------------------------
015690 5050-CHECK-FIELD-EXISTS.
015700     MOVE CR-FIELD-NAME OF WS-EDIT-REQUEST TO WS-LOOKUP-NAME
015710     PERFORM 5200-CHECK-COLUMN-EXISTS THRU 5200-EXIT
015720     IF WS-COLUMN-DOES-NOT-EXIST
015730         SET WS-REQUEST-IS-INVALID TO TRUE
015740         MOVE 'NO COLUMN OF THAT NAME - CHECK THE SPELLING'
015750             TO WS-MESSAGE-TEXT
015760     END-IF.
015770 5050-EXIT.
015780     EXIT.

015790*---------------------------------------------------------------
015800* 5060-CHECK-MOVE - the column and its anchor must both exist
015810*---------------------------------------------------------------
015820 5060-CHECK-MOVE.
015830     PERFORM 5050-CHECK-FIELD-EXISTS THRU 5050-EXIT
015840     IF WS-REQUEST-IS-INVALID
015850         GO TO 5060-EXIT
015860     END-IF
015870     MOVE CR-REFERENCE-FIELD OF WS-EDIT-REQUEST TO WS-LOOKUP-NAME
015880     PERFORM 5200-CHECK-COLUMN-EXISTS THRU 5200-EXIT
015890     IF WS-COLUMN-DOES-NOT-EXIST
015900         SET WS-REQUEST-IS-INVALID TO TRUE
015910         MOVE 'NO COLUMN OF THE REFERENCE FIELD NAME'
015920             TO WS-MESSAGE-TEXT
015930     END-IF.
015940 5060-EXIT.
015950     EXIT.

015960*---------------------------------------------------------------
015970* 5070-CHECK-UNION-FIELD - a feed column needs a name and a type
015980*---------------------------------------------------------------
015990 5070-CHECK-UNION-FIELD.
016000     IF CR-FIELD-NAME OF WS-EDIT-REQUEST = SPACES
016010         SET WS-REQUEST-IS-INVALID TO TRUE
016020         MOVE 'GIVE THE NAME OF THE FEED COLUMN'
016030            TO WS-MESSAGE-TEXT
016040         GO TO 5070-EXIT
016050     END-IF
016060     PERFORM 5100-CHECK-FIELD-TYPE THRU 5100-EXIT.
016070 5070-EXIT.
016080     EXIT.

016090*---------------------------------------------------------------
016100* 5080-CHECK-COLUMN-CLASS - the column exists, the classification
016110*                 is one UPDATE-SCHEMA knows, and the rule suits
016120*                 it (an empty rule takes NONE for PUBLIC, HASH
016130*                 otherwise); the key and join column rules are
016140*                 left to the dry run, which has TBLREFS
016150*---------------------------------------------------------------
016160 5080-CHECK-COLUMN-CLASS.
016170     PERFORM 5050-CHECK-FIELD-EXISTS THRU 5050-EXIT
016180     IF WS-REQUEST-IS-INVALID
016190         GO TO 5080-EXIT
016200     END-IF
016210     EVALUATE CR-CLASSIFICATION OF WS-EDIT-REQUEST
016220         WHEN 'PUBLIC'
016230             IF CR-MASK-RULE OF WS-EDIT-REQUEST NOT = SPACES
016240                  AND CR-MASK-RULE OF WS-EDIT-REQUEST NOT = 'NONE'
016250                 SET WS-REQUEST-IS-INVALID TO TRUE
016260                 MOVE 'A PUBLIC COLUMN IS NOT MASKED - RULE NONE'
016270                     TO WS-MESSAGE-TEXT
016280             END-IF
016290         WHEN 'CONFIDENTIAL'
016300         WHEN 'PII'
016310             EVALUATE CR-MASK-RULE OF WS-EDIT-REQUEST
016320                 WHEN SPACES
016330                 WHEN 'HASH'
016340                 WHEN 'BLANK'
016350                 WHEN 'FIXED'
016360                     CONTINUE
016370                 WHEN OTHER
016380                     SET WS-REQUEST-IS-INVALID TO TRUE
016390                     MOVE 'MASK RULE MUST BE HASH, BLANK OR FIXED'
016400                         TO WS-MESSAGE-TEXT
016410             END-EVALUATE
016420         WHEN OTHER
016430             SET WS-REQUEST-IS-INVALID TO TRUE
016440             MOVE
016450             'CLASSIFICATION MUST BE PUBLIC, CONFIDENTIAL OR PII'
016460                 TO WS-MESSAGE-TEXT
016470     END-EVALUATE.
016480 5080-EXIT.
016490     EXIT.

016500*---------------------------------------------------------------
016510* 5100-CHECK-FIELD-TYPE - a type from IT-VALID-TYPE-TABLE, a
016520*                 primitive element type for LIST or MAP, and
016530*                 precision/scale/length that suit the type
016540*                 (the rules of 4181 and 4198 in UPDATE-SCHEMA)
016550*---------------------------------------------------------------
016560 5100-CHECK-FIELD-TYPE.
016570     MOVE CR-FIELD-TYPE OF WS-EDIT-REQUEST TO WS-TYPE-LOOKUP
016580     PERFORM 5110-FIND-VALID-TYPE THRU 5110-EXIT
016590     IF WS-ENTRY-NOT-FOUND
016600         SET WS-REQUEST-IS-INVALID TO TRUE
016610         MOVE 'FIELD TYPE IS NOT A RECOGNISED ICEBERG TYPE'
016620             TO WS-MESSAGE-TEXT
016630         GO TO 5100-EXIT
016640     END-IF
016650     IF CR-FIELD-TYPE OF WS-EDIT-REQUEST = 'LIST'
016660          OR CR-FIELD-TYPE OF WS-EDIT-REQUEST = 'MAP'
016670         MOVE CR-ELEMENT-TYPE OF WS-EDIT-REQUEST TO WS-TYPE-LOOKUP
016680         PERFORM 5110-FIND-VALID-TYPE THRU 5110-EXIT
016690         IF WS-ENTRY-NOT-FOUND
016700              OR WS-TYPE-LOOKUP = 'STRUCT'
016710              OR WS-TYPE-LOOKUP = 'LIST'
016720              OR WS-TYPE-LOOKUP = 'MAP'
016730             SET WS-REQUEST-IS-INVALID TO TRUE
016740             MOVE 'LIST/MAP NEEDS A PRIMITIVE ELEMENT TYPE'
016750                 TO WS-MESSAGE-TEXT
016760             GO TO 5100-EXIT
016770         END-IF
016780     END-IF
016790     PERFORM 5120-CHECK-TYPE-ATTRIBUTES THRU 5120-EXIT.
016800 5100-EXIT.
016810     EXIT.

016820*---------------------------------------------------------------
016830* 5110-FIND-VALID-TYPE - look WS-TYPE-LOOKUP up in the table
016840*---------------------------------------------------------------
016850 5110-FIND-VALID-TYPE.
016860     SET WS-ENTRY-NOT-FOUND TO TRUE
016870     PERFORM 5111-TEST-ONE-VALID-TYPE THRU 5111-EXIT
016880         VARYING IT-VALID-IDX FROM 1 BY 1
016890         UNTIL IT-VALID-IDX > 16
016900            OR WS-ENTRY-FOUND.
016910 5110-EXIT.
016920     EXIT.

016930*---------------------------------------------------------------
016940* 5111-TEST-ONE-VALID-TYPE - test one type-table entry
016950*---------------------------------------------------------------
016960 5111-TEST-ONE-VALID-TYPE.
016970     IF IT-VALID-TYPE-ENTRY (IT-VALID-IDX) = WS-TYPE-LOOKUP
016980         SET WS-ENTRY-FOUND TO TRUE
016990     END-IF.
017000 5111-EXIT.
017010     EXIT.

017020*---------------------------------------------------------------
017030* 5120-CHECK-TYPE-ATTRIBUTES - precision and scale for DECIMAL,
017040*                 a length for STRING/FIXED/BINARY, nothing else
017050*---------------------------------------------------------------
017060 5120-CHECK-TYPE-ATTRIBUTES.
017070     EVALUATE CR-FIELD-TYPE OF WS-EDIT-REQUEST
017080         WHEN 'DECIMAL'
017090             IF CR-FIELD-LENGTH OF WS-EDIT-REQUEST > 0
017100                 SET WS-REQUEST-IS-INVALID TO TRUE
017110                 MOVE 'A LENGTH APPLIES ONLY TO STRING, FIXED OR'
017120                   & ' BINARY'
017130                     TO WS-MESSAGE-TEXT
017140             END-IF
017150             IF CR-FIELD-PRECISION OF WS-EDIT-REQUEST > 38
017160                  OR CR-FIELD-SCALE OF WS-EDIT-REQUEST
017170                         > CR-FIELD-PRECISION OF WS-EDIT-REQUEST
017180                 SET WS-REQUEST-IS-INVALID TO TRUE
017190                 MOVE 'DECIMAL PRECISION MUST BE 1-38 WITH THE'
017200                   & ' SCALE NOT ABOVE IT'
017210                     TO WS-MESSAGE-TEXT
017220             END-IF
017230         WHEN 'STRING'
017240         WHEN 'FIXED'
017250         WHEN 'BINARY'
017260             IF CR-FIELD-PRECISION OF WS-EDIT-REQUEST > 0
017270                  OR CR-FIELD-SCALE OF WS-EDIT-REQUEST > 0
017280                 SET WS-REQUEST-IS-INVALID TO TRUE
017290                 MOVE 'PRECISION AND SCALE APPLY ONLY TO DECIMAL'
017300                     TO WS-MESSAGE-TEXT
017310             END-IF
017320         WHEN OTHER
017330             IF CR-FIELD-PRECISION OF WS-EDIT-REQUEST > 0
017340                  OR CR-FIELD-SCALE OF WS-EDIT-REQUEST > 0
017350                  OR CR-FIELD-LENGTH OF WS-EDIT-REQUEST > 0
017360                 SET WS-REQUEST-IS-INVALID TO TRUE
017370                 MOVE 'PRECISION, SCALE AND LENGTH DO NOT APPLY'
017380                   & ' TO THIS TYPE'
017390                     TO WS-MESSAGE-TEXT
017400             END-IF
017410     END-EVALUATE.
017420 5120-EXIT.
017430     EXIT.

017440*---------------------------------------------------------------
017450* 5200-CHECK-COLUMN-EXISTS - is WS-LOOKUP-NAME a column once the
017460*                 group's earlier lines have applied: start from
017470*                 the committed layout, then replay each earlier
017480*                 add, feed column, rename and delete in order
017490*---------------------------------------------------------------
017500 5200-CHECK-COLUMN-EXISTS.
017510     SET WS-COLUMN-DOES-NOT-EXIST TO TRUE
017520     IF WS-LOOKUP-NAME = SPACES
017530         GO TO 5200-EXIT
017540     END-IF
017550     MOVE WS-LOOKUP-NAME TO WS-COMPARE-NAME-1
017560     PERFORM 5210-TEST-ONE-LIVE-COLUMN THRU 5210-EXIT
017570         VARYING WS-WORK-INDEX FROM 1 BY 1
017580         UNTIL WS-WORK-INDEX > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
017590            OR WS-COLUMN-DOES-EXIST
017600     PERFORM 5220-REPLAY-ONE-EARLIER-LINE THRU 5220-EXIT
017610         VARYING WS-SCAN-LINE FROM 1 BY 1
017620         UNTIL WS-SCAN-LINE NOT < WS-EDIT-POSITION.
017630 5200-EXIT.
017640     EXIT.

017650*---------------------------------------------------------------
017660* 5210-TEST-ONE-LIVE-COLUMN - match one committed column
017670*---------------------------------------------------------------
017680 5210-TEST-ONE-LIVE-COLUMN.
017690     MOVE COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
017700         TO WS-COMPARE-NAME-2
017710     PERFORM 5800-NAMES-MATCH THRU 5800-EXIT
017720     IF WS-NAMES-DO-MATCH
017730         SET WS-COLUMN-DOES-EXIST TO TRUE
017740     END-IF.
017750 5210-EXIT.
017760     EXIT.

017770*---------------------------------------------------------------
017780* 5220-REPLAY-ONE-EARLIER-LINE - what one earlier line does to
017790*                 the name being looked up
017800*---------------------------------------------------------------
017810 5220-REPLAY-ONE-EARLIER-LINE.
017820     MOVE WS-GROUP-ENTRY (WS-SCAN-LINE) TO WS-SCAN-REQUEST
017830     MOVE CR-FIELD-NAME OF WS-SCAN-REQUEST TO WS-COMPARE-NAME-2
017840     PERFORM 5800-NAMES-MATCH THRU 5800-EXIT
017850     EVALUATE CR-REQUEST-CODE OF WS-SCAN-REQUEST
017860         WHEN 'ADD-COLUMN'
017870         WHEN 'ADD-REQUIRED'
017880         WHEN 'UNION-FIELD'
017890             IF WS-NAMES-DO-MATCH
017900                 SET WS-COLUMN-DOES-EXIST TO TRUE
017910             END-IF
017920         WHEN 'DELETE-COLUMN'
017930             IF WS-NAMES-DO-MATCH
017940                 SET WS-COLUMN-DOES-NOT-EXIST TO TRUE
017950             END-IF
017960         WHEN 'RENAME-COLUMN'
017970             IF WS-NAMES-DO-MATCH
017980                 SET WS-COLUMN-DOES-NOT-EXIST TO TRUE
017990             END-IF
018000             MOVE CR-NEW-NAME OF WS-SCAN-REQUEST
018010                 TO WS-COMPARE-NAME-2
018020             PERFORM 5800-NAMES-MATCH THRU 5800-EXIT
018030             IF WS-NAMES-DO-MATCH
018040                 SET WS-COLUMN-DOES-EXIST TO TRUE
018050             END-IF
018060         WHEN OTHER
018070             CONTINUE
018080     END-EVALUATE.
018090 5220-EXIT.
018100     EXIT.

018110*---------------------------------------------------------------
018120* 5300-CHECK-PART-FIELD-ADD - a transform from IX-TRANSFORM-
018130*                 TABLE, a BUCKET count or TRUNCATE width, and
018140*                 a source column that exists
018150*---------------------------------------------------------------
018160 5300-CHECK-PART-FIELD-ADD.
018170     SET WS-ENTRY-NOT-FOUND TO TRUE
018180     PERFORM 5301-TEST-ONE-TRANSFORM THRU 5301-EXIT
018190         VARYING IX-TRANSFORM-IDX FROM 1 BY 1
018200         UNTIL IX-TRANSFORM-IDX > 7
018210            OR WS-ENTRY-FOUND
018220     IF WS-ENTRY-NOT-FOUND
018230         SET WS-REQUEST-IS-INVALID TO TRUE
018240         MOVE 'TRANSFORM MUST BE IDENTITY, BUCKET, TRUNCATE,'
018250           & ' YEAR, MONTH, DAY OR HOUR'
018260             TO WS-MESSAGE-TEXT
018270         GO TO 5300-EXIT
018280     END-IF
018290     IF (CR-FIELD-TYPE OF WS-EDIT-REQUEST = 'BUCKET'
018300          OR CR-FIELD-TYPE OF WS-EDIT-REQUEST = 'TRUNCATE')
018310          AND CR-FIELD-LENGTH OF WS-EDIT-REQUEST = 0
018320         SET WS-REQUEST-IS-INVALID TO TRUE
018330         MOVE 'BUCKET AND TRUNCATE NEED A COUNT/WIDTH IN LENGTH'
018340             TO WS-MESSAGE-TEXT
018350         GO TO 5300-EXIT
018360     END-IF
018370     PERFORM 5050-CHECK-FIELD-EXISTS THRU 5050-EXIT.
018380 5300-EXIT.
018390     EXIT.

018400*---------------------------------------------------------------
018410* 5301-TEST-ONE-TRANSFORM - test one transform-table entry
018420*---------------------------------------------------------------
018430 5301-TEST-ONE-TRANSFORM.
018440     IF IX-TRANSFORM-ENTRY (IX-TRANSFORM-IDX)
018450             = CR-FIELD-TYPE OF WS-EDIT-REQUEST
018460         SET WS-ENTRY-FOUND TO TRUE
018470     END-IF.
018480 5301-EXIT.
018490     EXIT.

018500*---------------------------------------------------------------
018510* 5400-CHECK-DETAIL-PLACEMENT - an IDENT-FIELD or UNION-FIELD
018520*                 line must follow its parent (or a sibling), and
018530*                 no other line may be put between a parent and
018540*                 its details
018550*---------------------------------------------------------------
018560 5400-CHECK-DETAIL-PLACEMENT.
018570     MOVE SPACES TO WS-PARENT-CODE
018580     EVALUATE CR-REQUEST-CODE OF WS-EDIT-REQUEST
018590         WHEN 'IDENT-FIELD'
018600             MOVE 'SET-IDENT-KEYS' TO WS-PARENT-CODE
018610         WHEN 'UNION-FIELD'
018620             MOVE 'UNION-BY-NAME' TO WS-PARENT-CODE
018630         WHEN OTHER
018640             CONTINUE
018650     END-EVALUATE
018660     IF WS-PARENT-CODE NOT = SPACES
018670         MOVE SPACES TO CR-REQUEST-CODE OF WS-SCAN-REQUEST
018680         IF WS-EDIT-POSITION > 1
018690             MOVE WS-GROUP-ENTRY (WS-EDIT-POSITION - 1)
018700                 TO WS-SCAN-REQUEST
018710         END-IF
018720         IF CR-REQUEST-CODE OF WS-SCAN-REQUEST
018730                NOT = WS-PARENT-CODE
018740              AND CR-REQUEST-CODE OF WS-SCAN-REQUEST
018750                     NOT = CR-REQUEST-CODE OF WS-EDIT-REQUEST
018760             SET WS-REQUEST-IS-INVALID TO TRUE
018770             STRING 'A DETAIL LINE MUST FOLLOW ITS '
018780                       DELIMITED BY SIZE
018790                    WS-PARENT-CODE DELIMITED BY SPACE
018800                    ' PARENT' DELIMITED BY SIZE
018810                 INTO WS-MESSAGE-TEXT
018820             GO TO 5400-EXIT
018830         END-IF
018840     END-IF
018850     IF WS-EDIT-IS-ADD
018860         MOVE WS-EDIT-POSITION TO WS-NEXT-LINE
018870     ELSE
018880         COMPUTE WS-NEXT-LINE = WS-EDIT-POSITION + 1
018890     END-IF
018900     IF WS-NEXT-LINE > WS-GROUP-COUNT
018910         GO TO 5400-EXIT
018920     END-IF
018930     MOVE WS-GROUP-ENTRY (WS-NEXT-LINE) TO WS-SCAN-REQUEST
018940     MOVE SPACES TO WS-PARENT-CODE
018950     EVALUATE CR-REQUEST-CODE OF WS-SCAN-REQUEST
018960         WHEN 'IDENT-FIELD'
018970             MOVE 'SET-IDENT-KEYS' TO WS-PARENT-CODE
018980         WHEN 'UNION-FIELD'
018990             MOVE 'UNION-BY-NAME' TO WS-PARENT-CODE
019000         WHEN OTHER
019010             CONTINUE
019020     END-EVALUATE
019030     IF WS-PARENT-CODE NOT = SPACES
019040          AND CR-REQUEST-CODE OF WS-EDIT-REQUEST
019050                NOT = WS-PARENT-CODE
019060          AND CR-REQUEST-CODE OF WS-EDIT-REQUEST
019070                 NOT = CR-REQUEST-CODE OF WS-SCAN-REQUEST
019080         SET WS-REQUEST-IS-INVALID TO TRUE
019090         MOVE 'THIS WOULD PART DETAIL LINES FROM THEIR PARENT'
019100             TO WS-MESSAGE-TEXT
019110     END-IF.
019120 5400-EXIT.
019130     EXIT.

019140*---------------------------------------------------------------
019150* 5500-CHECK-PART-FIELD-DROP - the source column must be one the
019160*                 partition spec uses, or one an earlier line
019170*                 adds to it
019180*---------------------------------------------------------------
019190 5500-CHECK-PART-FIELD-DROP.
019200     MOVE CR-FIELD-NAME OF WS-EDIT-REQUEST TO WS-COMPARE-NAME-1
019210     SET WS-ENTRY-NOT-FOUND TO TRUE
019220     PERFORM 5510-TEST-ONE-PART-SOURCE THRU 5510-EXIT
019230         VARYING WS-WORK-INDEX FROM 1 BY 1
019240         UNTIL WS-WORK-INDEX
019250                > SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
019260            OR WS-ENTRY-FOUND
019270     PERFORM 5520-TEST-ONE-PENDING-PART THRU 5520-EXIT
019280         VARYING WS-SCAN-LINE FROM 1 BY 1
019290         UNTIL WS-SCAN-LINE NOT < WS-EDIT-POSITION
019300            OR WS-ENTRY-FOUND
019310     IF WS-ENTRY-NOT-FOUND
019320         SET WS-REQUEST-IS-INVALID TO TRUE
019330         MOVE 'THAT COLUMN IS NOT A PARTITION SOURCE HERE'
019340             TO WS-MESSAGE-TEXT
019350     END-IF.
019360 5500-EXIT.
019370     EXIT.

019380*---------------------------------------------------------------
019390* 5510-TEST-ONE-PART-SOURCE - match one partition spec entry
019400*---------------------------------------------------------------
019410 5510-TEST-ONE-PART-SOURCE.
019420     MOVE SP-SOURCE-COLUMN OF WS-SCHEMA-BODY (WS-WORK-INDEX)
019430         TO WS-COMPARE-NAME-2
019440     PERFORM 5800-NAMES-MATCH THRU 5800-EXIT
019450     IF WS-NAMES-DO-MATCH
019460         SET WS-ENTRY-FOUND TO TRUE
019470     END-IF.
019480 5510-EXIT.
019490     EXIT.

019500*---------------------------------------------------------------
019510* 5520-TEST-ONE-PENDING-PART - match one earlier ADD-PART-FLD
019520*---------------------------------------------------------------
019530 5520-TEST-ONE-PENDING-PART.
019540     MOVE WS-GROUP-ENTRY (WS-SCAN-LINE) TO WS-SCAN-REQUEST
019550     IF CR-REQUEST-CODE OF WS-SCAN-REQUEST = 'ADD-PART-FLD'
019560         MOVE CR-FIELD-NAME OF WS-SCAN-REQUEST
019570             TO WS-COMPARE-NAME-2
019580         PERFORM 5800-NAMES-MATCH THRU 5800-EXIT
019590         IF WS-NAMES-DO-MATCH
019600             SET WS-ENTRY-FOUND TO TRUE
019610         END-IF
019620     END-IF.
019630 5520-EXIT.
019640     EXIT.

019650*---------------------------------------------------------------
019660* 5600-CHECK-TABLE-REF - the referencing column exists here and
019670*                 the referenced table and column are committed
019680*---------------------------------------------------------------
019690 5600-CHECK-TABLE-REF.
019700     PERFORM 5050-CHECK-FIELD-EXISTS THRU 5050-EXIT
019710     IF WS-REQUEST-IS-INVALID
019720         GO TO 5600-EXIT
019730     END-IF
019740     IF CR-NEW-NAME OF WS-EDIT-REQUEST = SPACES
019750          OR CR-REFERENCE-FIELD OF WS-EDIT-REQUEST = SPACES
019760         SET WS-REQUEST-IS-INVALID TO TRUE
019770         MOVE 'GIVE THE REFERENCED TABLE AND ITS COLUMN'
019780             TO WS-MESSAGE-TEXT
019790         GO TO 5600-EXIT
019800     END-IF
019810     MOVE CR-NEW-NAME OF WS-EDIT-REQUEST
019820         TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
019830     READ SCHEMA-SNAPSHOT-FILE
019840         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
019850     END-READ
019860     IF NOT WS-SNAP-OK
019870         SET WS-REQUEST-IS-INVALID TO TRUE
019880         MOVE 'THE REFERENCED TABLE IS NOT IN SCHSNAP'
019890             TO WS-MESSAGE-TEXT
019900         GO TO 5600-EXIT
019910     END-IF
019920     MOVE CR-REFERENCE-FIELD OF WS-EDIT-REQUEST
019930         TO WS-COMPARE-NAME-1
019940     SET WS-ENTRY-NOT-FOUND TO TRUE
019950     PERFORM 5610-TEST-ONE-REFERENCED-COLUMN THRU 5610-EXIT
019960         VARYING WS-WORK-INDEX FROM 1 BY 1
019970         UNTIL WS-WORK-INDEX
019980                 > SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
019990            OR WS-ENTRY-FOUND
020000     IF WS-ENTRY-NOT-FOUND
020010         SET WS-REQUEST-IS-INVALID TO TRUE
020020         MOVE 'THE REFERENCED TABLE HAS NO COLUMN OF THAT NAME'
020030             TO WS-MESSAGE-TEXT
020040     END-IF.
020050 5600-EXIT.
020060     EXIT.

020070*---------------------------------------------------------------
020080* 5610-TEST-ONE-REFERENCED-COLUMN - match one referenced column
020090*---------------------------------------------------------------
020100 5610-TEST-ONE-REFERENCED-COLUMN.
020110     MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC (WS-WORK-INDEX)
020120         TO WS-COMPARE-NAME-2
020130     PERFORM 5800-NAMES-MATCH THRU 5800-EXIT
020140     IF WS-NAMES-DO-MATCH
020150         SET WS-ENTRY-FOUND TO TRUE
020160     END-IF.
020170 5610-EXIT.
020180     EXIT.

020190*---------------------------------------------------------------
020200* 5700-CHECK-INCOMPAT-ALLOWED - a required-column change needs an
020210*                 ALLOW-INCOMPAT line somewhere in the group
020220*---------------------------------------------------------------
020230 5700-CHECK-INCOMPAT-ALLOWED.
020240     SET WS-ENTRY-NOT-FOUND TO TRUE
020250     PERFORM 5710-TEST-ONE-ALLOW-LINE THRU 5710-EXIT
020260         VARYING WS-SCAN-LINE FROM 1 BY 1
020270         UNTIL WS-SCAN-LINE > WS-GROUP-COUNT
020280            OR WS-ENTRY-FOUND
020290     IF WS-ENTRY-NOT-FOUND
020300         SET WS-REQUEST-IS-INVALID TO TRUE
020310         MOVE 'A REQUIRED COLUMN NEEDS AN ALLOW-INCOMPAT LINE'
020320             TO WS-MESSAGE-TEXT
020330     END-IF.
020340 5700-EXIT.
020350     EXIT.

020360*---------------------------------------------------------------
020370* 5710-TEST-ONE-ALLOW-LINE - is this group line ALLOW-INCOMPAT
020380*---------------------------------------------------------------
020390 5710-TEST-ONE-ALLOW-LINE.
020400     MOVE WS-GROUP-ENTRY (WS-SCAN-LINE) TO WS-SCAN-REQUEST
020410     IF CR-REQUEST-CODE OF WS-SCAN-REQUEST = 'ALLOW-INCOMPAT'
020420         SET WS-ENTRY-FOUND TO TRUE
020430     END-IF.
020440 5710-EXIT.
020450     EXIT.

020460*---------------------------------------------------------------
020470* 5800-NAMES-MATCH - compare two names honouring CASE-SENSITIVE
020480*---------------------------------------------------------------
020490 5800-NAMES-MATCH.
020500     SET WS-NAMES-DO-NOT-MATCH TO TRUE
020510     IF WS-MATCH-CASE-SENSITIVE
020520         IF WS-COMPARE-NAME-1 = WS-COMPARE-NAME-2
020530             SET WS-NAMES-DO-MATCH TO TRUE
020540         END-IF
020550     ELSE
020560         MOVE WS-COMPARE-NAME-1 TO WS-FOLD-NAME-1
020570         MOVE WS-COMPARE-NAME-2 TO WS-FOLD-NAME-2
020580         INSPECT WS-FOLD-NAME-1
020590             CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
020600         INSPECT WS-FOLD-NAME-2
020610             CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
020620         IF WS-FOLD-NAME-1 = WS-FOLD-NAME-2
020630             SET WS-NAMES-DO-MATCH TO TRUE
020640         END-IF
020650     END-IF.
020660 5800-EXIT.
020670     EXIT.

020680*---------------------------------------------------------------
020690* 5900-CHECK-GROUP-STRUCTURE - before a save: every detail line
020700*                 follows its parent and every parent has at
020710*                 least one detail, or SCHEMAUPD would reject it
020720*---------------------------------------------------------------
020730 5900-CHECK-GROUP-STRUCTURE.
020740     SET WS-REQUEST-IS-VALID TO TRUE
020750     PERFORM 5910-CHECK-ONE-GROUP-LINE THRU 5910-EXIT
020760         VARYING WS-SCAN-LINE FROM 1 BY 1
020770         UNTIL WS-SCAN-LINE > WS-GROUP-COUNT
020780            OR WS-REQUEST-IS-INVALID.
020790 5900-EXIT.
020800     EXIT.

020810*---------------------------------------------------------------
020820* 5910-CHECK-ONE-GROUP-LINE - one line against its neighbours
020830*---------------------------------------------------------------
020840 5910-CHECK-ONE-GROUP-LINE.
020850     MOVE WS-GROUP-ENTRY (WS-SCAN-LINE) TO WS-SCAN-REQUEST
020860     MOVE SPACES TO WS-PARENT-CODE
020870     MOVE SPACES TO WS-DETAIL-CODE
020880     EVALUATE CR-REQUEST-CODE OF WS-SCAN-REQUEST
020890         WHEN 'IDENT-FIELD'
020900             MOVE 'SET-IDENT-KEYS' TO WS-PARENT-CODE
020910         WHEN 'UNION-FIELD'
020920             MOVE 'UNION-BY-NAME' TO WS-PARENT-CODE
020930         WHEN 'SET-IDENT-KEYS'
020940             MOVE 'IDENT-FIELD' TO WS-DETAIL-CODE
020950         WHEN 'UNION-BY-NAME'
020960             MOVE 'UNION-FIELD' TO WS-DETAIL-CODE
020970         WHEN OTHER
020980             GO TO 5910-EXIT
020990     END-EVALUATE
021000     MOVE WS-SCAN-LINE TO WS-LINE-NUMBER-EDIT
021010     IF WS-PARENT-CODE NOT = SPACES
021020         MOVE CR-REQUEST-CODE OF WS-SCAN-REQUEST TO WS-DETAIL-CODE
021030         MOVE SPACES TO CR-REQUEST-CODE OF WS-SCAN-REQUEST
021040         IF WS-SCAN-LINE > 1
021050             MOVE WS-GROUP-ENTRY (WS-SCAN-LINE - 1)
021060                 TO WS-SCAN-REQUEST
021070         END-IF
021080         IF CR-REQUEST-CODE OF WS-SCAN-REQUEST
021090                NOT = WS-PARENT-CODE
021100              AND CR-REQUEST-CODE OF WS-SCAN-REQUEST
021110                     NOT = WS-DETAIL-CODE
021120             SET WS-REQUEST-IS-INVALID TO TRUE
021130             STRING 'NOT SAVED - LINE ' DELIMITED BY SIZE
021140                    WS-LINE-NUMBER-EDIT DELIMITED BY SIZE
021150                    ' IS A DETAIL WITHOUT ITS PARENT'
021160                        DELIMITED BY SIZE
021170                 INTO WS-MESSAGE-TEXT
021180         END-IF
021190     ELSE
021200         MOVE SPACES TO CR-REQUEST-CODE OF WS-SCAN-REQUEST
021210         IF WS-SCAN-LINE < WS-GROUP-COUNT
021220             MOVE WS-GROUP-ENTRY (WS-SCAN-LINE + 1)
021230                 TO WS-SCAN-REQUEST
021240         END-IF
021250         IF CR-REQUEST-CODE OF WS-SCAN-REQUEST
021260                NOT = WS-DETAIL-CODE
021270             SET WS-REQUEST-IS-INVALID TO TRUE
021280             STRING 'NOT SAVED - LINE ' DELIMITED BY SIZE
021290                    WS-LINE-NUMBER-EDIT DELIMITED BY SIZE
021300                    ' IS A PARENT WITH NO DETAIL LINES'
021310                        DELIMITED BY SIZE
021320                 INTO WS-MESSAGE-TEXT
021330         END-IF
021340     END-IF.
021350 5910-EXIT.
021360     EXIT.

021370*---------------------------------------------------------------
021380* 8000-TERMINATE - close the reference files
021390*---------------------------------------------------------------
021400 8000-TERMINATE.
021410     IF WS-RUN-IS-VALID
021420         CLOSE SCHEMA-SNAPSHOT-FILE
021430         IF WS-TBLCTL-IS-AVAILABLE
021440             CLOSE TABLE-CONTROL-FILE
021450         END-IF
021460         IF WS-REQUESTS-CHANGED
021470             DISPLAY 'CHGREQMAINT - SESSION ENDED, CHANGES'
021480                ' DISCARDED'
021490         ELSE
021500             DISPLAY 'CHGREQMAINT - SESSION ENDED'
021510         END-IF
021520     END-IF.
021530 8000-EXIT.
021540     EXIT.

021550*---------------------------------------------------------------
021560* 9000-TABLIST-UNREADABLE - the sweep's table list is missing
021570*---------------------------------------------------------------
021580 9000-TABLIST-UNREADABLE.
021590     SET WS-RUN-IS-INVALID TO TRUE
021600     DISPLAY 'CHGREQMAINT - TABLIST NOT OPENED, STATUS: '
021610         WS-TABLIST-FILE-STATUS
021620     MOVE 16 TO RETURN-CODE.
021630 9000-EXIT.
021640     EXIT.

021650*---------------------------------------------------------------
021660* 9200-SNAPSHOT-UNREADABLE - SCHSNAP could not be opened
021670*---------------------------------------------------------------
021680 9200-SNAPSHOT-UNREADABLE.
021690     SET WS-RUN-IS-INVALID TO TRUE
021700     DISPLAY 'CHGREQMAINT - SCHSNAP NOT OPENED, STATUS: '
021710         WS-SNAP-FILE-STATUS
021720     MOVE 16 TO RETURN-CODE.
021730 9200-EXIT.
021740     EXIT.

021750*---------------------------------------------------------------
021760* 9300-STORE-FULL - more pending requests than can be held; the
021770*                 session is refused rather than lose rows on save
021780*---------------------------------------------------------------
021790 9300-STORE-FULL.
021800     SET WS-RUN-IS-INVALID TO TRUE
021810     SET WS-CHGREQ-IS-EOF TO TRUE
021820     DISPLAY 'CHGREQMAINT - MORE THAN 5000 PENDING REQUESTS ON'
021830         ' CHGREQ - MAINTAIN IN BATCH'
021840     MOVE 16 TO RETURN-CODE.
021850 9300-EXIT.
021860     EXIT.
