000350*                   SH-ELEMENT-TYPE, and a dotted column name
000360*                   is hung off the STRUCT its prefix names
000370*                   through COL-PARENT-FIELD-ID.
000380* 2026-10-15  JKH   An added or retyped column recovers its
000390*                   precision, scale and length from the new
000400*                   SH- attribute fields; rows cut before those
000410*                   existed replay as zero (the shop default).
000420* 2026-10-15  JKH   An added partition field recovers its BUCKET
000430*                   count or TRUNCATE width from SH-NEW-LENGTH.
000440*

000450****************************************************************
000460* ENVIRONMENT DIVISION
000470****************************************************************
000480 ENVIRONMENT DIVISION.

000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RECON-PARM-FILE ASSIGN TO "RECONPRM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARM-FILE-STATUS.

000540     SELECT SCHEMA-HISTORY-FILE ASSIGN TO "SCHHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HIST-FILE-STATUS.

000570     SELECT RECON-SNAPSHOT-FILE ASSIGN TO "RECONOUT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RECON-FILE-STATUS.

000600****************************************************************
000610* DATA DIVISION
000620****************************************************************
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  RECON-PARM-FILE.
000660     COPY "ICEBERG-RECON-PARM.cpy".

000670 FD  SCHEMA-HISTORY-FILE.
000680     COPY "ICEBERG-HIST-REC.cpy".

000690 FD  RECON-SNAPSHOT-FILE.
000700     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000710         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000720                   ==FD-RECON-SNAPSHOT-REC==.

000730 WORKING-STORAGE SECTION.
000740****************************************************************
000750* FILE STATUS AND CONTROL SWITCHES
000760****************************************************************
000770 01  WS-FILE-STATUSES.
000780     05  WS-PARM-FILE-STATUS             PIC X(02).
000790         88  WS-PARM-OK                  VALUE '00'.
000800     05  WS-HIST-FILE-STATUS             PIC X(02).
000810         88  WS-HIST-OK                  VALUE '00'.
000820         88  WS-HIST-EOF                 VALUE '10'.
000830     05  WS-RECON-FILE-STATUS            PIC X(02).

000840 01  WS-SWITCHES.
000850     05  WS-HIST-EOF-SWITCH              PIC X(01) VALUE 'N'.
000860         88  WS-HISTORY-IS-EOF           VALUE 'Y'.
000870     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
000880         88  WS-ENTRY-FOUND              VALUE 'Y'.
000890         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
000900     05  WS-PARM-VALID-SWITCH            PIC X(01) VALUE 'Y'.
000910         88  WS-PARM-IS-VALID            VALUE 'Y'.
000920         88  WS-PARM-IS-INVALID          VALUE 'N'.

000930 77  WS-FOUND-COLUMN-INDEX               PIC 9(04) COMP VALUE 0.
000940 77  WS-REFERENCE-COLUMN-INDEX           PIC 9(04) COMP VALUE 0.
000950 77  WS-TARGET-COLUMN-INDEX              PIC 9(04) COMP VALUE 0.
000960 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
000970 77  WS-PAD-SCAN-INDEX                   PIC 9(04) COMP VALUE 0.
000980 77  WS-PART-SCAN-INDEX                  PIC 9(04) COMP VALUE 0.
000990 77  WS-NAME-SCAN-INDEX                  PIC 9(04) COMP VALUE 0.
001000 77  WS-DOT-POSITION                     PIC 9(02) COMP VALUE 0.
001010 77  WS-APPLIED-CHANGE-COUNT             PIC 9(04) COMP VALUE 0.
001020 77  WS-SKIPPED-CHANGE-COUNT             PIC 9(04) COMP VALUE 0.

001030 01  WS-AS-OF-TIMESTAMP                  PIC X(26) VALUE SPACES.
001040 01  WS-AS-OF-BYTE-TABLE REDEFINES WS-AS-OF-TIMESTAMP.
001050     05  WS-AS-OF-BYTE                   PIC X(01)
001060                                          OCCURS 26 TIMES.
001070 01  WS-LOOKUP-NAME                      PIC X(30) VALUE SPACES.
001080 01  WS-APPLIED-COUNT-DISPLAY            PIC ZZZ9.
001090 01  WS-SKIPPED-COUNT-DISPLAY            PIC ZZZ9.

001100****************************************************************
001110* IN-MEMORY LAYOUT BEING REBUILT FROM THE HISTORY FILE
001120****************************************************************
001130 COPY "ICEBERG-SNAPSHOT-REC.cpy"
001140     REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
001150               ==WS-SCHEMA-BODY==.

001160****************************************************************
001170* ONE-ENTRY WORK AREA FOR COLUMN REORDER PARAGRAPHS
001180****************************************************************
001190 01  WS-SAVED-COLUMN-ENTRY.
001200     COPY "ICEBERG-COLUMN-FIELDS.cpy".

001210 PROCEDURE DIVISION.
001220*---------------------------------------------------------------
001230* 0000-MAINLINE - rebuild one table's layout as of one moment
001240*---------------------------------------------------------------
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     IF WS-PARM-IS-VALID
001280         PERFORM 2000-REPLAY-ONE-HISTORY-REC THRU 2000-EXIT
001290             UNTIL WS-HISTORY-IS-EOF
001300         PERFORM 3000-WRITE-RECONSTRUCTION THRU 3000-EXIT
001310     END-IF
001320     PERFORM 8000-TERMINATE THRU 8000-EXIT
001330     STOP RUN.
001340 0000-EXIT.
001350     EXIT.

001360*---------------------------------------------------------------
001370* 1000-INITIALIZE - read the parm, open files, prime the read
001380*---------------------------------------------------------------
001390 1000-INITIALIZE.
001400     OPEN INPUT RECON-PARM-FILE
001410     READ RECON-PARM-FILE
001420     END-READ
001430     IF NOT WS-PARM-OK
001440         PERFORM 9000-BAD-PARM THRU 9000-EXIT
001450     END-IF
001460     CLOSE RECON-PARM-FILE
001470     IF WS-PARM-IS-VALID
001480         IF RP-TABLE-NAME = SPACES
001490             PERFORM 9000-BAD-PARM THRU 9000-EXIT
001500         END-IF
001510     END-IF
001520     IF WS-PARM-IS-VALID
001530         MOVE RP-AS-OF-TIMESTAMP TO WS-AS-OF-TIMESTAMP
001540         PERFORM 1100-PAD-AS-OF-TIMESTAMP THRU 1100-EXIT
001550         PERFORM 1200-INITIALIZE-EMPTY-SCHEMA THRU 1200-EXIT
001560         OPEN INPUT SCHEMA-HISTORY-FILE
001570         OPEN OUTPUT RECON-SNAPSHOT-FILE
001580         PERFORM 1300-READ-HISTORY THRU 1300-EXIT
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.

001620*---------------------------------------------------------------
001630* 1100-PAD-AS-OF-TIMESTAMP - fill trailing spaces with '9' so a
001640*                 bare as-of date includes that whole day's
001650*                 commits in the string comparison
001660*---------------------------------------------------------------
001670 1100-PAD-AS-OF-TIMESTAMP.
001680     PERFORM 1110-PAD-ONE-BYTE THRU 1110-EXIT
001690         VARYING WS-PAD-SCAN-INDEX FROM 26 BY -1
001700         UNTIL WS-PAD-SCAN-INDEX < 1
001710            OR WS-AS-OF-BYTE (WS-PAD-SCAN-INDEX) NOT = SPACE.
001720 1100-EXIT.
001730     EXIT.

001740*---------------------------------------------------------------
001750* 1110-PAD-ONE-BYTE - replace one trailing space with '9'
001760*---------------------------------------------------------------
001770 1110-PAD-ONE-BYTE.
001780     MOVE '9' TO WS-AS-OF-BYTE (WS-PAD-SCAN-INDEX).
001790 1110-EXIT.
001800     EXIT.

001810*---------------------------------------------------------------
001820* 1200-INITIALIZE-EMPTY-SCHEMA - the replay starts from nothing
001830*---------------------------------------------------------------
001840 1200-INITIALIZE-EMPTY-SCHEMA.
001850     MOVE RP-TABLE-NAME TO SS-TABLE-NAME OF WS-SCHEMA-BODY
001860     MOVE 0 TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
001870     MOVE 0 TO SS-IDENT-FIELD-COUNT OF WS-SCHEMA-BODY
001880     MOVE 0 TO SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
001890*    the version number is a concurrency artifact of the live
001900*    snapshot dataset and is not recoverable from the history
001910*    file - a reconstruction always carries zero
001920     MOVE 0 TO SS-SCHEMA-VERSION OF WS-SCHEMA-BODY
001930     MOVE 0 TO SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY.
001940 1200-EXIT.
001950     EXIT.

001960*---------------------------------------------------------------
001970* 1300-READ-HISTORY - bring in the next history row; any read
001980*                 failure ends the replay like end-of-file so a
001990*                 bad SCHHIST allocation cannot loop the program
002000*---------------------------------------------------------------
002010 1300-READ-HISTORY.
002020     READ SCHEMA-HISTORY-FILE
002030         AT END
002040             SET WS-HISTORY-IS-EOF TO TRUE
002050     END-READ
002060     IF NOT WS-HIST-OK
002070         SET WS-HISTORY-IS-EOF TO TRUE
002080     END-IF.
002090 1300-EXIT.
002100     EXIT.

002110*---------------------------------------------------------------
002120* 2000-REPLAY-ONE-HISTORY-REC - apply or skip one history row
002130*---------------------------------------------------------------
002140 2000-REPLAY-ONE-HISTORY-REC.
002150     IF SH-TABLE-NAME = RP-TABLE-NAME
002160         IF SH-RUN-TIMESTAMP NOT > WS-AS-OF-TIMESTAMP
002170             PERFORM 2100-APPLY-ONE-OPERATION THRU 2100-EXIT
002180             ADD 1 TO WS-APPLIED-CHANGE-COUNT
002190         ELSE
002200             ADD 1 TO WS-SKIPPED-CHANGE-COUNT
002210         END-IF
002220     END-IF
002230     PERFORM 1300-READ-HISTORY THRU 1300-EXIT.
002240 2000-EXIT.
002250     EXIT.

002260*---------------------------------------------------------------
002270* 2100-APPLY-ONE-OPERATION - route on SH-OPERATION-CODE, the
002280*                 same codes COMMIT-SCHEMA logs (see
002290*                 ICEBERG-PENDING-FIELDS.cpy)
002300*---------------------------------------------------------------
002310 2100-APPLY-ONE-OPERATION.
002320     EVALUATE SH-OPERATION-CODE
002330         WHEN 'ADD-COLUMN'
002340             PERFORM 2210-APPLY-ADD-COLUMN THRU 2210-EXIT
002350         WHEN 'ADD-REQUIRED'
002360             PERFORM 2210-APPLY-ADD-COLUMN THRU 2210-EXIT
002370         WHEN 'RENAME-COLUMN'
002380             PERFORM 2220-APPLY-RENAME-COLUMN THRU 2220-EXIT
002390         WHEN 'UPDATE-COLUMN'
002400             PERFORM 2230-APPLY-UPDATE-COLUMN THRU 2230-EXIT
002410         WHEN 'UPDATE-DOC'
002420             PERFORM 2240-APPLY-UPDATE-DOC THRU 2240-EXIT
002430         WHEN 'UPDATE-DEFAULT'
002440             PERFORM 2250-APPLY-UPDATE-DEFAULT THRU 2250-EXIT
002450         WHEN 'MAKE-OPTIONAL'
002460             PERFORM 2260-APPLY-MAKE-OPTIONAL THRU 2260-EXIT
002470         WHEN 'REQUIRE-COLUMN'
002480             PERFORM 2265-APPLY-REQUIRE-COLUMN THRU 2265-EXIT
002490         WHEN 'DELETE-COLUMN'
002500             PERFORM 2270-APPLY-DELETE-COLUMN THRU 2270-EXIT
002510         WHEN 'MOVE-FIRST'
002520             PERFORM 2280-APPLY-MOVE-FIRST THRU 2280-EXIT
002530         WHEN 'MOVE-BEFORE'
002540             PERFORM 2285-APPLY-MOVE-BEFORE THRU 2285-EXIT
002550         WHEN 'MOVE-AFTER'
002560             PERFORM 2290-APPLY-MOVE-AFTER THRU 2290-EXIT
002570         WHEN 'ADD-PART-FLD'
002580             PERFORM 2295-APPLY-ADD-PART-FIELD THRU 2295-EXIT
002590         WHEN 'DROP-PART-FLD'
002600             PERFORM 2296-APPLY-DROP-PART-FIELD THRU 2296-EXIT
002610     END-EVALUATE.
002620 2100-EXIT.
002630     EXIT.

002640*---------------------------------------------------------------
002650* 2210-APPLY-ADD-COLUMN - append a new column to the layout
002660*---------------------------------------------------------------
002670 2210-APPLY-ADD-COLUMN.
002680     IF SS-COLUMN-COUNT OF WS-SCHEMA-BODY < 200
002690         ADD 1 TO SS-COLUMN-COUNT OF WS-SCHEMA-BODY
002700         MOVE SS-COLUMN-COUNT OF WS-SCHEMA-BODY TO WS-WORK-INDEX
002710         MOVE SH-FIELD-NAME
002720             TO COL-FIELD-NAME OF WS-SCHEMA-BODY (WS-WORK-INDEX)
002730         MOVE SH-NEW-TYPE
002740             TO COL-FIELD-TYPE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
002750         IF SH-OPERATION-CODE = 'ADD-REQUIRED'
002760             MOVE 'N' TO COL-NULLABLE-FLAG OF WS-SCHEMA-BODY
002770                                           (WS-WORK-INDEX)
002780         ELSE
002790             MOVE 'Y' TO COL-NULLABLE-FLAG OF WS-SCHEMA-BODY
002800                                           (WS-WORK-INDEX)
002810         END-IF
002820         IF SH-FIELD-ID IS NUMERIC AND SH-FIELD-ID > 0
002830             MOVE SH-FIELD-ID
002840                 TO COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
002850             IF SH-FIELD-ID > SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY
002860                 MOVE SH-FIELD-ID
002870                     TO SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY
002880             END-IF
002890         ELSE
002900             ADD 1 TO SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY
002910             MOVE SS-NEXT-FIELD-ID OF WS-SCHEMA-BODY
002920                 TO COL-FIELD-ID OF WS-SCHEMA-BODY (WS-WORK-INDEX)
002930         END-IF
002940         MOVE SPACES
002950             TO COL-DOC-TEXT OF WS-SCHEMA-BODY (WS-WORK-INDEX)
002960         MOVE SH-NEW-VALUE
002970             TO COL-DEFAULT-VALUE OF WS-SCHEMA-BODY
002980                                  (WS-WORK-INDEX)
002990         MOVE 'N'
003000             TO COL-IDENTIFIER-FLAG OF WS-SCHEMA-BODY
003010                                    (WS-WORK-INDEX)
003020         MOVE SH-ELEMENT-TYPE
003030             TO COL-ELEMENT-TYPE OF WS-SCHEMA-BODY
003040                                 (WS-WORK-INDEX)
003050         PERFORM 2216-REPLAY-TYPE-ATTRIBUTES THRU 2216-EXIT
003060         MOVE 0
003070             TO COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY
003080                                    (WS-WORK-INDEX)
003090         PERFORM 2212-RESOLVE-PARENT-FIELD-ID THRU 2212-EXIT
003100     END-IF.
003110 2210-EXIT.
003120     EXIT.

003130*---------------------------------------------------------------
003140* 2212-RESOLVE-PARENT-FIELD-ID - a dotted name hangs off the
003150*                 STRUCT column its prefix names at this point
003160*                 of the replay
003170*---------------------------------------------------------------
003180 2212-RESOLVE-PARENT-FIELD-ID.
003190     MOVE 0 TO WS-DOT-POSITION
003200     PERFORM 2214-SCAN-ONE-NAME-BYTE THRU 2214-EXIT
003210         VARYING WS-NAME-SCAN-INDEX FROM 1 BY 1
003220         UNTIL WS-NAME-SCAN-INDEX > 30
003230     IF WS-DOT-POSITION > 1
003240         MOVE SPACES TO WS-LOOKUP-NAME
003250         MOVE SH-FIELD-NAME (1 : WS-DOT-POSITION - 1)
003260             TO WS-LOOKUP-NAME
003270         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
003280         IF WS-ENTRY-FOUND
003290             MOVE COL-FIELD-ID OF WS-SCHEMA-BODY
003300                     (WS-FOUND-COLUMN-INDEX)
003310                 TO COL-PARENT-FIELD-ID OF WS-SCHEMA-BODY
003320                     (WS-WORK-INDEX)
003330         END-IF
003340     END-IF.
003350 2212-EXIT.
003360     EXIT.

003370*---------------------------------------------------------------
003380* 2214-SCAN-ONE-NAME-BYTE - note the last '.' in the history
003390*                 row's column name
003400*---------------------------------------------------------------
003410 2214-SCAN-ONE-NAME-BYTE.
003420     IF SH-FIELD-NAME (WS-NAME-SCAN-INDEX : 1) = '.'
003430         MOVE WS-NAME-SCAN-INDEX TO WS-DOT-POSITION
003440     END-IF.
003450 2214-EXIT.
003460     EXIT.

003470*---------------------------------------------------------------
003480* 2216-REPLAY-TYPE-ATTRIBUTES - the history row's new precision,
003490*                 scale and length onto column WS-WORK-INDEX; a
003500*                 row cut before they existed reads blanks,
003510*                 which replay as zero
003520*---------------------------------------------------------------
003530 2216-REPLAY-TYPE-ATTRIBUTES.
003540     IF SH-NEW-PRECISION IS NUMERIC
003550          AND SH-NEW-SCALE IS NUMERIC
003560          AND SH-NEW-LENGTH IS NUMERIC
003570         MOVE SH-NEW-PRECISION
003580             TO COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003590                                    (WS-WORK-INDEX)
003600         MOVE SH-NEW-SCALE
003610             TO COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003620         MOVE SH-NEW-LENGTH
003630             TO COL-FIELD-LENGTH OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003640     ELSE
003650         MOVE 0
003660             TO COL-FIELD-PRECISION OF WS-SCHEMA-BODY
003670                                    (WS-WORK-INDEX)
003680         MOVE 0
003690             TO COL-FIELD-SCALE OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003700         MOVE 0
003710             TO COL-FIELD-LENGTH OF WS-SCHEMA-BODY (WS-WORK-INDEX)
003720     END-IF.
003730 2216-EXIT.
003740     EXIT.

003750*---------------------------------------------------------------
003760* 2220-APPLY-RENAME-COLUMN - change one column's stored name
003770*---------------------------------------------------------------
003780 2220-APPLY-RENAME-COLUMN.
003790     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
003800     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
003810     IF WS-ENTRY-FOUND
003820         MOVE SH-NEW-VALUE
003830             TO COL-FIELD-NAME OF WS-SCHEMA-BODY
003840                               (WS-FOUND-COLUMN-INDEX)
003850     END-IF.
003860 2220-EXIT.
003870     EXIT.

003880*---------------------------------------------------------------
003890* 2230-APPLY-UPDATE-COLUMN - widen one column's stored type
003900*---------------------------------------------------------------
003910 2230-APPLY-UPDATE-COLUMN.
003920     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
003930     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
003940     IF WS-ENTRY-FOUND
003950         MOVE SH-NEW-TYPE
003960             TO COL-FIELD-TYPE OF WS-SCHEMA-BODY
003970                               (WS-FOUND-COLUMN-INDEX)
003980         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
003990         PERFORM 2216-REPLAY-TYPE-ATTRIBUTES THRU 2216-EXIT
004000     END-IF.
004010 2230-EXIT.
004020     EXIT.

004030*---------------------------------------------------------------
004040* 2240-APPLY-UPDATE-DOC - recover doc text as far as the 40-byte
004050*                 SH-NEW-VALUE field carried it
004060*---------------------------------------------------------------
004070 2240-APPLY-UPDATE-DOC.
004080     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
004090     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
004100     IF WS-ENTRY-FOUND
004110         MOVE SH-NEW-VALUE
004120             TO COL-DOC-TEXT OF WS-SCHEMA-BODY
004130                             (WS-FOUND-COLUMN-INDEX)
004140     END-IF.
004150 2240-EXIT.
004160     EXIT.

004170*---------------------------------------------------------------
004180* 2250-APPLY-UPDATE-DEFAULT - change one column's default value
004190*---------------------------------------------------------------
004200 2250-APPLY-UPDATE-DEFAULT.
004210     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
004220     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
004230     IF WS-ENTRY-FOUND
004240         MOVE SH-NEW-VALUE
004250             TO COL-DEFAULT-VALUE OF WS-SCHEMA-BODY
004260                                  (WS-FOUND-COLUMN-INDEX)
004270     END-IF.
004280 2250-EXIT.
004290     EXIT.

004300*---------------------------------------------------------------
004310* 2260-APPLY-MAKE-OPTIONAL - drop the NOT NULL requirement
004320*---------------------------------------------------------------
004330 2260-APPLY-MAKE-OPTIONAL.
004340     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
004350     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
004360     IF WS-ENTRY-FOUND
004370         MOVE 'Y'
004380             TO COL-NULLABLE-FLAG OF WS-SCHEMA-BODY
004390                                  (WS-FOUND-COLUMN-INDEX)
004400     END-IF.
004410 2260-EXIT.
004420     EXIT.

004430*---------------------------------------------------------------
004440* 2265-APPLY-REQUIRE-COLUMN - impose the NOT NULL requirement
004450*---------------------------------------------------------------
004460 2265-APPLY-REQUIRE-COLUMN.
004470     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
004480     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
004490     IF WS-ENTRY-FOUND
004500         MOVE 'N'
004510             TO COL-NULLABLE-FLAG OF WS-SCHEMA-BODY
004520                                  (WS-FOUND-COLUMN-INDEX)
004530     END-IF.
004540 2265-EXIT.
004550     EXIT.

004560*---------------------------------------------------------------
004570* 2270-APPLY-DELETE-COLUMN - remove a column, closing the gap
004580*---------------------------------------------------------------
004590 2270-APPLY-DELETE-COLUMN.
004600     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
004610     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
004620     IF WS-ENTRY-FOUND
004630         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
004640         PERFORM 3300-SHIFT-COLUMN-DOWN THRU 3300-EXIT
004650             VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY 1
004660             UNTIL WS-WORK-INDEX >=
004670                   SS-COLUMN-COUNT OF WS-SCHEMA-BODY
004680         SUBTRACT 1 FROM SS-COLUMN-COUNT OF WS-SCHEMA-BODY
004690     END-IF.
004700 2270-EXIT.
004710     EXIT.

004720*---------------------------------------------------------------
004730* 2280-APPLY-MOVE-FIRST - reposition a column to slot one
004740*---------------------------------------------------------------
004750 2280-APPLY-MOVE-FIRST.
004760     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
004770     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
004780     IF WS-ENTRY-FOUND
004790         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
004800         MOVE 1 TO WS-TARGET-COLUMN-INDEX
004810         PERFORM 3400-REPOSITION-COLUMN THRU 3400-EXIT
004820     END-IF.
004830 2280-EXIT.
004840     EXIT.

004850*---------------------------------------------------------------
004860* 2285-APPLY-MOVE-BEFORE - reposition a column before another;
004870*                 the reference column name rides in SH-NEW-VALUE
004880*---------------------------------------------------------------
004890 2285-APPLY-MOVE-BEFORE.
004900     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
004910     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
004920     IF WS-ENTRY-FOUND
004930         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
004940         MOVE SH-NEW-VALUE TO WS-LOOKUP-NAME
004950         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
004960         IF WS-ENTRY-FOUND
004970             MOVE WS-FOUND-COLUMN-INDEX
004980                 TO WS-REFERENCE-COLUMN-INDEX
004990             IF WS-WORK-INDEX < WS-REFERENCE-COLUMN-INDEX
005000                 COMPUTE WS-TARGET-COLUMN-INDEX =
005010                     WS-REFERENCE-COLUMN-INDEX - 1
005020             ELSE
005030                 MOVE WS-REFERENCE-COLUMN-INDEX
005040                     TO WS-TARGET-COLUMN-INDEX
005050             END-IF
005060             PERFORM 3400-REPOSITION-COLUMN THRU 3400-EXIT
005070         END-IF
005080     END-IF.
005090 2285-EXIT.
005100     EXIT.

005110*---------------------------------------------------------------
005120* 2290-APPLY-MOVE-AFTER - reposition a column after another;
005130*                 the reference column name rides in SH-NEW-VALUE
005140*---------------------------------------------------------------
005150 2290-APPLY-MOVE-AFTER.
005160     MOVE SH-FIELD-NAME TO WS-LOOKUP-NAME
005170     PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
005180     IF WS-ENTRY-FOUND
005190         MOVE WS-FOUND-COLUMN-INDEX TO WS-WORK-INDEX
005200         MOVE SH-NEW-VALUE TO WS-LOOKUP-NAME
005210         PERFORM 3100-FIND-COLUMN THRU 3100-EXIT
005220         IF WS-ENTRY-FOUND
005230             MOVE WS-FOUND-COLUMN-INDEX
005240                 TO WS-REFERENCE-COLUMN-INDEX
005250             IF WS-WORK-INDEX < WS-REFERENCE-COLUMN-INDEX
005260                 MOVE WS-REFERENCE-COLUMN-INDEX
005270                     TO WS-TARGET-COLUMN-INDEX
005280             ELSE
005290                 COMPUTE WS-TARGET-COLUMN-INDEX =
005300                     WS-REFERENCE-COLUMN-INDEX + 1
005310             END-IF
005320             PERFORM 3400-REPOSITION-COLUMN THRU 3400-EXIT
005330         END-IF
005340     END-IF.
005350 2290-EXIT.
005360     EXIT.

005370*---------------------------------------------------------------
005380* 2295-APPLY-ADD-PART-FIELD - append one partition spec entry;
005390*                 the transform code rides in SH-NEW-TYPE and a
005400*                 bucket count or truncate width in SH-NEW-LENGTH
005410*---------------------------------------------------------------
005420 2295-APPLY-ADD-PART-FIELD.
005430     IF SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY < 5
005440         ADD 1 TO SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
005450         MOVE SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
005460             TO WS-WORK-INDEX
005470         MOVE SH-FIELD-NAME
005480             TO SP-SOURCE-COLUMN OF WS-SCHEMA-BODY
005490                                 (WS-WORK-INDEX)
005500         MOVE SH-NEW-TYPE
005510             TO SP-TRANSFORM OF WS-SCHEMA-BODY (WS-WORK-INDEX)
005520         IF SH-NEW-LENGTH IS NUMERIC
005530             MOVE SH-NEW-LENGTH
005540                 TO SP-TRANSFORM-WIDTH OF WS-SCHEMA-BODY
005550                                         (WS-WORK-INDEX)
005560         ELSE
005570             MOVE 0
005580                 TO SP-TRANSFORM-WIDTH OF WS-SCHEMA-BODY
005590                                         (WS-WORK-INDEX)
005600         END-IF
005610     END-IF.
005620 2295-EXIT.
005630     EXIT.

005640*---------------------------------------------------------------
005650* 2296-APPLY-DROP-PART-FIELD - remove one partition spec entry,
005660*                 closing the gap
005670*---------------------------------------------------------------
005680 2296-APPLY-DROP-PART-FIELD.
005690     SET WS-ENTRY-NOT-FOUND TO TRUE
005700     MOVE 0 TO WS-WORK-INDEX
005710     PERFORM 2297-FIND-PART-ENTRY THRU 2297-EXIT
005720         VARYING WS-PART-SCAN-INDEX FROM 1 BY 1
005730         UNTIL WS-PART-SCAN-INDEX >
005740                 SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
005750            OR WS-ENTRY-FOUND
005760     IF WS-ENTRY-FOUND
005770         PERFORM 2298-SHIFT-PART-ENTRY-DOWN THRU 2298-EXIT
005780             VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY 1
005790             UNTIL WS-WORK-INDEX >=
005800                   SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
005810         SUBTRACT 1 FROM SS-PART-FIELD-COUNT OF WS-SCHEMA-BODY
005820     END-IF.
005830 2296-EXIT.
005840     EXIT.

005850*---------------------------------------------------------------
005860* 2297-FIND-PART-ENTRY - test one spec entry for a source match
005870*---------------------------------------------------------------
005880 2297-FIND-PART-ENTRY.
005890     IF SP-SOURCE-COLUMN OF WS-SCHEMA-BODY (WS-PART-SCAN-INDEX)
005900              = SH-FIELD-NAME
005910          AND (SH-NEW-TYPE = SPACES
005920               OR SP-TRANSFORM OF WS-SCHEMA-BODY
005930                      (WS-PART-SCAN-INDEX) = SH-NEW-TYPE)
005940         SET WS-ENTRY-FOUND TO TRUE
005950         MOVE WS-PART-SCAN-INDEX TO WS-WORK-INDEX
005960     END-IF.
005970 2297-EXIT.
005980     EXIT.

005990*---------------------------------------------------------------
006000* 2298-SHIFT-PART-ENTRY-DOWN - move the next entry into this slot
006010*---------------------------------------------------------------
006020 2298-SHIFT-PART-ENTRY-DOWN.
006030     MOVE SS-PART-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX + 1)
006040         TO SS-PART-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX).
006050 2298-EXIT.
006060     EXIT.

006070*---------------------------------------------------------------
006080* 3000-WRITE-RECONSTRUCTION - emit the rebuilt snapshot record;
006090*                 the receiving count is set ahead of the group
006100*                 move so the variable-length record is sized to
006110*                 the rebuilt column list, not its prior length
006120*---------------------------------------------------------------
006130 3000-WRITE-RECONSTRUCTION.
006140     MOVE SS-COLUMN-COUNT OF WS-SCHEMA-BODY
006150         TO SS-COLUMN-COUNT OF FD-RECON-SNAPSHOT-REC
006160     MOVE WS-SCHEMA-BODY TO FD-RECON-SNAPSHOT-REC
006170     WRITE FD-RECON-SNAPSHOT-REC.
006180 3000-EXIT.
006190     EXIT.

006200*---------------------------------------------------------------
006210* 3100-FIND-COLUMN - locate WS-LOOKUP-NAME in the rebuilt layout;
006220*                 history rows carry literal names, so the match
006230*                 is an exact compare
006240*---------------------------------------------------------------
006250 3100-FIND-COLUMN.
006260     SET WS-ENTRY-NOT-FOUND TO TRUE
006270     MOVE 0 TO WS-FOUND-COLUMN-INDEX
006280     IF SS-COLUMN-COUNT OF WS-SCHEMA-BODY > 0
006290         PERFORM 3110-FIND-COLUMN-STEP THRU 3110-EXIT
006300             VARYING SS-COL-IDX OF WS-SCHEMA-BODY FROM 1 BY 1
006310             UNTIL SS-COL-IDX OF WS-SCHEMA-BODY
006320                            > SS-COLUMN-COUNT OF WS-SCHEMA-BODY
006330                OR WS-ENTRY-FOUND
006340     END-IF.
006350 3100-EXIT.
006360     EXIT.

006370*---------------------------------------------------------------
006380* 3110-FIND-COLUMN-STEP - test one column entry for a name match
006390*---------------------------------------------------------------
006400 3110-FIND-COLUMN-STEP.
006410     IF COL-FIELD-NAME OF WS-SCHEMA-BODY
006420              (SS-COL-IDX OF WS-SCHEMA-BODY) = WS-LOOKUP-NAME
006430         SET WS-ENTRY-FOUND TO TRUE
006440         MOVE SS-COL-IDX OF WS-SCHEMA-BODY
006450             TO WS-FOUND-COLUMN-INDEX
006460     END-IF.
006470 3110-EXIT.
006480     EXIT.

006490*---------------------------------------------------------------
006500* 3300-SHIFT-COLUMN-DOWN - move the next entry into this slot
006510*---------------------------------------------------------------
006520 3300-SHIFT-COLUMN-DOWN.
006530     MOVE SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX + 1)
006540         TO SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX).
006550 3300-EXIT.
006560     EXIT.

006570*---------------------------------------------------------------
006580* 3310-SHIFT-COLUMN-UP - move the prior entry into this slot
006590*---------------------------------------------------------------
006600 3310-SHIFT-COLUMN-UP.
006610     MOVE SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX - 1)
006620         TO SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX).
006630 3310-EXIT.
006640     EXIT.

006650*---------------------------------------------------------------
006660* 3400-REPOSITION-COLUMN - move one entry to its new slot
006670*---------------------------------------------------------------
006680 3400-REPOSITION-COLUMN.
006690     MOVE SS-COLUMN-ENTRY OF WS-SCHEMA-BODY (WS-WORK-INDEX)
006700         TO WS-SAVED-COLUMN-ENTRY
006710     IF WS-WORK-INDEX < WS-TARGET-COLUMN-INDEX
006720         PERFORM 3300-SHIFT-COLUMN-DOWN THRU 3300-EXIT
006730             VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY 1
006740             UNTIL WS-WORK-INDEX >= WS-TARGET-COLUMN-INDEX
006750     ELSE
006760         IF WS-WORK-INDEX > WS-TARGET-COLUMN-INDEX
006770             PERFORM 3310-SHIFT-COLUMN-UP THRU 3310-EXIT
006780                 VARYING WS-WORK-INDEX FROM WS-WORK-INDEX BY -1
006790                 UNTIL WS-WORK-INDEX <= WS-TARGET-COLUMN-INDEX
006800         END-IF
006810     END-IF
006820     MOVE WS-SAVED-COLUMN-ENTRY
006830         TO SS-COLUMN-ENTRY OF WS-SCHEMA-BODY
006840                           (WS-TARGET-COLUMN-INDEX).
006850 3400-EXIT.
006860     EXIT.

006870*---------------------------------------------------------------
006880* 8000-TERMINATE - close files and display the replay totals
006890*---------------------------------------------------------------
006900 8000-TERMINATE.
006910     IF WS-PARM-IS-VALID
006920         CLOSE SCHEMA-HISTORY-FILE
006930         CLOSE RECON-SNAPSHOT-FILE
006940         MOVE WS-APPLIED-CHANGE-COUNT
006950             TO WS-APPLIED-COUNT-DISPLAY
006960         MOVE WS-SKIPPED-CHANGE-COUNT
006970             TO WS-SKIPPED-COUNT-DISPLAY
006980         DISPLAY 'SCHEMARECON COMPLETE - TABLE: ' RP-TABLE-NAME
006990         DISPLAY '  CHANGES APPLIED: ' WS-APPLIED-COUNT-DISPLAY
007000             '  AFTER AS-OF (SKIPPED): '
007010             WS-SKIPPED-COUNT-DISPLAY
007020     END-IF.
007030 8000-EXIT.
007040     EXIT.

007050*---------------------------------------------------------------
007060* 9000-BAD-PARM - no usable RECON-PARM.DAT record was supplied
007070*---------------------------------------------------------------
007080 9000-BAD-PARM.
007090     SET WS-PARM-IS-INVALID TO TRUE
007100     DISPLAY 'SCHEMARECON - RECONPRM RECORD MISSING OR BLANK'
007110     MOVE 16 TO RETURN-CODE.
007120 9000-EXIT.
007130     EXIT.
