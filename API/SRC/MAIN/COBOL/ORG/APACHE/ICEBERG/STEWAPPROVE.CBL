000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STEWAPPROVE.
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
000130* 2026-10-15  JKH   Original.  Online steward sign-off of the
000140*                   dry-run prediction, replacing hand-typed
000150*                   rows in ICEBERG-APPROVALS.DAT.  The steward
000160*                   names a table and sees the PREDDIFF lines of
000170*                   its latest dry run and the SS-SCHEMA-VERSION
000180*                   now in SCHSNAP (the version the commit sweep
000190*                   will demand).  APPROVE, HOLD or REJECT is
000200*                   stamped with the steward's user id and
000210*                   replaces any earlier verdict for the same
000220*                   table and version, so the file never carries
000230*                   two answers to one question.
000240* 2026-10-15  JKH   APPROVLS is read again just before each
000250*                   verdict is placed and written back, so a
000260*                   verdict another steward recorded while this
000270*                   session was open is kept, not overwritten.
000280*

000290****************************************************************
000300* ENVIRONMENT DIVISION
000310****************************************************************
000320 ENVIRONMENT DIVISION.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL PREDICTED-DIFF-FILE ASSIGN TO "PREDDIFF"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PREDDIFF-FILE-STATUS.

000380     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SS-TABLE-NAME
000420         FILE STATUS IS WS-SNAP-FILE-STATUS.

000430     SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "APPROVLS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-APPROVAL-FILE-STATUS.

000460****************************************************************
000470* DATA DIVISION
000480****************************************************************
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PREDICTED-DIFF-FILE.
000520     COPY "ICEBERG-DIFF-REC.cpy".

000530 FD  SCHEMA-SNAPSHOT-FILE.
000540     COPY "ICEBERG-SNAPSHOT-REC.cpy".

000550 FD  APPROVAL-FILE.
000560     COPY "ICEBERG-APPROVAL-REC.cpy".

000570 WORKING-STORAGE SECTION.
000580****************************************************************
000590* FILE STATUS AND CONTROL SWITCHES
000600****************************************************************
000610 01  WS-FILE-STATUSES.
000620     05  WS-PREDDIFF-FILE-STATUS         PIC X(02).
000630         88  WS-PREDDIFF-OPENED          VALUES '00' '05'.
000640     05  WS-SNAP-FILE-STATUS             PIC X(02).
000650         88  WS-SNAP-OK                  VALUE '00'.
000660     05  WS-APPROVAL-FILE-STATUS         PIC X(02).
000670         88  WS-APPROVAL-OK              VALUE '00'.
000680         88  WS-APPROVAL-OPENED          VALUES '00' '05'.

000690 01  WS-SWITCHES.
000700     05  WS-PREDDIFF-EOF-SWITCH          PIC X(01) VALUE 'N'.
000710         88  WS-PREDDIFF-IS-EOF          VALUE 'Y'.
000720     05  WS-APPROVAL-EOF-SWITCH          PIC X(01) VALUE 'N'.
000730         88  WS-APPROVAL-IS-EOF          VALUE 'Y'.
000740     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
000750         88  WS-RUN-IS-VALID             VALUE 'Y'.
000760         88  WS-RUN-IS-INVALID           VALUE 'N'.
000770     05  WS-SESSION-END-SWITCH           PIC X(01) VALUE 'N'.
000780         88  WS-SESSION-IS-OVER          VALUE 'Y'.
000790     05  WS-TABLE-KNOWN-SWITCH           PIC X(01) VALUE 'N'.
000800         88  WS-TABLE-IN-SNAPSHOT        VALUE 'Y'.
000810         88  WS-TABLE-NOT-IN-SNAPSHOT    VALUE 'N'.
000820     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
000830         88  WS-ENTRY-FOUND              VALUE 'Y'.
000840         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.

000850 77  WS-DIFF-PAGE-START                  PIC 9(04) COMP VALUE 1.
000860 77  WS-PAGE-LAST                        PIC 9(04) COMP VALUE 0.
000870 77  WS-SCREEN-INDEX                     PIC 9(04) COMP VALUE 0.
000880 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
000890 77  WS-VERDICT-INDEX                    PIC 9(05) COMP VALUE 0.
000900 77  WS-DIFF-SKIPPED-COUNT               PIC 9(05) COMP VALUE 0.

000910 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
000920 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE.
000930     05  WS-TODAY-YEAR                   PIC 9(04).
000940     05  WS-TODAY-MONTH                  PIC 9(02).
000950     05  WS-TODAY-DAY                    PIC 9(02).
000960 01  WS-ENVIRONMENT-USER                 PIC X(30) VALUE SPACES.
000970 01  WS-SELECTED-TABLE                   PIC X(30) VALUE SPACES.
000980 01  WS-SELECTED-VERSION                 PIC 9(09) VALUE 0.
000990 01  WS-LATEST-RUN-TIMESTAMP             PIC X(26) VALUE SPACES.
001000 01  WS-VERDICT-STATUS                   PIC X(08) VALUE SPACES.
001010 01  WS-FIRST-NUMBER-EDIT                PIC ZZ9.
001020 01  WS-LAST-NUMBER-EDIT                 PIC ZZ9.
001030 01  WS-TOTAL-NUMBER-EDIT                PIC ZZ9.
001040 01  WS-VERSION-EDIT                     PIC Z(8)9.

001050 01  WS-LOWER-ALPHABET   PIC X(26) VALUE
001060         'abcdefghijklmnopqrstuvwxyz'.
001070 01  WS-UPPER-ALPHABET   PIC X(26) VALUE
001080         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

001090****************************************************************
001100* SCREEN FIELDS
001110****************************************************************
001120 01  WS-SCREEN-FIELDS.
001130     05  WS-SCREEN-DATE                  PIC X(10) VALUE SPACES.
001140     05  WS-STEWARD-ID                   PIC X(08) VALUE SPACES.
001150     05  WS-SCREEN-TABLE-NAME            PIC X(30) VALUE SPACES.
001160     05  WS-SCREEN-VERSION               PIC 9(09) VALUE 0.
001170     05  WS-SCREEN-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
001180     05  WS-VERDICT-LINE                 PIC X(78) VALUE SPACES.
001190     05  WS-ACTION-CODE                  PIC X(01) VALUE SPACE.
001200     05  WS-MESSAGE-TEXT                 PIC X(79) VALUE SPACES.
001210     05  WS-DIFF-HEADING                 PIC X(78) VALUE SPACES.
001220     05  WS-DIFF-LINE                    PIC X(78)
001230                                          OCCURS 12 TIMES.

001240****************************************************************
001250* THE SELECTED TABLE'S LATEST PREDICTED DIFF
001260****************************************************************
001270 01  WS-DIFF-TABLE.
001280     05  WS-DIFF-COUNT                   PIC 9(04) COMP VALUE 0.
001290     05  WS-DIFF-ENTRY   OCCURS 0 TO 500 TIMES
001300                         DEPENDING ON WS-DIFF-COUNT
001310                         INDEXED BY DF-IDX.
001320         10  WS-DIFF-CHANGE-TYPE         PIC X(14).
001330         10  WS-DIFF-FIELD-NAME          PIC X(30).
001340         10  WS-DIFF-ATTRIBUTE           PIC X(10).
001350         10  WS-DIFF-OLD-VALUE           PIC X(40).
001360         10  WS-DIFF-NEW-VALUE           PIC X(40).

001370****************************************************************
001380* ICEBERG-APPROVALS.DAT, HELD WHILE VERDICTS ARE RECORDED
001390****************************************************************
001400 01  WS-APPROVAL-TABLE.
001410     05  WS-APPROVAL-COUNT               PIC 9(05) COMP VALUE 0.
001420     05  WS-APPROVAL-ENTRY OCCURS 0 TO 3000 TIMES
001430                         DEPENDING ON WS-APPROVAL-COUNT
001440                         INDEXED BY AP-IDX.
001450         10  WS-APPR-TABLE-NAME          PIC X(30).
001460         10  WS-APPR-SCHEMA-VERSION      PIC 9(09).
001470         10  WS-APPR-APPROVER-ID         PIC X(08).
001480         10  WS-APPR-STATUS              PIC X(08).

001490 SCREEN SECTION.
001500****************************************************************
001510* APPROVAL PANEL
001520****************************************************************
001530 01  APPROVAL-SCREEN.
001540     05  BLANK SCREEN.
001550     05  LINE 1 COLUMN 1 VALUE 'STEWAPPROVE'.
001560     05  LINE 1 COLUMN 20
001570         VALUE 'ICEBERG SCHEMA CHANGE APPROVAL'.
001580     05  LINE 1 COLUMN 70 PIC X(10) FROM WS-SCREEN-DATE.
001590     05  LINE 2 COLUMN 1 VALUE 'STEWARD:'.
001600     05  LINE 2 COLUMN 10 PIC X(08) FROM WS-STEWARD-ID.
001610     05  LINE 3 COLUMN 1 VALUE 'TABLE:'.
001620     05  LINE 3 COLUMN 8 PIC X(30) USING WS-SCREEN-TABLE-NAME.
001630     05  LINE 3 COLUMN 40 VALUE 'SCHEMA VERSION:'.
001640     05  LINE 3 COLUMN 56 PIC Z(8)9 FROM WS-SCREEN-VERSION.
001650     05  LINE 4 COLUMN 1 VALUE 'DRY RUN:'.
001660     05  LINE 4 COLUMN 10 PIC X(26) FROM WS-SCREEN-RUN-TIMESTAMP.
001670     05  LINE 5 COLUMN 1 PIC X(78) FROM WS-VERDICT-LINE.
001680     05  LINE 7 COLUMN 1 PIC X(78) FROM WS-DIFF-HEADING.
001690     05  LINE 8 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (1).
001700     05  LINE 9 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (2).
001710     05  LINE 10 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (3).
001720     05  LINE 11 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (4).
001730     05  LINE 12 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (5).
001740     05  LINE 13 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (6).
001750     05  LINE 14 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (7).
001760     05  LINE 15 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (8).
001770     05  LINE 16 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (9).
001780     05  LINE 17 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (10).
001790     05  LINE 18 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (11).
001800     05  LINE 19 COLUMN 1 PIC X(78) FROM WS-DIFF-LINE (12).
001810     05  LINE 22 COLUMN 1 VALUE 'ACTION:'.
001820     05  LINE 22 COLUMN 9 PIC X(01) USING WS-ACTION-CODE.
001830     05  LINE 22 COLUMN 12
001840         VALUE 'A=APPROVE  H=HOLD  R=REJECT'.
001850     05  LINE 22 COLUMN 41
001860         VALUE 'N/P=NEXT/PRIOR LINES  X=EXIT'.
001870     05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE-TEXT.

001880 PROCEDURE DIVISION.
001890*---------------------------------------------------------------
001900* 0000-MAINLINE - load the approvals, run the panel, close up
001910*---------------------------------------------------------------
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001940     IF WS-RUN-IS-VALID
001950         PERFORM 2000-APPROVAL-SCREEN THRU 2000-EXIT
001960             UNTIL WS-SESSION-IS-OVER
001970     END-IF
001980     PERFORM 8000-TERMINATE THRU 8000-EXIT
001990     STOP RUN.
002000 0000-EXIT.
002010     EXIT.

002020*---------------------------------------------------------------
002030* 1000-INITIALIZE - steward id, SCHSNAP and the approvals file
002040*---------------------------------------------------------------
002050 1000-INITIALIZE.
002060     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002070     STRING WS-TODAY-YEAR DELIMITED BY SIZE
002080            '-' DELIMITED BY SIZE
002090            WS-TODAY-MONTH DELIMITED BY SIZE
002100            '-' DELIMITED BY SIZE
002110            WS-TODAY-DAY DELIMITED BY SIZE
002120         INTO WS-SCREEN-DATE
002130     ACCEPT WS-ENVIRONMENT-USER FROM ENVIRONMENT 'USER'
002140     MOVE WS-ENVIRONMENT-USER TO WS-STEWARD-ID
002150     INSPECT WS-STEWARD-ID
002160         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
002170     IF WS-STEWARD-ID = SPACES
002180         PERFORM 9000-NO-STEWARD-ID THRU 9000-EXIT
002190         GO TO 1000-EXIT
002200     END-IF
002210     OPEN INPUT SCHEMA-SNAPSHOT-FILE
002220     IF NOT WS-SNAP-OK
002230         PERFORM 9100-SNAPSHOT-UNREADABLE THRU 9100-EXIT
002240         GO TO 1000-EXIT
002250     END-IF
002260     PERFORM 1100-LOAD-APPROVALS THRU 1100-EXIT
002270     MOVE 'NAME A TABLE AND PRESS ENTER' TO WS-MESSAGE-TEXT.
002280 1000-EXIT.
002290     EXIT.

002300*---------------------------------------------------------------
002310* 1100-LOAD-APPROVALS - every verdict on file; none is no file
002320*---------------------------------------------------------------
002330 1100-LOAD-APPROVALS.
002340     OPEN INPUT APPROVAL-FILE
002350     IF NOT WS-APPROVAL-OPENED
002360         GO TO 1100-EXIT
002370     END-IF
002380     PERFORM 1110-STORE-ONE-APPROVAL THRU 1110-EXIT
002390         UNTIL WS-APPROVAL-IS-EOF
002400            OR WS-RUN-IS-INVALID
002410     CLOSE APPROVAL-FILE.
002420 1100-EXIT.
002430     EXIT.

002440*---------------------------------------------------------------
002450* 1110-STORE-ONE-APPROVAL - keep one verdict row
002460*---------------------------------------------------------------
002470 1110-STORE-ONE-APPROVAL.
002480     READ APPROVAL-FILE
002490         AT END
002500             SET WS-APPROVAL-IS-EOF TO TRUE
002510         NOT AT END
002520             IF WS-APPROVAL-COUNT < 3000
002530                 ADD 1 TO WS-APPROVAL-COUNT
002540                 MOVE APPROVAL-RECORD
002550                     TO WS-APPROVAL-ENTRY (WS-APPROVAL-COUNT)
002560             ELSE
002570                 PERFORM 9200-APPROVALS-FULL THRU 9200-EXIT
002580             END-IF
002590     END-READ.
002600 1110-EXIT.
002610     EXIT.

002620*---------------------------------------------------------------
002630* 2000-APPROVAL-SCREEN - show the panel and act on the reply
002640*---------------------------------------------------------------
002650 2000-APPROVAL-SCREEN.
002660     PERFORM 2100-BUILD-SCREEN-LINES THRU 2100-EXIT
002670     DISPLAY APPROVAL-SCREEN
002680     ACCEPT APPROVAL-SCREEN
002690     MOVE SPACES TO WS-MESSAGE-TEXT
002700     INSPECT WS-ACTION-CODE
002710         CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
002720     IF WS-SCREEN-TABLE-NAME NOT = WS-SELECTED-TABLE
002730         PERFORM 2200-SELECT-TABLE THRU 2200-EXIT
002740         MOVE SPACE TO WS-ACTION-CODE
002750         GO TO 2000-EXIT
002760     END-IF
002770     EVALUATE WS-ACTION-CODE
002780         WHEN 'A'
002790             MOVE 'APPROVE' TO WS-VERDICT-STATUS
002800             PERFORM 3000-RECORD-VERDICT THRU 3000-EXIT
002810         WHEN 'H'
002820             MOVE 'HOLD' TO WS-VERDICT-STATUS
002830             PERFORM 3000-RECORD-VERDICT THRU 3000-EXIT
002840         WHEN 'R'
002850             MOVE 'REJECT' TO WS-VERDICT-STATUS
002860             PERFORM 3000-RECORD-VERDICT THRU 3000-EXIT
002870         WHEN 'N'
002880         WHEN 'P'
002890             PERFORM 2300-PAGE-DIFFS THRU 2300-EXIT
002900         WHEN 'X'
002910             SET WS-SESSION-IS-OVER TO TRUE
002920         WHEN SPACE
002930             CONTINUE
002940         WHEN OTHER
002950             MOVE 'UNKNOWN ACTION - USE A, H, R, N, P OR X'
002960                 TO WS-MESSAGE-TEXT
002970     END-EVALUATE
002980     MOVE SPACE TO WS-ACTION-CODE.
002990 2000-EXIT.
003000     EXIT.

003010*---------------------------------------------------------------
003020* 2100-BUILD-SCREEN-LINES - current verdict and the visible page
003030*                 of predicted diff lines
003040*---------------------------------------------------------------
003050 2100-BUILD-SCREEN-LINES.
003060     MOVE SPACES TO WS-VERDICT-LINE
003070     MOVE SPACES TO WS-DIFF-HEADING
003080     IF WS-SELECTED-TABLE NOT = SPACES
003090         PERFORM 2220-FIND-CURRENT-VERDICT THRU 2220-EXIT
003100         MOVE WS-SELECTED-VERSION TO WS-VERSION-EDIT
003110         IF WS-ENTRY-FOUND
003120             STRING 'VERDICT ON FILE FOR VERSION '
003130                        DELIMITED BY SIZE
003140                    WS-VERSION-EDIT DELIMITED BY SIZE
003150                    ': ' DELIMITED BY SIZE
003160                    WS-APPR-STATUS (WS-VERDICT-INDEX)
003170                        DELIMITED BY SPACE
003180                    ' BY ' DELIMITED BY SIZE
003190                    WS-APPR-APPROVER-ID (WS-VERDICT-INDEX)
003200                        DELIMITED BY SIZE
003210                 INTO WS-VERDICT-LINE
003220         ELSE
003230             STRING 'NO VERDICT ON FILE FOR VERSION '
003240                        DELIMITED BY SIZE
003250                    WS-VERSION-EDIT DELIMITED BY SIZE
003260                 INTO WS-VERDICT-LINE
003270         END-IF
003280         IF WS-DIFF-COUNT = 0
003290             MOVE 'NO PREDICTED DIFF LINES FOR THIS TABLE'
003300                 TO WS-DIFF-HEADING
003310         ELSE
003320             COMPUTE WS-PAGE-LAST = WS-DIFF-PAGE-START + 11
003330             IF WS-PAGE-LAST > WS-DIFF-COUNT
003340                 MOVE WS-DIFF-COUNT TO WS-PAGE-LAST
003350             END-IF
003360             MOVE WS-DIFF-PAGE-START TO WS-FIRST-NUMBER-EDIT
003370             MOVE WS-PAGE-LAST TO WS-LAST-NUMBER-EDIT
003380             MOVE WS-DIFF-COUNT TO WS-TOTAL-NUMBER-EDIT
003390             STRING 'CHANGE         FIELD                '
003400                        DELIMITED BY SIZE
003410                    'ATTRIBUTE  ' DELIMITED BY SIZE
003420                    'OLD/NEW   LINES ' DELIMITED BY SIZE
003430                    WS-FIRST-NUMBER-EDIT DELIMITED BY SIZE
003440                    '-' DELIMITED BY SIZE
003450                    WS-LAST-NUMBER-EDIT DELIMITED BY SIZE
003460                    ' OF ' DELIMITED BY SIZE
003470                    WS-TOTAL-NUMBER-EDIT DELIMITED BY SIZE
003480                 INTO WS-DIFF-HEADING
003490         END-IF
003500     END-IF
003510     PERFORM 2110-BUILD-ONE-DIFF-LINE THRU 2110-EXIT
003520         VARYING WS-SCREEN-INDEX FROM 1 BY 1
003530         UNTIL WS-SCREEN-INDEX > 12.
003540 2100-EXIT.
003550     EXIT.

003560*---------------------------------------------------------------
003570* 2110-BUILD-ONE-DIFF-LINE - change type, field, attribute and
003580*                 the old and new values of one predicted line
003590*---------------------------------------------------------------
003600 2110-BUILD-ONE-DIFF-LINE.
003610     MOVE SPACES TO WS-DIFF-LINE (WS-SCREEN-INDEX)
003620     COMPUTE WS-WORK-INDEX =
003630         WS-DIFF-PAGE-START + WS-SCREEN-INDEX - 1
003640     IF WS-SELECTED-TABLE = SPACES
003650          OR WS-WORK-INDEX > WS-DIFF-COUNT
003660         GO TO 2110-EXIT
003670     END-IF
003680     STRING WS-DIFF-CHANGE-TYPE (WS-WORK-INDEX) DELIMITED BY SIZE
003690            ' ' DELIMITED BY SIZE
003700            WS-DIFF-FIELD-NAME (WS-WORK-INDEX) (1 : 20)
003710                DELIMITED BY SIZE
003720            ' ' DELIMITED BY SIZE
003730            WS-DIFF-ATTRIBUTE (WS-WORK-INDEX) DELIMITED BY SIZE
003740            ' ' DELIMITED BY SIZE
003750            WS-DIFF-OLD-VALUE (WS-WORK-INDEX) (1 : 14)
003760                DELIMITED BY SIZE
003770            ' ' DELIMITED BY SIZE
003780            WS-DIFF-NEW-VALUE (WS-WORK-INDEX) (1 : 14)
003790                DELIMITED BY SIZE
003800         INTO WS-DIFF-LINE (WS-SCREEN-INDEX).
003810 2110-EXIT.
003820     EXIT.

003830*---------------------------------------------------------------
003840* 2200-SELECT-TABLE - the named table's schema version and its
003850*                 latest dry-run prediction
003860*---------------------------------------------------------------
003870 2200-SELECT-TABLE.
003880     MOVE SPACES TO WS-SELECTED-TABLE
003890     MOVE SPACES TO WS-SCREEN-RUN-TIMESTAMP
003900     MOVE 0 TO WS-SCREEN-VERSION
003910     MOVE 0 TO WS-DIFF-COUNT
003920     MOVE 1 TO WS-DIFF-PAGE-START
003930     IF WS-SCREEN-TABLE-NAME = SPACES
003940         GO TO 2200-EXIT
003950     END-IF
003960     MOVE WS-SCREEN-TABLE-NAME TO SS-TABLE-NAME
003970     READ SCHEMA-SNAPSHOT-FILE
003980         KEY IS SS-TABLE-NAME
003990     END-READ
004000     IF WS-SNAP-OK
004010         SET WS-TABLE-IN-SNAPSHOT TO TRUE
004020         MOVE SS-SCHEMA-VERSION TO WS-SELECTED-VERSION
004030     ELSE
004040         SET WS-TABLE-NOT-IN-SNAPSHOT TO TRUE
004050         MOVE 0 TO WS-SELECTED-VERSION
004060     END-IF
004070     PERFORM 2210-LOAD-PREDICTED-DIFFS THRU 2210-EXIT
004080     IF WS-TABLE-NOT-IN-SNAPSHOT AND WS-DIFF-COUNT = 0
004090         MOVE 'TABLE NOT IN SCHSNAP NOR IN THE DRY RUN - CHECK'
004100           & ' THE SPELLING'
004110             TO WS-MESSAGE-TEXT
004120         GO TO 2200-EXIT
004130     END-IF
004140     MOVE WS-SCREEN-TABLE-NAME TO WS-SELECTED-TABLE
004150     MOVE WS-SELECTED-VERSION TO WS-SCREEN-VERSION
004160     MOVE WS-LATEST-RUN-TIMESTAMP TO WS-SCREEN-RUN-TIMESTAMP
004170     IF WS-DIFF-SKIPPED-COUNT > 0
004180         MOVE 'MORE THAN 500 PREDICTED LINES - ONLY THE FIRST 500'
004190           & ' ARE SHOWN'
004200             TO WS-MESSAGE-TEXT
004210     END-IF.
004220 2200-EXIT.
004230     EXIT.

004240*---------------------------------------------------------------
004250* 2210-LOAD-PREDICTED-DIFFS - the table's lines from its latest
004260*                 dry run; an older run's lines give way to a
004270*                 newer run's as they are met
004280*---------------------------------------------------------------
004290 2210-LOAD-PREDICTED-DIFFS.
004300     MOVE SPACES TO WS-LATEST-RUN-TIMESTAMP
004310     MOVE 0 TO WS-DIFF-SKIPPED-COUNT
004320     MOVE 'N' TO WS-PREDDIFF-EOF-SWITCH
004330     OPEN INPUT PREDICTED-DIFF-FILE
004340     IF NOT WS-PREDDIFF-OPENED
004350         GO TO 2210-EXIT
004360     END-IF
004370     PERFORM 2211-KEEP-ONE-DIFF THRU 2211-EXIT
004380         UNTIL WS-PREDDIFF-IS-EOF
004390     CLOSE PREDICTED-DIFF-FILE.
004400 2210-EXIT.
004410     EXIT.

004420*---------------------------------------------------------------
004430* 2211-KEEP-ONE-DIFF - one PREDDIFF line of the table
004440*---------------------------------------------------------------
004450 2211-KEEP-ONE-DIFF.
004460     READ PREDICTED-DIFF-FILE
004470         AT END
004480             SET WS-PREDDIFF-IS-EOF TO TRUE
004490     END-READ
004500     IF WS-PREDDIFF-IS-EOF
004510          OR DR-TABLE-NAME NOT = WS-SCREEN-TABLE-NAME
004520          OR DR-RUN-TIMESTAMP < WS-LATEST-RUN-TIMESTAMP
004530         GO TO 2211-EXIT
004540     END-IF
004550     IF DR-RUN-TIMESTAMP > WS-LATEST-RUN-TIMESTAMP
004560         MOVE DR-RUN-TIMESTAMP TO WS-LATEST-RUN-TIMESTAMP
004570         MOVE 0 TO WS-DIFF-COUNT
004580         MOVE 0 TO WS-DIFF-SKIPPED-COUNT
004590     END-IF
004600     IF WS-DIFF-COUNT < 500
004610         ADD 1 TO WS-DIFF-COUNT
004620         MOVE DR-CHANGE-TYPE
004630             TO WS-DIFF-CHANGE-TYPE (WS-DIFF-COUNT)
004640         MOVE DR-FIELD-NAME TO WS-DIFF-FIELD-NAME (WS-DIFF-COUNT)
004650         MOVE DR-ATTRIBUTE TO WS-DIFF-ATTRIBUTE (WS-DIFF-COUNT)
004660         MOVE DR-OLD-VALUE TO WS-DIFF-OLD-VALUE (WS-DIFF-COUNT)
004670         MOVE DR-NEW-VALUE TO WS-DIFF-NEW-VALUE (WS-DIFF-COUNT)
004680     ELSE
004690         ADD 1 TO WS-DIFF-SKIPPED-COUNT
004700     END-IF.
004710 2211-EXIT.
004720     EXIT.

004730*---------------------------------------------------------------
004740* 2220-FIND-CURRENT-VERDICT - the row for this table and version
004750*---------------------------------------------------------------
004760 2220-FIND-CURRENT-VERDICT.
004770     SET WS-ENTRY-NOT-FOUND TO TRUE
004780     MOVE 0 TO WS-VERDICT-INDEX
004790     PERFORM 2221-TEST-ONE-VERDICT THRU 2221-EXIT
004800         VARYING AP-IDX FROM 1 BY 1
004810         UNTIL AP-IDX > WS-APPROVAL-COUNT
004820            OR WS-ENTRY-FOUND.
004830 2220-EXIT.
004840     EXIT.

004850*---------------------------------------------------------------
004860* 2221-TEST-ONE-VERDICT - match one approvals row
004870*---------------------------------------------------------------
004880 2221-TEST-ONE-VERDICT.
004890     IF WS-APPR-TABLE-NAME (AP-IDX) = WS-SELECTED-TABLE
004900          AND WS-APPR-SCHEMA-VERSION (AP-IDX)
004910                 = WS-SELECTED-VERSION
004920         SET WS-ENTRY-FOUND TO TRUE
004930         SET WS-VERDICT-INDEX TO AP-IDX
004940     END-IF.
004950 2221-EXIT.
004960     EXIT.

004970*---------------------------------------------------------------
004980* 2300-PAGE-DIFFS - next or prior twelve predicted lines
004990*---------------------------------------------------------------
005000 2300-PAGE-DIFFS.
005010     IF WS-ACTION-CODE = 'N'
005020         IF WS-DIFF-PAGE-START + 12 NOT > WS-DIFF-COUNT
005030             ADD 12 TO WS-DIFF-PAGE-START
005040         END-IF
005050     ELSE
005060         IF WS-DIFF-PAGE-START > 12
005070             SUBTRACT 12 FROM WS-DIFF-PAGE-START
005080         ELSE
005090             MOVE 1 TO WS-DIFF-PAGE-START
005100         END-IF
005110     END-IF.
005120 2300-EXIT.
005130     EXIT.

005140*---------------------------------------------------------------
005150* 3000-RECORD-VERDICT - stamp the verdict against the table and
005160*                 version, replacing any earlier one, and write
005170*                 the approvals file back at once.  The file is
005180*                 read again first, so the rewrite carries every
005190*                 verdict on file now, not as the session found it
005200*---------------------------------------------------------------
005210 3000-RECORD-VERDICT.
005220     IF WS-SELECTED-TABLE = SPACES
005230         MOVE 'NAME A TABLE FIRST' TO WS-MESSAGE-TEXT
005240         GO TO 3000-EXIT
005250     END-IF
005260     IF WS-DIFF-COUNT = 0
005270         MOVE 'NO DRY-RUN PREDICTION FOR THIS TABLE - NOTHING TO'
005280           & ' SIGN OFF'
005290             TO WS-MESSAGE-TEXT
005300         GO TO 3000-EXIT
005310     END-IF
005320     MOVE 0 TO WS-APPROVAL-COUNT
005330     MOVE 'N' TO WS-APPROVAL-EOF-SWITCH
005340     PERFORM 1100-LOAD-APPROVALS THRU 1100-EXIT
005350     IF WS-RUN-IS-INVALID
005360         SET WS-SESSION-IS-OVER TO TRUE
005370         GO TO 3000-EXIT
005380     END-IF
005390     PERFORM 2220-FIND-CURRENT-VERDICT THRU 2220-EXIT
005400     IF WS-ENTRY-NOT-FOUND
005410         IF WS-APPROVAL-COUNT NOT < 3000
005420             MOVE 'APPROVALS FILE IS FULL - VERDICT NOT RECORDED'
005430                 TO WS-MESSAGE-TEXT
005440             GO TO 3000-EXIT
005450         END-IF
005460         ADD 1 TO WS-APPROVAL-COUNT
005470         MOVE WS-APPROVAL-COUNT TO WS-VERDICT-INDEX
005480         MOVE WS-SELECTED-TABLE
005490             TO WS-APPR-TABLE-NAME (WS-VERDICT-INDEX)
005500         MOVE WS-SELECTED-VERSION
005510             TO WS-APPR-SCHEMA-VERSION (WS-VERDICT-INDEX)
005520     END-IF
005530     MOVE WS-STEWARD-ID TO WS-APPR-APPROVER-ID (WS-VERDICT-INDEX)
005540     MOVE WS-VERDICT-STATUS TO WS-APPR-STATUS (WS-VERDICT-INDEX)
005550     PERFORM 3100-REWRITE-APPROVALS THRU 3100-EXIT
005560     IF WS-APPROVAL-OK
005570         MOVE WS-SELECTED-VERSION TO WS-VERSION-EDIT
005580         STRING WS-VERDICT-STATUS DELIMITED BY SPACE
005590                ' RECORDED FOR VERSION ' DELIMITED BY SIZE
005600                WS-VERSION-EDIT DELIMITED BY SIZE
005610             INTO WS-MESSAGE-TEXT
005620     END-IF.
005630 3000-EXIT.
005640     EXIT.

005650*---------------------------------------------------------------
005660* 3100-REWRITE-APPROVALS - write every held verdict back
005670*---------------------------------------------------------------
005680 3100-REWRITE-APPROVALS.
005690     OPEN OUTPUT APPROVAL-FILE
005700     IF NOT WS-APPROVAL-OK
005710         STRING 'APPROVLS NOT OPENED, STATUS ' DELIMITED BY SIZE
005720                WS-APPROVAL-FILE-STATUS DELIMITED BY SIZE
005730                ' - VERDICT NOT RECORDED' DELIMITED BY SIZE
005740             INTO WS-MESSAGE-TEXT
005750         GO TO 3100-EXIT
005760     END-IF
005770     PERFORM 3110-WRITE-ONE-APPROVAL THRU 3110-EXIT
005780         VARYING AP-IDX FROM 1 BY 1
005790         UNTIL AP-IDX > WS-APPROVAL-COUNT
005800     CLOSE APPROVAL-FILE.
005810 3100-EXIT.
005820     EXIT.

005830*---------------------------------------------------------------
005840* 3110-WRITE-ONE-APPROVAL - one verdict row
005850*---------------------------------------------------------------
005860 3110-WRITE-ONE-APPROVAL.
005870     MOVE WS-APPROVAL-ENTRY (AP-IDX) TO APPROVAL-RECORD
005880     WRITE APPROVAL-RECORD.
005890 3110-EXIT.
005900     EXIT.

005910*---------------------------------------------------------------
005920* 8000-TERMINATE - close SCHSNAP
005930*---------------------------------------------------------------
005940 8000-TERMINATE.
005950     IF WS-RUN-IS-VALID
005960         CLOSE SCHEMA-SNAPSHOT-FILE
005970         DISPLAY 'STEWAPPROVE - SESSION ENDED'
005980     END-IF.
005990 8000-EXIT.
006000     EXIT.

006010*---------------------------------------------------------------
006020* 9000-NO-STEWARD-ID - a verdict must carry who gave it
006030*---------------------------------------------------------------
006040 9000-NO-STEWARD-ID.
006050     SET WS-RUN-IS-INVALID TO TRUE
006060     DISPLAY 'STEWAPPROVE - NO USER ID IN THE ENVIRONMENT,'
006070         ' VERDICTS CANNOT BE STAMPED'
006080     MOVE 16 TO RETURN-CODE.
006090 9000-EXIT.
006100     EXIT.

006110*---------------------------------------------------------------
006120* 9100-SNAPSHOT-UNREADABLE - SCHSNAP could not be opened
006130*---------------------------------------------------------------
006140 9100-SNAPSHOT-UNREADABLE.
006150     SET WS-RUN-IS-INVALID TO TRUE
006160     DISPLAY 'STEWAPPROVE - SCHSNAP NOT OPENED, STATUS: '
006170         WS-SNAP-FILE-STATUS
006180     MOVE 16 TO RETURN-CODE.
006190 9100-EXIT.
006200     EXIT.

006210*---------------------------------------------------------------
006220* 9200-APPROVALS-FULL - more rows than can be held; the session
006230*                 is refused rather than lose rows on rewrite
006240*---------------------------------------------------------------
006250 9200-APPROVALS-FULL.
006260     SET WS-RUN-IS-INVALID TO TRUE
006270     SET WS-APPROVAL-IS-EOF TO TRUE
006280     CLOSE SCHEMA-SNAPSHOT-FILE
006290     DISPLAY 'STEWAPPROVE - MORE THAN 3000 ROWS ON APPROVLS'
006300     MOVE 16 TO RETURN-CODE.
006310 9200-EXIT.
006320     EXIT.
