000140*                   against SCHEMA-PRIOR-FILE and writes one
000150*                   SCHEMA-DIFF-RECORD per table or column
000160*                   difference for change-control sign-off.
000170* 2026-08-09  JKH   Renamed PROGRAM-ID to match the source file
000180*                   and the JCL's EXEC PGM= (was SCHEMA-DIFF-RPT,
000190*                   not a legal load-module name).
000200* 2026-08-22  JKH   Partition spec differences are now reported
000210*                   (PART-ADDED / PART-REMOVED), one record per
000220*                   source column/transform pair.
000230* 2026-08-22  JKH   Columns carrying a COL-FIELD-ID are matched
000240*                   to the prior snapshot by id, so renames and
000250*                   repositions are reported with certainty
000260*                   (DR-ATTRIBUTE 'FIELD-ID') instead of being
000270*                   guessed; the type-correlation heuristic is
000280*                   kept only for columns cut before ids
000290*                   existed (id zero, or a prior snapshot with
000300*                   no ids at all).
000310* 2026-10-15  JKH   A column whose type code is unchanged but
000320*                   whose DECIMAL precision/scale or STRING/
000330*                   FIXED/BINARY length moved is now reported as
000340*                   a TYPE change, old and new values written in
000350*                   full, e.g. DECIMAL(12,2) to DECIMAL(18,2).
000360* 2026-10-15  JKH   Partition fields now compare on the BUCKET
000370*                   count / TRUNCATE width as well; the transform
000380*                   is written as BUCKET[16] on PART lines.
000390*

000400****************************************************************
000410* ENVIRONMENT DIVISION
000420****************************************************************
000430 ENVIRONMENT DIVISION.

000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000500         FILE STATUS IS WS-SNAP-FILE-STATUS.

000510     SELECT SCHEMA-PRIOR-FILE ASSIGN TO "SCHPRIOR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
000550         FILE STATUS IS WS-PRIOR-FILE-STATUS.

000560     SELECT SCHEMA-DIFF-RPT-FILE ASSIGN TO "DIFFRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-DIFFRPT-FILE-STATUS.

000590****************************************************************
000600* DATA DIVISION
000610****************************************************************
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SCHEMA-SNAPSHOT-FILE.
000650     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000660         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000670                   ==FD-CURR-SNAPSHOT-REC==.

000680 FD  SCHEMA-PRIOR-FILE.
000690     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000700         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000710                   ==FD-PRIOR-SNAPSHOT-REC==.

000720 FD  SCHEMA-DIFF-RPT-FILE.
000730     COPY "ICEBERG-DIFF-REC.cpy".

000740 WORKING-STORAGE SECTION.
000750****************************************************************
000760* FILE STATUS AND CONTROL SWITCHES
000770****************************************************************
000780 01  WS-FILE-STATUSES.
000790     05  WS-SNAP-FILE-STATUS             PIC X(02).
000800         88  WS-SNAP-OK                  VALUE '00'.
000810         88  WS-SNAP-EOF                 VALUE '10'.
000820     05  WS-PRIOR-FILE-STATUS            PIC X(02).
000830         88  WS-PRIOR-OK                 VALUE '00'.
000840         88  WS-PRIOR-EOF                VALUE '10'.
000850         88  WS-PRIOR-NOT-FOUND          VALUE '23'.
000860     05  WS-DIFFRPT-FILE-STATUS          PIC X(02).

000870 01  WS-SWITCHES.
000880     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
000890         88  WS-ENTRY-FOUND              VALUE 'Y'.
000900         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
000910     05  WS-PRIOR-HAS-IDS-SWITCH         PIC X(01) VALUE 'N'.
000920         88  WS-PRIOR-HAS-IDS            VALUE 'Y'.

000930 77  WS-FOUND-COLUMN-INDEX               PIC 9(04) COMP VALUE 0.
000940 77  WS-TABLES-COMPARED-COUNT            PIC 9(04) COMP VALUE 0.
000950 77  WS-DIFFS-WRITTEN-COUNT              PIC 9(04) COMP VALUE 0.

000960 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
000970 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
000980 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
000990 01  WS-COMPARE-NAME                     PIC X(30) VALUE SPACES.
001000 01  WS-COMPARE-TRANSFORM                PIC X(10) VALUE SPACES.
001010 01  WS-COMPARE-WIDTH                    PIC 9(03) VALUE 0.
001020 01  WS-DIFF-COUNT-DISPLAY               PIC ZZZ9.
001030 01  WS-TYPE-SPEC-AREA.
001040     05  WS-SPEC-TYPE                    PIC X(10).
001050     05  WS-SPEC-PRECISION               PIC 9(02).
001060     05  WS-SPEC-SCALE                   PIC 9(02).
001070     05  WS-SPEC-LENGTH                  PIC 9(03).
001080     05  WS-SPEC-NUMBER-EDIT             PIC ZZ9.
001090     05  WS-TYPE-SPEC                    PIC X(20).
001100 77  WS-SPEC-POINTER                     PIC 9(04) COMP VALUE 0.
001110 77  WS-SPEC-LEAD-COUNT                  PIC 9(04) COMP VALUE 0.

001120****************************************************************
001130* TABLE NAMES SEEN IN THE CURRENT SNAPSHOT PASS
001140****************************************************************
001150 01  WS-CURRENT-TABLE-LIST.
001160     05  WS-CUR-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
001170     05  WS-CUR-TABLE-ENTRY
001180                         OCCURS 0 TO 500 TIMES
001190                         DEPENDING ON WS-CUR-TABLE-COUNT
001200                         INDEXED BY CT-IDX.
001210         10  WS-CUR-TABLE-NAME           PIC X(30).

001220****************************************************************
001230* CURRENT-SIDE COLUMNS NOT YET MATCHED TO A PRIOR-SIDE COLUMN
001240****************************************************************
001250 01  WS-UNMATCHED-CURR-LIST.
001260     05  WS-UNMATCHED-CURR-COUNT         PIC 9(04) COMP VALUE 0.
001270     05  WS-UNMATCHED-CURR-ENTRY
001280                         OCCURS 0 TO 200 TIMES
001290                         DEPENDING ON WS-UNMATCHED-CURR-COUNT
001300                         INDEXED BY UC2-IDX.
001310         10  WS-UNMATCHED-CURR-COL-IDX   PIC 9(04) COMP.
001320         10  WS-UNMATCHED-CURR-CLAIMED   PIC X(01) VALUE 'N'.
001330             88  WS-UNMATCHED-CURR-IS-CLAIMED VALUE 'Y'.

001340****************************************************************
001350* PRIOR-SIDE COLUMNS NOT YET MATCHED TO A CURRENT-SIDE COLUMN
001360****************************************************************
001370 01  WS-UNMATCHED-PRIOR-LIST.
001380     05  WS-UNMATCHED-PRIOR-COUNT        PIC 9(04) COMP VALUE 0.
001390     05  WS-UNMATCHED-PRIOR-ENTRY
001400                         OCCURS 0 TO 200 TIMES
001410                         DEPENDING ON WS-UNMATCHED-PRIOR-COUNT
001420                         INDEXED BY UP-IDX.
001430         10  WS-UNMATCHED-PRIOR-COL-IDX  PIC 9(04) COMP.

001440 77  WS-CURR-COL-INDEX-FOR-COMPARE       PIC 9(04) COMP VALUE 0.
001450 77  WS-PRIOR-COL-INDEX-FOR-COMPARE      PIC 9(04) COMP VALUE 0.
001460 77  WS-IDENT-SCAN-IDX                   PIC 9(02) COMP VALUE 0.
001470 01  WS-POSITION-DISPLAY                 PIC 9(04) VALUE 0.
001480 77  WS-RENAME-MATCH-CURR-IDX            PIC 9(04) COMP VALUE 0.
001490 77  WS-AMBIGUOUS-MATCH-COUNT            PIC 9(04) COMP VALUE 0.
001500 77  WS-COMPARE-FIELD-ID                 PIC 9(05) VALUE 0.

001510 PROCEDURE DIVISION.
001520*---------------------------------------------------------------
001530* 0000-MAINLINE - diff the current schema against the prior one
001540*---------------------------------------------------------------
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001570     PERFORM 2000-COMPARE-ONE-TABLE THRU 2000-EXIT
001580         UNTIL WS-SNAP-EOF
001590     PERFORM 3000-FIND-DROPPED-TABLES THRU 3000-EXIT
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT
001610     STOP RUN.
001620 0000-EXIT.
001630     EXIT.

001640*---------------------------------------------------------------
001650* 1000-INITIALIZE - stamp the run, open files, prime the read
001660*---------------------------------------------------------------
001670 1000-INITIALIZE.
001680     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001690     ACCEPT WS-NOW-TIME FROM TIME
001700     STRING WS-TODAY-DATE DELIMITED BY SIZE
001710            '-' DELIMITED BY SIZE
001720            WS-NOW-TIME DELIMITED BY SIZE
001730         INTO WS-RUN-TIMESTAMP
001740     OPEN INPUT SCHEMA-SNAPSHOT-FILE
001750     OPEN INPUT SCHEMA-PRIOR-FILE
001760     OPEN OUTPUT SCHEMA-DIFF-RPT-FILE
001770     PERFORM 1200-READ-SNAPSHOT THRU 1200-EXIT.
001780 1000-EXIT.
001790     EXIT.

001800*---------------------------------------------------------------
001810* 1200-READ-SNAPSHOT - bring in the next current-schema table
001820*---------------------------------------------------------------
001830 1200-READ-SNAPSHOT.
001840     READ SCHEMA-SNAPSHOT-FILE NEXT RECORD
001850         AT END
001860             SET WS-SNAP-EOF TO TRUE
001870     END-READ.
001880 1200-EXIT.
001890     EXIT.

001900*---------------------------------------------------------------
001910* 2000-COMPARE-ONE-TABLE - diff one current table against prior
001920*---------------------------------------------------------------
001930 2000-COMPARE-ONE-TABLE.
001940     ADD 1 TO WS-TABLES-COMPARED-COUNT
001950     PERFORM 2050-REMEMBER-CURRENT-TABLE THRU 2050-EXIT
001960     MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
001970         TO SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
001980     READ SCHEMA-PRIOR-FILE
001990         KEY IS SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
002000         INVALID KEY
002010             PERFORM 2100-REPORT-NEW-TABLE THRU 2100-EXIT
002020         NOT INVALID KEY
002030             PERFORM 2200-DIFF-COLUMNS THRU 2200-EXIT
002040     END-READ
002050     PERFORM 1200-READ-SNAPSHOT THRU 1200-EXIT.
002060 2000-EXIT.
002070     EXIT.

002080*---------------------------------------------------------------
002090* 2050-REMEMBER-CURRENT-TABLE - note this table for the drop pass
002100*---------------------------------------------------------------
002110 2050-REMEMBER-CURRENT-TABLE.
002120     IF WS-CUR-TABLE-COUNT < 500
002130         ADD 1 TO WS-CUR-TABLE-COUNT
002140         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002150             TO WS-CUR-TABLE-NAME (WS-CUR-TABLE-COUNT)
002160     END-IF.
002170 2050-EXIT.
002180     EXIT.

002190*---------------------------------------------------------------
002200* 2100-REPORT-NEW-TABLE - table has no prior snapshot at all
002210*---------------------------------------------------------------
002220 2100-REPORT-NEW-TABLE.
002230     MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC TO DR-TABLE-NAME
002240     SET DR-TABLE-ADDED TO TRUE
002250     MOVE SPACES TO DR-FIELD-NAME
002260     MOVE SPACES TO DR-ATTRIBUTE
002270     MOVE SPACES TO DR-OLD-VALUE
002280     MOVE SPACES TO DR-NEW-VALUE
002290     PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT.
002300 2100-EXIT.
002310     EXIT.

002320*---------------------------------------------------------------
002330* 2200-DIFF-COLUMNS - table exists on both sides, compare columns
002340*---------------------------------------------------------------
002350 2200-DIFF-COLUMNS.
002360     MOVE 0 TO WS-UNMATCHED-CURR-COUNT
002370     MOVE 0 TO WS-UNMATCHED-PRIOR-COUNT
002380     MOVE 'N' TO WS-PRIOR-HAS-IDS-SWITCH
002390     IF SS-COLUMN-COUNT OF FD-PRIOR-SNAPSHOT-REC > 0
002400         PERFORM 2203-SCAN-PRIOR-FOR-IDS THRU 2203-EXIT
002410             VARYING SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
002420                 FROM 1 BY 1
002430             UNTIL SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
002440                            > SS-COLUMN-COUNT
002450                                  OF FD-PRIOR-SNAPSHOT-REC
002460                OR WS-PRIOR-HAS-IDS
002470     END-IF
002480     IF SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC > 0
002490         PERFORM 2210-DIFF-ONE-CURR-COLUMN THRU 2210-EXIT
002500             VARYING SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
002510                 FROM 1 BY 1
002520             UNTIL SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
002530                             > SS-COLUMN-COUNT
002540                                   OF FD-CURR-SNAPSHOT-REC
002550     END-IF
002560     IF SS-COLUMN-COUNT OF FD-PRIOR-SNAPSHOT-REC > 0
002570         PERFORM 2310-CHECK-ONE-PRIOR-COLUMN THRU 2310-EXIT
002580             VARYING SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
002590                 FROM 1 BY 1
002600             UNTIL SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
002610                            > SS-COLUMN-COUNT
002620                                  OF FD-PRIOR-SNAPSHOT-REC
002630     END-IF
002640     IF WS-UNMATCHED-PRIOR-COUNT > 0
002650         PERFORM 2710-CORRELATE-ONE-PRIOR-ENTRY THRU 2710-EXIT
002660             VARYING UP-IDX FROM 1 BY 1
002670             UNTIL UP-IDX > WS-UNMATCHED-PRIOR-COUNT
002680     END-IF
002690     IF WS-UNMATCHED-CURR-COUNT > 0
002700         PERFORM 2750-REPORT-REMAINING-ADDS THRU 2750-EXIT
002710             VARYING UC2-IDX FROM 1 BY 1
002720             UNTIL UC2-IDX > WS-UNMATCHED-CURR-COUNT
002730     END-IF
002740     PERFORM 2770-COMPARE-IDENT-FIELDS THRU 2770-EXIT
002750     PERFORM 2840-COMPARE-PART-FIELDS THRU 2840-EXIT.
002760 2200-EXIT.
002770     EXIT.

002780*---------------------------------------------------------------
002790* 2203-SCAN-PRIOR-FOR-IDS - does the prior side carry field ids
002800*                 at all; a snapshot cut before ids existed is
002810*                 matched by name like it always was
002820*---------------------------------------------------------------
002830 2203-SCAN-PRIOR-FOR-IDS.
002840     IF COL-FIELD-ID OF FD-PRIOR-SNAPSHOT-REC
002850              (SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC) > 0
002860         SET WS-PRIOR-HAS-IDS TO TRUE
002870     END-IF.
002880 2203-EXIT.
002890     EXIT.

002900*---------------------------------------------------------------
002910* 2210-DIFF-ONE-CURR-COLUMN - match one current column to prior,
002920*                 by field id when both sides carry one
002930*---------------------------------------------------------------
002940 2210-DIFF-ONE-CURR-COLUMN.
002950     MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
002960              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
002970         TO WS-COMPARE-NAME
002980     IF WS-PRIOR-HAS-IDS
002990          AND COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC
003000              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) > 0
003010         PERFORM 2220-DIFF-CURR-COLUMN-BY-ID THRU 2220-EXIT
003020         GO TO 2210-EXIT
003030     END-IF
003040     PERFORM 2400-FIND-IN-PRIOR THRU 2400-EXIT
003050     IF WS-ENTRY-FOUND
003060         PERFORM 2500-COMPARE-COLUMN-ATTRS THRU 2500-EXIT
003070     ELSE
003080         PERFORM 2215-REMEMBER-UNMATCHED-CURR THRU 2215-EXIT
003090     END-IF.
003100 2210-EXIT.
003110     EXIT.

003120*---------------------------------------------------------------
003130* 2220-DIFF-CURR-COLUMN-BY-ID - identity says what happened:
003140*                 present on both sides is a match (a changed
003150*                 name is a certain rename), absent from prior
003160*                 is a certain add
003170*---------------------------------------------------------------
003180 2220-DIFF-CURR-COLUMN-BY-ID.
003190     MOVE COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC
003200              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
003210         TO WS-COMPARE-FIELD-ID
003220     PERFORM 2420-FIND-IN-PRIOR-BY-ID THRU 2420-EXIT
003230     IF WS-ENTRY-FOUND
003240         IF COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
003250                  (WS-FOUND-COLUMN-INDEX) NOT = WS-COMPARE-NAME
003260             PERFORM 2726-REPORT-RENAME-BY-ID THRU 2726-EXIT
003270         END-IF
003280         PERFORM 2500-COMPARE-COLUMN-ATTRS THRU 2500-EXIT
003290     ELSE
003300         PERFORM 2230-REPORT-ADDED-BY-ID THRU 2230-EXIT
003310     END-IF.
003320 2220-EXIT.
003330     EXIT.

003340*---------------------------------------------------------------
003350* 2230-REPORT-ADDED-BY-ID - no prior column carries this id
003360*---------------------------------------------------------------
003370 2230-REPORT-ADDED-BY-ID.
003380     MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC TO DR-TABLE-NAME
003390     SET DR-COLUMN-ADDED TO TRUE
003400     MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
003410     MOVE 'FIELD-ID' TO DR-ATTRIBUTE
003420     MOVE SPACES TO DR-OLD-VALUE
003430     MOVE COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
003440              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
003450         TO DR-NEW-VALUE
003460     PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT.
003470 2230-EXIT.
003480     EXIT.

003490*---------------------------------------------------------------
003500* 2215-REMEMBER-UNMATCHED-CURR - stage a candidate added column
003510*---------------------------------------------------------------
003520 2215-REMEMBER-UNMATCHED-CURR.
003530     IF WS-UNMATCHED-CURR-COUNT < 200
003540         ADD 1 TO WS-UNMATCHED-CURR-COUNT
003550         MOVE SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
003560             TO WS-UNMATCHED-CURR-COL-IDX
003570                (WS-UNMATCHED-CURR-COUNT)
003580         MOVE 'N' TO WS-UNMATCHED-CURR-CLAIMED
003590                                   (WS-UNMATCHED-CURR-COUNT)
003600     END-IF.
003610 2215-EXIT.
003620     EXIT.

003630*---------------------------------------------------------------
003640* 2400-FIND-IN-PRIOR - locate WS-COMPARE-NAME in the prior columns
003650*---------------------------------------------------------------
003660 2400-FIND-IN-PRIOR.
003670     SET WS-ENTRY-NOT-FOUND TO TRUE
003680     MOVE 0 TO WS-FOUND-COLUMN-INDEX
003690     IF SS-COLUMN-COUNT OF FD-PRIOR-SNAPSHOT-REC > 0
003700         PERFORM 2410-FIND-IN-PRIOR-STEP THRU 2410-EXIT
003710             VARYING SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
003720                 FROM 1 BY 1
003730             UNTIL SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
003740                            > SS-COLUMN-COUNT
003750                                  OF FD-PRIOR-SNAPSHOT-REC
003760                OR WS-ENTRY-FOUND
003770     END-IF.
003780 2400-EXIT.
003790     EXIT.

003800*---------------------------------------------------------------
003810* 2410-FIND-IN-PRIOR-STEP - test one prior column for a name match
003820*---------------------------------------------------------------
003830 2410-FIND-IN-PRIOR-STEP.
003840     IF COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
003850              (SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC)
003860              = WS-COMPARE-NAME
003870         SET WS-ENTRY-FOUND TO TRUE
003880         MOVE SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
003890             TO WS-FOUND-COLUMN-INDEX
003900     END-IF.
003910 2410-EXIT.
003920     EXIT.

003930*---------------------------------------------------------------
003940* 2420-FIND-IN-PRIOR-BY-ID - locate WS-COMPARE-FIELD-ID in the
003950*                 prior columns
003960*---------------------------------------------------------------
003970 2420-FIND-IN-PRIOR-BY-ID.
003980     SET WS-ENTRY-NOT-FOUND TO TRUE
003990     MOVE 0 TO WS-FOUND-COLUMN-INDEX
004000     IF SS-COLUMN-COUNT OF FD-PRIOR-SNAPSHOT-REC > 0
004010         PERFORM 2425-FIND-PRIOR-BY-ID-STEP THRU 2425-EXIT
004020             VARYING SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
004030                 FROM 1 BY 1
004040             UNTIL SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
004050                            > SS-COLUMN-COUNT
004060                                  OF FD-PRIOR-SNAPSHOT-REC
004070                OR WS-ENTRY-FOUND
004080     END-IF.
004090 2420-EXIT.
004100     EXIT.

004110*---------------------------------------------------------------
004120* 2425-FIND-PRIOR-BY-ID-STEP - test one prior column's id
004130*---------------------------------------------------------------
004140 2425-FIND-PRIOR-BY-ID-STEP.
004150     IF COL-FIELD-ID OF FD-PRIOR-SNAPSHOT-REC
004160              (SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC)
004170              = WS-COMPARE-FIELD-ID
004180         SET WS-ENTRY-FOUND TO TRUE
004190         MOVE SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
004200             TO WS-FOUND-COLUMN-INDEX
004210     END-IF.
004220 2425-EXIT.
004230     EXIT.

004240*---------------------------------------------------------------
004250* 2500-COMPARE-COLUMN-ATTRS - report each attribute that changed
004260*---------------------------------------------------------------
004270 2500-COMPARE-COLUMN-ATTRS.
004280     PERFORM 2510-COMPARE-TYPE THRU 2510-EXIT
004290     PERFORM 2520-COMPARE-NULLABLE THRU 2520-EXIT
004300     PERFORM 2530-COMPARE-DOC THRU 2530-EXIT
004310     PERFORM 2540-COMPARE-DEFAULT THRU 2540-EXIT
004320     MOVE SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
004330         TO WS-CURR-COL-INDEX-FOR-COMPARE
004340     MOVE WS-FOUND-COLUMN-INDEX TO WS-PRIOR-COL-INDEX-FOR-COMPARE
004350     PERFORM 2550-COMPARE-POSITION THRU 2550-EXIT.
004360 2500-EXIT.
004370     EXIT.

004380*---------------------------------------------------------------
004390* 2550-COMPARE-POSITION - report a column that changed ordinal
004400*                         position within the table
004410*---------------------------------------------------------------
004420 2550-COMPARE-POSITION.
004430     IF WS-CURR-COL-INDEX-FOR-COMPARE NOT =
004440             WS-PRIOR-COL-INDEX-FOR-COMPARE
004450         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
004460             TO DR-TABLE-NAME
004470         SET DR-COLUMN-CHANGED TO TRUE
004480         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
004490         MOVE 'POSITION' TO DR-ATTRIBUTE
004500         MOVE WS-PRIOR-COL-INDEX-FOR-COMPARE
004510            TO WS-POSITION-DISPLAY
004520         MOVE WS-POSITION-DISPLAY TO DR-OLD-VALUE
004530         MOVE WS-CURR-COL-INDEX-FOR-COMPARE
004540            TO WS-POSITION-DISPLAY
004550         MOVE WS-POSITION-DISPLAY TO DR-NEW-VALUE
004560         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
004570     END-IF.
004580 2550-EXIT.
004590     EXIT.

004600*---------------------------------------------------------------
004610* 2510-COMPARE-TYPE - report a changed column data type
004620*---------------------------------------------------------------
004630 2510-COMPARE-TYPE.
004640     IF COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
004650              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) NOT =
004660        COL-FIELD-TYPE OF FD-PRIOR-SNAPSHOT-REC
004670              (WS-FOUND-COLUMN-INDEX)
004680     OR COL-FIELD-PRECISION OF FD-CURR-SNAPSHOT-REC
004690              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) NOT =
004700        COL-FIELD-PRECISION OF FD-PRIOR-SNAPSHOT-REC
004710              (WS-FOUND-COLUMN-INDEX)
004720     OR COL-FIELD-SCALE OF FD-CURR-SNAPSHOT-REC
004730              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) NOT =
004740        COL-FIELD-SCALE OF FD-PRIOR-SNAPSHOT-REC
004750              (WS-FOUND-COLUMN-INDEX)
004760     OR COL-FIELD-LENGTH OF FD-CURR-SNAPSHOT-REC
004770              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) NOT =
004780        COL-FIELD-LENGTH OF FD-PRIOR-SNAPSHOT-REC
004790              (WS-FOUND-COLUMN-INDEX)
004800         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
004810             TO DR-TABLE-NAME
004820         SET DR-COLUMN-CHANGED TO TRUE
004830         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
004840         MOVE 'TYPE' TO DR-ATTRIBUTE
004850         MOVE COL-FIELD-TYPE OF FD-PRIOR-SNAPSHOT-REC
004860                  (WS-FOUND-COLUMN-INDEX) TO WS-SPEC-TYPE
004870         MOVE COL-FIELD-PRECISION OF FD-PRIOR-SNAPSHOT-REC
004880                  (WS-FOUND-COLUMN-INDEX) TO WS-SPEC-PRECISION
004890         MOVE COL-FIELD-SCALE OF FD-PRIOR-SNAPSHOT-REC
004900                  (WS-FOUND-COLUMN-INDEX) TO WS-SPEC-SCALE
004910         MOVE COL-FIELD-LENGTH OF FD-PRIOR-SNAPSHOT-REC
004920                  (WS-FOUND-COLUMN-INDEX) TO WS-SPEC-LENGTH
004930         PERFORM 2512-FORMAT-TYPE-SPEC THRU 2512-EXIT
004940         MOVE WS-TYPE-SPEC TO DR-OLD-VALUE
004950         MOVE COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
004960                  (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
004970             TO WS-SPEC-TYPE
004980         MOVE COL-FIELD-PRECISION OF FD-CURR-SNAPSHOT-REC
004990                  (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
005000             TO WS-SPEC-PRECISION
005010         MOVE COL-FIELD-SCALE OF FD-CURR-SNAPSHOT-REC
005020                  (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
005030             TO WS-SPEC-SCALE
005040         MOVE COL-FIELD-LENGTH OF FD-CURR-SNAPSHOT-REC
005050                  (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
005060             TO WS-SPEC-LENGTH
005070         PERFORM 2512-FORMAT-TYPE-SPEC THRU 2512-EXIT
005080         MOVE WS-TYPE-SPEC TO DR-NEW-VALUE
005090         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
005100     END-IF.
005110 2510-EXIT.
005120     EXIT.

005130*---------------------------------------------------------------
005140* 2512-FORMAT-TYPE-SPEC - type code plus (precision,scale) for a
005150*                 DECIMAL or (length) for a STRING/FIXED/BINARY,
005160*                 in the same form UPDATE-SCHEMA's predicted diff
005170*                 uses, or [count] for a BUCKET/TRUNCATE partition
005180*                 transform; a zero attribute leaves the bare code
005190*---------------------------------------------------------------
005200 2512-FORMAT-TYPE-SPEC.
005210     MOVE SPACES TO WS-TYPE-SPEC
005220     MOVE 1 TO WS-SPEC-POINTER
005230     STRING WS-SPEC-TYPE DELIMITED BY SPACE
005240         INTO WS-TYPE-SPEC
005250         WITH POINTER WS-SPEC-POINTER
005260     EVALUATE TRUE
005270         WHEN WS-SPEC-TYPE = 'DECIMAL'
005280              AND WS-SPEC-PRECISION > 0
005290             STRING '(' DELIMITED BY SIZE
005300                 INTO WS-TYPE-SPEC
005310                 WITH POINTER WS-SPEC-POINTER
005320             MOVE WS-SPEC-PRECISION TO WS-SPEC-NUMBER-EDIT
005330             PERFORM 2514-APPEND-SPEC-NUMBER THRU 2514-EXIT
005340             STRING ',' DELIMITED BY SIZE
005350                 INTO WS-TYPE-SPEC
005360                 WITH POINTER WS-SPEC-POINTER
005370             MOVE WS-SPEC-SCALE TO WS-SPEC-NUMBER-EDIT
005380             PERFORM 2514-APPEND-SPEC-NUMBER THRU 2514-EXIT
005390             STRING ')' DELIMITED BY SIZE
005400                 INTO WS-TYPE-SPEC
005410                 WITH POINTER WS-SPEC-POINTER
005420         WHEN (WS-SPEC-TYPE = 'STRING'
005430               OR WS-SPEC-TYPE = 'FIXED'
005440               OR WS-SPEC-TYPE = 'BINARY')
005450              AND WS-SPEC-LENGTH > 0
005460             STRING '(' DELIMITED BY SIZE
005470                 INTO WS-TYPE-SPEC
005480                 WITH POINTER WS-SPEC-POINTER
005490             MOVE WS-SPEC-LENGTH TO WS-SPEC-NUMBER-EDIT
005500             PERFORM 2514-APPEND-SPEC-NUMBER THRU 2514-EXIT
005510             STRING ')' DELIMITED BY SIZE
005520                 INTO WS-TYPE-SPEC
005530                 WITH POINTER WS-SPEC-POINTER
005540         WHEN (WS-SPEC-TYPE = 'BUCKET'
005550               OR WS-SPEC-TYPE = 'TRUNCATE')
005560              AND WS-SPEC-LENGTH > 0
005570             STRING '[' DELIMITED BY SIZE
005580                 INTO WS-TYPE-SPEC
005590                 WITH POINTER WS-SPEC-POINTER
005600             MOVE WS-SPEC-LENGTH TO WS-SPEC-NUMBER-EDIT
005610             PERFORM 2514-APPEND-SPEC-NUMBER THRU 2514-EXIT
005620             STRING ']' DELIMITED BY SIZE
005630                 INTO WS-TYPE-SPEC
005640                 WITH POINTER WS-SPEC-POINTER
005650     END-EVALUATE.
005660 2512-EXIT.
005670     EXIT.

005680*---------------------------------------------------------------
005690* 2514-APPEND-SPEC-NUMBER - WS-SPEC-NUMBER-EDIT without its
005700*                 leading blanks onto the end of WS-TYPE-SPEC
005710*---------------------------------------------------------------
005720 2514-APPEND-SPEC-NUMBER.
005730     MOVE 0 TO WS-SPEC-LEAD-COUNT
005740     INSPECT WS-SPEC-NUMBER-EDIT
005750         TALLYING WS-SPEC-LEAD-COUNT FOR LEADING SPACES
005760     STRING WS-SPEC-NUMBER-EDIT (WS-SPEC-LEAD-COUNT + 1 :
005770                                 3 - WS-SPEC-LEAD-COUNT)
005780             DELIMITED BY SIZE
005790         INTO WS-TYPE-SPEC
005800         WITH POINTER WS-SPEC-POINTER.
005810 2514-EXIT.
005820     EXIT.

005830*---------------------------------------------------------------
005840* 2520-COMPARE-NULLABLE - report a changed column nullability
005850*---------------------------------------------------------------
005860 2520-COMPARE-NULLABLE.
005870     IF COL-NULLABLE-FLAG OF FD-CURR-SNAPSHOT-REC
005880              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) NOT =
005890        COL-NULLABLE-FLAG OF FD-PRIOR-SNAPSHOT-REC
005900              (WS-FOUND-COLUMN-INDEX)
005910         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
005920             TO DR-TABLE-NAME
005930         SET DR-COLUMN-CHANGED TO TRUE
005940         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
005950         MOVE 'NULLABLE' TO DR-ATTRIBUTE
005960         MOVE COL-NULLABLE-FLAG OF FD-PRIOR-SNAPSHOT-REC
005970                  (WS-FOUND-COLUMN-INDEX) TO DR-OLD-VALUE
005980         MOVE COL-NULLABLE-FLAG OF FD-CURR-SNAPSHOT-REC
005990                  (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
006000             TO DR-NEW-VALUE
006010         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
006020     END-IF.
006030 2520-EXIT.
006040     EXIT.

006050*---------------------------------------------------------------
006060* 2530-COMPARE-DOC - report changed column documentation text
006070*---------------------------------------------------------------
006080 2530-COMPARE-DOC.
006090     IF COL-DOC-TEXT OF FD-CURR-SNAPSHOT-REC
006100              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) NOT =
006110        COL-DOC-TEXT OF FD-PRIOR-SNAPSHOT-REC
006120              (WS-FOUND-COLUMN-INDEX)
006130         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
006140             TO DR-TABLE-NAME
006150         SET DR-COLUMN-CHANGED TO TRUE
006160         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
006170         MOVE 'DOC' TO DR-ATTRIBUTE
006180         MOVE COL-DOC-TEXT OF FD-PRIOR-SNAPSHOT-REC
006190                  (WS-FOUND-COLUMN-INDEX) TO DR-OLD-VALUE
006200         MOVE COL-DOC-TEXT OF FD-CURR-SNAPSHOT-REC
006210                  (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
006220             TO DR-NEW-VALUE
006230         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
006240     END-IF.
006250 2530-EXIT.
006260     EXIT.

006270*---------------------------------------------------------------
006280* 2540-COMPARE-DEFAULT - report a changed column default value
006290*---------------------------------------------------------------
006300 2540-COMPARE-DEFAULT.
006310     IF COL-DEFAULT-VALUE OF FD-CURR-SNAPSHOT-REC
006320              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) NOT =
006330        COL-DEFAULT-VALUE OF FD-PRIOR-SNAPSHOT-REC
006340              (WS-FOUND-COLUMN-INDEX)
006350         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
006360             TO DR-TABLE-NAME
006370         SET DR-COLUMN-CHANGED TO TRUE
006380         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
006390         MOVE 'DEFAULT' TO DR-ATTRIBUTE
006400         MOVE COL-DEFAULT-VALUE OF FD-PRIOR-SNAPSHOT-REC
006410                  (WS-FOUND-COLUMN-INDEX) TO DR-OLD-VALUE
006420         MOVE COL-DEFAULT-VALUE OF FD-CURR-SNAPSHOT-REC
006430                  (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
006440             TO DR-NEW-VALUE
006450         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
006460     END-IF.
006470 2540-EXIT.
006480     EXIT.

006490*---------------------------------------------------------------
006500* 2600-REPORT-COLUMN-ADDED - current column has no prior match
006510*---------------------------------------------------------------
006520 2600-REPORT-COLUMN-ADDED.
006530     MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC TO DR-TABLE-NAME
006540     SET DR-COLUMN-ADDED TO TRUE
006550     MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
006560              (WS-UNMATCHED-CURR-COL-IDX (UC2-IDX))
006570         TO DR-FIELD-NAME
006580     MOVE SPACES TO DR-ATTRIBUTE
006590     MOVE SPACES TO DR-OLD-VALUE
006600     MOVE COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
006610              (WS-UNMATCHED-CURR-COL-IDX (UC2-IDX))
006620         TO DR-NEW-VALUE
006630     PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT.
006640 2600-EXIT.
006650     EXIT.

006660*---------------------------------------------------------------
006670* 2750-REPORT-REMAINING-ADDS - added columns no rename claimed
006680*---------------------------------------------------------------
006690 2750-REPORT-REMAINING-ADDS.
006700     IF NOT WS-UNMATCHED-CURR-IS-CLAIMED (UC2-IDX)
006710         PERFORM 2600-REPORT-COLUMN-ADDED THRU 2600-EXIT
006720     END-IF.
006730 2750-EXIT.
006740     EXIT.

006750*---------------------------------------------------------------
006760* 2710-CORRELATE-ONE-PRIOR-ENTRY - try to pair a missing prior
006770*                 column with an unmatched current column of the
006780*                 same data type (a rename) before giving up on it
006790*---------------------------------------------------------------
006800 2710-CORRELATE-ONE-PRIOR-ENTRY.
006810     SET WS-ENTRY-NOT-FOUND TO TRUE
006820     IF WS-UNMATCHED-CURR-COUNT > 0
006830         PERFORM 2720-SCAN-UNMATCHED-CURR-FOR-MATCH THRU 2720-EXIT
006840             VARYING UC2-IDX FROM 1 BY 1
006850             UNTIL UC2-IDX > WS-UNMATCHED-CURR-COUNT
006860                OR WS-ENTRY-FOUND
006870     END-IF
006880     IF WS-ENTRY-FOUND
006890        MOVE 0 TO WS-AMBIGUOUS-MATCH-COUNT
006900        PERFORM 2721-COUNT-AMBIGUOUS-MATCH THRU 2721-EXIT
006910            VARYING UC2-IDX FROM 1 BY 1
006920            UNTIL UC2-IDX > WS-UNMATCHED-CURR-COUNT
006930         PERFORM 2725-REPORT-COLUMN-RENAMED THRU 2725-EXIT
006940     ELSE
006950         PERFORM 2730-REPORT-COLUMN-REMOVED THRU 2730-EXIT
006960     END-IF.
006970 2710-EXIT.
006980     EXIT.

006990*---------------------------------------------------------------
007000* 2720-SCAN-UNMATCHED-CURR-FOR-MATCH - test one unclaimed current
007010*                 column as a rename candidate for this prior one
007020*---------------------------------------------------------------
007030 2720-SCAN-UNMATCHED-CURR-FOR-MATCH.
007040     IF NOT WS-UNMATCHED-CURR-IS-CLAIMED (UC2-IDX)
007050          AND COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
007060                   (WS-UNMATCHED-CURR-COL-IDX (UC2-IDX)) =
007070               COL-FIELD-TYPE OF FD-PRIOR-SNAPSHOT-REC
007080                   (WS-UNMATCHED-PRIOR-COL-IDX (UP-IDX))
007090         SET WS-ENTRY-FOUND TO TRUE
007100         SET WS-UNMATCHED-CURR-IS-CLAIMED (UC2-IDX) TO TRUE
007110         MOVE UC2-IDX TO WS-RENAME-MATCH-CURR-IDX
007120     END-IF.
007130 2720-EXIT.
007140     EXIT.

007150*---------------------------------------------------------------
007160* 2721-COUNT-AMBIGUOUS-MATCH - is there MORE THAN ONE unclaimed
007170*                 current column of this prior column's type, i.e.
007180*                 was 2720's first-match-wins pick a guess
007190*---------------------------------------------------------------
007200 2721-COUNT-AMBIGUOUS-MATCH.
007210     IF NOT WS-UNMATCHED-CURR-IS-CLAIMED (UC2-IDX)
007220          AND COL-FIELD-TYPE OF FD-CURR-SNAPSHOT-REC
007230                   (WS-UNMATCHED-CURR-COL-IDX (UC2-IDX)) =
007240               COL-FIELD-TYPE OF FD-PRIOR-SNAPSHOT-REC
007250                   (WS-UNMATCHED-PRIOR-COL-IDX (UP-IDX))
007260         ADD 1 TO WS-AMBIGUOUS-MATCH-COUNT
007270     END-IF.
007280 2721-EXIT.
007290     EXIT.

007300*---------------------------------------------------------------
007310* 2725-REPORT-COLUMN-RENAMED - same type, different name, one fact
007320*---------------------------------------------------------------
007330 2725-REPORT-COLUMN-RENAMED.
007340     MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC TO DR-TABLE-NAME
007350     SET DR-COLUMN-RENAMED TO TRUE
007360     MOVE COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
007370              (WS-UNMATCHED-PRIOR-COL-IDX (UP-IDX))
007380        TO DR-FIELD-NAME
007390     IF WS-AMBIGUOUS-MATCH-COUNT > 0
007400         MOVE 'AMBIGUOUS' TO DR-ATTRIBUTE
007410     ELSE
007420         MOVE SPACES TO DR-ATTRIBUTE
007430     END-IF
007440     MOVE COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
007450              (WS-UNMATCHED-PRIOR-COL-IDX (UP-IDX))
007460        TO DR-OLD-VALUE
007470     MOVE COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
007480              (WS-UNMATCHED-CURR-COL-IDX
007490              (WS-RENAME-MATCH-CURR-IDX))
007500         TO DR-NEW-VALUE
007510     PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT.
007520 2725-EXIT.
007530     EXIT.

007540*---------------------------------------------------------------
007550* 2726-REPORT-RENAME-BY-ID - same field id on both sides with a
007560*                 different name: a certain rename
007570*---------------------------------------------------------------
007580 2726-REPORT-RENAME-BY-ID.
007590     MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC TO DR-TABLE-NAME
007600     SET DR-COLUMN-RENAMED TO TRUE
007610     MOVE COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
007620              (WS-FOUND-COLUMN-INDEX) TO DR-FIELD-NAME
007630     MOVE 'FIELD-ID' TO DR-ATTRIBUTE
007640     MOVE COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
007650              (WS-FOUND-COLUMN-INDEX) TO DR-OLD-VALUE
007660     MOVE WS-COMPARE-NAME TO DR-NEW-VALUE
007670     PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT.
007680 2726-EXIT.
007690     EXIT.

007700*---------------------------------------------------------------
007710* 2730-REPORT-COLUMN-REMOVED - no rename candidate, a true drop
007720*---------------------------------------------------------------
007730 2730-REPORT-COLUMN-REMOVED.
007740     MOVE SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC TO DR-TABLE-NAME
007750     SET DR-COLUMN-REMOVED TO TRUE
007760     MOVE COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
007770              (WS-UNMATCHED-PRIOR-COL-IDX (UP-IDX))
007780        TO DR-FIELD-NAME
007790     MOVE SPACES TO DR-ATTRIBUTE
007800     MOVE COL-FIELD-TYPE OF FD-PRIOR-SNAPSHOT-REC
007810              (WS-UNMATCHED-PRIOR-COL-IDX (UP-IDX))
007820        TO DR-OLD-VALUE
007830     MOVE SPACES TO DR-NEW-VALUE
007840     PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT.
007850 2730-EXIT.
007860     EXIT.

007870*---------------------------------------------------------------
007880* 2770-COMPARE-IDENT-FIELDS - identifier-field list differences
007890*---------------------------------------------------------------
007900 2770-COMPARE-IDENT-FIELDS.
007910     IF SS-IDENT-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC > 0
007920         PERFORM 2780-CHECK-ONE-CURR-IDENT THRU 2780-EXIT
007930             VARYING SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC
007940                 FROM 1 BY 1
007950             UNTIL SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC
007960                             > SS-IDENT-FIELD-COUNT
007970                                   OF FD-CURR-SNAPSHOT-REC
007980     END-IF
007990     IF SS-IDENT-FIELD-COUNT OF FD-PRIOR-SNAPSHOT-REC > 0
008000         PERFORM 2790-CHECK-ONE-PRIOR-IDENT THRU 2790-EXIT
008010             VARYING SS-IDENT-IDX OF FD-PRIOR-SNAPSHOT-REC
008020                 FROM 1 BY 1
008030             UNTIL SS-IDENT-IDX OF FD-PRIOR-SNAPSHOT-REC
008040                            > SS-IDENT-FIELD-COUNT
008050                                  OF FD-PRIOR-SNAPSHOT-REC
008060     END-IF.
008070 2770-EXIT.
008080     EXIT.

008090*---------------------------------------------------------------
008100* 2780-CHECK-ONE-CURR-IDENT - current identifier field missing
008110*                             from the prior identifier list
008120*---------------------------------------------------------------
008130 2780-CHECK-ONE-CURR-IDENT.
008140     MOVE SS-IDENT-FIELD OF FD-CURR-SNAPSHOT-REC
008150              (SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC)
008160         TO WS-COMPARE-NAME
008170     SET WS-ENTRY-NOT-FOUND TO TRUE
008180     IF SS-IDENT-FIELD-COUNT OF FD-PRIOR-SNAPSHOT-REC > 0
008190         PERFORM 2785-SCAN-PRIOR-IDENT-STEP THRU 2785-EXIT
008200             VARYING SS-IDENT-IDX OF FD-PRIOR-SNAPSHOT-REC
008210                 FROM 1 BY 1
008220             UNTIL SS-IDENT-IDX OF FD-PRIOR-SNAPSHOT-REC
008230                            > SS-IDENT-FIELD-COUNT
008240                                  OF FD-PRIOR-SNAPSHOT-REC
008250                OR WS-ENTRY-FOUND
008260     END-IF
008270     IF WS-ENTRY-NOT-FOUND
008280         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
008290            TO DR-TABLE-NAME
008300        SET DR-IDENT-ADDED TO TRUE
008310         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
008320         MOVE SPACES TO DR-ATTRIBUTE
008330         MOVE SPACES TO DR-OLD-VALUE
008340         MOVE WS-COMPARE-NAME TO DR-NEW-VALUE
008350         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
008360     END-IF.
008370 2780-EXIT.
008380     EXIT.

008390*---------------------------------------------------------------
008400* 2785-SCAN-PRIOR-IDENT-STEP - test one prior identifier field
008410*---------------------------------------------------------------
008420 2785-SCAN-PRIOR-IDENT-STEP.
008430     IF SS-IDENT-FIELD OF FD-PRIOR-SNAPSHOT-REC
008440              (SS-IDENT-IDX OF FD-PRIOR-SNAPSHOT-REC)
008450              = WS-COMPARE-NAME
008460         SET WS-ENTRY-FOUND TO TRUE
008470     END-IF.
008480 2785-EXIT.
008490     EXIT.

008500*---------------------------------------------------------------
008510* 2790-CHECK-ONE-PRIOR-IDENT - prior identifier field missing
008520*                              from the current identifier list
008530*---------------------------------------------------------------
008540 2790-CHECK-ONE-PRIOR-IDENT.
008550     MOVE SS-IDENT-FIELD OF FD-PRIOR-SNAPSHOT-REC
008560              (SS-IDENT-IDX OF FD-PRIOR-SNAPSHOT-REC)
008570         TO WS-COMPARE-NAME
008580     SET WS-ENTRY-NOT-FOUND TO TRUE
008590     IF SS-IDENT-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC > 0
008600         PERFORM 2795-SCAN-CURR-IDENT-STEP THRU 2795-EXIT
008610             VARYING SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC
008620                 FROM 1 BY 1
008630             UNTIL SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC
008640                            > SS-IDENT-FIELD-COUNT
008650                                  OF FD-CURR-SNAPSHOT-REC
008660                OR WS-ENTRY-FOUND
008670     END-IF
008680     IF WS-ENTRY-NOT-FOUND
008690         MOVE SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
008700            TO DR-TABLE-NAME
008710         SET DR-IDENT-REMOVED TO TRUE
008720         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
008730         MOVE SPACES TO DR-ATTRIBUTE
008740         MOVE WS-COMPARE-NAME TO DR-OLD-VALUE
008750         MOVE SPACES TO DR-NEW-VALUE
008760         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
008770     END-IF.
008780 2790-EXIT.
008790     EXIT.

008800*---------------------------------------------------------------
008810* 2795-SCAN-CURR-IDENT-STEP - test one current identifier field
008820*---------------------------------------------------------------
008830 2795-SCAN-CURR-IDENT-STEP.
008840     IF SS-IDENT-FIELD OF FD-CURR-SNAPSHOT-REC
008850              (SS-IDENT-IDX OF FD-CURR-SNAPSHOT-REC)
008860              = WS-COMPARE-NAME
008870         SET WS-ENTRY-FOUND TO TRUE
008880     END-IF.
008890 2795-EXIT.
008900     EXIT.

008910*---------------------------------------------------------------
008920* 2840-COMPARE-PART-FIELDS - partition spec differences, one
008930*                 fact per source column/transform pair (a changed
008940*                 bucket count or truncate width is a drop and an
008950*                 add)
008960*---------------------------------------------------------------
008970 2840-COMPARE-PART-FIELDS.
008980     IF SS-PART-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC > 0
008990         PERFORM 2850-CHECK-ONE-CURR-PART THRU 2850-EXIT
009000             VARYING SS-PART-IDX OF FD-CURR-SNAPSHOT-REC
009010                 FROM 1 BY 1
009020             UNTIL SS-PART-IDX OF FD-CURR-SNAPSHOT-REC
009030                             > SS-PART-FIELD-COUNT
009040                                   OF FD-CURR-SNAPSHOT-REC
009050     END-IF
009060     IF SS-PART-FIELD-COUNT OF FD-PRIOR-SNAPSHOT-REC > 0
009070         PERFORM 2860-CHECK-ONE-PRIOR-PART THRU 2860-EXIT
009080             VARYING SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC
009090                 FROM 1 BY 1
009100             UNTIL SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC
009110                            > SS-PART-FIELD-COUNT
009120                                  OF FD-PRIOR-SNAPSHOT-REC
009130     END-IF.
009140 2840-EXIT.
009150     EXIT.

009160*---------------------------------------------------------------
009170* 2850-CHECK-ONE-CURR-PART - current partition field missing
009180*                            from the prior partition spec
009190*---------------------------------------------------------------
009200 2850-CHECK-ONE-CURR-PART.
009210     MOVE SP-SOURCE-COLUMN OF FD-CURR-SNAPSHOT-REC
009220              (SS-PART-IDX OF FD-CURR-SNAPSHOT-REC)
009230         TO WS-COMPARE-NAME
009240     MOVE SP-TRANSFORM OF FD-CURR-SNAPSHOT-REC
009250              (SS-PART-IDX OF FD-CURR-SNAPSHOT-REC)
009260         TO WS-COMPARE-TRANSFORM
009270     MOVE SP-TRANSFORM-WIDTH OF FD-CURR-SNAPSHOT-REC
009280              (SS-PART-IDX OF FD-CURR-SNAPSHOT-REC)
009290         TO WS-COMPARE-WIDTH
009300     SET WS-ENTRY-NOT-FOUND TO TRUE
009310     IF SS-PART-FIELD-COUNT OF FD-PRIOR-SNAPSHOT-REC > 0
009320         PERFORM 2855-SCAN-PRIOR-PART-STEP THRU 2855-EXIT
009330             VARYING SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC
009340                 FROM 1 BY 1
009350             UNTIL SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC
009360                            > SS-PART-FIELD-COUNT
009370                                  OF FD-PRIOR-SNAPSHOT-REC
009380                OR WS-ENTRY-FOUND
009390     END-IF
009400     IF WS-ENTRY-NOT-FOUND
009410         MOVE SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
009420             TO DR-TABLE-NAME
009430         SET DR-PART-ADDED TO TRUE
009440         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
009450         MOVE 'TRANSFORM' TO DR-ATTRIBUTE
009460         MOVE SPACES TO DR-OLD-VALUE
009470         PERFORM 2870-FORMAT-COMPARE-TRANSFORM THRU 2870-EXIT
009480         MOVE WS-TYPE-SPEC TO DR-NEW-VALUE
009490         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
009500     END-IF.
009510 2850-EXIT.
009520     EXIT.

009530*---------------------------------------------------------------
009540* 2855-SCAN-PRIOR-PART-STEP - test one prior partition field
009550*---------------------------------------------------------------
009560 2855-SCAN-PRIOR-PART-STEP.
009570     IF SP-SOURCE-COLUMN OF FD-PRIOR-SNAPSHOT-REC
009580              (SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC)
009590              = WS-COMPARE-NAME
009600          AND SP-TRANSFORM OF FD-PRIOR-SNAPSHOT-REC
009610              (SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC)
009620              = WS-COMPARE-TRANSFORM
009630          AND SP-TRANSFORM-WIDTH OF FD-PRIOR-SNAPSHOT-REC
009640              (SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC)
009650              = WS-COMPARE-WIDTH
009660         SET WS-ENTRY-FOUND TO TRUE
009670     END-IF.
009680 2855-EXIT.
009690     EXIT.

009700*---------------------------------------------------------------
009710* 2860-CHECK-ONE-PRIOR-PART - prior partition field missing
009720*                             from the current partition spec
009730*---------------------------------------------------------------
009740 2860-CHECK-ONE-PRIOR-PART.
009750     MOVE SP-SOURCE-COLUMN OF FD-PRIOR-SNAPSHOT-REC
009760              (SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC)
009770         TO WS-COMPARE-NAME
009780     MOVE SP-TRANSFORM OF FD-PRIOR-SNAPSHOT-REC
009790              (SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC)
009800         TO WS-COMPARE-TRANSFORM
009810     MOVE SP-TRANSFORM-WIDTH OF FD-PRIOR-SNAPSHOT-REC
009820              (SS-PART-IDX OF FD-PRIOR-SNAPSHOT-REC)
009830         TO WS-COMPARE-WIDTH
009840     SET WS-ENTRY-NOT-FOUND TO TRUE
009850     IF SS-PART-FIELD-COUNT OF FD-CURR-SNAPSHOT-REC > 0
009860         PERFORM 2865-SCAN-CURR-PART-STEP THRU 2865-EXIT
009870             VARYING SS-PART-IDX OF FD-CURR-SNAPSHOT-REC
009880                 FROM 1 BY 1
009890             UNTIL SS-PART-IDX OF FD-CURR-SNAPSHOT-REC
009900                            > SS-PART-FIELD-COUNT
009910                                  OF FD-CURR-SNAPSHOT-REC
009920                OR WS-ENTRY-FOUND
009930     END-IF
009940     IF WS-ENTRY-NOT-FOUND
009950         MOVE SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
009960             TO DR-TABLE-NAME
009970         SET DR-PART-REMOVED TO TRUE
009980         MOVE WS-COMPARE-NAME TO DR-FIELD-NAME
009990         MOVE 'TRANSFORM' TO DR-ATTRIBUTE
010000         PERFORM 2870-FORMAT-COMPARE-TRANSFORM THRU 2870-EXIT
010010         MOVE WS-TYPE-SPEC TO DR-OLD-VALUE
010020         MOVE SPACES TO DR-NEW-VALUE
010030         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
010040     END-IF.
010050 2860-EXIT.
010060     EXIT.

010070*---------------------------------------------------------------
010080* 2865-SCAN-CURR-PART-STEP - test one current partition field
010090*---------------------------------------------------------------
010100 2865-SCAN-CURR-PART-STEP.
010110     IF SP-SOURCE-COLUMN OF FD-CURR-SNAPSHOT-REC
010120              (SS-PART-IDX OF FD-CURR-SNAPSHOT-REC)
010130              = WS-COMPARE-NAME
010140          AND SP-TRANSFORM OF FD-CURR-SNAPSHOT-REC
010150              (SS-PART-IDX OF FD-CURR-SNAPSHOT-REC)
010160              = WS-COMPARE-TRANSFORM
010170          AND SP-TRANSFORM-WIDTH OF FD-CURR-SNAPSHOT-REC
010180              (SS-PART-IDX OF FD-CURR-SNAPSHOT-REC)
010190              = WS-COMPARE-WIDTH
010200         SET WS-ENTRY-FOUND TO TRUE
010210     END-IF.
010220 2865-EXIT.
010230     EXIT.

010240*---------------------------------------------------------------
010250* 2870-FORMAT-COMPARE-TRANSFORM - the partition transform under
010260*                 comparison with its count or width, BUCKET[16]
010270*---------------------------------------------------------------
010280 2870-FORMAT-COMPARE-TRANSFORM.
010290     MOVE WS-COMPARE-TRANSFORM TO WS-SPEC-TYPE
010300     MOVE 0 TO WS-SPEC-PRECISION
010310     MOVE 0 TO WS-SPEC-SCALE
010320     MOVE WS-COMPARE-WIDTH TO WS-SPEC-LENGTH
010330     PERFORM 2512-FORMAT-TYPE-SPEC THRU 2512-EXIT.
010340 2870-EXIT.
010350     EXIT.

010360*---------------------------------------------------------------
010370* 2310-CHECK-ONE-PRIOR-COLUMN - prior column missing from current
010380*---------------------------------------------------------------
010390 2310-CHECK-ONE-PRIOR-COLUMN.
010400     IF COL-FIELD-ID OF FD-PRIOR-SNAPSHOT-REC
010410              (SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC) > 0
010420         PERFORM 2340-CHECK-PRIOR-COLUMN-BY-ID THRU 2340-EXIT
010430         GO TO 2310-EXIT
010440     END-IF
010450     MOVE COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
010460              (SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC)
010470         TO WS-COMPARE-NAME
010480     SET WS-ENTRY-NOT-FOUND TO TRUE
010490     IF SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC > 0
010500         PERFORM 2320-FIND-IN-CURR-STEP THRU 2320-EXIT
010510             VARYING SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
010520                 FROM 1 BY 1
010530             UNTIL SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
010540                             > SS-COLUMN-COUNT
010550                                   OF FD-CURR-SNAPSHOT-REC
010560                OR WS-ENTRY-FOUND
010570     END-IF
010580     IF WS-ENTRY-NOT-FOUND
010590         PERFORM 2315-REMEMBER-UNMATCHED-PRIOR THRU 2315-EXIT
010600     END-IF.
010610 2310-EXIT.
010620     EXIT.

010630*---------------------------------------------------------------
010640* 2320-FIND-IN-CURR-STEP - test one current column for a match
010650*---------------------------------------------------------------
010660 2320-FIND-IN-CURR-STEP.
010670     IF COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
010680              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
010690              = WS-COMPARE-NAME
010700         SET WS-ENTRY-FOUND TO TRUE
010710     END-IF.
010720 2320-EXIT.
010730     EXIT.

010740*---------------------------------------------------------------
010750* 2340-CHECK-PRIOR-COLUMN-BY-ID - a prior id absent from the
010760*                 current side is a certain removal; present
010770*                 means the current-side pass already handled it
010780*---------------------------------------------------------------
010790 2340-CHECK-PRIOR-COLUMN-BY-ID.
010800     MOVE COL-FIELD-ID OF FD-PRIOR-SNAPSHOT-REC
010810              (SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC)
010820         TO WS-COMPARE-FIELD-ID
010830     SET WS-ENTRY-NOT-FOUND TO TRUE
010840     IF SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC > 0
010850         PERFORM 2345-FIND-CURR-BY-ID-STEP THRU 2345-EXIT
010860             VARYING SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
010870                 FROM 1 BY 1
010880             UNTIL SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
010890                            > SS-COLUMN-COUNT
010900                                  OF FD-CURR-SNAPSHOT-REC
010910                OR WS-ENTRY-FOUND
010920     END-IF
010930     IF WS-ENTRY-NOT-FOUND
010940         MOVE SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
010950             TO DR-TABLE-NAME
010960         SET DR-COLUMN-REMOVED TO TRUE
010970         MOVE COL-FIELD-NAME OF FD-PRIOR-SNAPSHOT-REC
010980                  (SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC)
010990             TO DR-FIELD-NAME
011000         MOVE 'FIELD-ID' TO DR-ATTRIBUTE
011010         MOVE COL-FIELD-TYPE OF FD-PRIOR-SNAPSHOT-REC
011020                  (SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC)
011030             TO DR-OLD-VALUE
011040         MOVE SPACES TO DR-NEW-VALUE
011050         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
011060     END-IF.
011070 2340-EXIT.
011080     EXIT.

011090*---------------------------------------------------------------
011100* 2345-FIND-CURR-BY-ID-STEP - test one current column's id
011110*---------------------------------------------------------------
011120 2345-FIND-CURR-BY-ID-STEP.
011130     IF COL-FIELD-ID OF FD-CURR-SNAPSHOT-REC
011140              (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC)
011150              = WS-COMPARE-FIELD-ID
011160         SET WS-ENTRY-FOUND TO TRUE
011170     END-IF.
011180 2345-EXIT.
011190     EXIT.

011200*---------------------------------------------------------------
011210* 2315-REMEMBER-UNMATCHED-PRIOR - stage a candidate removed column
011220*---------------------------------------------------------------
011230 2315-REMEMBER-UNMATCHED-PRIOR.
011240     IF WS-UNMATCHED-PRIOR-COUNT < 200
011250         ADD 1 TO WS-UNMATCHED-PRIOR-COUNT
011260         MOVE SS-COL-IDX OF FD-PRIOR-SNAPSHOT-REC
011270             TO WS-UNMATCHED-PRIOR-COL-IDX
011280                (WS-UNMATCHED-PRIOR-COUNT)
011290     END-IF.
011300 2315-EXIT.
011310     EXIT.

011320*---------------------------------------------------------------
011330* 2900-WRITE-DIFF-RECORD - append one fact to SCHEMA-DIFF-RPT.DAT
011340*---------------------------------------------------------------
011350 2900-WRITE-DIFF-RECORD.
011360     MOVE WS-RUN-TIMESTAMP TO DR-RUN-TIMESTAMP
011370     WRITE SCHEMA-DIFF-RECORD
011380     ADD 1 TO WS-DIFFS-WRITTEN-COUNT.
011390 2900-EXIT.
011400     EXIT.

011410*---------------------------------------------------------------
011420* 3000-FIND-DROPPED-TABLES - tables in prior but not in current
011430*---------------------------------------------------------------
011440 3000-FIND-DROPPED-TABLES.
011450     CLOSE SCHEMA-PRIOR-FILE
011460     OPEN INPUT SCHEMA-PRIOR-FILE
011470     PERFORM 3010-READ-PRIOR-NEXT THRU 3010-EXIT
011480     PERFORM 3020-CHECK-ONE-DROPPED-TABLE THRU 3020-EXIT
011490         UNTIL WS-PRIOR-EOF.
011500 3000-EXIT.
011510     EXIT.

011520*---------------------------------------------------------------
011530* 3010-READ-PRIOR-NEXT - bring in the next prior-schema table
011540*---------------------------------------------------------------
011550 3010-READ-PRIOR-NEXT.
011560     READ SCHEMA-PRIOR-FILE NEXT RECORD
011570         AT END
011580             SET WS-PRIOR-EOF TO TRUE
011590     END-READ.
011600 3010-EXIT.
011610     EXIT.

011620*---------------------------------------------------------------
011630* 3020-CHECK-ONE-DROPPED-TABLE - was this table in the current run
011640*---------------------------------------------------------------
011650 3020-CHECK-ONE-DROPPED-TABLE.
011660     SET WS-ENTRY-NOT-FOUND TO TRUE
011670     IF WS-CUR-TABLE-COUNT > 0
011680         PERFORM 3030-CHECK-ONE-CUR-ENTRY THRU 3030-EXIT
011690             VARYING CT-IDX FROM 1 BY 1
011700             UNTIL CT-IDX > WS-CUR-TABLE-COUNT
011710                OR WS-ENTRY-FOUND
011720     END-IF
011730     IF WS-ENTRY-NOT-FOUND
011740         MOVE SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
011750             TO DR-TABLE-NAME
011760         SET DR-TABLE-REMOVED TO TRUE
011770         MOVE SPACES TO DR-FIELD-NAME
011780         MOVE SPACES TO DR-ATTRIBUTE
011790         MOVE SPACES TO DR-OLD-VALUE
011800         MOVE SPACES TO DR-NEW-VALUE
011810         PERFORM 2900-WRITE-DIFF-RECORD THRU 2900-EXIT
011820     END-IF
011830     PERFORM 3010-READ-PRIOR-NEXT THRU 3010-EXIT.
011840 3020-EXIT.
011850     EXIT.

011860*---------------------------------------------------------------
011870* 3030-CHECK-ONE-CUR-ENTRY - compare one remembered current table
011880*---------------------------------------------------------------
011890 3030-CHECK-ONE-CUR-ENTRY.
011900     IF WS-CUR-TABLE-NAME (CT-IDX)
011910              = SS-TABLE-NAME OF FD-PRIOR-SNAPSHOT-REC
011920         SET WS-ENTRY-FOUND TO TRUE
011930     END-IF.
011940 3030-EXIT.
011950     EXIT.

011960*---------------------------------------------------------------
011970* 9000-TERMINATE - close files and display the comparison totals
011980*---------------------------------------------------------------
011990 9000-TERMINATE.
012000     CLOSE SCHEMA-SNAPSHOT-FILE
012010     CLOSE SCHEMA-PRIOR-FILE
012020     CLOSE SCHEMA-DIFF-RPT-FILE
012030     MOVE WS-DIFFS-WRITTEN-COUNT TO WS-DIFF-COUNT-DISPLAY
012040     DISPLAY 'SCHEMA-DIFF-RPT COMPLETE - TABLES COMPARED: '
012050         WS-TABLES-COMPARED-COUNT
012060         '  DIFFERENCES WRITTEN: ' WS-DIFF-COUNT-DISPLAY.
012070 9000-EXIT.
012080     EXIT.

