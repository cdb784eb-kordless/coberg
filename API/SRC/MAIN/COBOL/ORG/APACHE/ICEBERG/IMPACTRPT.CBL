000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    IMPACTRPT.
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
000130* 2026-10-15  JKH   Original.  Change-impact report off the dry
000140*                   run's predicted diff.  For every predicted
000150*                   COLUMN-REMOVED, COLUMN-RENAMED, COLUMN-
000160*                   CHANGED, IDENT- and PART- line on PREDDIFF it
000170*                   lists the CONSREG consumers of that column or
000180*                   of the whole table, each classed BREAKING or
000190*                   COMPATIBLE by how the consumer reads (by
000200*                   position or by name), and the TBLREFS
000210*                   partner tables joined on the column.  Each
000220*                   consumer reached gets an IMPNOTE notice for
000230*                   its contact.  Ends RC=4 when any consumer is
000240*                   broken, so the stewards see it beside the
000250*                   PREDDIFF before they record a verdict.
000260* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000270*                   the end of every run: PREDDIFF lines read,
000280*                   IMPNOTE notices written, breaking impacts,
000290*                   and the final return code.
000300*

000310****************************************************************
000320* ENVIRONMENT DIVISION
000330****************************************************************
000340 ENVIRONMENT DIVISION.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PREDICTED-DIFF-FILE ASSIGN TO "PREDDIFF"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PREDDIFF-FILE-STATUS.

000400     SELECT CONSUMER-REG-FILE ASSIGN TO "CONSREG"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CN-CONSUMER-KEY
000440         FILE STATUS IS WS-CONSREG-FILE-STATUS.

000450     SELECT OPTIONAL TABLE-REFS-FILE ASSIGN TO "TBLREFS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TBLREFS-FILE-STATUS.

000480     SELECT IMPACT-REPORT-FILE ASSIGN TO "IMPRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-IMPRPT-FILE-STATUS.

000510     SELECT IMPACT-NOTICE-FILE ASSIGN TO "IMPNOTE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-IMPNOTE-FILE-STATUS.

000540****************************************************************
000550* DATA DIVISION
000560****************************************************************
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PREDICTED-DIFF-FILE.
000600     COPY "ICEBERG-DIFF-REC.cpy".

000610 FD  CONSUMER-REG-FILE.
000620     COPY "ICEBERG-CONSUMER-REC.cpy".

000630 FD  TABLE-REFS-FILE.
000640     COPY "ICEBERG-TABLE-REF-REC.cpy".

000650 FD  IMPACT-REPORT-FILE.
000660 01  IMPACT-REPORT-LINE                  PIC X(132).

000670 FD  IMPACT-NOTICE-FILE.
000680     COPY "ICEBERG-IMPACT-NOTICE.cpy".

000690 WORKING-STORAGE SECTION.
000700****************************************************************
000710* FILE STATUS AND CONTROL SWITCHES
000720****************************************************************
000730 01  WS-FILE-STATUSES.
000740     05  WS-PREDDIFF-FILE-STATUS         PIC X(02).
000750         88  WS-PREDDIFF-OK              VALUE '00'.
000760     05  WS-CONSREG-FILE-STATUS          PIC X(02).
000770         88  WS-CONSREG-OK               VALUE '00'.
000780     05  WS-TBLREFS-FILE-STATUS          PIC X(02).
000790     05  WS-IMPRPT-FILE-STATUS           PIC X(02).
000800     05  WS-IMPNOTE-FILE-STATUS          PIC X(02).

000810 01  WS-SWITCHES.
000820     05  WS-DIFF-EOF-SWITCH              PIC X(01) VALUE 'N'.
000830         88  WS-DIFF-IS-EOF              VALUE 'Y'.
000840     05  WS-CONSUMER-EOF-SWITCH          PIC X(01) VALUE 'N'.
000850         88  WS-CONSUMERS-ARE-EOF        VALUE 'Y'.
000860     05  WS-REFS-EOF-SWITCH              PIC X(01) VALUE 'N'.
000870         88  WS-REFS-ARE-EOF             VALUE 'Y'.
000880     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
000890         88  WS-RUN-IS-VALID             VALUE 'Y'.
000900         88  WS-RUN-IS-INVALID           VALUE 'N'.
000910     05  WS-RELEVANT-SWITCH              PIC X(01) VALUE 'N'.
000920         88  WS-LINE-IS-RELEVANT         VALUE 'Y'.
000930     05  WS-IMPACT-SWITCH                PIC X(01) VALUE 'C'.
000940         88  WS-IMPACT-IS-BREAKING       VALUE 'B'.
000950         88  WS-IMPACT-IS-COMPATIBLE     VALUE 'C'.

000960 77  WS-PAGE-NUMBER                      PIC 9(04) COMP VALUE 0.
000970 77  WS-LINE-COUNT                       PIC 9(02) COMP VALUE 99.
000980 77  WS-MAX-DETAIL-LINE                  PIC 9(02) COMP VALUE 56.
000990 77  WS-DIFF-LINES-READ                  PIC 9(07) COMP VALUE 0.
001000 77  WS-CHANGES-REPORTED                 PIC 9(07) COMP VALUE 0.
001010 77  WS-LINE-CONSUMER-COUNT              PIC 9(05) COMP VALUE 0.
001020 77  WS-LINE-PARTNER-COUNT               PIC 9(05) COMP VALUE 0.
001030 77  WS-CONSUMER-IMPACTS                 PIC 9(07) COMP VALUE 0.
001040 77  WS-BREAKING-IMPACTS                 PIC 9(07) COMP VALUE 0.
001050 77  WS-COMPATIBLE-IMPACTS               PIC 9(07) COMP VALUE 0.
001060 77  WS-NOTICES-WRITTEN                  PIC 9(07) COMP VALUE 0.
001070 77  WS-PARTNER-LINKS                    PIC 9(07) COMP VALUE 0.
001080 77  WS-UNREGISTERED-CHANGES             PIC 9(07) COMP VALUE 0.

001090 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
001100 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001110 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
001120 01  WS-CURRENT-TABLE-NAME               PIC X(30) VALUE SPACES.
001130 01  WS-IMPACT-REASON                    PIC X(30) VALUE SPACES.
001140 01  WS-ACCESS-TEXT                      PIC X(08) VALUE SPACES.
001150 01  WS-PARTNER-NAME                     PIC X(62) VALUE SPACES.
001160 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.
001170 01  WS-HEADING-LINE-BUILD               PIC X(132) VALUE SPACES.
001180 01  WS-PAGE-NUMBER-DISPLAY              PIC ZZZ9.
001190 01  WS-COUNT-DISPLAY                    PIC ZZZZZZ9.

001200****************************************************************
001210* THE REFERENCE REGISTRY AS COMMITTED (TBLREFS)
001220****************************************************************
001230 01  WS-TABLE-REFS-TABLE.
001240     05  TABLE-REF-COUNT                 PIC 9(04) COMP VALUE 0.
001250     05  TABLE-REF-ENTRY
001260                       OCCURS 500 TIMES INDEXED BY TR-IDX.
001270         10  WS-REF-SOURCE-TABLE         PIC X(30).
001280         10  WS-REF-SOURCE-COLUMN        PIC X(30).
001290         10  WS-REF-TARGET-TABLE         PIC X(30).
001300         10  WS-REF-TARGET-COLUMN        PIC X(30).

001310****************************************************************
001320* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001330****************************************************************
001340 COPY "ICEBERG-RUN-LOG-REC.cpy".

001350 PROCEDURE DIVISION.
001360*---------------------------------------------------------------
001370* 0000-MAINLINE - one pass of the predicted diff, in its order
001380*---------------------------------------------------------------
001390 0000-MAINLINE.
001400     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001420     IF WS-RUN-IS-VALID
001430         PERFORM 2000-REPORT-ONE-DIFF-LINE THRU 2000-EXIT
001440             UNTIL WS-DIFF-IS-EOF
001450         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001460     END-IF
001470     PERFORM 8000-TERMINATE THRU 8000-EXIT
001480     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
001490     STOP RUN.
001500 0000-EXIT.
001510     EXIT.

001520*---------------------------------------------------------------
001530* 1000-INITIALIZE - load the reference registry, open the diff
001540*                 and the consumer registry, read the first line
001550*---------------------------------------------------------------
001560 1000-INITIALIZE.
001570     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001580     ACCEPT WS-NOW-TIME FROM TIME
001590     MOVE SPACES TO WS-RUN-TIMESTAMP
001600     STRING WS-TODAY-DATE DELIMITED BY SIZE
001610            '-' DELIMITED BY SIZE
001620            WS-NOW-TIME DELIMITED BY SIZE
001630         INTO WS-RUN-TIMESTAMP
001640     PERFORM 1100-LOAD-TABLE-REFS THRU 1100-EXIT
001650     IF WS-RUN-IS-INVALID
001660         GO TO 1000-EXIT
001670     END-IF
001680     OPEN INPUT PREDICTED-DIFF-FILE
001690     IF NOT WS-PREDDIFF-OK
001700         PERFORM 9000-DIFF-NOT-OPENED THRU 9000-EXIT
001710         GO TO 1000-EXIT
001720     END-IF
001730     OPEN INPUT CONSUMER-REG-FILE
001740     IF NOT WS-CONSREG-OK
001750         CLOSE PREDICTED-DIFF-FILE
001760         PERFORM 9200-REGISTRY-NOT-OPENED THRU 9200-EXIT
001770         GO TO 1000-EXIT
001780     END-IF
001790     OPEN OUTPUT IMPACT-REPORT-FILE
001800     OPEN OUTPUT IMPACT-NOTICE-FILE
001810     PERFORM 2900-READ-NEXT-DIFF THRU 2900-EXIT.
001820 1000-EXIT.
001830     EXIT.

001840*---------------------------------------------------------------
001850* 1100-LOAD-TABLE-REFS - the committed reference registry; a
001860*                 registry past the work table ends the run
001870*                 rather than leave partners off quietly
001880*---------------------------------------------------------------
001890 1100-LOAD-TABLE-REFS.
001900     MOVE 0 TO TABLE-REF-COUNT
001910     MOVE 'N' TO WS-REFS-EOF-SWITCH
001920     OPEN INPUT TABLE-REFS-FILE
001930     PERFORM 1110-READ-ONE-TABLE-REF THRU 1110-EXIT
001940         UNTIL WS-REFS-ARE-EOF
001950     CLOSE TABLE-REFS-FILE.
001960 1100-EXIT.
001970     EXIT.

001980*---------------------------------------------------------------
001990* 1110-READ-ONE-TABLE-REF - stage one registry row
002000*---------------------------------------------------------------
002010 1110-READ-ONE-TABLE-REF.
002020     READ TABLE-REFS-FILE
002030         AT END
002040             SET WS-REFS-ARE-EOF TO TRUE
002050     END-READ
002060     IF WS-REFS-ARE-EOF
002070         GO TO 1110-EXIT
002080     END-IF
002090     IF TABLE-REF-COUNT NOT < 500
002100         SET WS-REFS-ARE-EOF TO TRUE
002110         PERFORM 9300-REFS-OVERFLOW THRU 9300-EXIT
002120         GO TO 1110-EXIT
002130     END-IF
002140     ADD 1 TO TABLE-REF-COUNT
002150     MOVE RF-REF-TABLE TO WS-REF-SOURCE-TABLE (TABLE-REF-COUNT)
002160     MOVE RF-REF-COLUMN TO WS-REF-SOURCE-COLUMN (TABLE-REF-COUNT)
002170     MOVE RF-TGT-TABLE TO WS-REF-TARGET-TABLE (TABLE-REF-COUNT)
002180     MOVE RF-TGT-COLUMN TO WS-REF-TARGET-COLUMN (TABLE-REF-COUNT).
002190 1110-EXIT.
002200     EXIT.

002210*---------------------------------------------------------------
002220* 2000-REPORT-ONE-DIFF-LINE - consumers and partners of one
002230*                 predicted change that can reach a reader
002240*---------------------------------------------------------------
002250 2000-REPORT-ONE-DIFF-LINE.
002260     ADD 1 TO WS-DIFF-LINES-READ
002270     PERFORM 2100-CHECK-RELEVANT THRU 2100-EXIT
002280     IF WS-LINE-IS-RELEVANT
002290         IF DR-TABLE-NAME NOT = WS-CURRENT-TABLE-NAME
002300             PERFORM 2150-START-TABLE THRU 2150-EXIT
002310         END-IF
002320         ADD 1 TO WS-CHANGES-REPORTED
002330         PERFORM 2200-PRINT-CHANGE-LINE THRU 2200-EXIT
002340         MOVE 0 TO WS-LINE-CONSUMER-COUNT
002350         MOVE 0 TO WS-LINE-PARTNER-COUNT
002360         PERFORM 2300-LIST-CONSUMERS THRU 2300-EXIT
002370         IF WS-LINE-CONSUMER-COUNT = 0
002380             ADD 1 TO WS-UNREGISTERED-CHANGES
002390             MOVE SPACES TO WS-REPORT-LINE-BUILD
002400             MOVE 'NO REGISTERED CONSUMERS'
002410                 TO WS-REPORT-LINE-BUILD (6 : 23)
002420             PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
002430         END-IF
002440         IF DR-FIELD-NAME NOT = SPACES AND TABLE-REF-COUNT > 0
002450             PERFORM 2600-CHECK-ONE-PARTNER THRU 2600-EXIT
002460                 VARYING TR-IDX FROM 1 BY 1
002470                 UNTIL TR-IDX > TABLE-REF-COUNT
002480         END-IF
002490     END-IF
002500     PERFORM 2900-READ-NEXT-DIFF THRU 2900-EXIT.
002510 2000-EXIT.
002520     EXIT.

002530*---------------------------------------------------------------
002540* 2100-CHECK-RELEVANT - the change types a reader can feel;
002550*                 additions, table-level lines and reference
002560*                 changes are left to the PREDDIFF itself
002570*---------------------------------------------------------------
002580 2100-CHECK-RELEVANT.
002590     MOVE 'N' TO WS-RELEVANT-SWITCH
002600     IF DR-COLUMN-REMOVED OR DR-COLUMN-RENAMED
002610        OR DR-COLUMN-CHANGED
002620        OR DR-IDENT-ADDED OR DR-IDENT-REMOVED
002630        OR DR-PART-ADDED OR DR-PART-REMOVED
002640         SET WS-LINE-IS-RELEVANT TO TRUE
002650     END-IF.
002660 2100-EXIT.
002670     EXIT.

002680*---------------------------------------------------------------
002690* 2150-START-TABLE - a table's block starts on a fresh page
002700*                 when the current one is nearly full
002710*---------------------------------------------------------------
002720 2150-START-TABLE.
002730     MOVE DR-TABLE-NAME TO WS-CURRENT-TABLE-NAME
002740     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE - 6
002750         MOVE 99 TO WS-LINE-COUNT
002760     END-IF
002770     MOVE SPACES TO WS-REPORT-LINE-BUILD
002780     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
002790     STRING 'TABLE: ' DELIMITED BY SIZE
002800            WS-CURRENT-TABLE-NAME DELIMITED BY SIZE
002810         INTO WS-REPORT-LINE-BUILD
002820     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT.
002830 2150-EXIT.
002840     EXIT.

002850*---------------------------------------------------------------
002860* 2200-PRINT-CHANGE-LINE - the predicted diff line itself
002870*---------------------------------------------------------------
002880 2200-PRINT-CHANGE-LINE.
002890     MOVE SPACES TO WS-REPORT-LINE-BUILD
002900     MOVE DR-CHANGE-TYPE TO WS-REPORT-LINE-BUILD (3 : 14)
002910     MOVE DR-FIELD-NAME TO WS-REPORT-LINE-BUILD (18 : 30)
002920     MOVE DR-ATTRIBUTE TO WS-REPORT-LINE-BUILD (49 : 10)
002930     MOVE DR-OLD-VALUE TO WS-REPORT-LINE-BUILD (60 : 36)
002940     MOVE DR-NEW-VALUE TO WS-REPORT-LINE-BUILD (97 : 36)
002950     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT.
002960 2200-EXIT.
002970     EXIT.

002980*---------------------------------------------------------------
002990* 2300-LIST-CONSUMERS - every registry row for the table, in
003000*                 key order; those on this column or on the
003010*                 whole table are reached by the change
003020*---------------------------------------------------------------
003030 2300-LIST-CONSUMERS.
003040     MOVE 'N' TO WS-CONSUMER-EOF-SWITCH
003050     MOVE DR-TABLE-NAME TO CN-TABLE-NAME
003060     MOVE LOW-VALUES TO CN-COLUMN-NAME
003070     MOVE LOW-VALUES TO CN-CONSUMER-ID
003080     START CONSUMER-REG-FILE
003090         KEY IS NOT LESS THAN CN-CONSUMER-KEY
003100         INVALID KEY
003110             SET WS-CONSUMERS-ARE-EOF TO TRUE
003120     END-START
003130     IF NOT WS-CONSUMERS-ARE-EOF
003140         PERFORM 2310-READ-NEXT-CONSUMER THRU 2310-EXIT
003150     END-IF
003160     PERFORM 2320-CHECK-ONE-CONSUMER THRU 2320-EXIT
003170         UNTIL WS-CONSUMERS-ARE-EOF.
003180 2300-EXIT.
003190     EXIT.

003200*---------------------------------------------------------------
003210* 2310-READ-NEXT-CONSUMER - next row, end of file at the first
003220*                 row that belongs to another table
003230*---------------------------------------------------------------
003240 2310-READ-NEXT-CONSUMER.
003250     READ CONSUMER-REG-FILE NEXT RECORD
003260         AT END
003270             SET WS-CONSUMERS-ARE-EOF TO TRUE
003280     END-READ
003290     IF NOT WS-CONSUMERS-ARE-EOF
003300         IF CN-TABLE-NAME NOT = DR-TABLE-NAME
003310             SET WS-CONSUMERS-ARE-EOF TO TRUE
003320         END-IF
003330     END-IF.
003340 2310-EXIT.
003350     EXIT.

003360*---------------------------------------------------------------
003370* 2320-CHECK-ONE-CONSUMER - report the row when it is reached
003380*---------------------------------------------------------------
003390 2320-CHECK-ONE-CONSUMER.
003400     IF CN-COLUMN-NAME = SPACES OR CN-COLUMN-NAME = DR-FIELD-NAME
003410         PERFORM 2400-CLASSIFY-IMPACT THRU 2400-EXIT
003420         PERFORM 2500-REPORT-ONE-CONSUMER THRU 2500-EXIT
003430     END-IF
003440     PERFORM 2310-READ-NEXT-CONSUMER THRU 2310-EXIT.
003450 2320-EXIT.
003460     EXIT.

003470*---------------------------------------------------------------
003480* 2400-CLASSIFY-IMPACT - breaking or compatible for this reader.
003490*                 A positional reader is broken by anything that
003500*                 moves or resizes a field; a reader by name is
003510*                 broken by a new name; removals, nullability
003520*                 loosening and key changes break both
003530*---------------------------------------------------------------
003540 2400-CLASSIFY-IMPACT.
003550     SET WS-IMPACT-IS-COMPATIBLE TO TRUE
003560     EVALUATE TRUE
003570         WHEN DR-COLUMN-REMOVED
003580             SET WS-IMPACT-IS-BREAKING TO TRUE
003590             MOVE 'COLUMN IS REMOVED' TO WS-IMPACT-REASON
003600         WHEN DR-COLUMN-RENAMED
003610             IF CN-READS-BY-NAME
003620                 SET WS-IMPACT-IS-BREAKING TO TRUE
003630                 MOVE 'READS THE COLUMN BY OLD NAME'
003640                     TO WS-IMPACT-REASON
003650             ELSE
003660                 MOVE 'RECORD LAYOUT UNCHANGED'
003670                     TO WS-IMPACT-REASON
003680             END-IF
003690         WHEN DR-IDENT-ADDED OR DR-IDENT-REMOVED
003700             SET WS-IMPACT-IS-BREAKING TO TRUE
003710             MOVE 'ROW IDENTIFIER KEY CHANGES' TO WS-IMPACT-REASON
003720         WHEN DR-PART-ADDED OR DR-PART-REMOVED
003730             IF CN-READS-BY-POSITION
003740                 SET WS-IMPACT-IS-BREAKING TO TRUE
003750                 MOVE 'PARTITION FILES ARE REGROUPED'
003760                     TO WS-IMPACT-REASON
003770             ELSE
003780                 MOVE 'PARTITIONING IS NOT SEEN'
003790                     TO WS-IMPACT-REASON
003800             END-IF
003810         WHEN DR-ATTRIBUTE = 'TYPE'
003820             IF CN-READS-BY-POSITION
003830                 SET WS-IMPACT-IS-BREAKING TO TRUE
003840                 MOVE 'FIELD PICTURE OR WIDTH CHANGES'
003850                     TO WS-IMPACT-REASON
003860             ELSE
003870                 MOVE 'TYPE ONLY WIDENS' TO WS-IMPACT-REASON
003880             END-IF
003890         WHEN DR-ATTRIBUTE = 'POSITION'
003900             IF CN-READS-BY-POSITION
003910                 SET WS-IMPACT-IS-BREAKING TO TRUE
003920                 MOVE 'FIELD OFFSETS MOVE' TO WS-IMPACT-REASON
003930             ELSE
003940                 MOVE 'COLUMN ORDER IS NOT SEEN'
003950                     TO WS-IMPACT-REASON
003960             END-IF
003970         WHEN DR-ATTRIBUTE = 'NULLABLE' AND DR-NEW-VALUE = 'Y'
003980             SET WS-IMPACT-IS-BREAKING TO TRUE
003990             MOVE 'COLUMN MAY NOW BE BLANK' TO WS-IMPACT-REASON
004000         WHEN DR-ATTRIBUTE = 'NULLABLE'
004010             MOVE 'COLUMN IS NOW ALWAYS PRESENT'
004020                 TO WS-IMPACT-REASON
004030         WHEN OTHER
004040             MOVE 'NO CHANGE TO THE DATA READ' TO WS-IMPACT-REASON
004050     END-EVALUATE.
004060 2400-EXIT.
004070     EXIT.

004080*---------------------------------------------------------------
004090* 2500-REPORT-ONE-CONSUMER - the consumer line and its notice
004100*---------------------------------------------------------------
004110 2500-REPORT-ONE-CONSUMER.
004120     ADD 1 TO WS-LINE-CONSUMER-COUNT
004130     ADD 1 TO WS-CONSUMER-IMPACTS
004140     IF CN-READS-BY-POSITION
004150         MOVE 'POSITION' TO WS-ACCESS-TEXT
004160     ELSE
004170         MOVE 'BY NAME' TO WS-ACCESS-TEXT
004180     END-IF
004190     MOVE SPACES TO WS-REPORT-LINE-BUILD
004200     MOVE CN-CONSUMER-ID TO WS-REPORT-LINE-BUILD (6 : 16)
004210     MOVE CN-CONSUMER-TYPE TO WS-REPORT-LINE-BUILD (24 : 10)
004220     MOVE WS-ACCESS-TEXT TO WS-REPORT-LINE-BUILD (36 : 8)
004230     IF WS-IMPACT-IS-BREAKING
004240         ADD 1 TO WS-BREAKING-IMPACTS
004250         MOVE 'BREAKING' TO WS-REPORT-LINE-BUILD (46 : 10)
004260     ELSE
004270         ADD 1 TO WS-COMPATIBLE-IMPACTS
004280         MOVE 'COMPATIBLE' TO WS-REPORT-LINE-BUILD (46 : 10)
004290     END-IF
004300     MOVE WS-IMPACT-REASON TO WS-REPORT-LINE-BUILD (58 : 30)
004310     MOVE CN-CONTACT-NAME TO WS-REPORT-LINE-BUILD (90 : 30)
004320     IF CN-COLUMN-NAME = SPACES
004330         MOVE 'WHOLE TABLE' TO WS-REPORT-LINE-BUILD (122 : 11)
004340     END-IF
004350     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
004360     PERFORM 2510-WRITE-NOTICE THRU 2510-EXIT.
004370 2500-EXIT.
004380     EXIT.

004390*---------------------------------------------------------------
004400* 2510-WRITE-NOTICE - one IMPNOTE row for the consumer's contact
004410*---------------------------------------------------------------
004420 2510-WRITE-NOTICE.
004430     MOVE CN-CONTACT-ADDRESS TO IN-CONTACT-ADDRESS
004440     MOVE CN-CONTACT-NAME TO IN-CONTACT-NAME
004450     MOVE CN-CONSUMER-ID TO IN-CONSUMER-ID
004460     MOVE DR-TABLE-NAME TO IN-TABLE-NAME
004470     MOVE DR-FIELD-NAME TO IN-FIELD-NAME
004480     MOVE DR-CHANGE-TYPE TO IN-CHANGE-TYPE
004490     MOVE DR-ATTRIBUTE TO IN-ATTRIBUTE
004500     MOVE DR-OLD-VALUE TO IN-OLD-VALUE
004510     MOVE DR-NEW-VALUE TO IN-NEW-VALUE
004520     IF WS-IMPACT-IS-BREAKING
004530         SET IN-IS-BREAKING TO TRUE
004540     ELSE
004550         SET IN-IS-COMPATIBLE TO TRUE
004560     END-IF
004570     MOVE DR-RUN-TIMESTAMP TO IN-PREDICTED-AT
004580     WRITE IMPACT-NOTICE-RECORD
004590     ADD 1 TO WS-NOTICES-WRITTEN.
004600 2510-EXIT.
004610     EXIT.

004620*---------------------------------------------------------------
004630* 2600-CHECK-ONE-PARTNER - a TBLREFS join on the changed column,
004640*                 from either side
004650*---------------------------------------------------------------
004660 2600-CHECK-ONE-PARTNER.
004670     IF WS-REF-SOURCE-TABLE (TR-IDX) = DR-TABLE-NAME
004680        AND WS-REF-SOURCE-COLUMN (TR-IDX) = DR-FIELD-NAME
004690         MOVE SPACES TO WS-PARTNER-NAME
004700         STRING WS-REF-TARGET-TABLE (TR-IDX) DELIMITED BY SPACE
004710                '.' DELIMITED BY SIZE
004720                WS-REF-TARGET-COLUMN (TR-IDX) DELIMITED BY SPACE
004730             INTO WS-PARTNER-NAME
004740         MOVE SPACES TO WS-REPORT-LINE-BUILD
004750         STRING 'PARTNER - REFERENCES    ' DELIMITED BY SIZE
004760                WS-PARTNER-NAME DELIMITED BY SIZE
004770             INTO WS-REPORT-LINE-BUILD (6 : 86)
004780         PERFORM 2610-COUNT-PARTNER-LINE THRU 2610-EXIT
004790     END-IF
004800     IF WS-REF-TARGET-TABLE (TR-IDX) = DR-TABLE-NAME
004810        AND WS-REF-TARGET-COLUMN (TR-IDX) = DR-FIELD-NAME
004820         MOVE SPACES TO WS-PARTNER-NAME
004830         STRING WS-REF-SOURCE-TABLE (TR-IDX) DELIMITED BY SPACE
004840                '.' DELIMITED BY SIZE
004850                WS-REF-SOURCE-COLUMN (TR-IDX) DELIMITED BY SPACE
004860             INTO WS-PARTNER-NAME
004870         MOVE SPACES TO WS-REPORT-LINE-BUILD
004880         STRING 'PARTNER - REFERENCED BY ' DELIMITED BY SIZE
004890                WS-PARTNER-NAME DELIMITED BY SIZE
004900             INTO WS-REPORT-LINE-BUILD (6 : 86)
004910         PERFORM 2610-COUNT-PARTNER-LINE THRU 2610-EXIT
004920     END-IF.
004930 2600-EXIT.
004940     EXIT.

004950*---------------------------------------------------------------
004960* 2610-COUNT-PARTNER-LINE - print and count one partner line
004970*---------------------------------------------------------------
004980 2610-COUNT-PARTNER-LINE.
004990     ADD 1 TO WS-LINE-PARTNER-COUNT
005000     ADD 1 TO WS-PARTNER-LINKS
005010     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT.
005020 2610-EXIT.
005030     EXIT.

005040*---------------------------------------------------------------
005050* 2800-START-NEW-PAGE - heading for a new IMPRPT page
005060*---------------------------------------------------------------
005070 2800-START-NEW-PAGE.
005080     ADD 1 TO WS-PAGE-NUMBER
005090     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY
005100     MOVE SPACES TO WS-HEADING-LINE-BUILD
005110     STRING 'ICEBERG SCHEMA CHANGE IMPACT - PREDICTED DIFF'
005120                DELIMITED BY SIZE
005130            '     RUN: ' DELIMITED BY SIZE
005140            WS-RUN-TIMESTAMP DELIMITED BY SIZE
005150            '     PAGE ' DELIMITED BY SIZE
005160            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
005170         INTO WS-HEADING-LINE-BUILD
005180     MOVE WS-HEADING-LINE-BUILD TO IMPACT-REPORT-LINE
005190     WRITE IMPACT-REPORT-LINE AFTER ADVANCING PAGE
005200     MOVE SPACES TO WS-HEADING-LINE-BUILD
005210     MOVE 'CHANGE' TO WS-HEADING-LINE-BUILD (3 : 6)
005220     MOVE 'FIELD' TO WS-HEADING-LINE-BUILD (18 : 5)
005230     MOVE 'ATTRIBUTE' TO WS-HEADING-LINE-BUILD (49 : 9)
005240     MOVE 'OLD VALUE' TO WS-HEADING-LINE-BUILD (60 : 9)
005250     MOVE 'NEW VALUE' TO WS-HEADING-LINE-BUILD (97 : 9)
005260     MOVE WS-HEADING-LINE-BUILD TO IMPACT-REPORT-LINE
005270     WRITE IMPACT-REPORT-LINE AFTER ADVANCING 2 LINES
005280     MOVE SPACES TO WS-HEADING-LINE-BUILD
005290     MOVE 'CONSUMER' TO WS-HEADING-LINE-BUILD (6 : 8)
005300     MOVE 'TYPE' TO WS-HEADING-LINE-BUILD (24 : 4)
005310     MOVE 'READS' TO WS-HEADING-LINE-BUILD (36 : 5)
005320     MOVE 'IMPACT' TO WS-HEADING-LINE-BUILD (46 : 6)
005330     MOVE 'REASON' TO WS-HEADING-LINE-BUILD (58 : 6)
005340     MOVE 'CONTACT' TO WS-HEADING-LINE-BUILD (90 : 7)
005350     MOVE WS-HEADING-LINE-BUILD TO IMPACT-REPORT-LINE
005360     WRITE IMPACT-REPORT-LINE AFTER ADVANCING 1 LINE
005370     MOVE 4 TO WS-LINE-COUNT.
005380 2800-EXIT.
005390     EXIT.

005400*---------------------------------------------------------------
005410* 2810-WRITE-REPORT-LINE - one detail line, new page when full
005420*---------------------------------------------------------------
005430 2810-WRITE-REPORT-LINE.
005440     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE
005450         PERFORM 2800-START-NEW-PAGE THRU 2800-EXIT
005460     END-IF
005470     MOVE WS-REPORT-LINE-BUILD TO IMPACT-REPORT-LINE
005480     WRITE IMPACT-REPORT-LINE AFTER ADVANCING 1 LINE
005490     MOVE SPACES TO WS-REPORT-LINE-BUILD
005500     ADD 1 TO WS-LINE-COUNT.
005510 2810-EXIT.
005520     EXIT.

005530*---------------------------------------------------------------
005540* 2900-READ-NEXT-DIFF - next predicted diff line
005550*---------------------------------------------------------------
005560 2900-READ-NEXT-DIFF.
005570     READ PREDICTED-DIFF-FILE
005580         AT END
005590             SET WS-DIFF-IS-EOF TO TRUE
005600     END-READ.
005610 2900-EXIT.
005620     EXIT.

005630*---------------------------------------------------------------
005640* 3000-PRINT-TOTALS - run counts under the detail
005650*---------------------------------------------------------------
005660 3000-PRINT-TOTALS.
005670     MOVE SPACES TO WS-REPORT-LINE-BUILD
005680     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
005690     MOVE WS-DIFF-LINES-READ TO WS-COUNT-DISPLAY
005700     STRING 'PREDICTED DIFF LINES READ:   ' DELIMITED BY SIZE
005710            WS-COUNT-DISPLAY DELIMITED BY SIZE
005720         INTO WS-REPORT-LINE-BUILD
005730     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
005740     MOVE WS-CHANGES-REPORTED TO WS-COUNT-DISPLAY
005750     STRING 'CHANGES REPORTED:            ' DELIMITED BY SIZE
005760            WS-COUNT-DISPLAY DELIMITED BY SIZE
005770         INTO WS-REPORT-LINE-BUILD
005780     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
005790     MOVE WS-UNREGISTERED-CHANGES TO WS-COUNT-DISPLAY
005800     STRING 'CHANGES WITH NO CONSUMER:    ' DELIMITED BY SIZE
005810            WS-COUNT-DISPLAY DELIMITED BY SIZE
005820         INTO WS-REPORT-LINE-BUILD
005830     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
005840     MOVE WS-CONSUMER-IMPACTS TO WS-COUNT-DISPLAY
005850     STRING 'CONSUMER IMPACTS:            ' DELIMITED BY SIZE
005860            WS-COUNT-DISPLAY DELIMITED BY SIZE
005870         INTO WS-REPORT-LINE-BUILD
005880     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
005890     MOVE WS-BREAKING-IMPACTS TO WS-COUNT-DISPLAY
005900     STRING '  BREAKING:                  ' DELIMITED BY SIZE
005910            WS-COUNT-DISPLAY DELIMITED BY SIZE
005920         INTO WS-REPORT-LINE-BUILD
005930     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
005940     MOVE WS-COMPATIBLE-IMPACTS TO WS-COUNT-DISPLAY
005950     STRING '  COMPATIBLE:                ' DELIMITED BY SIZE
005960            WS-COUNT-DISPLAY DELIMITED BY SIZE
005970         INTO WS-REPORT-LINE-BUILD
005980     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
005990     MOVE WS-PARTNER-LINKS TO WS-COUNT-DISPLAY
006000     STRING 'TBLREFS PARTNERS TOUCHED:    ' DELIMITED BY SIZE
006010            WS-COUNT-DISPLAY DELIMITED BY SIZE
006020         INTO WS-REPORT-LINE-BUILD
006030     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
006040     MOVE WS-NOTICES-WRITTEN TO WS-COUNT-DISPLAY
006050     STRING 'CONTACT NOTICES WRITTEN:     ' DELIMITED BY SIZE
006060            WS-COUNT-DISPLAY DELIMITED BY SIZE
006070         INTO WS-REPORT-LINE-BUILD
006080     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT.
006090 3000-EXIT.
006100     EXIT.

006110*---------------------------------------------------------------
006120* 8000-TERMINATE - close up; RC=4 when any consumer is broken
006130*---------------------------------------------------------------
006140 8000-TERMINATE.
006150     IF WS-RUN-IS-VALID
006160         CLOSE PREDICTED-DIFF-FILE
006170         CLOSE CONSUMER-REG-FILE
006180         CLOSE IMPACT-REPORT-FILE
006190         CLOSE IMPACT-NOTICE-FILE
006200         MOVE WS-CHANGES-REPORTED TO WS-COUNT-DISPLAY
006210         DISPLAY 'IMPACTRPT COMPLETE - CHANGES: ' WS-COUNT-DISPLAY
006220         MOVE WS-BREAKING-IMPACTS TO WS-COUNT-DISPLAY
006230         DISPLAY '  BREAKING IMPACTS: ' WS-COUNT-DISPLAY
006240         MOVE WS-NOTICES-WRITTEN TO WS-COUNT-DISPLAY
006250         DISPLAY '  NOTICES WRITTEN:  ' WS-COUNT-DISPLAY
006260         IF WS-BREAKING-IMPACTS > 0
006270             MOVE 4 TO RETURN-CODE
006280         END-IF
006290     END-IF.
006300 8000-EXIT.
006310     EXIT.

006320*---------------------------------------------------------------
006330* 8800-START-RUN-LOG - note when the step started, for its
006340*                 run-log row
006350*---------------------------------------------------------------
006360 8800-START-RUN-LOG.
006370     MOVE SPACES TO RUN-LOG-RECORD
006380     MOVE 'CHGIMPCT' TO RL-JOB-NAME
006390     MOVE 'IMPACTRPT' TO RL-PROGRAM-NAME
006400     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
006410     ACCEPT RL-START-TIME FROM TIME.
006420 8800-EXIT.
006430     EXIT.

006440*---------------------------------------------------------------
006450* 8900-WRITE-RUN-LOG - append this run's counts and return
006460*                 code to the run log; the predicted diff covers
006470*                 every table swept, so the table is left blank
006480*                 and each breaking impact counts as rejected
006490*---------------------------------------------------------------
006500 8900-WRITE-RUN-LOG.
006510     MOVE SPACES TO RL-TABLE-NAME
006520     MOVE WS-DIFF-LINES-READ TO RL-RECORDS-READ
006530     MOVE WS-NOTICES-WRITTEN TO RL-RECORDS-WRITTEN
006540     MOVE WS-BREAKING-IMPACTS TO RL-RECORDS-REJECTED
006550     MOVE RETURN-CODE TO RL-RETURN-CODE
006560     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
006570 8900-EXIT.
006580     EXIT.

006590*---------------------------------------------------------------
006600* 9000-DIFF-NOT-OPENED - PREDDIFF is unreadable
006610*---------------------------------------------------------------
006620 9000-DIFF-NOT-OPENED.
006630     SET WS-RUN-IS-INVALID TO TRUE
006640     DISPLAY 'IMPACTRPT - PREDDIFF NOT OPENED, STATUS: '
006650         WS-PREDDIFF-FILE-STATUS
006660     MOVE 16 TO RETURN-CODE.
006670 9000-EXIT.
006680     EXIT.

006690*---------------------------------------------------------------
006700* 9200-REGISTRY-NOT-OPENED - CONSREG is unreadable
006710*---------------------------------------------------------------
006720 9200-REGISTRY-NOT-OPENED.
006730     SET WS-RUN-IS-INVALID TO TRUE
006740     DISPLAY 'IMPACTRPT - CONSREG NOT OPENED, STATUS: '
006750         WS-CONSREG-FILE-STATUS
006760     MOVE 16 TO RETURN-CODE.
006770 9200-EXIT.
006780     EXIT.

006790*---------------------------------------------------------------
006800* 9300-REFS-OVERFLOW - TBLREFS holds more than 500 rows
006810*---------------------------------------------------------------
006820 9300-REFS-OVERFLOW.
006830     SET WS-RUN-IS-INVALID TO TRUE
006840     DISPLAY 'IMPACTRPT - TBLREFS OVER 500 ROWS - NO REPORT'
006850     MOVE 12 TO RETURN-CODE.
006860 9300-EXIT.
006870     EXIT.
