000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONSMAINT.
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
000130* 2026-10-15  JKH   Original.  Downstream consumer registry
000140*                   maintenance.  Applies CONSTRAN add/change/
000150*                   delete transactions to CONSREG, keyed by
000160*                   table, column and consumer id, after the
000170*                   same checks a steward would make: the table
000180*                   is on SCHSNAP, a named column is in its
000190*                   committed layout, the consumer type and
000200*                   access mode are known and a contact address
000210*                   is given.  A delete needs only the key, so
000220*                   rows for a retired table can still be
000230*                   cleared.  Every transaction is listed on
000240*                   CONSRPT, applied or rejected with the
000250*                   reason; ends RC=4 when any was rejected.
000260* 2026-10-15  JKH   Appends a run-log row (WRITE-RUN-LOG) at
000270*                   the end of every run: transactions read,
000280*                   registry rows added, changed or deleted,
000290*                   transactions rejected, and the final return
000300*                   code.
000310* 2026-10-15  JKH   CONSREG is OPTIONAL: the first run creates the
000320*                   registry instead of ending RC=16.
000330*

000340****************************************************************
000350* ENVIRONMENT DIVISION
000360****************************************************************
000370 ENVIRONMENT DIVISION.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CONSUMER-TRAN-FILE ASSIGN TO "CONSTRAN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TRAN-FILE-STATUS.

000430     SELECT SCHEMA-SNAPSHOT-FILE ASSIGN TO "SCHSNAP"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
000470         FILE STATUS IS WS-SNAP-FILE-STATUS.

000480     SELECT OPTIONAL CONSUMER-REG-FILE ASSIGN TO "CONSREG"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CN-CONSUMER-KEY
000520         FILE STATUS IS WS-CONSREG-FILE-STATUS.

000530     SELECT CONSUMER-REPORT-FILE ASSIGN TO "CONSRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CONSRPT-FILE-STATUS.

000560****************************************************************
000570* DATA DIVISION
000580****************************************************************
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CONSUMER-TRAN-FILE.
000620     COPY "ICEBERG-CONSUMER-TRAN.cpy".

000630 FD  SCHEMA-SNAPSHOT-FILE.
000640     COPY "ICEBERG-SNAPSHOT-REC.cpy"
000650         REPLACING ==SCHEMA-SNAPSHOT-RECORD== BY
000660                   ==FD-CURR-SNAPSHOT-REC==.

000670 FD  CONSUMER-REG-FILE.
000680     COPY "ICEBERG-CONSUMER-REC.cpy".

000690 FD  CONSUMER-REPORT-FILE.
000700 01  CONSUMER-REPORT-LINE                PIC X(132).

000710 WORKING-STORAGE SECTION.
000720****************************************************************
000730* FILE STATUS AND CONTROL SWITCHES
000740****************************************************************
000750 01  WS-FILE-STATUSES.
000760     05  WS-TRAN-FILE-STATUS             PIC X(02).
000770         88  WS-TRAN-OK                  VALUE '00'.
000780     05  WS-SNAP-FILE-STATUS             PIC X(02).
000790         88  WS-SNAP-OK                  VALUE '00'.
000800     05  WS-CONSREG-FILE-STATUS          PIC X(02).
000810         88  WS-CONSREG-OK               VALUE '00'.
000820         88  WS-CONSREG-OPENED           VALUES '00' '05'.
000830     05  WS-CONSRPT-FILE-STATUS          PIC X(02).

000840 01  WS-SWITCHES.
000850     05  WS-TRAN-EOF-SWITCH              PIC X(01) VALUE 'N'.
000860         88  WS-TRAN-IS-EOF              VALUE 'Y'.
000870     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
000880         88  WS-RUN-IS-VALID             VALUE 'Y'.
000890         88  WS-RUN-IS-INVALID           VALUE 'N'.
000900     05  WS-TRAN-GOOD-SWITCH             PIC X(01) VALUE 'Y'.
000910         88  WS-TRAN-IS-GOOD             VALUE 'Y'.
000920         88  WS-TRAN-IS-REJECTED         VALUE 'N'.
000930     05  WS-ENTRY-FOUND-SWITCH           PIC X(01) VALUE 'N'.
000940         88  WS-ENTRY-FOUND              VALUE 'Y'.
000950         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.

000960 77  WS-PAGE-NUMBER                      PIC 9(04) COMP VALUE 0.
000970 77  WS-LINE-COUNT                       PIC 9(02) COMP VALUE 99.
000980 77  WS-MAX-DETAIL-LINE                  PIC 9(02) COMP VALUE 56.
000990 77  WS-TRANS-READ-COUNT                 PIC 9(07) COMP VALUE 0.
001000 77  WS-ROWS-ADDED-COUNT                 PIC 9(07) COMP VALUE 0.
001010 77  WS-ROWS-CHANGED-COUNT               PIC 9(07) COMP VALUE 0.
001020 77  WS-ROWS-DELETED-COUNT               PIC 9(07) COMP VALUE 0.
001030 77  WS-TRANS-REJECTED-COUNT             PIC 9(07) COMP VALUE 0.

001040 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
001050 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
001060 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
001070 01  WS-REJECT-REASON                    PIC X(40) VALUE SPACES.
001080 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.
001090 01  WS-HEADING-LINE-BUILD               PIC X(132) VALUE SPACES.
001100 01  WS-PAGE-NUMBER-DISPLAY              PIC ZZZ9.
001110 01  WS-COUNT-DISPLAY                    PIC ZZZZZZ9.

001120****************************************************************
001130* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001140****************************************************************
001150 COPY "ICEBERG-RUN-LOG-REC.cpy".

001160 PROCEDURE DIVISION.
001170*---------------------------------------------------------------
001180* 0000-MAINLINE - apply the transactions in the order given
001190*---------------------------------------------------------------
001200 0000-MAINLINE.
001210     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001230     IF WS-RUN-IS-VALID
001240         PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
001250             UNTIL WS-TRAN-IS-EOF
001260         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001270     END-IF
001280     PERFORM 8000-TERMINATE THRU 8000-EXIT
001290     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
001300     STOP RUN.
001310 0000-EXIT.
001320     EXIT.

001330*---------------------------------------------------------------
001340* 1000-INITIALIZE - open everything and read the first
001350*                 transaction
001360*---------------------------------------------------------------
001370 1000-INITIALIZE.
001380     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001390     ACCEPT WS-NOW-TIME FROM TIME
001400     MOVE SPACES TO WS-RUN-TIMESTAMP
001410     STRING WS-TODAY-DATE DELIMITED BY SIZE
001420            '-' DELIMITED BY SIZE
001430            WS-NOW-TIME DELIMITED BY SIZE
001440         INTO WS-RUN-TIMESTAMP
001450     OPEN INPUT CONSUMER-TRAN-FILE
001460     IF NOT WS-TRAN-OK
001470         PERFORM 9000-TRAN-NOT-OPENED THRU 9000-EXIT
001480         GO TO 1000-EXIT
001490     END-IF
001500     OPEN INPUT SCHEMA-SNAPSHOT-FILE
001510     IF NOT WS-SNAP-OK
001520         CLOSE CONSUMER-TRAN-FILE
001530         PERFORM 9100-SNAPSHOT-NOT-OPENED THRU 9100-EXIT
001540         GO TO 1000-EXIT
001550     END-IF
001560     OPEN I-O CONSUMER-REG-FILE
001570     IF NOT WS-CONSREG-OPENED
001580         CLOSE CONSUMER-TRAN-FILE
001590         CLOSE SCHEMA-SNAPSHOT-FILE
001600         PERFORM 9200-REGISTRY-NOT-OPENED THRU 9200-EXIT
001610         GO TO 1000-EXIT
001620     END-IF
001630     OPEN OUTPUT CONSUMER-REPORT-FILE
001640     PERFORM 2900-READ-NEXT-TRAN THRU 2900-EXIT.
001650 1000-EXIT.
001660     EXIT.

001670*---------------------------------------------------------------
001680* 2000-APPLY-ONE-TRAN - check, apply and list one transaction
001690*---------------------------------------------------------------
001700 2000-APPLY-ONE-TRAN.
001710     ADD 1 TO WS-TRANS-READ-COUNT
001720     SET WS-TRAN-IS-GOOD TO TRUE
001730     MOVE SPACES TO WS-REJECT-REASON
001740     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001750     IF WS-TRAN-IS-GOOD
001760         EVALUATE TRUE
001770             WHEN CT-ADD-CONSUMER
001780                 PERFORM 2200-ADD-CONSUMER THRU 2200-EXIT
001790             WHEN CT-CHANGE-CONSUMER
001800                 PERFORM 2300-CHANGE-CONSUMER THRU 2300-EXIT
001810             WHEN CT-DELETE-CONSUMER
001820                 PERFORM 2400-DELETE-CONSUMER THRU 2400-EXIT
001830         END-EVALUATE
001840     END-IF
001850     IF WS-TRAN-IS-REJECTED
001860         ADD 1 TO WS-TRANS-REJECTED-COUNT
001870     END-IF
001880     PERFORM 2500-LIST-ONE-TRAN THRU 2500-EXIT
001890     PERFORM 2900-READ-NEXT-TRAN THRU 2900-EXIT.
001900 2000-EXIT.
001910     EXIT.

001920*---------------------------------------------------------------
001930* 2100-EDIT-TRAN - the checks that do not need the registry
001940*                 row; the first failure is the reason listed
001950*---------------------------------------------------------------
001960 2100-EDIT-TRAN.
001970     IF NOT CT-ADD-CONSUMER AND NOT CT-CHANGE-CONSUMER
001980        AND NOT CT-DELETE-CONSUMER
001990         MOVE 'ACTION MUST BE A, C OR D' TO WS-REJECT-REASON
002000         SET WS-TRAN-IS-REJECTED TO TRUE
002010         GO TO 2100-EXIT
002020     END-IF
002030     IF CT-TABLE-NAME = SPACES OR CT-CONSUMER-ID = SPACES
002040         MOVE 'TABLE AND CONSUMER ID ARE REQUIRED'
002050             TO WS-REJECT-REASON
002060         SET WS-TRAN-IS-REJECTED TO TRUE
002070         GO TO 2100-EXIT
002080     END-IF
002090     IF CT-DELETE-CONSUMER
002100         GO TO 2100-EXIT
002110     END-IF
002120     IF NOT CT-TYPE-IS-VALID
002130         MOVE 'TYPE MUST BE JOB, COPYBOOK OR SUBSCRIBER'
002140             TO WS-REJECT-REASON
002150         SET WS-TRAN-IS-REJECTED TO TRUE
002160         GO TO 2100-EXIT
002170     END-IF
002180     IF NOT CT-ACCESS-IS-VALID
002190         MOVE 'ACCESS MODE MUST BE P OR N' TO WS-REJECT-REASON
002200         SET WS-TRAN-IS-REJECTED TO TRUE
002210         GO TO 2100-EXIT
002220     END-IF
002230     IF CT-CONTACT-ADDRESS = SPACES
002240         MOVE 'CONTACT ADDRESS IS REQUIRED' TO WS-REJECT-REASON
002250         SET WS-TRAN-IS-REJECTED TO TRUE
002260         GO TO 2100-EXIT
002270     END-IF
002280     MOVE CT-TABLE-NAME TO SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002290     READ SCHEMA-SNAPSHOT-FILE
002300         KEY IS SS-TABLE-NAME OF FD-CURR-SNAPSHOT-REC
002310         INVALID KEY
002320             MOVE 'TABLE NOT ON SCHSNAP' TO WS-REJECT-REASON
002330             SET WS-TRAN-IS-REJECTED TO TRUE
002340     END-READ
002350     IF WS-TRAN-IS-REJECTED OR CT-COLUMN-NAME = SPACES
002360         GO TO 2100-EXIT
002370     END-IF
002380     SET WS-ENTRY-NOT-FOUND TO TRUE
002390     IF SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC > 0
002400         PERFORM 2110-MATCH-ONE-COLUMN THRU 2110-EXIT
002410             VARYING SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
002420                 FROM 1 BY 1
002430             UNTIL SS-COL-IDX OF FD-CURR-SNAPSHOT-REC
002440                     > SS-COLUMN-COUNT OF FD-CURR-SNAPSHOT-REC
002450                OR WS-ENTRY-FOUND
002460     END-IF
002470     IF WS-ENTRY-NOT-FOUND
002480         MOVE 'COLUMN NOT IN THE COMMITTED LAYOUT'
002490             TO WS-REJECT-REASON
002500         SET WS-TRAN-IS-REJECTED TO TRUE
002510     END-IF.
002520 2100-EXIT.
002530     EXIT.

002540*---------------------------------------------------------------
002550* 2110-MATCH-ONE-COLUMN - is this the column registered?
002560*---------------------------------------------------------------
002570 2110-MATCH-ONE-COLUMN.
002580     IF COL-FIELD-NAME OF FD-CURR-SNAPSHOT-REC
002590             (SS-COL-IDX OF FD-CURR-SNAPSHOT-REC) = CT-COLUMN-NAME
002600         SET WS-ENTRY-FOUND TO TRUE
002610     END-IF.
002620 2110-EXIT.
002630     EXIT.

002640*---------------------------------------------------------------
002650* 2200-ADD-CONSUMER - a new registry row
002660*---------------------------------------------------------------
002670 2200-ADD-CONSUMER.
002680     PERFORM 2600-BUILD-REGISTRY-ROW THRU 2600-EXIT
002690     WRITE CONSUMER-RECORD
002700         INVALID KEY
002710             MOVE 'CONSUMER ALREADY REGISTERED'
002720                 TO WS-REJECT-REASON
002730             SET WS-TRAN-IS-REJECTED TO TRUE
002740         NOT INVALID KEY
002750             ADD 1 TO WS-ROWS-ADDED-COUNT
002760     END-WRITE.
002770 2200-EXIT.
002780     EXIT.

002790*---------------------------------------------------------------
002800* 2300-CHANGE-CONSUMER - replace an existing row's details
002810*---------------------------------------------------------------
002820 2300-CHANGE-CONSUMER.
002830     PERFORM 2610-MOVE-TRAN-KEY THRU 2610-EXIT
002840     READ CONSUMER-REG-FILE
002850         KEY IS CN-CONSUMER-KEY
002860         INVALID KEY
002870             MOVE 'CONSUMER NOT REGISTERED' TO WS-REJECT-REASON
002880             SET WS-TRAN-IS-REJECTED TO TRUE
002890     END-READ
002900     IF WS-TRAN-IS-REJECTED
002910         GO TO 2300-EXIT
002920     END-IF
002930     PERFORM 2600-BUILD-REGISTRY-ROW THRU 2600-EXIT
002940     REWRITE CONSUMER-RECORD
002950         INVALID KEY
002960             MOVE 'CONSUMER NOT REGISTERED' TO WS-REJECT-REASON
002970             SET WS-TRAN-IS-REJECTED TO TRUE
002980         NOT INVALID KEY
002990             ADD 1 TO WS-ROWS-CHANGED-COUNT
003000     END-REWRITE.
003010 2300-EXIT.
003020     EXIT.

003030*---------------------------------------------------------------
003040* 2400-DELETE-CONSUMER - remove a registry row
003050*---------------------------------------------------------------
003060 2400-DELETE-CONSUMER.
003070     PERFORM 2610-MOVE-TRAN-KEY THRU 2610-EXIT
003080     DELETE CONSUMER-REG-FILE
003090         INVALID KEY
003100             MOVE 'CONSUMER NOT REGISTERED' TO WS-REJECT-REASON
003110             SET WS-TRAN-IS-REJECTED TO TRUE
003120         NOT INVALID KEY
003130             ADD 1 TO WS-ROWS-DELETED-COUNT
003140     END-DELETE.
003150 2400-EXIT.
003160     EXIT.

003170*---------------------------------------------------------------
003180* 2500-LIST-ONE-TRAN - one CONSRPT line per transaction
003190*---------------------------------------------------------------
003200 2500-LIST-ONE-TRAN.
003210     MOVE SPACES TO WS-REPORT-LINE-BUILD
003220     MOVE CT-ACTION TO WS-REPORT-LINE-BUILD (1 : 1)
003230     MOVE CT-TABLE-NAME TO WS-REPORT-LINE-BUILD (4 : 30)
003240     IF CT-COLUMN-NAME = SPACES
003250         MOVE '(WHOLE TABLE)' TO WS-REPORT-LINE-BUILD (36 : 13)
003260     ELSE
003270         MOVE CT-COLUMN-NAME TO WS-REPORT-LINE-BUILD (36 : 30)
003280     END-IF
003290     MOVE CT-CONSUMER-ID TO WS-REPORT-LINE-BUILD (68 : 16)
003300     IF WS-TRAN-IS-GOOD
003310         MOVE 'APPLIED' TO WS-REPORT-LINE-BUILD (86 : 7)
003320     ELSE
003330         STRING 'REJECTED - ' DELIMITED BY SIZE
003340                WS-REJECT-REASON DELIMITED BY SIZE
003350             INTO WS-REPORT-LINE-BUILD (86 : 47)
003360     END-IF
003370     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT.
003380 2500-EXIT.
003390     EXIT.

003400*---------------------------------------------------------------
003410* 2600-BUILD-REGISTRY-ROW - the row as the transaction gives it
003420*---------------------------------------------------------------
003430 2600-BUILD-REGISTRY-ROW.
003440     PERFORM 2610-MOVE-TRAN-KEY THRU 2610-EXIT
003450     MOVE CT-CONSUMER-TYPE TO CN-CONSUMER-TYPE
003460     MOVE CT-ACCESS-MODE TO CN-ACCESS-MODE
003470     MOVE CT-CONSUMER-DESC TO CN-CONSUMER-DESC
003480     MOVE CT-CONTACT-NAME TO CN-CONTACT-NAME
003490     MOVE CT-CONTACT-ADDRESS TO CN-CONTACT-ADDRESS
003500     MOVE WS-TODAY-DATE TO CN-LAST-MAINT-DATE.
003510 2600-EXIT.
003520     EXIT.

003530*---------------------------------------------------------------
003540* 2610-MOVE-TRAN-KEY - the registry key from the transaction
003550*---------------------------------------------------------------
003560 2610-MOVE-TRAN-KEY.
003570     MOVE CT-TABLE-NAME TO CN-TABLE-NAME
003580     MOVE CT-COLUMN-NAME TO CN-COLUMN-NAME
003590     MOVE CT-CONSUMER-ID TO CN-CONSUMER-ID.
003600 2610-EXIT.
003610     EXIT.

003620*---------------------------------------------------------------
003630* 2800-START-NEW-PAGE - heading for a new CONSRPT page
003640*---------------------------------------------------------------
003650 2800-START-NEW-PAGE.
003660     ADD 1 TO WS-PAGE-NUMBER
003670     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY
003680     MOVE SPACES TO WS-HEADING-LINE-BUILD
003690     STRING 'ICEBERG CONSUMER REGISTRY MAINTENANCE'
003700                DELIMITED BY SIZE
003710            '     RUN: ' DELIMITED BY SIZE
003720            WS-RUN-TIMESTAMP DELIMITED BY SIZE
003730            '     PAGE ' DELIMITED BY SIZE
003740            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
003750         INTO WS-HEADING-LINE-BUILD
003760     MOVE WS-HEADING-LINE-BUILD TO CONSUMER-REPORT-LINE
003770     WRITE CONSUMER-REPORT-LINE AFTER ADVANCING PAGE
003780     MOVE SPACES TO WS-HEADING-LINE-BUILD
003790     MOVE 'A' TO WS-HEADING-LINE-BUILD (1 : 1)
003800     MOVE 'TABLE' TO WS-HEADING-LINE-BUILD (4 : 5)
003810     MOVE 'COLUMN' TO WS-HEADING-LINE-BUILD (36 : 6)
003820     MOVE 'CONSUMER' TO WS-HEADING-LINE-BUILD (68 : 8)
003830     MOVE 'RESULT' TO WS-HEADING-LINE-BUILD (86 : 6)
003840     MOVE WS-HEADING-LINE-BUILD TO CONSUMER-REPORT-LINE
003850     WRITE CONSUMER-REPORT-LINE AFTER ADVANCING 2 LINES
003860     MOVE SPACES TO CONSUMER-REPORT-LINE
003870     WRITE CONSUMER-REPORT-LINE AFTER ADVANCING 1 LINE
003880     MOVE 4 TO WS-LINE-COUNT.
003890 2800-EXIT.
003900     EXIT.

003910*---------------------------------------------------------------
003920* 2810-WRITE-REPORT-LINE - one detail line, new page when full
003930*---------------------------------------------------------------
003940 2810-WRITE-REPORT-LINE.
003950     IF WS-LINE-COUNT > WS-MAX-DETAIL-LINE
003960         PERFORM 2800-START-NEW-PAGE THRU 2800-EXIT
003970     END-IF
003980     MOVE WS-REPORT-LINE-BUILD TO CONSUMER-REPORT-LINE
003990     WRITE CONSUMER-REPORT-LINE AFTER ADVANCING 1 LINE
004000     ADD 1 TO WS-LINE-COUNT.
004010 2810-EXIT.
004020     EXIT.

004030*---------------------------------------------------------------
004040* 2900-READ-NEXT-TRAN - next CONSTRAN record
004050*---------------------------------------------------------------
004060 2900-READ-NEXT-TRAN.
004070     READ CONSUMER-TRAN-FILE
004080         AT END
004090             SET WS-TRAN-IS-EOF TO TRUE
004100     END-READ.
004110 2900-EXIT.
004120     EXIT.

004130*---------------------------------------------------------------
004140* 3000-PRINT-TOTALS - transaction counts under the detail
004150*---------------------------------------------------------------
004160 3000-PRINT-TOTALS.
004170     MOVE SPACES TO WS-REPORT-LINE-BUILD
004180     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
004190     MOVE WS-TRANS-READ-COUNT TO WS-COUNT-DISPLAY
004200     MOVE SPACES TO WS-REPORT-LINE-BUILD
004210     STRING 'TRANSACTIONS READ:      ' DELIMITED BY SIZE
004220            WS-COUNT-DISPLAY DELIMITED BY SIZE
004230         INTO WS-REPORT-LINE-BUILD
004240     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
004250     MOVE WS-ROWS-ADDED-COUNT TO WS-COUNT-DISPLAY
004260     MOVE SPACES TO WS-REPORT-LINE-BUILD
004270     STRING 'CONSUMERS ADDED:        ' DELIMITED BY SIZE
004280            WS-COUNT-DISPLAY DELIMITED BY SIZE
004290         INTO WS-REPORT-LINE-BUILD
004300     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
004310     MOVE WS-ROWS-CHANGED-COUNT TO WS-COUNT-DISPLAY
004320     MOVE SPACES TO WS-REPORT-LINE-BUILD
004330     STRING 'CONSUMERS CHANGED:      ' DELIMITED BY SIZE
004340            WS-COUNT-DISPLAY DELIMITED BY SIZE
004350         INTO WS-REPORT-LINE-BUILD
004360     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
004370     MOVE WS-ROWS-DELETED-COUNT TO WS-COUNT-DISPLAY
004380     MOVE SPACES TO WS-REPORT-LINE-BUILD
004390     STRING 'CONSUMERS DELETED:      ' DELIMITED BY SIZE
004400            WS-COUNT-DISPLAY DELIMITED BY SIZE
004410         INTO WS-REPORT-LINE-BUILD
004420     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT
004430     MOVE WS-TRANS-REJECTED-COUNT TO WS-COUNT-DISPLAY
004440     MOVE SPACES TO WS-REPORT-LINE-BUILD
004450     STRING 'TRANSACTIONS REJECTED:  ' DELIMITED BY SIZE
004460            WS-COUNT-DISPLAY DELIMITED BY SIZE
004470         INTO WS-REPORT-LINE-BUILD
004480     PERFORM 2810-WRITE-REPORT-LINE THRU 2810-EXIT.
004490 3000-EXIT.
004500     EXIT.

004510*---------------------------------------------------------------
004520* 8000-TERMINATE - close up; RC=4 when anything was rejected
004530*---------------------------------------------------------------
004540 8000-TERMINATE.
004550     IF WS-RUN-IS-VALID
004560         CLOSE CONSUMER-TRAN-FILE
004570         CLOSE SCHEMA-SNAPSHOT-FILE
004580         CLOSE CONSUMER-REG-FILE
004590         CLOSE CONSUMER-REPORT-FILE
004600         MOVE WS-TRANS-READ-COUNT TO WS-COUNT-DISPLAY
004610         DISPLAY 'CONSMAINT COMPLETE - TRANSACTIONS: '
004620             WS-COUNT-DISPLAY
004630         MOVE WS-TRANS-REJECTED-COUNT TO WS-COUNT-DISPLAY
004640         DISPLAY '  REJECTED:         ' WS-COUNT-DISPLAY
004650         IF WS-TRANS-REJECTED-COUNT > 0
004660             MOVE 4 TO RETURN-CODE
004670         END-IF
004680     END-IF.
004690 8000-EXIT.
004700     EXIT.

004710*---------------------------------------------------------------
004720* 8800-START-RUN-LOG - note when the step started, for its
004730*                 run-log row
004740*---------------------------------------------------------------
004750 8800-START-RUN-LOG.
004760     MOVE SPACES TO RUN-LOG-RECORD
004770     MOVE 'CONSMNT' TO RL-JOB-NAME
004780     MOVE 'CONSMAINT' TO RL-PROGRAM-NAME
004790     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
004800     ACCEPT RL-START-TIME FROM TIME.
004810 8800-EXIT.
004820     EXIT.

004830*---------------------------------------------------------------
004840* 8900-WRITE-RUN-LOG - append this run's counts and return
004850*                 code to the run log; transactions span tables,
004860*                 so the table is left blank
004870*---------------------------------------------------------------
004880 8900-WRITE-RUN-LOG.
004890     MOVE SPACES TO RL-TABLE-NAME
004900     MOVE WS-TRANS-READ-COUNT TO RL-RECORDS-READ
004910     COMPUTE RL-RECORDS-WRITTEN = WS-ROWS-ADDED-COUNT
004920                                + WS-ROWS-CHANGED-COUNT
004930                                + WS-ROWS-DELETED-COUNT
004940     MOVE WS-TRANS-REJECTED-COUNT TO RL-RECORDS-REJECTED
004950     MOVE RETURN-CODE TO RL-RETURN-CODE
004960     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
004970 8900-EXIT.
004980     EXIT.

004990*---------------------------------------------------------------
005000* 9000-TRAN-NOT-OPENED - CONSTRAN is unreadable
005010*---------------------------------------------------------------
005020 9000-TRAN-NOT-OPENED.
005030     SET WS-RUN-IS-INVALID TO TRUE
005040     DISPLAY 'CONSMAINT - CONSTRAN NOT OPENED, STATUS: '
005050         WS-TRAN-FILE-STATUS
005060     MOVE 16 TO RETURN-CODE.
005070 9000-EXIT.
005080     EXIT.

005090*---------------------------------------------------------------
005100* 9100-SNAPSHOT-NOT-OPENED - SCHSNAP is unreadable
005110*---------------------------------------------------------------
005120 9100-SNAPSHOT-NOT-OPENED.
005130     SET WS-RUN-IS-INVALID TO TRUE
005140     DISPLAY 'CONSMAINT - SCHSNAP NOT OPENED, STATUS: '
005150         WS-SNAP-FILE-STATUS
005160     MOVE 16 TO RETURN-CODE.
005170 9100-EXIT.
005180     EXIT.

005190*---------------------------------------------------------------
005200* 9200-REGISTRY-NOT-OPENED - CONSREG cannot be updated
005210*---------------------------------------------------------------
005220 9200-REGISTRY-NOT-OPENED.
005230     SET WS-RUN-IS-INVALID TO TRUE
005240     DISPLAY 'CONSMAINT - CONSREG NOT OPENED, STATUS: '
005250         WS-CONSREG-FILE-STATUS
005260     MOVE 16 TO RETURN-CODE.
005270 9200-EXIT.
005280     EXIT.
