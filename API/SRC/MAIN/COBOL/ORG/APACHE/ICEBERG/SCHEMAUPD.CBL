000720*                   control can author the APPROVLS row with
000730*                   the exact version the commit gate will
000740*                   demand.
000750* 2026-10-15  JKH   A request (and a UNION-FIELD detail) now
000760*                   forwards CR-FIELD-PRECISION, CR-FIELD-SCALE
000770*                   and CR-FIELD-LENGTH; a row cut before those
000780*                   columns existed forwards zeros.
000790* 2026-10-15  JKH   Appends run-log rows (WRITE-RUN-LOG): one
000800*                   per table swept, with the table's outcome,
000810*                   requests replayed and rejected, and one for
000820*                   the sweep as a whole with its table totals
000830*                   and final return code.  The job name follows
000840*                   the run mode (SCHEMAUP or SCHEMDRY).
000850* 2026-10-15  JKH   A request now forwards CR-CLASSIFICATION and
000860*                   CR-MASK-RULE, which SET-COL-CLASS carries.
000870* 2026-10-15  JKH   A blank CR-FIELD-PRECISION, CR-FIELD-SCALE or
000880*                   CR-FIELD-LENGTH is zeroed on its own; a blank
000890*                   length no longer wipes a DECIMAL's precision
000900*                   and scale.
000910* 2026-10-15  JKH   The approvals table holds 3000 verdicts, the
000920*                   same as STEWAPPROVE records; any row past
000930*                   that is counted, reported at the end of the
000940*                   sweep and ends the run RC=4 instead of being
000950*                   ignored.
000960*

000970****************************************************************
000980* ENVIRONMENT DIVISION
000990****************************************************************
001000 ENVIRONMENT DIVISION.

001010 INPUT-OUTPUT SECTION.
001020 FILE-CONTROL.
001030     SELECT TABLE-LIST-FILE ASSIGN TO "TABLIST"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-TABLIST-FILE-STATUS.

001060     SELECT CHANGE-REQUEST-FILE ASSIGN TO "CHGREQ"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-CHGREQ-FILE-STATUS.

001090     SELECT CHECKPOINT-FILE ASSIGN TO "SCHUCKPT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-CKPT-FILE-STATUS.

001120     SELECT SCHEMA-ERROR-FILE ASSIGN TO "SCHERRLG"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-ERRLOG-FILE-STATUS.

001150     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-RUNPARM-FILE-STATUS.

001180     SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "APPROVLS"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-APPROVAL-FILE-STATUS.

001210     SELECT OPTIONAL TABLE-CONTROL-FILE ASSIGN TO "TBLCTL"
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS TC-TABLE-NAME
001250         FILE STATUS IS WS-TBLCTL-FILE-STATUS.

001260     SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-HOLDRPT-FILE-STATUS.

001290****************************************************************
001300* DATA DIVISION
001310****************************************************************
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  TABLE-LIST-FILE.
001350     COPY "ICEBERG-TABLE-LIST-REC.cpy".

001360 FD  CHANGE-REQUEST-FILE.
001370     COPY "ICEBERG-CHANGE-REQUEST.cpy".

001380 FD  CHECKPOINT-FILE.
001390     COPY "ICEBERG-CHECKPOINT-REC.cpy".

001400 FD  SCHEMA-ERROR-FILE.
001410     COPY "ICEBERG-ERROR-REC.cpy".

001420 FD  RUN-CONTROL-FILE.
001430     COPY "ICEBERG-RUN-CONTROL.cpy".

001440 FD  APPROVAL-FILE.
001450     COPY "ICEBERG-APPROVAL-REC.cpy".

001460 FD  TABLE-CONTROL-FILE.
001470     COPY "ICEBERG-TABLE-CONTROL-REC.cpy".

001480 FD  HOLD-REPORT-FILE.
001490 01  HOLD-REPORT-LINE                    PIC X(132).

001500 WORKING-STORAGE SECTION.
001510****************************************************************
001520* FILE STATUS AND CONTROL SWITCHES
001530****************************************************************
001540 01  WS-FILE-STATUSES.
001550     05  WS-TABLIST-FILE-STATUS          PIC X(02).
001560         88  WS-TABLIST-OK               VALUE '00'.
001570         88  WS-TABLIST-EOF              VALUE '10'.
001580     05  WS-CHGREQ-FILE-STATUS           PIC X(02).
001590         88  WS-CHGREQ-OK                VALUE '00'.
001600         88  WS-CHGREQ-EOF               VALUE '10'.
001610     05  WS-CKPT-FILE-STATUS             PIC X(02).
001620         88  WS-CKPT-OK                  VALUE '00'.
001630         88  WS-CKPT-EOF                 VALUE '10'.
001640     05  WS-ERRLOG-FILE-STATUS           PIC X(02).
001650     05  WS-RUNPARM-FILE-STATUS          PIC X(02).
001660         88  WS-RUNPARM-OK               VALUE '00'.
001670     05  WS-APPROVAL-FILE-STATUS         PIC X(02).
001680         88  WS-APPROVAL-OPENED          VALUES '00' '05'.
001690     05  WS-TBLCTL-FILE-STATUS           PIC X(02).
001700         88  WS-TBLCTL-OK                VALUE '00'.
001710         88  WS-TBLCTL-OPENED            VALUES '00' '05'.
001720     05  WS-HOLDRPT-FILE-STATUS          PIC X(02).

001730 01  WS-SWITCHES.
001740     05  WS-TABLIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
001750         88  WS-TABLE-LIST-IS-EOF        VALUE 'Y'.
001760     05  WS-CHGREQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
001770         88  WS-CHANGE-REQUEST-IS-EOF    VALUE 'Y'.
001780     05  WS-ALREADY-DONE-SWITCH          PIC X(01) VALUE 'N'.
001790         88  WS-TABLE-IS-ALREADY-DONE    VALUE 'Y'.
001800     05  WS-RUN-CONSISTENT-SWITCH        PIC X(01) VALUE 'Y'.
001810         88  WS-RUN-IS-CONSISTENT        VALUE 'Y'.
001820     05  WS-REJECTED-REQUEST-SWITCH      PIC X(01) VALUE 'N'.
001830         88  WS-TABLE-HAD-REJECTED-REQ   VALUE 'Y'.
001840     05  WS-RUN-MODE-SWITCH              PIC X(01) VALUE 'C'.
001850         88  WS-MODE-IS-DRYRUN           VALUE 'D'.
001860         88  WS-MODE-IS-COMMIT           VALUE 'C'.
001870     05  WS-APPROVAL-EOF-SWITCH          PIC X(01) VALUE 'N'.
001880         88  WS-APPROVALS-ARE-EOF        VALUE 'Y'.
001890     05  WS-TABLE-APPROVED-SWITCH        PIC X(01) VALUE 'N'.
001900         88  WS-TABLE-IS-APPROVED        VALUE 'Y'.
001910     05  WS-LIFECYCLE-STATE-SWITCH       PIC X(01) VALUE 'A'.
001920         88  WS-TABLE-STATE-ACTIVE       VALUE 'A'.
001930         88  WS-TABLE-STATE-FROZEN       VALUE 'F'.
001940         88  WS-TABLE-STATE-RETIRED      VALUE 'R'.
001950     05  WS-TBLCTL-AVAIL-SWITCH          PIC X(01) VALUE 'N'.
001960         88  WS-TBLCTL-IS-AVAILABLE      VALUE 'Y'.
001970     05  WS-TABLE-RETIRED-SWITCH         PIC X(01) VALUE 'N'.
001980         88  WS-TABLE-WAS-RETIRED        VALUE 'Y'.

001990 77  WS-TABLES-PROCESSED-COUNT           PIC 9(04) COMP VALUE 0.
002000 77  WS-TABLES-SKIPPED-COUNT             PIC 9(04) COMP VALUE 0.
002010 77  WS-TABLES-FAILED-COUNT              PIC 9(04) COMP VALUE 0.
002020 77  WS-TABLES-HELD-COUNT                PIC 9(04) COMP VALUE 0.
002030 77  WS-TABLES-FROZEN-COUNT              PIC 9(04) COMP VALUE 0.
002040 77  WS-TABLES-RETIRED-COUNT             PIC 9(04) COMP VALUE 0.
002050 77  WS-TABLE-REQUEST-COUNT             PIC 9(09) COMP VALUE 0.
002060 77  WS-TABLE-REJECT-COUNT              PIC 9(09) COMP VALUE 0.
002070 77  WS-SAVED-RETURN-CODE               PIC S9(04) COMP VALUE 0.
002080 77  WS-APPROVALS-DROPPED-COUNT         PIC 9(04) COMP VALUE 0.

002090 01  WS-CURRENT-TABLE-NAME               PIC X(30) VALUE SPACES.
002100 01  WS-RUN-TIMESTAMP                    PIC X(26) VALUE SPACES.
002110 01  WS-TODAY-DATE                       PIC 9(08) VALUE 0.
002120 01  WS-NOW-TIME                         PIC 9(08) VALUE 0.
002130 01  WS-SWEEP-START-DATE                PIC 9(08) VALUE 0.
002140 01  WS-SWEEP-START-TIME                PIC 9(08) VALUE 0.
002150 01  WS-TABLE-START-DATE                PIC 9(08) VALUE 0.
002160 01  WS-TABLE-START-TIME                PIC 9(08) VALUE 0.
002170 01  WS-RETURN-CODE-DISPLAY              PIC ZZZ9.
002180 01  WS-PROCESSED-COUNT-DISPLAY          PIC ZZZ9.
002190 01  WS-SKIPPED-COUNT-DISPLAY            PIC ZZZ9.
002200 01  WS-FAILED-COUNT-DISPLAY             PIC ZZZ9.
002210 01  WS-HELD-COUNT-DISPLAY               PIC ZZZ9.
002220 01  WS-FROZEN-COUNT-DISPLAY             PIC ZZZ9.
002230 01  WS-RETIRED-COUNT-DISPLAY            PIC ZZZ9.
002240 01  WS-DROPPED-COUNT-DISPLAY            PIC ZZZ9.
002250 01  WS-VERSION-DISPLAY                  PIC ZZZZZZZZ9.
002260 01  WS-HOLD-REASON-TEXT                 PIC X(32) VALUE SPACES.
002270 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.

002280****************************************************************
002290* CHANGE-CONTROL APPROVALS, LOADED FROM THE OPTIONAL APPROVLS
002300* DATASET; CONSULTED ONLY BY THE COMMIT-MODE SWEEP.  SIZED TO
002310* MATCH THE 3000 VERDICTS STEWAPPROVE WILL RECORD
002320****************************************************************
002330 01  WS-APPROVAL-LIST.
002340     05  WS-APPROVAL-COUNT               PIC 9(04) COMP VALUE 0.
002350     05  WS-APPROVAL-ENTRY
002360                         OCCURS 0 TO 3000 TIMES
002370                         DEPENDING ON WS-APPROVAL-COUNT
002380                         INDEXED BY AP-IDX.
002390         10  WS-APPR-TABLE-NAME          PIC X(30).
002400         10  WS-APPR-SCHEMA-VERSION      PIC 9(09).
002410         10  WS-APPR-STATUS              PIC X(08).
002420             88  WS-APPR-IS-APPROVED     VALUE 'APPROVE'.
002430             88  WS-APPR-IS-HELD         VALUE 'HOLD'.
002440             88  WS-APPR-IS-REJECTED     VALUE 'REJECT'.

002450****************************************************************
002460* TABLES PARKED BY THE APPROVAL GATE THIS RUN, FOR THE MORNING
002470* HOLDS REPORT
002480****************************************************************
002490 01  WS-HELD-TABLE-LIST.
002500     05  WS-HELD-TABLE-COUNT             PIC 9(04) COMP VALUE 0.
002510     05  WS-HELD-TABLE-ENTRY
002520                         OCCURS 0 TO 999 TIMES
002530                         DEPENDING ON WS-HELD-TABLE-COUNT
002540                         INDEXED BY HD-IDX.
002550         10  WS-HELD-TABLE-NAME          PIC X(30).
002560         10  WS-HELD-SCHEMA-VERSION      PIC 9(09).
002570         10  WS-HELD-REASON              PIC X(32).

002580****************************************************************
002590* TABLES ALREADY CHECKPOINTED BY A PRIOR RUN
002600****************************************************************
002610 01  WS-DONE-TABLE-LIST.
002620     05  WS-DONE-TABLE-COUNT             PIC 9(04) COMP VALUE 0.
002630     05  WS-DONE-TABLE-ENTRY
002640                         OCCURS 0 TO 999 TIMES
002650                         DEPENDING ON WS-DONE-TABLE-COUNT
002660                         INDEXED BY DN-IDX.
002670         10  WS-DONE-TABLE-NAME          PIC X(30).

002680****************************************************************
002690* CHECKPOINTS EARNED THIS RUN, HELD BACK UNTIL THE WHOLE SWEEP
002700* IS CONFIRMED CONSISTENT - SEE 2350-FLUSH-CHECKPOINTS
002710****************************************************************
002720 01  WS-PENDING-CHECKPOINT-LIST.
002730     05  WS-PENDING-CHECKPOINT-COUNT     PIC 9(04) COMP VALUE 0.
002740     05  WS-PENDING-CHECKPOINT-ENTRY
002750                         OCCURS 0 TO 999 TIMES
002760                         DEPENDING ON WS-PENDING-CHECKPOINT-COUNT
002770                         INDEXED BY PK-IDX.
002780         10  WS-PEND-CKPT-TABLE-NAME      PIC X(30).
002790         10  WS-PEND-CKPT-TIMESTAMP       PIC X(26).
002800         10  WS-PEND-CKPT-RETURN-CODE     PIC 9(04).
002810         10  WS-PEND-CKPT-COMPLETE-SWITCH PIC X(01).
002820             88  WS-PEND-CKPT-IS-COMPLETE VALUE 'Y'.
002830             88  WS-PEND-CKPT-IS-HELD     VALUE 'H'.
002840             88  WS-PEND-CKPT-IS-FROZEN   VALUE 'F'.
002850             88  WS-PEND-CKPT-IS-RETIRED  VALUE 'R'.

002860****************************************************************
002870* ONE REQUEST PASSED TO THE UPDATE-SCHEMA DISPATCHER
002880****************************************************************
002890 COPY "ICEBERG-SCHEMA-REQUEST.cpy".

002900****************************************************************
002910* THIS STEP'S RUN-LOG ROWS, APPENDED THROUGH WRITE-RUN-LOG
002920****************************************************************
002930 COPY "ICEBERG-RUN-LOG-REC.cpy".

002940 PROCEDURE DIVISION.
002950*---------------------------------------------------------------
002960* 0000-MAINLINE - sweep TABLE-LIST.DAT, restarting at checkpoint
002970*---------------------------------------------------------------
002980 0000-MAINLINE.
002990     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003010     PERFORM 2000-PROCESS-ONE-TABLE THRU 2000-EXIT
003020         UNTIL WS-TABLE-LIST-IS-EOF
003030     PERFORM 8000-TERMINATE THRU 8000-EXIT
003040     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
003050     STOP RUN.
003060 0000-EXIT.
003070     EXIT.

003080*---------------------------------------------------------------
003090* 1000-INITIALIZE - load checkpoints, open files, prime reads
003100*---------------------------------------------------------------
003110 1000-INITIALIZE.
003120     PERFORM 1050-STAMP-RUN-TIMESTAMP THRU 1050-EXIT
003130     PERFORM 1060-READ-RUN-CONTROL THRU 1060-EXIT
003140     PERFORM 1070-LOAD-APPROVALS THRU 1070-EXIT
003150     PERFORM 1010-LOAD-CHECKPOINT-FILE THRU 1010-EXIT
003160     OPEN INPUT TABLE-LIST-FILE
003170     OPEN INPUT CHANGE-REQUEST-FILE
003180     IF WS-MODE-IS-COMMIT
003190         OPEN EXTEND CHECKPOINT-FILE
003200         OPEN OUTPUT HOLD-REPORT-FILE
003210     END-IF
003220     PERFORM 1090-OPEN-TABLE-CONTROL THRU 1090-EXIT
003230     PERFORM 1200-READ-TABLE-LIST THRU 1200-EXIT
003240     PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT.
003250 1000-EXIT.
003260     EXIT.

003270*---------------------------------------------------------------
003280* 1060-READ-RUN-CONTROL - set the run mode from the optional
003290*                 RUNPARM record; anything but DRYRUN commits
003300*---------------------------------------------------------------
003310 1060-READ-RUN-CONTROL.
003320     OPEN INPUT RUN-CONTROL-FILE
003330     IF WS-RUNPARM-OK
003340         READ RUN-CONTROL-FILE
003350         END-READ
003360         IF WS-RUNPARM-OK AND RC-MODE-DRYRUN
003370             SET WS-MODE-IS-DRYRUN TO TRUE
003380             DISPLAY 'SCHEMAUPD RUNNING IN DRY-RUN MODE - '
003390                 'NOTHING WILL BE COMMITTED'
003400         END-IF
003410         CLOSE RUN-CONTROL-FILE
003420     END-IF.
003430 1060-EXIT.
003440     EXIT.

003450*---------------------------------------------------------------
003460* 1070-LOAD-APPROVALS - the change-control verdicts from the
003470*                 dry-run review; a missing APPROVLS dataset
003480*                 approves nothing, so every unreviewed group
003490*                 waits rather than commits
003500*---------------------------------------------------------------
003510 1070-LOAD-APPROVALS.
003520     IF WS-MODE-IS-COMMIT
003530         OPEN INPUT APPROVAL-FILE
003540         IF WS-APPROVAL-OPENED
003550             PERFORM 1080-LOAD-ONE-APPROVAL THRU 1080-EXIT
003560                 UNTIL WS-APPROVALS-ARE-EOF
003570             CLOSE APPROVAL-FILE
003580         END-IF
003590     END-IF.
003600 1070-EXIT.
003610     EXIT.

003620*---------------------------------------------------------------
003630* 1080-LOAD-ONE-APPROVAL - stage one change-control verdict
003640*---------------------------------------------------------------
003650 1080-LOAD-ONE-APPROVAL.
003660     READ APPROVAL-FILE
003670         AT END
003680             SET WS-APPROVALS-ARE-EOF TO TRUE
003690     END-READ
003700     IF NOT WS-APPROVALS-ARE-EOF
003710         IF WS-APPROVAL-COUNT < 3000
003720             ADD 1 TO WS-APPROVAL-COUNT
003730             MOVE AP-TABLE-NAME
003740                 TO WS-APPR-TABLE-NAME (WS-APPROVAL-COUNT)
003750             MOVE AP-SCHEMA-VERSION
003760                 TO WS-APPR-SCHEMA-VERSION (WS-APPROVAL-COUNT)
003770             MOVE AP-STATUS
003780                 TO WS-APPR-STATUS (WS-APPROVAL-COUNT)
003790         ELSE
003800             ADD 1 TO WS-APPROVALS-DROPPED-COUNT
003810         END-IF
003820     END-IF.
003830 1080-EXIT.
003840     EXIT.

003850*---------------------------------------------------------------
003860* 1090-OPEN-TABLE-CONTROL - the lifecycle dataset stays open
003870*                 for the whole sweep; a missing TBLCTL means
003880*                 every table is ACTIVE
003890*---------------------------------------------------------------
003900 1090-OPEN-TABLE-CONTROL.
003910     OPEN INPUT TABLE-CONTROL-FILE
003920     IF WS-TBLCTL-OPENED
003930         SET WS-TBLCTL-IS-AVAILABLE TO TRUE
003940     END-IF.
003950 1090-EXIT.
003960     EXIT.

003970*---------------------------------------------------------------
003980* 1010-LOAD-CHECKPOINT-FILE - read what a prior run finished
003990*---------------------------------------------------------------
004000 1010-LOAD-CHECKPOINT-FILE.
004010     OPEN INPUT CHECKPOINT-FILE
004020     IF WS-CKPT-OK
004030         PERFORM 1020-LOAD-CHECKPOINT-STEP THRU 1020-EXIT
004040             UNTIL WS-CKPT-EOF
004050         CLOSE CHECKPOINT-FILE
004060     END-IF.
004070 1010-EXIT.
004080     EXIT.

004090*---------------------------------------------------------------
004100* 1020-LOAD-CHECKPOINT-STEP - copy one checkpoint into done list
004110*---------------------------------------------------------------
004120 1020-LOAD-CHECKPOINT-STEP.
004130     READ CHECKPOINT-FILE
004140         AT END
004150             SET WS-CKPT-EOF TO TRUE
004160         NOT AT END
004170             IF CK-STATUS-COMPLETE
004180                  AND WS-DONE-TABLE-COUNT < 999
004190                 ADD 1 TO WS-DONE-TABLE-COUNT
004200                 MOVE CK-TABLE-NAME
004210                     TO WS-DONE-TABLE-NAME (WS-DONE-TABLE-COUNT)
004220             END-IF
004230     END-READ.
004240 1020-EXIT.
004250     EXIT.

004260*---------------------------------------------------------------
004270* 1050-STAMP-RUN-TIMESTAMP - mark the moment this sweep started
004280*---------------------------------------------------------------
004290 1050-STAMP-RUN-TIMESTAMP.
004300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
004310     ACCEPT WS-NOW-TIME FROM TIME
004320     MOVE SPACES TO WS-RUN-TIMESTAMP
004330     STRING WS-TODAY-DATE DELIMITED BY SIZE
004340            '-' DELIMITED BY SIZE
004350            WS-NOW-TIME DELIMITED BY SIZE
004360         INTO WS-RUN-TIMESTAMP.
004370 1050-EXIT.
004380     EXIT.

004390*---------------------------------------------------------------
004400* 1200-READ-TABLE-LIST - bring in the next table to synchronise
004410*---------------------------------------------------------------
004420 1200-READ-TABLE-LIST.
004430     READ TABLE-LIST-FILE
004440         AT END
004450             SET WS-TABLE-LIST-IS-EOF TO TRUE
004460     END-READ.
004470 1200-EXIT.
004480     EXIT.

004490*---------------------------------------------------------------
004500* 1300-READ-CHANGE-REQUEST - bring in the next request record
004510*---------------------------------------------------------------
004520 1300-READ-CHANGE-REQUEST.
004530     READ CHANGE-REQUEST-FILE
004540         AT END
004550             SET WS-CHANGE-REQUEST-IS-EOF TO TRUE
004560         NOT AT END
004570*            a type attribute left blank (or a row cut before
004580*            they were added) takes the shop default - each one
004590*            on its own, so a DECIMAL's precision and scale stand
004600*            when its length is blank
004610             IF CR-FIELD-PRECISION NOT NUMERIC
004620                 MOVE ZERO TO CR-FIELD-PRECISION
004630             END-IF
004640             IF CR-FIELD-SCALE NOT NUMERIC
004650                 MOVE ZERO TO CR-FIELD-SCALE
004660             END-IF
004670             IF CR-FIELD-LENGTH NOT NUMERIC
004680                 MOVE ZERO TO CR-FIELD-LENGTH
004690             END-IF
004700     END-READ.
004710 1300-EXIT.
004720     EXIT.

004730*---------------------------------------------------------------
004740* 2000-PROCESS-ONE-TABLE - sync or skip one TABLE-LIST entry
004750*---------------------------------------------------------------
004760 2000-PROCESS-ONE-TABLE.
004770     MOVE TL-TABLE-NAME TO WS-CURRENT-TABLE-NAME
004780     ACCEPT WS-TABLE-START-DATE FROM DATE YYYYMMDD
004790     ACCEPT WS-TABLE-START-TIME FROM TIME
004800     MOVE 0 TO WS-TABLE-REQUEST-COUNT
004810     MOVE 0 TO WS-TABLE-REJECT-COUNT
004820     PERFORM 2010-CHECK-ALREADY-DONE THRU 2010-EXIT
004830     IF WS-TABLE-IS-ALREADY-DONE
004840         ADD 1 TO WS-TABLES-SKIPPED-COUNT
004850         PERFORM 2100-SKIP-CHANGE-REQUESTS THRU 2100-EXIT
004860     ELSE
004870         PERFORM 2040-CHECK-TABLE-LIFECYCLE THRU 2040-EXIT
004880         IF WS-TABLE-STATE-ACTIVE
004890             PERFORM 2200-RUN-ONE-TABLE THRU 2200-EXIT
004900         ELSE
004910             PERFORM 2050-SKIP-LIFECYCLE-TABLE THRU 2050-EXIT
004920         END-IF
004930     END-IF
004940     PERFORM 8950-LOG-TABLE-OUTCOME THRU 8950-EXIT
004950     PERFORM 1200-READ-TABLE-LIST THRU 1200-EXIT.
004960 2000-EXIT.
004970     EXIT.

004980*---------------------------------------------------------------
004990* 2010-CHECK-ALREADY-DONE - was this table already checkpointed
005000*---------------------------------------------------------------
005010 2010-CHECK-ALREADY-DONE.
005020     MOVE 'N' TO WS-ALREADY-DONE-SWITCH
005030     IF WS-DONE-TABLE-COUNT > 0
005040         PERFORM 2020-CHECK-ONE-DONE-ENTRY THRU 2020-EXIT
005050             VARYING DN-IDX FROM 1 BY 1
005060             UNTIL DN-IDX > WS-DONE-TABLE-COUNT
005070                OR WS-TABLE-IS-ALREADY-DONE
005080     END-IF.
005090 2010-EXIT.
005100     EXIT.

005110*---------------------------------------------------------------
005120* 2020-CHECK-ONE-DONE-ENTRY - compare one checkpointed table name
005130*---------------------------------------------------------------
005140 2020-CHECK-ONE-DONE-ENTRY.
005150     IF WS-DONE-TABLE-NAME (DN-IDX) = WS-CURRENT-TABLE-NAME
005160         SET WS-TABLE-IS-ALREADY-DONE TO TRUE
005170     END-IF.
005180 2020-EXIT.
005190     EXIT.

005200*---------------------------------------------------------------
005210* 2040-CHECK-TABLE-LIFECYCLE - this table's TBLCTL status; a
005220*                 table with no record is ACTIVE
005230*---------------------------------------------------------------
005240 2040-CHECK-TABLE-LIFECYCLE.
005250     SET WS-TABLE-STATE-ACTIVE TO TRUE
005260     IF WS-TBLCTL-IS-AVAILABLE
005270         MOVE WS-CURRENT-TABLE-NAME TO TC-TABLE-NAME
005280         READ TABLE-CONTROL-FILE
005290             KEY IS TC-TABLE-NAME
005300         END-READ
005310         IF WS-TBLCTL-OK
005320             EVALUATE TRUE
005330                 WHEN TC-STATUS-FROZEN
005340                     SET WS-TABLE-STATE-FROZEN TO TRUE
005350                 WHEN TC-STATUS-RETIRED
005360                     SET WS-TABLE-STATE-RETIRED TO TRUE
005370                 WHEN OTHER
005380                     SET WS-TABLE-STATE-ACTIVE TO TRUE
005390             END-EVALUATE
005400         END-IF
005410     END-IF.
005420 2040-EXIT.
005430     EXIT.

005440*---------------------------------------------------------------
005450* 2050-SKIP-LIFECYCLE-TABLE - a frozen or retired table's group
005460*                 is read past, not applied; the checkpoint
005470*                 carries the lifecycle status (never COMPLETE,
005480*                 so a thawed table is picked up next sweep)
005490*                 and the table lands on the holds report
005500*---------------------------------------------------------------
005510 2050-SKIP-LIFECYCLE-TABLE.
005520     IF WS-TABLE-STATE-FROZEN
005530         ADD 1 TO WS-TABLES-FROZEN-COUNT
005540         MOVE 'TABLE IS FROZEN' TO WS-HOLD-REASON-TEXT
005550     ELSE
005560         ADD 1 TO WS-TABLES-RETIRED-COUNT
005570         MOVE 'TABLE IS RETIRED' TO WS-HOLD-REASON-TEXT
005580     END-IF
005590     IF WS-HELD-TABLE-COUNT < 999
005600         ADD 1 TO WS-HELD-TABLE-COUNT
005610         MOVE WS-CURRENT-TABLE-NAME
005620             TO WS-HELD-TABLE-NAME (WS-HELD-TABLE-COUNT)
005630         MOVE 0
005640             TO WS-HELD-SCHEMA-VERSION (WS-HELD-TABLE-COUNT)
005650         MOVE WS-HOLD-REASON-TEXT
005660             TO WS-HELD-REASON (WS-HELD-TABLE-COUNT)
005670     END-IF
005680     PERFORM 2100-SKIP-CHANGE-REQUESTS THRU 2100-EXIT
005690     IF WS-MODE-IS-COMMIT
005700         PERFORM 2340-STAGE-LIFECYCLE-CHECKPOINT THRU 2340-EXIT
005710     END-IF
005720     DISPLAY 'SCHEMAUPD - TABLE SKIPPED: ' WS-CURRENT-TABLE-NAME
005730         ' (' WS-HOLD-REASON-TEXT ')'.
005740 2050-EXIT.
005750     EXIT.

005760*---------------------------------------------------------------
005770* 2100-SKIP-CHANGE-REQUESTS - advance past a done table's group
005780*---------------------------------------------------------------
005790 2100-SKIP-CHANGE-REQUESTS.
005800     PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT
005810         UNTIL WS-CHANGE-REQUEST-IS-EOF
005820            OR CR-TABLE-NAME NOT = WS-CURRENT-TABLE-NAME.
005830 2100-EXIT.
005840     EXIT.

005850*---------------------------------------------------------------
005860* 2200-RUN-ONE-TABLE - replay one table's requests and commit
005870*---------------------------------------------------------------
005880 2200-RUN-ONE-TABLE.
005890     MOVE 'N' TO WS-REJECTED-REQUEST-SWITCH
005900     MOVE 'N' TO WS-TABLE-RETIRED-SWITCH
005910     MOVE 'START-TABLE' TO SR-REQUEST-CODE
005920     MOVE WS-CURRENT-TABLE-NAME TO SR-TABLE-NAME
005930     CALL 'UPDATE-SCHEMA' USING SCHEMA-REQUEST-AREA
005940     IF WS-MODE-IS-DRYRUN
005950*        the APPROVLS row the stewards write after reviewing
005960*        PREDDIFF must carry this exact schema version, so the
005970*        dry run reports it per table
005980         MOVE SR-SCHEMA-VERSION TO WS-VERSION-DISPLAY
005990         DISPLAY 'SCHEMAUPD DRY RUN - TABLE: '
006000             WS-CURRENT-TABLE-NAME
006010             '  SCHEMA VERSION: ' WS-VERSION-DISPLAY
006020     END-IF
006030     IF WS-MODE-IS-COMMIT
006040         PERFORM 2260-CHECK-TABLE-APPROVAL THRU 2260-EXIT
006050         IF NOT WS-TABLE-IS-APPROVED
006060             PERFORM 2270-HOLD-ONE-TABLE THRU 2270-EXIT
006070             GO TO 2200-EXIT
006080         END-IF
006090     END-IF
006100     PERFORM 2210-APPLY-ONE-REQUEST THRU 2210-EXIT
006110         UNTIL WS-CHANGE-REQUEST-IS-EOF
006120            OR CR-TABLE-NAME NOT = WS-CURRENT-TABLE-NAME
006130            OR WS-TABLE-WAS-RETIRED
006140     IF WS-TABLE-WAS-RETIRED
006150         PERFORM 2290-NOTE-RETIRED-TABLE THRU 2290-EXIT
006160         GO TO 2200-EXIT
006170     END-IF
006180     IF WS-MODE-IS-DRYRUN
006190         MOVE 'PREVIEW-COMMIT' TO SR-REQUEST-CODE
006200     ELSE
006210         MOVE 'COMMIT-SCHEMA' TO SR-REQUEST-CODE
006220     END-IF
006230     CALL 'UPDATE-SCHEMA' USING SCHEMA-REQUEST-AREA
006240     PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT.
006250 2200-EXIT.
006260     EXIT.

006270*---------------------------------------------------------------
006280* 2210-APPLY-ONE-REQUEST - replay one CHANGE-REQUESTS.DAT record
006290*                 (or one parent record and its continuation
006300*                 details - see ICEBERG-CHANGE-REQUEST.cpy)
006310*---------------------------------------------------------------
006320 2210-APPLY-ONE-REQUEST.
006330     EVALUATE TRUE
006340         WHEN CR-REQUEST-CODE = 'SET-IDENT-KEYS'
006350             PERFORM 2220-GATHER-IDENT-KEYS THRU 2220-EXIT
006360         WHEN CR-REQUEST-CODE = 'UNION-BY-NAME'
006370             PERFORM 2240-GATHER-UNION-FIELDS THRU 2240-EXIT
006380         WHEN CR-REQUEST-CODE = 'CASE-SENSITIVE'
006390             MOVE CR-REQUEST-CODE TO SR-REQUEST-CODE
006400             MOVE CR-REQUIRED-FLAG TO SR-CASE-SENSITIVE-FLAG
006410             PERFORM 2250-CALL-UPDATE-SCHEMA THRU 2250-EXIT
006420             PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT
006430         WHEN CR-REQUEST-CODE = 'IDENT-FIELD'
006440              OR CR-REQUEST-CODE = 'UNION-FIELD'
006450             PERFORM 9020-REJECT-ORPHAN-DETAIL THRU 9020-EXIT
006460             PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT
006470         WHEN (CR-REQUEST-CODE = 'FREEZE-TABLE'
006480               OR CR-REQUEST-CODE = 'THAW-TABLE'
006490               OR CR-REQUEST-CODE = 'RETIRE-TABLE')
006500              AND WS-MODE-IS-DRYRUN
006510*            lifecycle requests act immediately in
006520*            UPDATE-SCHEMA (TBLCTL, SCHHIST, and a retire
006530*            archives and deletes live records) - a dry run
006540*            must not replay them for real
006550             DISPLAY 'SCHEMAUPD - LIFECYCLE REQUEST NOT'
006560                 ' REPLAYED IN DRY RUN: ' CR-REQUEST-CODE
006570                 ' ' CR-TABLE-NAME
006580             PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT
006590         WHEN OTHER
006600             MOVE CR-REQUEST-CODE    TO SR-REQUEST-CODE
006610             MOVE CR-FIELD-NAME      TO SR-FIELD-NAME
006620             MOVE CR-NEW-NAME        TO SR-NEW-NAME
006630             MOVE CR-REFERENCE-FIELD TO SR-REFERENCE-FIELD
006640             MOVE CR-FIELD-TYPE      TO SR-FIELD-TYPE
006650             MOVE CR-REQUIRED-FLAG   TO SR-REQUIRED-FLAG
006660             MOVE CR-DOC-TEXT        TO SR-DOC-TEXT
006670             MOVE CR-DEFAULT-VALUE   TO SR-DEFAULT-VALUE
006680             MOVE CR-ELEMENT-TYPE    TO SR-ELEMENT-TYPE
006690             MOVE CR-FIELD-PRECISION TO SR-FIELD-PRECISION
006700             MOVE CR-FIELD-SCALE     TO SR-FIELD-SCALE
006710             MOVE CR-FIELD-LENGTH    TO SR-FIELD-LENGTH
006720             MOVE CR-CLASSIFICATION  TO SR-CLASSIFICATION
006730             MOVE CR-MASK-RULE       TO SR-MASK-RULE
006740             PERFORM 2250-CALL-UPDATE-SCHEMA THRU 2250-EXIT
006750             PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT
006760     END-EVALUATE.
006770 2210-EXIT.
006780     EXIT.

006790*---------------------------------------------------------------
006800* 2220-GATHER-IDENT-KEYS - stage a SET-IDENT-KEYS parent and
006810*                 its IDENT-FIELD details into one request; the
006820*                 count is staged as read so UPDATE-SCHEMA's own
006830*                 ten-field limit rejects an oversized list
006840*---------------------------------------------------------------
006850 2220-GATHER-IDENT-KEYS.
006860     MOVE 'SET-IDENT-KEYS' TO SR-REQUEST-CODE
006870     MOVE 0 TO SR-IDENT-FIELD-COUNT
006880     PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT
006890     PERFORM 2225-GATHER-ONE-IDENT-KEY THRU 2225-EXIT
006900         UNTIL WS-CHANGE-REQUEST-IS-EOF
006910            OR CR-TABLE-NAME NOT = WS-CURRENT-TABLE-NAME
006920            OR CR-REQUEST-CODE NOT = 'IDENT-FIELD'
006930     IF SR-IDENT-FIELD-COUNT = 0
006940         PERFORM 9030-REJECT-EMPTY-GROUP THRU 9030-EXIT
006950     ELSE
006960         PERFORM 2250-CALL-UPDATE-SCHEMA THRU 2250-EXIT
006970     END-IF.
006980 2220-EXIT.
006990     EXIT.

007000*---------------------------------------------------------------
007010* 2225-GATHER-ONE-IDENT-KEY - stage one key column detail
007020*---------------------------------------------------------------
007030 2225-GATHER-ONE-IDENT-KEY.
007040     ADD 1 TO SR-IDENT-FIELD-COUNT
007050     IF SR-IDENT-FIELD-COUNT NOT > 10
007060         MOVE CR-FIELD-NAME
007070             TO SR-IDENT-FIELD (SR-IDENT-FIELD-COUNT)
007080     END-IF
007090     PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT.
007100 2225-EXIT.
007110     EXIT.

007120*---------------------------------------------------------------
007130* 2240-GATHER-UNION-FIELDS - stage a UNION-BY-NAME parent and
007140*                 its UNION-FIELD details into one request; the
007150*                 count is staged as read so UPDATE-SCHEMA's own
007160*                 fifty-field limit rejects an oversized list
007170*---------------------------------------------------------------
007180 2240-GATHER-UNION-FIELDS.
007190     MOVE 'UNION-BY-NAME' TO SR-REQUEST-CODE
007200     MOVE 0 TO SR-UNION-FIELD-COUNT
007210     PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT
007220     PERFORM 2245-GATHER-ONE-UNION-FIELD THRU 2245-EXIT
007230         UNTIL WS-CHANGE-REQUEST-IS-EOF
007240            OR CR-TABLE-NAME NOT = WS-CURRENT-TABLE-NAME
007250            OR CR-REQUEST-CODE NOT = 'UNION-FIELD'
007260     IF SR-UNION-FIELD-COUNT = 0
007270         PERFORM 9030-REJECT-EMPTY-GROUP THRU 9030-EXIT
007280     ELSE
007290         PERFORM 2250-CALL-UPDATE-SCHEMA THRU 2250-EXIT
007300     END-IF.
007310 2240-EXIT.
007320     EXIT.

007330*---------------------------------------------------------------
007340* 2260-CHECK-TABLE-APPROVAL - does a change-control APPROVE row
007350*                 match this table and the schema version its
007360*                 START-TABLE session just loaded
007370*---------------------------------------------------------------
007380 2260-CHECK-TABLE-APPROVAL.
007390     MOVE 'N' TO WS-TABLE-APPROVED-SWITCH
007400     MOVE 'NO APPROVAL ON FILE' TO WS-HOLD-REASON-TEXT
007410     IF WS-APPROVAL-COUNT > 0
007420         PERFORM 2265-TEST-ONE-APPROVAL THRU 2265-EXIT
007430             VARYING AP-IDX FROM 1 BY 1
007440             UNTIL AP-IDX > WS-APPROVAL-COUNT
007450                OR WS-TABLE-IS-APPROVED
007460     END-IF.
007470 2260-EXIT.
007480     EXIT.

007490*---------------------------------------------------------------
007500* 2265-TEST-ONE-APPROVAL - match one verdict; a verdict for
007510*                 another version means the prediction the
007520*                 stewards reviewed is stale
007530*---------------------------------------------------------------
007540 2265-TEST-ONE-APPROVAL.
007550     IF WS-APPR-TABLE-NAME (AP-IDX) = WS-CURRENT-TABLE-NAME
007560         IF WS-APPR-SCHEMA-VERSION (AP-IDX) = SR-SCHEMA-VERSION
007570             EVALUATE TRUE
007580                 WHEN WS-APPR-IS-APPROVED (AP-IDX)
007590                     SET WS-TABLE-IS-APPROVED TO TRUE
007600                 WHEN WS-APPR-IS-HELD (AP-IDX)
007610                     MOVE 'HELD BY CHANGE CONTROL'
007620                         TO WS-HOLD-REASON-TEXT
007630                 WHEN WS-APPR-IS-REJECTED (AP-IDX)
007640                     MOVE 'REJECTED BY CHANGE CONTROL'
007650                         TO WS-HOLD-REASON-TEXT
007660                 WHEN OTHER
007670                     MOVE 'UNRECOGNISED APPROVAL STATUS'
007680                         TO WS-HOLD-REASON-TEXT
007690             END-EVALUATE
007700         ELSE
007710             IF WS-HOLD-REASON-TEXT = 'NO APPROVAL ON FILE'
007720                 MOVE 'APPROVAL IS FOR ANOTHER VERSION'
007730                     TO WS-HOLD-REASON-TEXT
007740             END-IF
007750         END-IF
007760     END-IF.
007770 2265-EXIT.
007780     EXIT.

007790*---------------------------------------------------------------
007800* 2270-HOLD-ONE-TABLE - park an unapproved table: its change
007810*                 group is read past but not applied, a HELD
007820*                 checkpoint is staged (HELD never counts as
007830*                 done, so the next sweep retries it), and the
007840*                 table lands on the morning holds report
007850*---------------------------------------------------------------
007860 2270-HOLD-ONE-TABLE.
007870     ADD 1 TO WS-TABLES-HELD-COUNT
007880     IF WS-HELD-TABLE-COUNT < 999
007890         ADD 1 TO WS-HELD-TABLE-COUNT
007900         MOVE WS-CURRENT-TABLE-NAME
007910             TO WS-HELD-TABLE-NAME (WS-HELD-TABLE-COUNT)
007920         MOVE SR-SCHEMA-VERSION
007930             TO WS-HELD-SCHEMA-VERSION (WS-HELD-TABLE-COUNT)
007940         MOVE WS-HOLD-REASON-TEXT
007950             TO WS-HELD-REASON (WS-HELD-TABLE-COUNT)
007960     END-IF
007970     PERFORM 2100-SKIP-CHANGE-REQUESTS THRU 2100-EXIT
007980     PERFORM 2330-STAGE-HELD-CHECKPOINT THRU 2330-EXIT
007990     DISPLAY 'SCHEMAUPD - TABLE HELD: ' WS-CURRENT-TABLE-NAME
008000         ' (' WS-HOLD-REASON-TEXT ')'.
008010 2270-EXIT.
008020     EXIT.

008030*---------------------------------------------------------------
008040* 2290-NOTE-RETIRED-TABLE - the group retired the table, which
008050*                 closed the UPDATE-SCHEMA session; there is
008060*                 nothing left to commit, so the COMMIT-SCHEMA
008070*                 call is skipped (it would land in
008080*                 NO-ACTIVE-TABLE and report a false failure),
008090*                 the rest of the group is read past, and a
008100*                 RETIRED checkpoint is staged
008110*---------------------------------------------------------------
008120 2290-NOTE-RETIRED-TABLE.
008130     PERFORM 2100-SKIP-CHANGE-REQUESTS THRU 2100-EXIT
008140     SET WS-TABLE-STATE-RETIRED TO TRUE
008150     ADD 1 TO WS-TABLES-RETIRED-COUNT
008160     IF WS-MODE-IS-COMMIT
008170         PERFORM 2340-STAGE-LIFECYCLE-CHECKPOINT THRU 2340-EXIT
008180     END-IF
008190     DISPLAY 'SCHEMAUPD - TABLE RETIRED AND ARCHIVED: '
008200         WS-CURRENT-TABLE-NAME.
008210 2290-EXIT.
008220     EXIT.

008230*---------------------------------------------------------------
008240* 2245-GATHER-ONE-UNION-FIELD - stage one feed column detail;
008250*                 CR-REQUIRED-FLAG 'Y' means the feed column is
008260*                 required, i.e. not nullable
008270*---------------------------------------------------------------
008280 2245-GATHER-ONE-UNION-FIELD.
008290     ADD 1 TO SR-UNION-FIELD-COUNT
008300     IF SR-UNION-FIELD-COUNT NOT > 50
008310         MOVE CR-FIELD-NAME
008320             TO UF-FIELD-NAME (SR-UNION-FIELD-COUNT)
008330         MOVE CR-FIELD-TYPE
008340             TO UF-FIELD-TYPE (SR-UNION-FIELD-COUNT)
008350         IF CR-REQUIRED-FLAG = 'Y'
008360             MOVE 'N' TO UF-NULLABLE-FLAG (SR-UNION-FIELD-COUNT)
008370         ELSE
008380             MOVE 'Y' TO UF-NULLABLE-FLAG (SR-UNION-FIELD-COUNT)
008390         END-IF
008400         MOVE CR-ELEMENT-TYPE
008410             TO UF-ELEMENT-TYPE (SR-UNION-FIELD-COUNT)
008420         MOVE CR-FIELD-PRECISION
008430             TO UF-FIELD-PRECISION (SR-UNION-FIELD-COUNT)
008440         MOVE CR-FIELD-SCALE
008450             TO UF-FIELD-SCALE (SR-UNION-FIELD-COUNT)
008460         MOVE CR-FIELD-LENGTH
008470             TO UF-FIELD-LENGTH (SR-UNION-FIELD-COUNT)
008480     END-IF
008490     PERFORM 1300-READ-CHANGE-REQUEST THRU 1300-EXIT.
008500 2245-EXIT.
008510     EXIT.

008520*---------------------------------------------------------------
008530* 2250-CALL-UPDATE-SCHEMA - one dispatcher call, noting rejects
008540*---------------------------------------------------------------
008550 2250-CALL-UPDATE-SCHEMA.
008560     CALL 'UPDATE-SCHEMA' USING SCHEMA-REQUEST-AREA
008570     ADD 1 TO WS-TABLE-REQUEST-COUNT
008580     IF SR-RETURN-CODE NOT = 0
008590         ADD 1 TO WS-TABLE-REJECT-COUNT
008600         SET WS-TABLE-HAD-REJECTED-REQ TO TRUE
008610     END-IF
008620     IF SR-REQUEST-CODE = 'RETIRE-TABLE'
008630          AND SR-RETURN-CODE = 0
008640         SET WS-TABLE-WAS-RETIRED TO TRUE
008650     END-IF.
008660 2250-EXIT.
008670     EXIT.

008680*---------------------------------------------------------------
008690* 2300-WRITE-CHECKPOINT - stage this table's commit result; the
008700*                 record itself is not written to CHECKPOINT-FILE
008710*                 until 2350-FLUSH-CHECKPOINTS confirms the whole
008720*                 run was consistent (see 9000-CHECK-FOR-LEFTOVER)
008730*---------------------------------------------------------------
008740 2300-WRITE-CHECKPOINT.
008750     IF WS-MODE-IS-DRYRUN
008760         IF SR-RETURN-CODE = 0
008770              AND NOT WS-TABLE-HAD-REJECTED-REQ
008780             ADD 1 TO WS-TABLES-PROCESSED-COUNT
008790         ELSE
008800             ADD 1 TO WS-TABLES-FAILED-COUNT
008810         END-IF
008820         GO TO 2300-EXIT
008830     END-IF
008840     ADD 1 TO WS-PENDING-CHECKPOINT-COUNT
008850     MOVE WS-CURRENT-TABLE-NAME
008860         TO WS-PEND-CKPT-TABLE-NAME (WS-PENDING-CHECKPOINT-COUNT)
008870     MOVE WS-RUN-TIMESTAMP
008880         TO WS-PEND-CKPT-TIMESTAMP (WS-PENDING-CHECKPOINT-COUNT)
008890     MOVE SR-RETURN-CODE
008900         TO WS-PEND-CKPT-RETURN-CODE (WS-PENDING-CHECKPOINT-COUNT)
008910     IF SR-RETURN-CODE = 0
008920          AND NOT WS-TABLE-HAD-REJECTED-REQ
008930         SET WS-PEND-CKPT-IS-COMPLETE
008940             (WS-PENDING-CHECKPOINT-COUNT) TO TRUE
008950         ADD 1 TO WS-TABLES-PROCESSED-COUNT
008960     ELSE
008970         MOVE 'N'
008980             TO WS-PEND-CKPT-COMPLETE-SWITCH
008990                 (WS-PENDING-CHECKPOINT-COUNT)
009000         ADD 1 TO WS-TABLES-FAILED-COUNT
009010     END-IF.
009020 2300-EXIT.
009030     EXIT.

009040*---------------------------------------------------------------
009050* 2330-STAGE-HELD-CHECKPOINT - stage a HELD record for a table
009060*                 the approval gate parked; written with the
009070*                 rest by 2350-FLUSH-CHECKPOINTS
009080*---------------------------------------------------------------
009090 2330-STAGE-HELD-CHECKPOINT.
009100     ADD 1 TO WS-PENDING-CHECKPOINT-COUNT
009110     MOVE WS-CURRENT-TABLE-NAME
009120         TO WS-PEND-CKPT-TABLE-NAME (WS-PENDING-CHECKPOINT-COUNT)
009130     MOVE WS-RUN-TIMESTAMP
009140         TO WS-PEND-CKPT-TIMESTAMP (WS-PENDING-CHECKPOINT-COUNT)
009150     MOVE 0
009160         TO WS-PEND-CKPT-RETURN-CODE
009170            (WS-PENDING-CHECKPOINT-COUNT)
009180     SET WS-PEND-CKPT-IS-HELD
009190         (WS-PENDING-CHECKPOINT-COUNT) TO TRUE.
009200 2330-EXIT.
009210     EXIT.

009220*---------------------------------------------------------------
009230* 2340-STAGE-LIFECYCLE-CHECKPOINT - stage a FROZEN or RETIRED
009240*                 record for a table the lifecycle skip parked
009250*---------------------------------------------------------------
009260 2340-STAGE-LIFECYCLE-CHECKPOINT.
009270     ADD 1 TO WS-PENDING-CHECKPOINT-COUNT
009280     MOVE WS-CURRENT-TABLE-NAME
009290         TO WS-PEND-CKPT-TABLE-NAME (WS-PENDING-CHECKPOINT-COUNT)
009300     MOVE WS-RUN-TIMESTAMP
009310         TO WS-PEND-CKPT-TIMESTAMP (WS-PENDING-CHECKPOINT-COUNT)
009320     MOVE 0
009330         TO WS-PEND-CKPT-RETURN-CODE
009340            (WS-PENDING-CHECKPOINT-COUNT)
009350     IF WS-TABLE-STATE-FROZEN
009360         SET WS-PEND-CKPT-IS-FROZEN
009370             (WS-PENDING-CHECKPOINT-COUNT) TO TRUE
009380     ELSE
009390         SET WS-PEND-CKPT-IS-RETIRED
009400             (WS-PENDING-CHECKPOINT-COUNT) TO TRUE
009410     END-IF.
009420 2340-EXIT.
009430     EXIT.

009440*---------------------------------------------------------------
009450* 2350-FLUSH-CHECKPOINTS - write every staged checkpoint now that
009460*                 9000-CHECK-FOR-LEFTOVER-REQUESTS has run
009470*---------------------------------------------------------------
009480 2350-FLUSH-CHECKPOINTS.
009490     PERFORM 2360-WRITE-ONE-CHECKPOINT THRU 2360-EXIT
009500         VARYING PK-IDX FROM 1 BY 1
009510         UNTIL PK-IDX > WS-PENDING-CHECKPOINT-COUNT.
009520 2350-EXIT.
009530     EXIT.

009540*---------------------------------------------------------------
009550* 2360-WRITE-ONE-CHECKPOINT - append one staged checkpoint record;
009560*                 a staged COMPLETE is downgraded to FAILED if the
009570*                 run as a whole turned out to be inconsistent, so
009580*                 a resubmission never skips a falsely-completed
009590*                 table
009600*---------------------------------------------------------------
009610 2360-WRITE-ONE-CHECKPOINT.
009620     MOVE WS-PEND-CKPT-TABLE-NAME (PK-IDX) TO CK-TABLE-NAME
009630     MOVE WS-PEND-CKPT-TIMESTAMP (PK-IDX) TO CK-TIMESTAMP
009640     MOVE WS-PEND-CKPT-RETURN-CODE (PK-IDX) TO CK-RETURN-CODE
009650     EVALUATE TRUE
009660         WHEN WS-PEND-CKPT-IS-HELD (PK-IDX)
009670             SET CK-STATUS-HELD TO TRUE
009680         WHEN WS-PEND-CKPT-IS-FROZEN (PK-IDX)
009690             SET CK-STATUS-FROZEN TO TRUE
009700         WHEN WS-PEND-CKPT-IS-RETIRED (PK-IDX)
009710             SET CK-STATUS-RETIRED TO TRUE
009720         WHEN WS-PEND-CKPT-IS-COMPLETE (PK-IDX)
009730              AND WS-RUN-IS-CONSISTENT
009740             SET CK-STATUS-COMPLETE TO TRUE
009750         WHEN OTHER
009760             SET CK-STATUS-FAILED TO TRUE
009770     END-EVALUATE
009780     WRITE CHECKPOINT-RECORD.
009790 2360-EXIT.
009800     EXIT.

009810*---------------------------------------------------------------
009820* 2370-WRITE-HOLDS-REPORT - the morning holds report: every
009830*                 table the approval gate parked this run
009840*---------------------------------------------------------------
009850 2370-WRITE-HOLDS-REPORT.
009860     MOVE SPACES TO WS-REPORT-LINE-BUILD
009870     STRING 'SCHEMAUPD HOLDS REPORT - RUN ' DELIMITED BY SIZE
009880            WS-RUN-TIMESTAMP DELIMITED BY SIZE
009890         INTO WS-REPORT-LINE-BUILD
009900     MOVE WS-REPORT-LINE-BUILD TO HOLD-REPORT-LINE
009910     WRITE HOLD-REPORT-LINE
009920     MOVE SPACES TO HOLD-REPORT-LINE
009930     WRITE HOLD-REPORT-LINE
009940     IF WS-HELD-TABLE-COUNT = 0
009950         MOVE '  NO TABLES HELD - EVERY GROUP WAS APPROVED'
009960             TO HOLD-REPORT-LINE
009970         WRITE HOLD-REPORT-LINE
009980     ELSE
009990         PERFORM 2380-WRITE-ONE-HOLD-LINE THRU 2380-EXIT
010000             VARYING HD-IDX FROM 1 BY 1
010010             UNTIL HD-IDX > WS-HELD-TABLE-COUNT
010020     END-IF.
010030 2370-EXIT.
010040     EXIT.

010050*---------------------------------------------------------------
010060* 2380-WRITE-ONE-HOLD-LINE - one held table, the version its
010070*                 session loaded, and why it was parked
010080*---------------------------------------------------------------
010090 2380-WRITE-ONE-HOLD-LINE.
010100     MOVE SPACES TO WS-REPORT-LINE-BUILD
010110     MOVE WS-HELD-TABLE-NAME (HD-IDX)
010120         TO WS-REPORT-LINE-BUILD (3 : 30)
010130     MOVE WS-HELD-SCHEMA-VERSION (HD-IDX) TO WS-VERSION-DISPLAY
010140     MOVE WS-VERSION-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
010150     MOVE WS-HELD-REASON (HD-IDX)
010160         TO WS-REPORT-LINE-BUILD (46 : 32)
010170     MOVE WS-REPORT-LINE-BUILD TO HOLD-REPORT-LINE
010180     WRITE HOLD-REPORT-LINE.
010190 2380-EXIT.
010200     EXIT.

010210*---------------------------------------------------------------
010220* 8000-TERMINATE - close files and display the sweep totals
010230*---------------------------------------------------------------
010240 8000-TERMINATE.
010250     PERFORM 9000-CHECK-FOR-LEFTOVER-REQUESTS THRU 9000-EXIT
010260     IF WS-APPROVALS-DROPPED-COUNT > 0
010270         PERFORM 9040-WARN-APPROVALS-DROPPED THRU 9040-EXIT
010280     END-IF
010290     IF WS-MODE-IS-COMMIT
010300         PERFORM 2350-FLUSH-CHECKPOINTS THRU 2350-EXIT
010310         PERFORM 2370-WRITE-HOLDS-REPORT THRU 2370-EXIT
010320     END-IF
010330     CLOSE TABLE-LIST-FILE
010340     CLOSE CHANGE-REQUEST-FILE
010350     IF WS-TBLCTL-IS-AVAILABLE
010360         CLOSE TABLE-CONTROL-FILE
010370     END-IF
010380     IF WS-MODE-IS-COMMIT
010390         CLOSE CHECKPOINT-FILE
010400         CLOSE HOLD-REPORT-FILE
010410     END-IF
010420     MOVE WS-TABLES-PROCESSED-COUNT TO WS-PROCESSED-COUNT-DISPLAY
010430     MOVE WS-TABLES-SKIPPED-COUNT   TO WS-SKIPPED-COUNT-DISPLAY
010440     MOVE WS-TABLES-FAILED-COUNT    TO WS-FAILED-COUNT-DISPLAY
010450     MOVE WS-TABLES-HELD-COUNT      TO WS-HELD-COUNT-DISPLAY
010460     MOVE WS-TABLES-FROZEN-COUNT    TO WS-FROZEN-COUNT-DISPLAY
010470     MOVE WS-TABLES-RETIRED-COUNT   TO WS-RETIRED-COUNT-DISPLAY
010480     IF WS-MODE-IS-DRYRUN
010490         DISPLAY 'SCHEMAUPD DRY RUN COMPLETE - PREDICTED: '
010500             WS-PROCESSED-COUNT-DISPLAY
010510             '  SKIPPED: ' WS-SKIPPED-COUNT-DISPLAY
010520             '  FROZEN: ' WS-FROZEN-COUNT-DISPLAY
010530             '  RETIRED: ' WS-RETIRED-COUNT-DISPLAY
010540             '  FAILED: ' WS-FAILED-COUNT-DISPLAY
010550     ELSE
010560         DISPLAY 'SCHEMAUPD COMPLETE - COMMITTED: '
010570             WS-PROCESSED-COUNT-DISPLAY
010580             '  SKIPPED: ' WS-SKIPPED-COUNT-DISPLAY
010590             '  HELD: ' WS-HELD-COUNT-DISPLAY
010600             '  FROZEN: ' WS-FROZEN-COUNT-DISPLAY
010610             '  RETIRED: ' WS-RETIRED-COUNT-DISPLAY
010620             '  FAILED: ' WS-FAILED-COUNT-DISPLAY
010630     END-IF.
010640 8000-EXIT.
010650     EXIT.

010660*---------------------------------------------------------------
010670* 8800-START-RUN-LOG - note when the sweep started, for its
010680*                 run-log row
010690*---------------------------------------------------------------
010700 8800-START-RUN-LOG.
010710     ACCEPT WS-SWEEP-START-DATE FROM DATE YYYYMMDD
010720     ACCEPT WS-SWEEP-START-TIME FROM TIME.
010730 8800-EXIT.
010740     EXIT.

010750*---------------------------------------------------------------
010760* 8900-WRITE-RUN-LOG - append the sweep's row: tables read,
010770*                 committed (or predicted) and failed, and the
010780*                 final return code
010790*---------------------------------------------------------------
010800 8900-WRITE-RUN-LOG.
010810     PERFORM 8940-FILL-RUN-LOG-HEADER THRU 8940-EXIT
010820     MOVE SPACES TO RL-TABLE-NAME
010830     MOVE SPACES TO RL-OUTCOME
010840     MOVE WS-SWEEP-START-DATE TO RL-START-DATE
010850     MOVE WS-SWEEP-START-TIME TO RL-START-TIME
010860     COMPUTE RL-RECORDS-READ = WS-TABLES-PROCESSED-COUNT
010870                             + WS-TABLES-SKIPPED-COUNT
010880                             + WS-TABLES-FAILED-COUNT
010890                             + WS-TABLES-HELD-COUNT
010900                             + WS-TABLES-FROZEN-COUNT
010910                             + WS-TABLES-RETIRED-COUNT
010920     MOVE WS-TABLES-PROCESSED-COUNT TO RL-RECORDS-WRITTEN
010930     MOVE WS-TABLES-FAILED-COUNT TO RL-RECORDS-REJECTED
010940     MOVE RETURN-CODE TO RL-RETURN-CODE
010950     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
010960 8900-EXIT.
010970     EXIT.

010980*---------------------------------------------------------------
010990* 8940-FILL-RUN-LOG-HEADER - job, program and mode; the dry run
011000*                 and the commit sweep run under different jobs
011010*---------------------------------------------------------------
011020 8940-FILL-RUN-LOG-HEADER.
011030     MOVE SPACES TO RUN-LOG-RECORD
011040     MOVE 'SCHEMAUPD' TO RL-PROGRAM-NAME
011050     IF WS-MODE-IS-DRYRUN
011060         MOVE 'SCHEMDRY' TO RL-JOB-NAME
011070         MOVE 'DRYRUN' TO RL-RUN-MODE
011080     ELSE
011090         MOVE 'SCHEMAUP' TO RL-JOB-NAME
011100         MOVE 'COMMIT' TO RL-RUN-MODE
011110     END-IF.
011120 8940-EXIT.
011130     EXIT.

011140*---------------------------------------------------------------
011150* 8950-LOG-TABLE-OUTCOME - append one table's row as it leaves
011160*                 the sweep.  A held table is logged RC=4 so the
011170*                 morning summary lists it with the failures; a
011180*                 failed table carries the commit's return code,
011190*                 or 8 when only a request was rejected.  A
011200*                 COMPLETE later downgraded by the leftover check
011210*                 shows on the sweep row's RC=16, not here.  The
011220*                 step's own return code is kept across the call.
011230*---------------------------------------------------------------
011240 8950-LOG-TABLE-OUTCOME.
011250     PERFORM 8940-FILL-RUN-LOG-HEADER THRU 8940-EXIT
011260     MOVE WS-CURRENT-TABLE-NAME TO RL-TABLE-NAME
011270     MOVE WS-TABLE-START-DATE TO RL-START-DATE
011280     MOVE WS-TABLE-START-TIME TO RL-START-TIME
011290     MOVE WS-TABLE-REQUEST-COUNT TO RL-RECORDS-READ
011300     COMPUTE RL-RECORDS-WRITTEN = WS-TABLE-REQUEST-COUNT
011310                                - WS-TABLE-REJECT-COUNT
011320     MOVE WS-TABLE-REJECT-COUNT TO RL-RECORDS-REJECTED
011330     MOVE 0 TO RL-RETURN-CODE
011340     EVALUATE TRUE
011350         WHEN WS-TABLE-IS-ALREADY-DONE
011360             MOVE 'SKIPPED' TO RL-OUTCOME
011370         WHEN WS-TABLE-STATE-FROZEN
011380             MOVE 'FROZEN' TO RL-OUTCOME
011390         WHEN WS-TABLE-STATE-RETIRED
011400             MOVE 'RETIRED' TO RL-OUTCOME
011410         WHEN WS-MODE-IS-COMMIT
011420              AND NOT WS-TABLE-IS-APPROVED
011430             MOVE 'HELD' TO RL-OUTCOME
011440             MOVE 4 TO RL-RETURN-CODE
011450         WHEN SR-RETURN-CODE = 0
011460              AND NOT WS-TABLE-HAD-REJECTED-REQ
011470             IF WS-MODE-IS-DRYRUN
011480                 MOVE 'PREDICTED' TO RL-OUTCOME
011490             ELSE
011500                 MOVE 'COMMITTED' TO RL-OUTCOME
011510             END-IF
011520         WHEN OTHER
011530             MOVE 'FAILED' TO RL-OUTCOME
011540             IF SR-RETURN-CODE = 0
011550                 MOVE 8 TO RL-RETURN-CODE
011560             ELSE
011570                 MOVE SR-RETURN-CODE TO RL-RETURN-CODE
011580             END-IF
011590     END-EVALUATE
011600     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
011610     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD
011620     MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
011630 8950-EXIT.
011640     EXIT.
011650*---------------------------------------------------------------
011660* 9000-CHECK-FOR-LEFTOVER-REQUESTS - the two input files must
011670*                 exhaust together; a change-request group left
011680*                 unread means CHANGE-REQUESTS.DAT and
011690*                 TABLE-LIST.DAT disagreed on table order
011700*---------------------------------------------------------------
011710 9000-CHECK-FOR-LEFTOVER-REQUESTS.
011720     IF NOT WS-CHANGE-REQUEST-IS-EOF
011730         PERFORM 9010-LOG-LEFTOVER-REQUEST THRU 9010-EXIT
011740     END-IF.
011750 9000-EXIT.
011760     EXIT.

011770*---------------------------------------------------------------
011780* 9010-LOG-LEFTOVER-REQUEST - record the mismatch and fail the run
011790*---------------------------------------------------------------
011800 9010-LOG-LEFTOVER-REQUEST.
011810     MOVE 'N' TO WS-RUN-CONSISTENT-SWITCH
011820     MOVE CR-TABLE-NAME TO SE-TABLE-NAME
011830     MOVE '8000-TERMINATE' TO SE-PARAGRAPH-NAME
011840     MOVE 'CHANGE-REQUESTS.DAT/TABLE-LIST.DAT TABLE ORDER'
011850         TO SE-EXCEPTION-TEXT
011860     MOVE WS-RUN-TIMESTAMP TO SE-TIMESTAMP
011870     MOVE 16 TO SE-RETURN-CODE
011880     OPEN EXTEND SCHEMA-ERROR-FILE
011890     WRITE SCHEMA-ERROR-RECORD
011900     CLOSE SCHEMA-ERROR-FILE
011910     MOVE 16 TO RETURN-CODE
011920     ADD 1 TO WS-TABLES-FAILED-COUNT.
011930 9010-EXIT.
011940     EXIT.

011950*---------------------------------------------------------------
011960* 9020-REJECT-ORPHAN-DETAIL - an IDENT-FIELD or UNION-FIELD
011970*                 continuation record arrived without its
011980*                 SET-IDENT-KEYS / UNION-BY-NAME parent; log
011990*                 and skip rather than guess which request it
012000*                 belonged to
012010*---------------------------------------------------------------
012020 9020-REJECT-ORPHAN-DETAIL.
012030     SET WS-TABLE-HAD-REJECTED-REQ TO TRUE
012040     ADD 1 TO WS-TABLE-REQUEST-COUNT
012050     ADD 1 TO WS-TABLE-REJECT-COUNT
012060     MOVE CR-TABLE-NAME TO SE-TABLE-NAME
012070     MOVE '2210-APPLY-ONE-REQUEST' TO SE-PARAGRAPH-NAME
012080     MOVE 'Detail record arrived without its parent request'
012090         TO SE-EXCEPTION-TEXT
012100     MOVE WS-RUN-TIMESTAMP TO SE-TIMESTAMP
012110     MOVE 16 TO SE-RETURN-CODE
012120     OPEN EXTEND SCHEMA-ERROR-FILE
012130     WRITE SCHEMA-ERROR-RECORD
012140     CLOSE SCHEMA-ERROR-FILE.
012150 9020-EXIT.
012160     EXIT.

012170*---------------------------------------------------------------
012180* 9030-REJECT-EMPTY-GROUP - a SET-IDENT-KEYS / UNION-BY-NAME
012190*                 parent arrived with no continuation details
012200*---------------------------------------------------------------
012210 9030-REJECT-EMPTY-GROUP.
012220     SET WS-TABLE-HAD-REJECTED-REQ TO TRUE
012230     ADD 1 TO WS-TABLE-REQUEST-COUNT
012240     ADD 1 TO WS-TABLE-REJECT-COUNT
012250     MOVE WS-CURRENT-TABLE-NAME TO SE-TABLE-NAME
012260     MOVE '2210-APPLY-ONE-REQUEST' TO SE-PARAGRAPH-NAME
012270     MOVE 'Parent request arrived with no detail records'
012280         TO SE-EXCEPTION-TEXT
012290     MOVE WS-RUN-TIMESTAMP TO SE-TIMESTAMP
012300     MOVE 16 TO SE-RETURN-CODE
012310     OPEN EXTEND SCHEMA-ERROR-FILE
012320     WRITE SCHEMA-ERROR-RECORD
012330     CLOSE SCHEMA-ERROR-FILE.
012340 9030-EXIT.
012350     EXIT.

012360*---------------------------------------------------------------
012370* 9040-WARN-APPROVALS-DROPPED - APPROVLS held more verdicts than
012380*                 the table takes; a table whose approval was
012390*                 among those left out was held for want of one
012400*---------------------------------------------------------------
012410 9040-WARN-APPROVALS-DROPPED.
012420     MOVE WS-APPROVALS-DROPPED-COUNT TO WS-DROPPED-COUNT-DISPLAY
012430     DISPLAY 'SCHEMAUPD - WARNING: APPROVLS HOLDS MORE THAN 3000 '
012440         'VERDICTS; ' WS-DROPPED-COUNT-DISPLAY ' NOT LOADED'
012450     IF RETURN-CODE < 4
012460         MOVE 4 TO RETURN-CODE
012470     END-IF.
012480 9040-EXIT.
012490     EXIT.

