000240* 2026-09-03  JKH   History record grew to 215 bytes
000250*                   (SH-ELEMENT-TYPE); retained/archive
000260*                   datasets follow suit.
000270* 2026-10-15  JKH   Appends a catalog-wide run-log row
000280*                   (WRITE-RUN-LOG) at the end of every run:
000290*                   checkpoint rows read, rows kept across the
000300*                   four files, and the final return code.
000310*

000320****************************************************************
000330* ENVIRONMENT DIVISION
000340****************************************************************
000350 ENVIRONMENT DIVISION.

000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT HSKP-PARM-FILE ASSIGN TO "HSKPPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-FILE-STATUS.

000410     SELECT CHECKPOINT-FILE ASSIGN TO "SCHUCKPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CKPT-FILE-STATUS.

000440     SELECT CHECKPOINT-NEW-FILE ASSIGN TO "CKPTNEW"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CKPTNEW-FILE-STATUS.

000470     SELECT SCHEMA-HISTORY-FILE ASSIGN TO "SCHHIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HIST-FILE-STATUS.

000500     SELECT HISTORY-NEW-FILE ASSIGN TO "HISTNEW"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-HISTNEW-FILE-STATUS.

000530     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "HISTARCH"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HISTARCH-FILE-STATUS.

000560     SELECT SCHEMA-ERROR-FILE ASSIGN TO "SCHERRLG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ERRLOG-FILE-STATUS.

000590     SELECT ERROR-NEW-FILE ASSIGN TO "ERRNEW"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ERRNEW-FILE-STATUS.

000620     SELECT ERROR-ARCHIVE-FILE ASSIGN TO "ERRARCH"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ERRARCH-FILE-STATUS.

000650     SELECT UNION-CONFLICT-FILE ASSIGN TO "UNIONCFL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-UNIONCFL-FILE-STATUS.

000680     SELECT UNION-NEW-FILE ASSIGN TO "UNIONEW"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-UNIONEW-FILE-STATUS.

000710     SELECT UNION-ARCHIVE-FILE ASSIGN TO "UNIOARCH"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-UNIOARCH-FILE-STATUS.

000740     SELECT HSKP-REPORT-FILE ASSIGN TO "HSKPRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-HSKPRPT-FILE-STATUS.

000770****************************************************************
000780* DATA DIVISION
000790****************************************************************
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  HSKP-PARM-FILE.
000830     COPY "ICEBERG-HSKP-PARM.cpy".

000840 FD  CHECKPOINT-FILE.
000850     COPY "ICEBERG-CHECKPOINT-REC.cpy".

000860 FD  CHECKPOINT-NEW-FILE.
000870     COPY "ICEBERG-CHECKPOINT-REC.cpy"
000880         REPLACING ==CHECKPOINT-RECORD== BY
000890                   ==CHECKPOINT-NEW-RECORD==
000900                   ==CK-TABLE-NAME== BY ==CN-TABLE-NAME==
000910                   ==CK-STATUS== BY ==CN-STATUS==
000920                   ==CK-STATUS-COMPLETE== BY
000930                   ==CN-STATUS-COMPLETE==
000940                   ==CK-STATUS-FAILED== BY ==CN-STATUS-FAILED==
000950                   ==CK-TIMESTAMP== BY ==CN-TIMESTAMP==
000960                   ==CK-RETURN-CODE== BY ==CN-RETURN-CODE==.

000970 FD  SCHEMA-HISTORY-FILE.
000980     COPY "ICEBERG-HIST-REC.cpy".

000990 FD  HISTORY-NEW-FILE.
001000 01  HISTORY-NEW-RECORD                  PIC X(215).

001010 FD  HISTORY-ARCHIVE-FILE.
001020 01  HISTORY-ARCHIVE-RECORD              PIC X(215).

001030 FD  SCHEMA-ERROR-FILE.
001040     COPY "ICEBERG-ERROR-REC.cpy".

001050 FD  ERROR-NEW-FILE.
001060 01  ERROR-NEW-RECORD                    PIC X(170).

001070 FD  ERROR-ARCHIVE-FILE.
001080 01  ERROR-ARCHIVE-RECORD                PIC X(170).

001090 FD  UNION-CONFLICT-FILE.
001100     COPY "ICEBERG-UNION-CONFLICT-REC.cpy".

001110 FD  UNION-NEW-FILE.
001120 01  UNION-NEW-RECORD                    PIC X(106).

001130 FD  UNION-ARCHIVE-FILE.
001140 01  UNION-ARCHIVE-RECORD                PIC X(106).

001150 FD  HSKP-REPORT-FILE.
001160 01  HSKP-REPORT-LINE                    PIC X(132).

001170 WORKING-STORAGE SECTION.
001180****************************************************************
001190* FILE STATUS AND CONTROL SWITCHES
001200****************************************************************
001210 01  WS-FILE-STATUSES.
001220     05  WS-PARM-FILE-STATUS             PIC X(02).
001230         88  WS-PARM-OK                  VALUE '00'.
001240     05  WS-CKPT-FILE-STATUS             PIC X(02).
001250         88  WS-CKPT-OK                  VALUE '00'.
001260     05  WS-CKPTNEW-FILE-STATUS          PIC X(02).
001270     05  WS-HIST-FILE-STATUS             PIC X(02).
001280         88  WS-HIST-OK                  VALUE '00'.
001290     05  WS-HISTNEW-FILE-STATUS          PIC X(02).
001300     05  WS-HISTARCH-FILE-STATUS         PIC X(02).
001310     05  WS-ERRLOG-FILE-STATUS           PIC X(02).
001320         88  WS-ERRLOG-OK                VALUE '00'.
001330     05  WS-ERRNEW-FILE-STATUS           PIC X(02).
001340     05  WS-ERRARCH-FILE-STATUS          PIC X(02).
001350     05  WS-UNIONCFL-FILE-STATUS         PIC X(02).
001360         88  WS-UNIONCFL-OK              VALUE '00'.
001370     05  WS-UNIONEW-FILE-STATUS          PIC X(02).
001380     05  WS-UNIOARCH-FILE-STATUS         PIC X(02).
001390     05  WS-HSKPRPT-FILE-STATUS          PIC X(02).

001400 01  WS-SWITCHES.
001410     05  WS-INPUT-EOF-SWITCH             PIC X(01) VALUE 'N'.
001420         88  WS-INPUT-IS-EOF             VALUE 'Y'.
001430     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001440         88  WS-RUN-IS-VALID             VALUE 'Y'.
001450         88  WS-RUN-IS-INVALID           VALUE 'N'.
001460     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001470         88  WS-ENTRY-FOUND              VALUE 'Y'.
001480         88  WS-ENTRY-NOT-FOUND          VALUE 'N'.
001490     05  WS-CKPT-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
001500         88  WS-CKPT-HAS-OVERFLOWED      VALUE 'Y'.

001510 77  WS-WORK-INDEX                       PIC 9(04) COMP VALUE 0.
001520 77  WS-CKPT-READ-COUNT                  PIC 9(09) COMP VALUE 0.
001530 77  WS-CKPT-KEPT-COUNT                  PIC 9(09) COMP VALUE 0.
001540 77  WS-HIST-KEPT-COUNT                  PIC 9(09) COMP VALUE 0.
001550 77  WS-HIST-AGED-COUNT                  PIC 9(09) COMP VALUE 0.
001560 77  WS-ERR-KEPT-COUNT                   PIC 9(09) COMP VALUE 0.
001570 77  WS-ERR-AGED-COUNT                   PIC 9(09) COMP VALUE 0.
001580 77  WS-UNION-KEPT-COUNT                 PIC 9(09) COMP VALUE 0.
001590 77  WS-UNION-AGED-COUNT                 PIC 9(09) COMP VALUE 0.

001600 01  WS-CUTOFF-DATE-TEXT                 PIC X(08) VALUE SPACES.
001610 01  WS-RECORD-DATE-TEXT                 PIC X(08) VALUE SPACES.
001620 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
001630 01  WS-REPORT-LINE-BUILD                PIC X(132) VALUE SPACES.

001640****************************************************************
001650* LATEST CHECKPOINT STATUS SEEN PER TABLE, IN FIRST-SEEN ORDER
001660****************************************************************
001670 01  WS-LATEST-CKPT-LIST.
001680     05  WS-LATEST-CKPT-COUNT            PIC 9(04) COMP VALUE 0.
001690     05  WS-LATEST-CKPT-ENTRY
001700                         OCCURS 0 TO 999 TIMES
001710                         DEPENDING ON WS-LATEST-CKPT-COUNT
001720                         INDEXED BY CK-IDX.
001730         10  WS-LATEST-TABLE-NAME        PIC X(30).
001740         10  WS-LATEST-STATUS            PIC X(08).
001750         10  WS-LATEST-TIMESTAMP         PIC X(26).
001760         10  WS-LATEST-RETURN-CODE       PIC 9(04).

001770****************************************************************
001780* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001790****************************************************************
001800 COPY "ICEBERG-RUN-LOG-REC.cpy".

001810 PROCEDURE DIVISION.
001820*---------------------------------------------------------------
001830* 0000-MAINLINE - compact the checkpoint file, age the logs
001840*---------------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001880     IF WS-RUN-IS-VALID
001890         PERFORM 2000-COMPACT-CHECKPOINT-FILE THRU 2000-EXIT
001900         PERFORM 3000-AGE-HISTORY-FILE THRU 3000-EXIT
001910         PERFORM 4000-AGE-ERROR-LOG THRU 4000-EXIT
001920         PERFORM 5000-AGE-UNION-CONFLICTS THRU 5000-EXIT
001930         PERFORM 6000-WRITE-RETENTION-SUMMARY THRU 6000-EXIT
001940     END-IF
001950     PERFORM 8000-TERMINATE THRU 8000-EXIT
001960     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
001970     STOP RUN.
001980 0000-EXIT.
001990     EXIT.

002000*---------------------------------------------------------------
002010* 1000-INITIALIZE - read and check the retention parm
002020*---------------------------------------------------------------
002030 1000-INITIALIZE.
002040     OPEN INPUT HSKP-PARM-FILE
002050     READ HSKP-PARM-FILE
002060     END-READ
002070     IF NOT WS-PARM-OK
002080         PERFORM 9100-BAD-PARM THRU 9100-EXIT
002090     END-IF
002100     CLOSE HSKP-PARM-FILE
002110     IF WS-RUN-IS-VALID
002120         IF HK-CUTOFF-DATE IS NOT NUMERIC
002130              OR HK-CUTOFF-DATE = 0
002140             PERFORM 9100-BAD-PARM THRU 9100-EXIT
002150         ELSE
002160             MOVE HK-CUTOFF-DATE TO WS-CUTOFF-DATE-TEXT
002170             OPEN OUTPUT HSKP-REPORT-FILE
002180         END-IF
002190     END-IF.
002200 1000-EXIT.
002210     EXIT.

002220*---------------------------------------------------------------
002230* 2000-COMPACT-CHECKPOINT-FILE - latest status per table only;
002240*                 last record read for a table wins, because
002250*                 SCHEMAUPD appends in run order
002260*---------------------------------------------------------------
002270 2000-COMPACT-CHECKPOINT-FILE.
002280     MOVE 'N' TO WS-INPUT-EOF-SWITCH
002290     OPEN INPUT CHECKPOINT-FILE
002300     IF WS-CKPT-OK
002310         PERFORM 2100-FOLD-ONE-CHECKPOINT THRU 2100-EXIT
002320             UNTIL WS-INPUT-IS-EOF
002330         CLOSE CHECKPOINT-FILE
002340     ELSE
002350         PERFORM 9200-INPUT-OPEN-FAILED THRU 9200-EXIT
002360     END-IF
002370     OPEN OUTPUT CHECKPOINT-NEW-FILE
002380     IF WS-LATEST-CKPT-COUNT > 0
002390         PERFORM 2300-WRITE-ONE-COMPACTED THRU 2300-EXIT
002400             VARYING CK-IDX FROM 1 BY 1
002410             UNTIL CK-IDX > WS-LATEST-CKPT-COUNT
002420     END-IF
002430     CLOSE CHECKPOINT-NEW-FILE
002440     MOVE WS-LATEST-CKPT-COUNT TO WS-CKPT-KEPT-COUNT.
002450 2000-EXIT.
002460     EXIT.

002470*---------------------------------------------------------------
002480* 2100-FOLD-ONE-CHECKPOINT - absorb one record into the list
002490*---------------------------------------------------------------
002500 2100-FOLD-ONE-CHECKPOINT.
002510     READ CHECKPOINT-FILE
002520         AT END
002530             SET WS-INPUT-IS-EOF TO TRUE
002540     END-READ
002550     IF WS-INPUT-IS-EOF OR NOT WS-CKPT-OK
002560         SET WS-INPUT-IS-EOF TO TRUE
002570     ELSE
002580         ADD 1 TO WS-CKPT-READ-COUNT
002590         PERFORM 2200-NOTE-LATEST-STATUS THRU 2200-EXIT
002600     END-IF.
002610 2100-EXIT.
002620     EXIT.

002630*---------------------------------------------------------------
002640* 2200-NOTE-LATEST-STATUS - newest record for a table wins
002650*---------------------------------------------------------------
002660 2200-NOTE-LATEST-STATUS.
002670     SET WS-ENTRY-NOT-FOUND TO TRUE
002680     IF WS-LATEST-CKPT-COUNT > 0
002690         PERFORM 2210-MATCH-ONE-CKPT-ENTRY THRU 2210-EXIT
002700             VARYING CK-IDX FROM 1 BY 1
002710             UNTIL CK-IDX > WS-LATEST-CKPT-COUNT
002720                OR WS-ENTRY-FOUND
002730     END-IF
002740     IF WS-ENTRY-NOT-FOUND
002750         IF WS-LATEST-CKPT-COUNT < 999
002760             ADD 1 TO WS-LATEST-CKPT-COUNT
002770             MOVE CK-TABLE-NAME
002780                 TO WS-LATEST-TABLE-NAME (WS-LATEST-CKPT-COUNT)
002790             MOVE CK-STATUS
002800                 TO WS-LATEST-STATUS (WS-LATEST-CKPT-COUNT)
002810             MOVE CK-TIMESTAMP
002820                 TO WS-LATEST-TIMESTAMP (WS-LATEST-CKPT-COUNT)
002830             MOVE CK-RETURN-CODE
002840                 TO WS-LATEST-RETURN-CODE (WS-LATEST-CKPT-COUNT)
002850         ELSE
002860             PERFORM 9300-CKPT-TABLE-OVERFLOW THRU 9300-EXIT
002870         END-IF
002880     END-IF.
002890 2200-EXIT.
002900     EXIT.

002910*---------------------------------------------------------------
002920* 2210-MATCH-ONE-CKPT-ENTRY - replace an older status in place
002930*---------------------------------------------------------------
002940 2210-MATCH-ONE-CKPT-ENTRY.
002950     IF WS-LATEST-TABLE-NAME (CK-IDX) = CK-TABLE-NAME
002960         SET WS-ENTRY-FOUND TO TRUE
002970         MOVE CK-STATUS TO WS-LATEST-STATUS (CK-IDX)
002980         MOVE CK-TIMESTAMP TO WS-LATEST-TIMESTAMP (CK-IDX)
002990         MOVE CK-RETURN-CODE TO WS-LATEST-RETURN-CODE (CK-IDX)
003000     END-IF.
003010 2210-EXIT.
003020     EXIT.

003030*---------------------------------------------------------------
003040* 2300-WRITE-ONE-COMPACTED - emit one table's latest status
003050*---------------------------------------------------------------
003060 2300-WRITE-ONE-COMPACTED.
003070     MOVE WS-LATEST-TABLE-NAME (CK-IDX) TO CN-TABLE-NAME
003080     MOVE WS-LATEST-STATUS (CK-IDX) TO CN-STATUS
003090     MOVE WS-LATEST-TIMESTAMP (CK-IDX) TO CN-TIMESTAMP
003100     MOVE WS-LATEST-RETURN-CODE (CK-IDX) TO CN-RETURN-CODE
003110     WRITE CHECKPOINT-NEW-RECORD.
003120 2300-EXIT.
003130     EXIT.

003140*---------------------------------------------------------------
003150* 3000-AGE-HISTORY-FILE - split SCHHIST at the cutoff date
003160*---------------------------------------------------------------
003170 3000-AGE-HISTORY-FILE.
003180     MOVE 'N' TO WS-INPUT-EOF-SWITCH
003190     OPEN INPUT SCHEMA-HISTORY-FILE
003200     OPEN OUTPUT HISTORY-NEW-FILE
003210     OPEN OUTPUT HISTORY-ARCHIVE-FILE
003220     IF WS-HIST-OK
003230         PERFORM 3100-AGE-ONE-HISTORY-ROW THRU 3100-EXIT
003240             UNTIL WS-INPUT-IS-EOF
003250     ELSE
003260         PERFORM 9200-INPUT-OPEN-FAILED THRU 9200-EXIT
003270     END-IF
003280     CLOSE SCHEMA-HISTORY-FILE
003290     CLOSE HISTORY-NEW-FILE
003300     CLOSE HISTORY-ARCHIVE-FILE.
003310 3000-EXIT.
003320     EXIT.

003330*---------------------------------------------------------------
003340* 3100-AGE-ONE-HISTORY-ROW - retain or archive one row
003350*---------------------------------------------------------------
003360 3100-AGE-ONE-HISTORY-ROW.
003370     READ SCHEMA-HISTORY-FILE
003380         AT END
003390             SET WS-INPUT-IS-EOF TO TRUE
003400     END-READ
003410     IF WS-INPUT-IS-EOF OR NOT WS-HIST-OK
003420         SET WS-INPUT-IS-EOF TO TRUE
003430     ELSE
003440         MOVE SH-RUN-TIMESTAMP (1 : 8) TO WS-RECORD-DATE-TEXT
003450         IF WS-RECORD-DATE-TEXT < WS-CUTOFF-DATE-TEXT
003460             MOVE SCHEMA-HIST-RECORD TO HISTORY-ARCHIVE-RECORD
003470             WRITE HISTORY-ARCHIVE-RECORD
003480             ADD 1 TO WS-HIST-AGED-COUNT
003490         ELSE
003500             MOVE SCHEMA-HIST-RECORD TO HISTORY-NEW-RECORD
003510             WRITE HISTORY-NEW-RECORD
003520             ADD 1 TO WS-HIST-KEPT-COUNT
003530         END-IF
003540     END-IF.
003550 3100-EXIT.
003560     EXIT.

003570*---------------------------------------------------------------
003580* 4000-AGE-ERROR-LOG - split SCHERRLG at the cutoff date
003590*---------------------------------------------------------------
003600 4000-AGE-ERROR-LOG.
003610     MOVE 'N' TO WS-INPUT-EOF-SWITCH
003620     OPEN INPUT SCHEMA-ERROR-FILE
003630     OPEN OUTPUT ERROR-NEW-FILE
003640     OPEN OUTPUT ERROR-ARCHIVE-FILE
003650     IF WS-ERRLOG-OK
003660         PERFORM 4100-AGE-ONE-ERROR-ROW THRU 4100-EXIT
003670             UNTIL WS-INPUT-IS-EOF
003680     ELSE
003690         PERFORM 9200-INPUT-OPEN-FAILED THRU 9200-EXIT
003700     END-IF
003710     CLOSE SCHEMA-ERROR-FILE
003720     CLOSE ERROR-NEW-FILE
003730     CLOSE ERROR-ARCHIVE-FILE.
003740 4000-EXIT.
003750     EXIT.

003760*---------------------------------------------------------------
003770* 4100-AGE-ONE-ERROR-ROW - retain or archive one row
003780*---------------------------------------------------------------
003790 4100-AGE-ONE-ERROR-ROW.
003800     READ SCHEMA-ERROR-FILE
003810         AT END
003820             SET WS-INPUT-IS-EOF TO TRUE
003830     END-READ
003840     IF WS-INPUT-IS-EOF OR NOT WS-ERRLOG-OK
003850         SET WS-INPUT-IS-EOF TO TRUE
003860     ELSE
003870         MOVE SE-TIMESTAMP (1 : 8) TO WS-RECORD-DATE-TEXT
003880         IF WS-RECORD-DATE-TEXT < WS-CUTOFF-DATE-TEXT
003890             MOVE SCHEMA-ERROR-RECORD TO ERROR-ARCHIVE-RECORD
003900             WRITE ERROR-ARCHIVE-RECORD
003910             ADD 1 TO WS-ERR-AGED-COUNT
003920         ELSE
003930             MOVE SCHEMA-ERROR-RECORD TO ERROR-NEW-RECORD
003940             WRITE ERROR-NEW-RECORD
003950             ADD 1 TO WS-ERR-KEPT-COUNT
003960         END-IF
003970     END-IF.
003980 4100-EXIT.
003990     EXIT.

004000*---------------------------------------------------------------
004010* 5000-AGE-UNION-CONFLICTS - split UNIONCFL at the cutoff date
004020*---------------------------------------------------------------
004030 5000-AGE-UNION-CONFLICTS.
004040     MOVE 'N' TO WS-INPUT-EOF-SWITCH
004050     OPEN INPUT UNION-CONFLICT-FILE
004060     OPEN OUTPUT UNION-NEW-FILE
004070     OPEN OUTPUT UNION-ARCHIVE-FILE
004080     IF WS-UNIONCFL-OK
004090         PERFORM 5100-AGE-ONE-UNION-ROW THRU 5100-EXIT
004100             UNTIL WS-INPUT-IS-EOF
004110     ELSE
004120         PERFORM 9200-INPUT-OPEN-FAILED THRU 9200-EXIT
004130     END-IF
004140     CLOSE UNION-CONFLICT-FILE
004150     CLOSE UNION-NEW-FILE
004160     CLOSE UNION-ARCHIVE-FILE.
004170 5000-EXIT.
004180     EXIT.

004190*---------------------------------------------------------------
004200* 5100-AGE-ONE-UNION-ROW - retain or archive one row
004210*---------------------------------------------------------------
004220 5100-AGE-ONE-UNION-ROW.
004230     READ UNION-CONFLICT-FILE
004240         AT END
004250             SET WS-INPUT-IS-EOF TO TRUE
004260     END-READ
004270     IF WS-INPUT-IS-EOF OR NOT WS-UNIONCFL-OK
004280         SET WS-INPUT-IS-EOF TO TRUE
004290     ELSE
004300         MOVE UC-TIMESTAMP (1 : 8) TO WS-RECORD-DATE-TEXT
004310         IF WS-RECORD-DATE-TEXT < WS-CUTOFF-DATE-TEXT
004320             MOVE UNION-CONFLICT-RECORD TO UNION-ARCHIVE-RECORD
004330             WRITE UNION-ARCHIVE-RECORD
004340             ADD 1 TO WS-UNION-AGED-COUNT
004350         ELSE
004360             MOVE UNION-CONFLICT-RECORD TO UNION-NEW-RECORD
004370             WRITE UNION-NEW-RECORD
004380             ADD 1 TO WS-UNION-KEPT-COUNT
004390         END-IF
004400     END-IF.
004410 5100-EXIT.
004420     EXIT.

004430*---------------------------------------------------------------
004440* 6000-WRITE-RETENTION-SUMMARY - what was kept, what was aged
004450*---------------------------------------------------------------
004460 6000-WRITE-RETENTION-SUMMARY.
004470     MOVE SPACES TO WS-REPORT-LINE-BUILD
004480     STRING 'SCHEMAHSKP RETENTION SUMMARY - CUTOFF DATE '
004490                DELIMITED BY SIZE
004500            WS-CUTOFF-DATE-TEXT DELIMITED BY SIZE
004510         INTO WS-REPORT-LINE-BUILD
004520     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004530     MOVE SPACES TO WS-REPORT-LINE-BUILD
004540     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004550     MOVE WS-CKPT-READ-COUNT TO WS-COUNT-DISPLAY
004560     MOVE SPACES TO WS-REPORT-LINE-BUILD
004570     MOVE 'CHECKPOINT RECORDS READ'
004580         TO WS-REPORT-LINE-BUILD (3 : 30)
004590     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
004600     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004610     MOVE WS-CKPT-KEPT-COUNT TO WS-COUNT-DISPLAY
004620     MOVE SPACES TO WS-REPORT-LINE-BUILD
004630     MOVE 'CHECKPOINT RECORDS COMPACTED'
004640         TO WS-REPORT-LINE-BUILD (3 : 30)
004650     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
004660     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004670     MOVE WS-HIST-KEPT-COUNT TO WS-COUNT-DISPLAY
004680     MOVE SPACES TO WS-REPORT-LINE-BUILD
004690     MOVE 'HISTORY ROWS RETAINED'
004700         TO WS-REPORT-LINE-BUILD (3 : 30)
004710     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
004720     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004730     MOVE WS-HIST-AGED-COUNT TO WS-COUNT-DISPLAY
004740     MOVE SPACES TO WS-REPORT-LINE-BUILD
004750     MOVE 'HISTORY ROWS ARCHIVED'
004760         TO WS-REPORT-LINE-BUILD (3 : 30)
004770     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
004780     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004790     MOVE WS-ERR-KEPT-COUNT TO WS-COUNT-DISPLAY
004800     MOVE SPACES TO WS-REPORT-LINE-BUILD
004810     MOVE 'ERROR-LOG ROWS RETAINED'
004820         TO WS-REPORT-LINE-BUILD (3 : 30)
004830     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
004840     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004850     MOVE WS-ERR-AGED-COUNT TO WS-COUNT-DISPLAY
004860     MOVE SPACES TO WS-REPORT-LINE-BUILD
004870     MOVE 'ERROR-LOG ROWS ARCHIVED'
004880         TO WS-REPORT-LINE-BUILD (3 : 30)
004890     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
004900     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004910     MOVE WS-UNION-KEPT-COUNT TO WS-COUNT-DISPLAY
004920     MOVE SPACES TO WS-REPORT-LINE-BUILD
004930     MOVE 'UNION-CONFLICT ROWS RETAINED'
004940         TO WS-REPORT-LINE-BUILD (3 : 30)
004950     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
004960     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004970     MOVE WS-UNION-AGED-COUNT TO WS-COUNT-DISPLAY
004980     MOVE SPACES TO WS-REPORT-LINE-BUILD
004990     MOVE 'UNION-CONFLICT ROWS ARCHIVED'
005000         TO WS-REPORT-LINE-BUILD (3 : 30)
005010     MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE-BUILD (35 : 9)
005020     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
005030 6000-EXIT.
005040     EXIT.

005050*---------------------------------------------------------------
005060* 6100-WRITE-REPORT-LINE - one summary line
005070*---------------------------------------------------------------
005080 6100-WRITE-REPORT-LINE.
005090     MOVE WS-REPORT-LINE-BUILD TO HSKP-REPORT-LINE
005100     WRITE HSKP-REPORT-LINE.
005110 6100-EXIT.
005120     EXIT.

005130*---------------------------------------------------------------
005140* 8000-TERMINATE - close the report and display the totals
005150*---------------------------------------------------------------
005160 8000-TERMINATE.
005170     IF WS-RUN-IS-VALID
005180         CLOSE HSKP-REPORT-FILE
005190         MOVE WS-CKPT-KEPT-COUNT TO WS-COUNT-DISPLAY
005200         DISPLAY 'SCHEMAHSKP COMPLETE - CHECKPOINT TABLES: '
005210             WS-COUNT-DISPLAY
005220     END-IF.
005230 8000-EXIT.
005240     EXIT.

005250*---------------------------------------------------------------
005260* 8800-START-RUN-LOG - note when the step started, for its
005270*                 run-log row
005280*---------------------------------------------------------------
005290 8800-START-RUN-LOG.
005300     MOVE SPACES TO RUN-LOG-RECORD
005310     MOVE 'SCHEHSKP' TO RL-JOB-NAME
005320     MOVE 'SCHEMAHSKP' TO RL-PROGRAM-NAME
005330     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
005340     ACCEPT RL-START-TIME FROM TIME.
005350 8800-EXIT.
005360     EXIT.

005370*---------------------------------------------------------------
005380* 8900-WRITE-RUN-LOG - append this run's counts and return
005390*                 code to the run log; rows aged off are retired
005400*                 by design, not rejected
005410*---------------------------------------------------------------
005420 8900-WRITE-RUN-LOG.
005430     MOVE SPACES TO RL-TABLE-NAME
005440     MOVE WS-CKPT-READ-COUNT TO RL-RECORDS-READ
005450     COMPUTE RL-RECORDS-WRITTEN = WS-CKPT-KEPT-COUNT
005460                                + WS-HIST-KEPT-COUNT
005470                                + WS-ERR-KEPT-COUNT
005480                                + WS-UNION-KEPT-COUNT
005490     MOVE 0 TO RL-RECORDS-REJECTED
005500     MOVE RETURN-CODE TO RL-RETURN-CODE
005510     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
005520 8900-EXIT.
005530     EXIT.

005540*---------------------------------------------------------------
005550* 9200-INPUT-OPEN-FAILED - an input dataset would not open; the
005560*                 run is flagged so the copy-back steps cannot
005570*                 replace a live dataset with an empty one
005580*---------------------------------------------------------------
005590 9200-INPUT-OPEN-FAILED.
005600     DISPLAY 'SCHEMAHSKP - AN INPUT DATASET WOULD NOT OPEN'
005610     MOVE 16 TO RETURN-CODE.
005620 9200-EXIT.
005630     EXIT.

005640*---------------------------------------------------------------
005650* 9300-CKPT-TABLE-OVERFLOW - more distinct tables than the
005660*                 compaction list holds; a compacted file cut
005670*                 now would be missing these tables' restart
005680*                 truth, so the run is flagged and the guarded
005690*                 copy-back step leaves the live file alone
005700*---------------------------------------------------------------
005710 9300-CKPT-TABLE-OVERFLOW.
005720     IF NOT WS-CKPT-HAS-OVERFLOWED
005730         SET WS-CKPT-HAS-OVERFLOWED TO TRUE
005740         DISPLAY 'SCHEMAHSKP - MORE THAN 999 CHECKPOINT TABLES;'
005750             ' COMPACTED FILE IS INCOMPLETE, NOT COPIED BACK'
005760         MOVE 8 TO RETURN-CODE
005770     END-IF.
005780 9300-EXIT.
005790     EXIT.

005800*---------------------------------------------------------------
005810* 9100-BAD-PARM - no usable cutoff date was supplied; refusing
005820*                 to age anything is the safe answer
005830*---------------------------------------------------------------
005840 9100-BAD-PARM.
005850     SET WS-RUN-IS-INVALID TO TRUE
005860     DISPLAY 'SCHEMAHSKP - HSKPPARM CUTOFF DATE MISSING OR BAD'
005870     MOVE 16 TO RETURN-CODE.
005880 9100-EXIT.
005890     EXIT.
