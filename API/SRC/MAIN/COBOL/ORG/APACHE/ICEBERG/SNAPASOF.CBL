000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SNAPASOF.
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
000130* 2026-10-15  JKH   Original.  First step of the as-of retrieval
000140*                   job: finds, in the data-snapshot catalog
000150*                   (SNAPCAT) that MERGETARGET appends to, the
000160*                   MASTER generation that stood for a table at
000170*                   the ASOFPRM as-of moment - the last merge
000180*                   catalogued at or before it.  Hands the merge
000190*                   timestamp to SCHEMARECON on RECONPRM, so the
000200*                   next step rebuilds the layout the generation
000210*                   was written under, and the chosen catalog row
000220*                   to SNAPCOPY on SNAPPICK.
000230*

000240****************************************************************
000250* ENVIRONMENT DIVISION
000260****************************************************************
000270 ENVIRONMENT DIVISION.

000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ASOF-PARM-FILE ASSIGN TO "ASOFPRM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-FILE-STATUS.

000330     SELECT SNAP-CATALOG-FILE ASSIGN TO "SNAPCAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SC-CATALOG-KEY OF SNAP-CATALOG-RECORD
000370         FILE STATUS IS WS-SNAPCAT-FILE-STATUS.

000380     SELECT RECON-PARM-FILE ASSIGN TO "RECONPRM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RECONPRM-FILE-STATUS.

000410     SELECT PICKED-CATALOG-FILE ASSIGN TO "SNAPPICK"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SNAPPICK-FILE-STATUS.

000440****************************************************************
000450* DATA DIVISION
000460****************************************************************
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ASOF-PARM-FILE.
000500     COPY "ICEBERG-ASOF-PARM.cpy".

000510 FD  SNAP-CATALOG-FILE.
000520     COPY "ICEBERG-SNAP-CATALOG-REC.cpy".

000530 FD  RECON-PARM-FILE.
000540     COPY "ICEBERG-RECON-PARM.cpy".

000550 FD  PICKED-CATALOG-FILE.
000560     COPY "ICEBERG-SNAP-CATALOG-REC.cpy"
000570         REPLACING ==SNAP-CATALOG-RECORD== BY
000580                   ==FD-PICKED-CATALOG-REC==.

000590 WORKING-STORAGE SECTION.
000600****************************************************************
000610* FILE STATUS AND CONTROL SWITCHES
000620****************************************************************
000630 01  WS-FILE-STATUSES.
000640     05  WS-PARM-FILE-STATUS             PIC X(02).
000650         88  WS-PARM-OK                  VALUE '00'.
000660     05  WS-SNAPCAT-FILE-STATUS          PIC X(02).
000670         88  WS-SNAPCAT-OK               VALUE '00'.
000680     05  WS-RECONPRM-FILE-STATUS         PIC X(02).
000690         88  WS-RECONPRM-OK              VALUE '00'.
000700     05  WS-SNAPPICK-FILE-STATUS         PIC X(02).
000710         88  WS-SNAPPICK-OK              VALUE '00'.

000720 01  WS-SWITCHES.
000730     05  WS-CATALOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
000740         88  WS-CATALOG-IS-EOF           VALUE 'Y'.
000750     05  WS-RUN-VALID-SWITCH             PIC X(01) VALUE 'Y'.
000760         88  WS-RUN-IS-VALID             VALUE 'Y'.
000770         88  WS-RUN-IS-INVALID           VALUE 'N'.
000780     05  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
000790         88  WS-GENERATION-FOUND         VALUE 'Y'.
000800     05  WS-LATER-SWITCH                 PIC X(01) VALUE 'N'.
000810         88  WS-LATER-MERGE-SEEN         VALUE 'Y'.

000820 77  WS-PAD-SCAN-INDEX                   PIC 9(04) COMP VALUE 0.
000830 77  WS-CATALOG-READ-COUNT               PIC 9(09) COMP VALUE 0.
000840 77  WS-HANDOFF-WRITTEN-COUNT            PIC 9(09) COMP VALUE 0.

000850 01  WS-AS-OF-TIMESTAMP                  PIC X(26) VALUE SPACES.
000860 01  WS-AS-OF-BYTE-TABLE REDEFINES WS-AS-OF-TIMESTAMP.
000870     05  WS-AS-OF-BYTE                   PIC X(01)
000880                         OCCURS 26 TIMES.
000890 01  WS-FIRST-MERGE-TIMESTAMP            PIC X(26) VALUE SPACES.
000900 01  WS-NEXT-MERGE-TIMESTAMP             PIC X(26) VALUE SPACES.
000910 01  WS-COUNT-DISPLAY                    PIC ZZZZZZZZ9.
000920 01  WS-VERSION-DISPLAY                  PIC ZZZZZZZZ9.

000930****************************************************************
000940* THE CATALOG ROW CHOSEN SO FAR - THE LATEST MERGE NOT AFTER THE
000950* AS-OF MOMENT
000960****************************************************************
000970 COPY "ICEBERG-SNAP-CATALOG-REC.cpy"
000980     REPLACING ==SNAP-CATALOG-RECORD== BY
000990               ==WS-PICKED-CATALOG==.

001000****************************************************************
001010* THIS STEP'S RUN-LOG ROW, APPENDED THROUGH WRITE-RUN-LOG
001020****************************************************************
001030 COPY "ICEBERG-RUN-LOG-REC.cpy".

001040 PROCEDURE DIVISION.
001050*---------------------------------------------------------------
001060* 0000-MAINLINE - pick the generation, hand it to the next steps
001070*---------------------------------------------------------------
001080 0000-MAINLINE.
001090     PERFORM 8800-START-RUN-LOG THRU 8800-EXIT
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001110     IF WS-RUN-IS-VALID
001120         PERFORM 2000-FIND-GENERATION THRU 2000-EXIT
001130     END-IF
001140     IF WS-RUN-IS-VALID
001150         PERFORM 3000-WRITE-HANDOFF THRU 3000-EXIT
001160     END-IF
001170     PERFORM 8000-TERMINATE THRU 8000-EXIT
001180     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT
001190     STOP RUN.
001200 0000-EXIT.
001210     EXIT.

001220*---------------------------------------------------------------
001230* 1000-INITIALIZE - read and check the parm, pad the as-of moment
001240*---------------------------------------------------------------
001250 1000-INITIALIZE.
001260     OPEN INPUT ASOF-PARM-FILE
001270     READ ASOF-PARM-FILE
001280     END-READ
001290     IF NOT WS-PARM-OK
001300         PERFORM 9100-BAD-PARM THRU 9100-EXIT
001310     END-IF
001320     CLOSE ASOF-PARM-FILE
001330     IF WS-RUN-IS-VALID
001340         IF AO-TABLE-NAME = SPACES
001350            OR AO-AS-OF-TIMESTAMP = SPACES
001360             PERFORM 9100-BAD-PARM THRU 9100-EXIT
001370         END-IF
001380     END-IF
001390     IF WS-RUN-IS-VALID
001400         MOVE AO-AS-OF-TIMESTAMP TO WS-AS-OF-TIMESTAMP
001410         PERFORM 1100-PAD-AS-OF-TIMESTAMP THRU 1100-EXIT
001420     END-IF.
001430 1000-EXIT.
001440     EXIT.

001450*---------------------------------------------------------------
001460* 1100-PAD-AS-OF-TIMESTAMP - fill trailing spaces with '9' so a
001470*                 bare date takes in every merge made that day
001480*---------------------------------------------------------------
001490 1100-PAD-AS-OF-TIMESTAMP.
001500     PERFORM 1110-PAD-ONE-BYTE THRU 1110-EXIT
001510         VARYING WS-PAD-SCAN-INDEX FROM 26 BY -1
001520         UNTIL WS-PAD-SCAN-INDEX < 1
001530            OR WS-AS-OF-BYTE (WS-PAD-SCAN-INDEX) NOT = SPACE.
001540 1100-EXIT.
001550     EXIT.

001560*---------------------------------------------------------------
001570* 1110-PAD-ONE-BYTE - replace one trailing space with '9'
001580*---------------------------------------------------------------
001590 1110-PAD-ONE-BYTE.
001600     MOVE '9' TO WS-AS-OF-BYTE (WS-PAD-SCAN-INDEX).
001610 1110-EXIT.
001620     EXIT.

001630*---------------------------------------------------------------
001640* 2000-FIND-GENERATION - read the table's catalog rows in merge
001650*                 order and keep the last one not after the as-of
001660*                 moment
001670*---------------------------------------------------------------
001680 2000-FIND-GENERATION.
001690     OPEN INPUT SNAP-CATALOG-FILE
001700     IF NOT WS-SNAPCAT-OK
001710         PERFORM 9200-CATALOG-NOT-OPENED THRU 9200-EXIT
001720         GO TO 2000-EXIT
001730     END-IF
001740     MOVE 'N' TO WS-CATALOG-EOF-SWITCH
001750     MOVE AO-TABLE-NAME TO SC-TABLE-NAME OF SNAP-CATALOG-RECORD
001760     MOVE LOW-VALUES TO SC-MERGE-TIMESTAMP OF SNAP-CATALOG-RECORD
001770     START SNAP-CATALOG-FILE
001780         KEY IS NOT LESS THAN
001790             SC-CATALOG-KEY OF SNAP-CATALOG-RECORD
001800         INVALID KEY
001810             SET WS-CATALOG-IS-EOF TO TRUE
001820     END-START
001830     IF NOT WS-CATALOG-IS-EOF
001840         PERFORM 2100-READ-NEXT-CATALOG THRU 2100-EXIT
001850     END-IF
001860     PERFORM 2200-TEST-ONE-CATALOG-ROW THRU 2200-EXIT
001870         UNTIL WS-CATALOG-IS-EOF
001880     CLOSE SNAP-CATALOG-FILE
001890     IF NOT WS-GENERATION-FOUND
001900         PERFORM 9300-NO-GENERATION THRU 9300-EXIT
001910         GO TO 2000-EXIT
001920     END-IF
001930     IF SC-MASTER-DSN OF WS-PICKED-CATALOG = SPACES
001940         PERFORM 9400-NO-DATASET-NAME THRU 9400-EXIT
001950     END-IF.
001960 2000-EXIT.
001970     EXIT.

001980*---------------------------------------------------------------
001990* 2100-READ-NEXT-CATALOG - next row, end of file at the first row
002000*                 that belongs to another table
002010*---------------------------------------------------------------
002020 2100-READ-NEXT-CATALOG.
002030     READ SNAP-CATALOG-FILE NEXT RECORD
002040         AT END
002050             SET WS-CATALOG-IS-EOF TO TRUE
002060     END-READ
002070     IF NOT WS-CATALOG-IS-EOF
002080         IF SC-TABLE-NAME OF SNAP-CATALOG-RECORD
002090                 NOT = AO-TABLE-NAME
002100             SET WS-CATALOG-IS-EOF TO TRUE
002110         ELSE
002120             ADD 1 TO WS-CATALOG-READ-COUNT
002130         END-IF
002140     END-IF.
002150 2100-EXIT.
002160     EXIT.

002170*---------------------------------------------------------------
002180* 2200-TEST-ONE-CATALOG-ROW - rows arrive in merge order, so the
002190*                 first row after the as-of moment ends the search
002200*---------------------------------------------------------------
002210 2200-TEST-ONE-CATALOG-ROW.
002220     IF WS-CATALOG-READ-COUNT = 1
002230         MOVE SC-MERGE-TIMESTAMP OF SNAP-CATALOG-RECORD
002240             TO WS-FIRST-MERGE-TIMESTAMP
002250     END-IF
002260     IF SC-MERGE-TIMESTAMP OF SNAP-CATALOG-RECORD
002270             > WS-AS-OF-TIMESTAMP
002280         SET WS-LATER-MERGE-SEEN TO TRUE
002290         MOVE SC-MERGE-TIMESTAMP OF SNAP-CATALOG-RECORD
002300             TO WS-NEXT-MERGE-TIMESTAMP
002310         SET WS-CATALOG-IS-EOF TO TRUE
002320         GO TO 2200-EXIT
002330     END-IF
002340     SET WS-GENERATION-FOUND TO TRUE
002350     MOVE SNAP-CATALOG-RECORD TO WS-PICKED-CATALOG
002360     PERFORM 2100-READ-NEXT-CATALOG THRU 2100-EXIT.
002370 2200-EXIT.
002380     EXIT.

002390*---------------------------------------------------------------
002400* 3000-WRITE-HANDOFF - the merge moment for SCHEMARECON and the
002410*                 chosen catalog row for SNAPCOPY
002420*---------------------------------------------------------------
002430 3000-WRITE-HANDOFF.
002440     OPEN OUTPUT RECON-PARM-FILE
002450     OPEN OUTPUT PICKED-CATALOG-FILE
002460     IF NOT WS-RECONPRM-OK OR NOT WS-SNAPPICK-OK
002470         PERFORM 9500-HANDOFF-NOT-WRITTEN THRU 9500-EXIT
002480         GO TO 3000-EXIT
002490     END-IF
002500     MOVE SPACES TO RECON-PARM-RECORD
002510     MOVE AO-TABLE-NAME TO RP-TABLE-NAME
002520     MOVE SC-MERGE-TIMESTAMP OF WS-PICKED-CATALOG
002530         TO RP-AS-OF-TIMESTAMP
002540     WRITE RECON-PARM-RECORD
002550     WRITE FD-PICKED-CATALOG-REC FROM WS-PICKED-CATALOG
002560     IF NOT WS-RECONPRM-OK OR NOT WS-SNAPPICK-OK
002570         PERFORM 9500-HANDOFF-NOT-WRITTEN THRU 9500-EXIT
002580     ELSE
002590         MOVE 2 TO WS-HANDOFF-WRITTEN-COUNT
002600     END-IF
002610     CLOSE RECON-PARM-FILE
002620     CLOSE PICKED-CATALOG-FILE.
002630 3000-EXIT.
002640     EXIT.

002650*---------------------------------------------------------------
002660* 8000-TERMINATE - show the generation chosen and what stood
002670*                 either side of it
002680*---------------------------------------------------------------
002690 8000-TERMINATE.
002700     IF WS-RUN-IS-VALID
002710         DISPLAY 'SNAPASOF COMPLETE - TABLE: ' AO-TABLE-NAME
002720         DISPLAY '  AS OF:            ' AO-AS-OF-TIMESTAMP
002730         MOVE SC-GENERATION-NUMBER OF WS-PICKED-CATALOG
002740             TO WS-COUNT-DISPLAY
002750         DISPLAY '  GENERATION:       ' WS-COUNT-DISPLAY
002760         DISPLAY '  MASTER DATASET:   '
002770             SC-MASTER-DSN OF WS-PICKED-CATALOG
002780         DISPLAY '  MERGED AT:        '
002790             SC-MERGE-TIMESTAMP OF WS-PICKED-CATALOG
002800         DISPLAY '  DELTA APPLIED:    '
002810             SC-DELTA-DSN OF WS-PICKED-CATALOG
002820         MOVE SC-SCHEMA-VERSION OF WS-PICKED-CATALOG
002830             TO WS-VERSION-DISPLAY
002840         DISPLAY '  SCHEMA VERSION:   ' WS-VERSION-DISPLAY
002850         MOVE SC-MASTER-OUT-COUNT OF WS-PICKED-CATALOG
002860             TO WS-COUNT-DISPLAY
002870         DISPLAY '  MASTER RECORDS:   ' WS-COUNT-DISPLAY
002880         IF WS-LATER-MERGE-SEEN
002890             DISPLAY '  NEXT MERGE AT:    '
002900                 WS-NEXT-MERGE-TIMESTAMP
002910         ELSE
002920             DISPLAY '  NEXT MERGE AT:    (NONE - STILL CURRENT)'
002930         END-IF
002940     END-IF.
002950 8000-EXIT.
002960     EXIT.

002970*---------------------------------------------------------------
002980* 8800-START-RUN-LOG - note when the step started, for its
002990*                 run-log row
003000*---------------------------------------------------------------
003010 8800-START-RUN-LOG.
003020     MOVE SPACES TO RUN-LOG-RECORD
003030     MOVE 'SNAPASOF' TO RL-JOB-NAME
003040     MOVE 'SNAPASOF' TO RL-PROGRAM-NAME
003050     ACCEPT RL-START-DATE FROM DATE YYYYMMDD
003060     ACCEPT RL-START-TIME FROM TIME.
003070 8800-EXIT.
003080     EXIT.

003090*---------------------------------------------------------------
003100* 8900-WRITE-RUN-LOG - append this run's counts and return
003110*                 code to the run log
003120*---------------------------------------------------------------
003130 8900-WRITE-RUN-LOG.
003140     MOVE AO-TABLE-NAME TO RL-TABLE-NAME
003150     MOVE WS-CATALOG-READ-COUNT TO RL-RECORDS-READ
003160     MOVE WS-HANDOFF-WRITTEN-COUNT TO RL-RECORDS-WRITTEN
003170     MOVE 0 TO RL-RECORDS-REJECTED
003180     MOVE RETURN-CODE TO RL-RETURN-CODE
003190     CALL 'WRITE-RUN-LOG' USING RUN-LOG-RECORD.
003200 8900-EXIT.
003210     EXIT.

003220*---------------------------------------------------------------
003230* 9100-BAD-PARM - no usable ASOFPRM record was supplied
003240*---------------------------------------------------------------
003250 9100-BAD-PARM.
003260     SET WS-RUN-IS-INVALID TO TRUE
003270     DISPLAY 'SNAPASOF - ASOFPRM RECORD MISSING OR BLANK'
003280     MOVE 16 TO RETURN-CODE.
003290 9100-EXIT.
003300     EXIT.

003310*---------------------------------------------------------------
003320* 9200-CATALOG-NOT-OPENED - SNAPCAT could not be read
003330*---------------------------------------------------------------
003340 9200-CATALOG-NOT-OPENED.
003350     SET WS-RUN-IS-INVALID TO TRUE
003360     DISPLAY 'SNAPASOF - SNAPCAT NOT OPENED, STATUS: '
003370         WS-SNAPCAT-FILE-STATUS
003380     MOVE 16 TO RETURN-CODE.
003390 9200-EXIT.
003400     EXIT.

003410*---------------------------------------------------------------
003420* 9300-NO-GENERATION - nothing was catalogued for the table at or
003430*                 before the as-of moment
003440*---------------------------------------------------------------
003450 9300-NO-GENERATION.
003460     SET WS-RUN-IS-INVALID TO TRUE
003470     DISPLAY 'SNAPASOF - NO GENERATION CATALOGUED FOR '
003480         AO-TABLE-NAME
003490     DISPLAY '  ON OR BEFORE:     ' AO-AS-OF-TIMESTAMP
003500     IF WS-CATALOG-READ-COUNT > 0
003510         DISPLAY '  FIRST MERGE AT:   ' WS-FIRST-MERGE-TIMESTAMP
003520     END-IF
003530     MOVE 12 TO RETURN-CODE.
003540 9300-EXIT.
003550     EXIT.

003560*---------------------------------------------------------------
003570* 9400-NO-DATASET-NAME - the merge was catalogued without the
003580*                 name of the generation it wrote (MERGEPRM
003590*                 carried no MG-MASTER-DSN)
003600*---------------------------------------------------------------
003610 9400-NO-DATASET-NAME.
003620     SET WS-RUN-IS-INVALID TO TRUE
003630     DISPLAY 'SNAPASOF - CATALOG ROW NAMES NO MASTER DATASET: '
003640         SC-MERGE-TIMESTAMP OF WS-PICKED-CATALOG
003650     MOVE 12 TO RETURN-CODE.
003660 9400-EXIT.
003670     EXIT.

003680*---------------------------------------------------------------
003690* 9500-HANDOFF-NOT-WRITTEN - RECONPRM or SNAPPICK could not be
003700*                 written for the following steps
003710*---------------------------------------------------------------
003720 9500-HANDOFF-NOT-WRITTEN.
003730     SET WS-RUN-IS-INVALID TO TRUE
003740     DISPLAY 'SNAPASOF - HANDOFF NOT WRITTEN, STATUS: '
003750         WS-RECONPRM-FILE-STATUS ' ' WS-SNAPPICK-FILE-STATUS
003760     MOVE 16 TO RETURN-CODE.
003770 9500-EXIT.
003780     EXIT.
