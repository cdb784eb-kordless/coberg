000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    WRITE-RUN-LOG.
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
000130* 2026-10-15  JKH   Original.  Appends one RUN-LOG-RECORD to
000140*                   RUNLOG for the calling step, stamped with
000150*                   the end date and time.  A step whose JCL has
000160*                   no RUNLOG, or whose log cannot be opened, is
000170*                   told so on the console and carries on; the
000180*                   log never fails a step.  The caller's
000190*                   return code rides in RL-RETURN-CODE and is
000200*                   handed back unchanged.
000210*

000220****************************************************************
000230* ENVIRONMENT DIVISION
000240****************************************************************
000250 ENVIRONMENT DIVISION.

000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-RUNLOG-FILE-STATUS.

000310****************************************************************
000320* DATA DIVISION
000330****************************************************************
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  RUN-LOG-FILE.
000370 01  FD-RUN-LOG-RECORD                   PIC X(131).

000380 WORKING-STORAGE SECTION.
000390 01  WS-FILE-STATUSES.
000400     05  WS-RUNLOG-FILE-STATUS           PIC X(02).
000410         88  WS-RUNLOG-OPENED            VALUES '00' '05'.

000420 LINKAGE SECTION.
000430 COPY "ICEBERG-RUN-LOG-REC.cpy".

000440 PROCEDURE DIVISION USING RUN-LOG-RECORD.
000450*---------------------------------------------------------------
000460* 0000-MAINLINE - stamp the end of the step and append its row
000470*---------------------------------------------------------------
000480 0000-MAINLINE.
000490     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
000500     ACCEPT RL-END-TIME FROM TIME
000510     PERFORM 1000-APPEND-RUN-LOG THRU 1000-EXIT
000520     MOVE RL-RETURN-CODE TO RETURN-CODE
000530     GOBACK.
000540 0000-EXIT.
000550     EXIT.

000560*---------------------------------------------------------------
000570* 1000-APPEND-RUN-LOG - open, write and close, so each step's
000580*                 row is on the log even if a later step abends
000590*---------------------------------------------------------------
000600 1000-APPEND-RUN-LOG.
000610     OPEN EXTEND RUN-LOG-FILE
000620     IF NOT WS-RUNLOG-OPENED
000630         DISPLAY 'WRITE-RUN-LOG - RUNLOG NOT OPENED, STATUS '
000640             WS-RUNLOG-FILE-STATUS ' - ' RL-PROGRAM-NAME
000650             ' NOT LOGGED'
000660         GO TO 1000-EXIT
000670     END-IF
000680     MOVE RUN-LOG-RECORD TO FD-RUN-LOG-RECORD
000690     WRITE FD-RUN-LOG-RECORD
000700     CLOSE RUN-LOG-FILE.
000710 1000-EXIT.
000720     EXIT.
