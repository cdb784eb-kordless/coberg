000010******************************************************************
000020* ICEBERG-RUN-LOG-REC.cpy
000030*
000040* One row of the batch run log (RUNLOG), appended through
000050* WRITE-RUN-LOG by every step of the nightly schedule when it
000060* ends: SCHEMAUPD, IMPACTRPT, MERGETARGET, PARTSPLIT, DELTAGEN,
000070* EXTRVALID, EXTRREPAIR, EXTRMIGRATE, SCHEMADRIFT, DDLGEN and
000080* SCHEMAHSKP.  The steps run on demand log the same way:
000090* COLPROFILE and COLPROFRPT when a table is profiled, CONSMAINT
000100* when the consumer registry is maintained, DATAMASK when a
000110* masked test copy is cut, REFCHECK when a child table is
000120* checked against its parent, and SNAPASOF and SNAPCOPY when a
000130* table's data is retrieved as of a date.  The caller fills in
000140* everything but the end stamp, which WRITE-RUN-LOG takes
000150* itself.  RL-TABLE-NAME is blank for a step that spans tables
000160* (SCHEMADRIFT, SCHEMAHSKP, DDLGEN, IMPACTRPT, CONSMAINT, and
000170* the SCHEMAUPD sweep total); SCHEMAUPD also writes one row per
000180* table swept, with the table's outcome in RL-OUTCOME.  Times
000190* are HHMMSShh as ACCEPT FROM TIME gives them.  RL-RETURN-CODE
000200* is the step's final return code, or for a SCHEMAUPD table row
000210* the table's own result (see SCHEMAUPD 8950-LOG-TABLE-OUTCOME).
000220* RUNSUMRPT reads the log back for the morning operations
000230* summary.
000240*
000250* Maintenance history
000260*   2026-10-15 JKH  Original, written for the run log and the
000270*                   morning operations summary.
000280*   2026-10-15 JKH  DATAMASK added to the steps that log.
000290*   2026-10-15 JKH  REFCHECK added to the steps that log.
000300*   2026-10-15 JKH  SNAPASOF and SNAPCOPY added to the steps that
000310*                   log.
000320*   2026-10-15 JKH  PARTSPLIT, COLPROFILE, COLPROFRPT, DDLGEN,
000330*                   IMPACTRPT and CONSMAINT added to the steps
000340*                   that log.
000350******************************************************************
000360 01  RUN-LOG-RECORD.
000370     05  RL-JOB-NAME                     PIC X(08).
000380     05  RL-PROGRAM-NAME                 PIC X(12).
000390     05  RL-TABLE-NAME                   PIC X(30).
000400     05  RL-RUN-MODE                     PIC X(08).
000410     05  RL-OUTCOME                      PIC X(10).
000420     05  RL-START-DATE                   PIC 9(08).
000430     05  RL-START-TIME                   PIC 9(08).
000440     05  RL-END-DATE                     PIC 9(08).
000450     05  RL-END-TIME                     PIC 9(08).
000460     05  RL-RECORDS-READ                 PIC 9(09).
000470     05  RL-RECORDS-WRITTEN              PIC 9(09).
000480     05  RL-RECORDS-REJECTED             PIC 9(09).
000490     05  RL-RETURN-CODE                  PIC 9(04).
