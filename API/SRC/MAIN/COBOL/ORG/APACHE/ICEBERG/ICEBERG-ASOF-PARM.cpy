000010******************************************************************
000020* ICEBERG-ASOF-PARM.cpy
000030*
000040* Layout of ASOF-PARM.DAT, the one-record control file read by
000050* SNAPASOF and SNAPCOPY.  Names the table and the moment to
000060* retrieve it as of.  AO-AS-OF-TIMESTAMP takes the same
000070* YYYYMMDD-HHMMSSss form as RECON-PARM.DAT; a shorter value (a
000080* bare date) is padded on the right with '9', so an as-of date
000090* takes in every merge made during that day.  AO-FORWARD-FLAG Y
000100* prints the copy under the table's current layout instead of
000110* the layout the generation was written under.  AO-RECORD-LIMIT
000120* stops the copy after that many records (blank or zero copies
000130* the whole generation).
000140*
000150* Maintenance history
000160*   2026-10-15 JKH  Original, written for the as-of retrieval
000170*                   job.
000180******************************************************************
000190 01  ASOF-PARM-RECORD.
000200     05  AO-TABLE-NAME                   PIC X(30).
000210     05  AO-AS-OF-TIMESTAMP              PIC X(26).
000220     05  AO-FORWARD-FLAG                 PIC X(01).
000230         88  AO-FORWARD-TO-CURRENT       VALUE 'Y'.
000240         88  AO-AS-WRITTEN               VALUES 'N' SPACE.
000250     05  AO-RECORD-LIMIT                 PIC X(09).
000260     05  AO-RECORD-LIMIT-NUM REDEFINES AO-RECORD-LIMIT
000270                                         PIC 9(09).
