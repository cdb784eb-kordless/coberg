000010******************************************************************
000020* ICEBERG-PROFILE-PARM.cpy
000030*
000040* Layout of PROFILE-PARM.DAT, the one-record control file read by
000050* COLPROFILE and COLPROFRPT.  Names the table to profile and
000060* says whether the EXTRIN the job points at is the day's
000070* extract (E) or a MASTER generation (M); the flag is carried
000080* onto the statistics history so the two are never compared
000090* by mistake.  Blank is taken as E.
000100*
000110* Maintenance history
000120*   2026-10-15 JKH  Original, written for the column profiling
000130*                   job.
000140******************************************************************
000150 01  PROFILE-PARM-RECORD.
000160     05  PF-TABLE-NAME                   PIC X(30).
000170     05  PF-SOURCE-FLAG                  PIC X(01).
000180         88  PF-FROM-EXTRACT             VALUES 'E' SPACE.
000190         88  PF-FROM-MASTER              VALUE 'M'.
