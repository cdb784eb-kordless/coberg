000010******************************************************************
000020* ICEBERG-MASK-PARM.cpy
000030*
000040* Layout of MASK-PARM.DAT, the one-record control file read by
000050* DATAMASK.  Names the table whose extract or MASTER generation
000060* EXTRIN points at, says which of the two it is (E or blank for
000070* the day's extract, M for a MASTER generation - shown on the
000080* run totals only, the layout is the same), and carries the
000090* shop masking key.  The key is folded into every HASH
000100* substitute, so the same value masks the same way in every
000110* table and every run cut with the same key, and nobody without
000120* the key can rebuild the mapping.  Keep the dataset under the
000130* same access control as the production data.
000140*
000150* Maintenance history
000160*   2026-10-15 JKH  Original, written for the masking job.
000170******************************************************************
000180 01  MASK-PARM-RECORD.
000190     05  MK-TABLE-NAME                   PIC X(30).
000200     05  MK-SOURCE-FLAG                  PIC X(01).
000210         88  MK-FROM-EXTRACT             VALUES 'E' SPACE.
000220         88  MK-FROM-MASTER              VALUE 'M'.
000230     05  MK-MASK-KEY                     PIC X(32).
