000040* Layout of MERGE-PARM.DAT, the one-record control file read by
000050* MERGETARGET.  Names the table whose identifier key list (from
000060* ICEBERG-TABLE-KEYS.DAT) and committed column layout (from
000066* SCHSNAP) drive the master/delta match.  PARTSPLIT reads the
000072* same record to pick the table whose new master generation it
000078* splits into partition files.
000080*
000081* MG-MASTER-DSN and MG-DELTA-DSN are the absolute names of the
000082* MASTER generation MSTROUT writes and the DELTA generation
000083* DELTAIN reads, as the scheduler resolved them; MERGETARGET
000084* records them in the data-snapshot catalog (SNAPCAT).  Both
000085* may be left blank - the merge runs the same, but the catalog
000086* row then has no dataset to point SNAPCOPY at.
000087*
000090* Maintenance history
000100*   2026-08-22 JKH  Original, written for the merge-into-target
000106*                   job.
000112*   2026-10-15 JKH  Also read by the partition splitter.
000114*   2026-10-15 JKH  Added MG-MASTER-DSN and MG-DELTA-DSN for
000116*                   the data-snapshot catalog.
000120******************************************************************
000130 01  MERGE-PARM-RECORD.
000140     05  MG-TABLE-NAME                   PIC X(30).
000150     05  MG-MASTER-DSN                   PIC X(44).
000160     05  MG-DELTA-DSN                    PIC X(44).
