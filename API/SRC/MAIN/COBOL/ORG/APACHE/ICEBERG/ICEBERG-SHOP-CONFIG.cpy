000020* ICEBERG-SHOP-CONFIG.cpy
000030*
000040* Installation-wide defaults for the Iceberg schema-maintenance
000050* suite (UPDATE-SCHEMA, SCHEMAUPD, SCHEMA-DIFF-RPT, COLPROFRPT,
000060* DDLGEN, RUNSUMRPT, REFCHECK).
000070* Changing a value here changes the default for every table; an
000080* individual schema-change run can still override it for its
000090* own session (see CASE-SENSITIVE).
000100*
000110* Maintenance history
000120*   2026-08-09 JKH  Original, added for the CASE-SENSITIVE
000130*                   name-matching work.
000140*   2026-10-15 JKH  Added the column-profile anomaly thresholds
000150*                   COLPROFRPT flags against: the move in a
000160*                   column's blank rate (percentage points), the
000170*                   move in record volume (percent of the prior
000180*                   run), and how far a numeric column's min or
000190*                   max may move (percent of the prior range).
000200*   2026-10-15 JKH  Added the Db2 schema (qualifier) DDLGEN
000210*                   writes the reporting copy's DDL against
000220*                   when DDLPRM names none.
000230*   2026-10-15 JKH  Added the batch-night and run-time trend
000240*                   values RUNSUMRPT works to: the time of day a
000250*                   batch night starts (HHMM), how many prior
000260*                   nights a step's elapsed time is averaged over,
000270*                   how few of them make a trend, how much slower
000280*                   than that average (percent) is flagged, and
000290*                   the shortest run (seconds) worth flagging.
000300*   2026-10-15 JKH  Added the referential-integrity limits
000310*                   REFCHECK works to: the orphan rate (percent
000320*                   of the child rows checked) above which a
000330*                   reference ends the run RC=4, and how many
000340*                   orphan keys per reference are listed.
000350******************************************************************
000360 01  SHOP-CONFIG-VALUES.
000370     05  SHOP-CASE-SENSITIVE-DEFAULT     PIC X(01) VALUE 'N'.
000380         88  SHOP-DEFAULT-CASE-SENSITIVE VALUE 'Y'.
000390         88  SHOP-DEFAULT-CASE-BLIND     VALUE 'N'.
000400     05  SHOP-PROFILE-THRESHOLDS.
000410         10  SHOP-PROF-NULL-RATE-LIMIT   PIC 9(03)V99 VALUE 10.00.
000420         10  SHOP-PROF-VOLUME-LIMIT      PIC 9(03)V99 VALUE 25.00.
000430         10  SHOP-PROF-RANGE-LIMIT       PIC 9(03)V99 VALUE 50.00.
000440     05  SHOP-DB2-SCHEMA-NAME            PIC X(08)
000450                                         VALUE 'ICEBERG'.
000460     05  SHOP-RUN-LOG-VALUES.
000470         10  SHOP-BATCH-NIGHT-START      PIC 9(04) VALUE 1800.
000480         10  SHOP-TREND-NIGHTS           PIC 9(02) VALUE 14.
000490         10  SHOP-TREND-MIN-NIGHTS       PIC 9(02) VALUE 3.
000500         10  SHOP-TREND-SLOWER-PCT       PIC 9(03)V99 VALUE 25.00.
000510         10  SHOP-TREND-MIN-SECONDS      PIC 9(05) VALUE 60.
000520     05  SHOP-REF-CHECK-VALUES.
000530         10  SHOP-REF-ORPHAN-RATE-LIMIT  PIC 9(03)V99 VALUE 0.10.
000540         10  SHOP-REF-SAMPLE-LINES       PIC 9(03) VALUE 20.
