000010******************************************************************
000020* ICEBERG-COL-STATS-REC.cpy
000030*
000040* One row of the column-statistics history (COLSTATS), keyed by
000050* table, source (extract or MASTER), permanent COL-FIELD-ID and
000060* run date, so an extract profile and a MASTER profile taken the
000070* same day are kept apart.  COLPROFILE writes one row per
000080* profiled column per run (a second run on the same day from the
000090* same source replaces that day's row); COLPROFRPT reads one
000100* table's rows for one source in key order to set today's
000110* profile beside the prior run's.
000120*
000130* CS-MIN-VALUE and CS-MAX-VALUE are the lowest and highest
000140* non-blank values, left-justified, first 60 bytes; numeric
000150* columns are ordered by value, everything else by collating
000160* sequence.  Values that would not parse as their numeric type
000170* are counted in CS-INVALID-COUNT and left out of min, max and
000180* the distinct count.  The distinct count is exact up to the
000190* low-cardinality limit (CS-DISTINCT-EXACT); past it only the
000200* fact that the column is high-cardinality is kept.
000210*
000220* Maintenance history
000230*   2026-10-15 JKH  Original, written for the column profiling
000240*                   job.
000250*   2026-10-15 JKH  CS-SOURCE-FLAG moved into CS-STATS-KEY after
000260*                   the table name.
000270******************************************************************
000280 01  COLUMN-STATS-RECORD.
000290     05  CS-STATS-KEY.
000300         10  CS-TABLE-NAME               PIC X(30).
000310         10  CS-SOURCE-FLAG              PIC X(01).
000320             88  CS-FROM-EXTRACT         VALUE 'E'.
000330             88  CS-FROM-MASTER          VALUE 'M'.
000340         10  CS-FIELD-ID                 PIC 9(05).
000350         10  CS-RUN-DATE                 PIC 9(08).
000360     05  CS-FIELD-NAME                   PIC X(30).
000370     05  CS-FIELD-TYPE                   PIC X(10).
000380     05  CS-SCHEMA-VERSION               PIC 9(09).
000390     05  CS-RUN-TIMESTAMP                PIC X(26).
000400     05  CS-ROW-COUNT                    PIC 9(09).
000410     05  CS-BLANK-COUNT                  PIC 9(09).
000420     05  CS-INVALID-COUNT                PIC 9(09).
000430     05  CS-MIN-VALUE                    PIC X(60).
000440     05  CS-MAX-VALUE                    PIC X(60).
000450     05  CS-DISTINCT-COUNT               PIC 9(03).
000460     05  CS-DISTINCT-FLAG                PIC X(01).
000470         88  CS-DISTINCT-EXACT           VALUE 'E'.
000480         88  CS-DISTINCT-OVER-LIMIT      VALUE 'O'.
