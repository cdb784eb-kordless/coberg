000160*                   the element (value) type of a LIST or MAP
000170*                   column, so a point-in-time replay can
000180*                   recover it.
000190*   2026-10-15 JKH  Added the old and new precision, scale
000200*                   and length of an ADD-COLUMN or UPDATE-
000210*                   COLUMN (again at the end), so a replay
000220*                   recovers the column widths.
000230*   2026-10-15 JKH  A commit that changes the identifier list
000240*                   writes a SET-IDENT-KEYS row with no field;
000250*                   the old and new key lists ride comma-
000260*                   separated in SH-OLD-VALUE and SH-NEW-VALUE.
000262*   2026-10-15 JKH  A SET-COL-CLASS row carries the old and new
000264*                   classification and masking rule as
000266*                   'CLASS/RULE' (e.g. PII/HASH) in SH-OLD-VALUE
000268*                   and SH-NEW-VALUE.
000270******************************************************************
000280 01  SCHEMA-HIST-RECORD.
000290     05  SH-TABLE-NAME                   PIC X(30).
000300     05  SH-RUN-TIMESTAMP                PIC X(26).
000310     05  SH-OPERATION-CODE               PIC X(14).
000320     05  SH-FIELD-NAME                   PIC X(30).
000330     05  SH-OLD-TYPE                     PIC X(10).
000340     05  SH-NEW-TYPE                     PIC X(10).
000350     05  SH-OLD-VALUE                    PIC X(40).
000360     05  SH-NEW-VALUE                    PIC X(40).
000370     05  SH-FIELD-ID                     PIC 9(05).
000380     05  SH-ELEMENT-TYPE                 PIC X(10).
000390     05  SH-OLD-PRECISION                PIC 9(02).
000400     05  SH-OLD-SCALE                    PIC 9(02).
000410     05  SH-OLD-LENGTH                   PIC 9(03).
000420     05  SH-NEW-PRECISION                PIC 9(02).
000430     05  SH-NEW-SCALE                    PIC 9(02).
000440     05  SH-NEW-LENGTH                   PIC 9(03).
