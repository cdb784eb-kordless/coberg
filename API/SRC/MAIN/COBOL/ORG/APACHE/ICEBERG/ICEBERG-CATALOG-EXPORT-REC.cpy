000130* Maintenance history
000140*   2026-09-03 JKH  Original, written for the snapshot/upstream
000150*                   catalog reconciliation job.
000152*   2026-10-15 JKH  Added CE-FIELD-PRECISION, CE-FIELD-SCALE
000154*                   and CE-FIELD-LENGTH on the 'C' rows.
000160******************************************************************
000170 01  CATALOG-EXPORT-RECORD.
000180     05  CE-TABLE-NAME                   PIC X(30).
000260     05  CE-FIELD-TYPE                   PIC X(10).
000270     05  CE-REQUIRED-FLAG                PIC X(01).
000280         88  CE-IS-REQUIRED              VALUE 'Y'.
000290     05  CE-FIELD-PRECISION              PIC 9(02).
000300     05  CE-FIELD-SCALE                  PIC 9(02).
000310     05  CE-FIELD-LENGTH                 PIC 9(03).
