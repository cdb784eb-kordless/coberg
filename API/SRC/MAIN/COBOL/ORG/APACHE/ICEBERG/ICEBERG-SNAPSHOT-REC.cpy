000100*
000110* Maintenance history
000120*   2026-08-09 JKH  Original.
000130*   2026-08-22 JKH  Added the partition spec section
000140*                   (SS-PART-ENTRY): one row per partition
000150*                   field, a source column plus a transform
000160*                   code from IX-TRANSFORM-TABLE, maintained by
000170*                   ADD-PART-FLD / DROP-PART-FLD.
000180*   2026-08-22 JKH  Added SS-NEXT-FIELD-ID, the high-water
000190*                   mark for COL-FIELD-ID assignment; a
000200*                   deleted column's id is never reused.
000210*   2026-08-22 JKH  Added SS-SCHEMA-VERSION, bumped by every
000220*                   COMMIT-SCHEMA; START-TABLE notes it and the
000230*                   commit refuses to overwrite a snapshot whose
000240*                   stored version has moved on (a concurrent
000250*                   committer got there first).
000260*   2026-10-15 JKH  Added SP-TRANSFORM-WIDTH, the bucket count
000270*                   of a BUCKET partition field or the width of
000280*                   a TRUNCATE one (zero for the other
000290*                   transforms), read by PARTSPLIT.
000300******************************************************************
000310 01  SCHEMA-SNAPSHOT-RECORD.
000320     05  SS-TABLE-NAME                   PIC X(30).
000330     05  SS-SCHEMA-VERSION               PIC 9(09).
000340     05  SS-NEXT-FIELD-ID                PIC 9(05).
000350     05  SS-COLUMN-COUNT                 PIC 9(04) COMP.
000360     05  SS-IDENT-FIELD-COUNT            PIC 9(02).
000370     05  SS-IDENT-FIELD                  PIC X(30)
000380                         OCCURS 10 TIMES INDEXED BY SS-IDENT-IDX.
000390     05  SS-PART-FIELD-COUNT             PIC 9(02).
000400     05  SS-PART-ENTRY
000410                         OCCURS 5 TIMES INDEXED BY SS-PART-IDX.
000420         10  SP-SOURCE-COLUMN            PIC X(30).
000430         10  SP-TRANSFORM                PIC X(10).
000440         10  SP-TRANSFORM-WIDTH          PIC 9(03).
000450     05  SS-COLUMN-ENTRY
000460                         OCCURS 0 TO 200 TIMES
000470                         DEPENDING ON SS-COLUMN-COUNT
000480                                   OF SCHEMA-SNAPSHOT-RECORD
000490                         INDEXED BY SS-COL-IDX.
000500         COPY ICEBERG-COLUMN-FIELDS.
