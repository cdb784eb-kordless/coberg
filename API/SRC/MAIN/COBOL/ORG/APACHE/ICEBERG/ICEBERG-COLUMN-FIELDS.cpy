000240*                   of a LIST or MAP column.  Both ride at the
000250*                   end so snapshots cut before the change
000260*                   still line up.
000262*   2026-10-15 JKH  Added COL-FIELD-PRECISION and COL-FIELD-
000264*                   SCALE (a DECIMAL's digits and fraction
000265*                   digits) and COL-FIELD-LENGTH (the byte
000266*                   length of a STRING, FIXED or BINARY).
000267*                   Zero means the shop default the extract
000268*                   layouts always used: DECIMAL(17,2), and
000269*                   30 bytes for STRING/FIXED/BINARY.
000270******************************************************************
000280     10  COL-FIELD-ID                    PIC 9(05).
000290     10  COL-FIELD-NAME                  PIC X(30).
000370         88  COL-IS-IDENTIFIER           VALUE 'Y'.
000380     10  COL-PARENT-FIELD-ID             PIC 9(05).
000390     10  COL-ELEMENT-TYPE                PIC X(10).
000400     10  COL-FIELD-PRECISION             PIC 9(02).
000410     10  COL-FIELD-SCALE                 PIC 9(02).
000420     10  COL-FIELD-LENGTH                PIC 9(03).
