000120*                   type an incoming LIST or MAP column carries,
000130*                   so a union-sourced add passes the commit's
000140*                   element-type validation.
000142*   2026-10-15 JKH  Added UF-FIELD-PRECISION, UF-FIELD-SCALE
000144*                   and UF-FIELD-LENGTH; zero means the feed
000146*                   did not say, and the live column's values
000148*                   are assumed.
000150******************************************************************
000160     10  UF-FIELD-NAME                   PIC X(30).
000170     10  UF-FIELD-TYPE                   PIC X(10).
000190         88  UF-IS-OPTIONAL              VALUE 'Y'.
000200         88  UF-IS-REQUIRED              VALUE 'N'.
000210     10  UF-ELEMENT-TYPE                 PIC X(10).
000220     10  UF-FIELD-PRECISION              PIC 9(02).
000230     10  UF-FIELD-SCALE                  PIC 9(02).
000240     10  UF-FIELD-LENGTH                 PIC 9(03).
