000010******************************************************************
000020* ICEBERG-COL-CLASS-REC.cpy
000030*
000040* One row of ICEBERG-COL-CLASS.DAT (COLCLASS), the column
000050* classification registry: one record per classified column,
000060* keyed on table and the permanent COL-FIELD-ID so a rename
000070* keeps its classification (field ids are never reused, so a
000080* deleted column's row is simply never read again).  A column
000090* with no record is PUBLIC with no masking.  Maintained through
000100* the SET-COL-CLASS request code at COMMIT-SCHEMA; SCHEMACATRPT
000110* prints it against each column and DATAMASK masks by it when it
000120* cuts a non-production copy of a master or extract.
000130*
000140*   CC-CLASSIFICATION  PUBLIC, CONFIDENTIAL or PII
000150*   CC-MASK-RULE       NONE   value copied as is (PUBLIC only)
000160*                      HASH   consistent format-keeping
000170*                             substitute - the same value always
000180*                             masks the same way, in any table
000190*                      BLANK  spaces (an optional column only)
000200*                      FIXED  the column default, else a
000210*                             constant valid for its type
000220*
000230* Maintenance history
000240*   2026-10-15 JKH  Original, written for column classification
000250*                   and the masking job.
000260******************************************************************
000270 01  COL-CLASS-RECORD.
000280     05  CC-KEY.
000290         10  CC-TABLE-NAME               PIC X(30).
000300         10  CC-FIELD-ID                 PIC 9(05).
000310     05  CC-CLASSIFICATION               PIC X(12).
000320         88  CC-CLASS-PUBLIC             VALUES 'PUBLIC'
000330                                                SPACES.
000340         88  CC-CLASS-CONFIDENTIAL       VALUE 'CONFIDENTIAL'.
000350         88  CC-CLASS-PII                VALUE 'PII'.
000360     05  CC-MASK-RULE                    PIC X(08).
000370         88  CC-RULE-NONE                VALUES 'NONE'
000380                                                SPACES.
000390         88  CC-RULE-HASH                VALUE 'HASH'.
000400         88  CC-RULE-BLANK               VALUE 'BLANK'.
000410         88  CC-RULE-FIXED               VALUE 'FIXED'.
000420     05  CC-CLASSIFIED-AT                PIC X(26).
