000100* For ADD-PART-FLD and DROP-PART-FLD requests the partition
000110* source column rides in CR-FIELD-NAME and the transform code
000120* rides in CR-FIELD-TYPE, mirroring the SCHEMA-REQUEST-AREA
000130* convention; a BUCKET count or TRUNCATE width rides in
000140* CR-FIELD-LENGTH.
000150*
000160* For ADD-TABLE-REF and DROP-TABLE-REF requests the referencing
000170* column rides in CR-FIELD-NAME, the referenced table in
000180* CR-NEW-NAME and the referenced column in CR-REFERENCE-FIELD,
000190* again mirroring the SCHEMA-REQUEST-AREA convention.
000200*
000210* Requests whose SCHEMA-REQUEST-AREA form carries a repeating
000220* field list are written as one parent record followed by its
000230* continuation detail records, all under the same CR-TABLE-NAME:
000240*
000250*   SET-IDENT-KEYS  parent, then one 'IDENT-FIELD' detail per
000260*                   key column (name in CR-FIELD-NAME)
000270*   UNION-BY-NAME   parent, then one 'UNION-FIELD' detail per
000280*                   incoming feed column (CR-FIELD-NAME,
000290*                   CR-FIELD-TYPE, CR-REQUIRED-FLAG)
000300*
000310* CASE-SENSITIVE needs no details; its Y/N flag rides in
000320* CR-REQUIRED-FLAG.  A detail record without its parent is
000330* rejected and logged.
000340*
000350* SET-COL-CLASS classifies the column named in CR-FIELD-NAME:
000360* PUBLIC, CONFIDENTIAL or PII in CR-CLASSIFICATION and the
000370* masking rule (NONE, HASH, BLANK or FIXED) in CR-MASK-RULE.
000380* A blank rule takes the default for the classification - NONE
000390* for PUBLIC, HASH otherwise.
000400*
000410* Maintenance history
000420*   2026-08-09 JKH  Original, written for the SCHEMAUPD driver.
000430*   2026-08-22 JKH  Documented how partition spec requests use
000440*                   the existing fields.
000450*   2026-08-22 JKH  Added the parent/detail convention so the
000460*                   nightly sweep can carry SET-IDENT-KEYS,
000470*                   UNION-BY-NAME and CASE-SENSITIVE.
000480*   2026-09-03 JKH  Documented how table-reference requests use
000490*                   the existing fields.
000500*   2026-09-03 JKH  Added CR-ELEMENT-TYPE, the element (value)
000510*                   type an ADD-COLUMN of a LIST or MAP column
000520*                   carries.
000530*   2026-10-15 JKH  Added CR-FIELD-PRECISION, CR-FIELD-SCALE
000540*                   and CR-FIELD-LENGTH for ADD-COLUMN,
000550*                   ADD-REQUIRED, UPDATE-COLUMN and the
000560*                   UNION-FIELD details.
000570*   2026-10-15 JKH  Documented the BUCKET count / TRUNCATE
000580*                   width an ADD-PART-FLD carries.
000590*   2026-10-15 JKH  Added CR-CLASSIFICATION and CR-MASK-RULE
000600*                   for SET-COL-CLASS.
000610******************************************************************
000620 01  CHANGE-REQUEST-RECORD.
000630     05  CR-TABLE-NAME                   PIC X(30).
000640     05  CR-REQUEST-CODE                 PIC X(14).
000650     05  CR-FIELD-NAME                   PIC X(30).
000660     05  CR-NEW-NAME                     PIC X(30).
000670     05  CR-REFERENCE-FIELD              PIC X(30).
000680     05  CR-FIELD-TYPE                   PIC X(10).
000690     05  CR-REQUIRED-FLAG                PIC X(01).
000700     05  CR-DOC-TEXT                     PIC X(60).
000710     05  CR-DEFAULT-VALUE                PIC X(30).
000720     05  CR-ELEMENT-TYPE                 PIC X(10).
000730     05  CR-FIELD-PRECISION              PIC 9(02).
000740     05  CR-FIELD-SCALE                  PIC 9(02).
000750     05  CR-FIELD-LENGTH                 PIC 9(03).
000760     05  CR-CLASSIFICATION               PIC X(12).
000770     05  CR-MASK-RULE                    PIC X(08).
