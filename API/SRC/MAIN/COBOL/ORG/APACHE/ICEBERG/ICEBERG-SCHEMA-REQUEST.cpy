000200*   SET-IDENT-KEYS   CASE-SENSITIVE   COMMIT-SCHEMA
000210*   ADD-PART-FLD     DROP-PART-FLD
000220*   ADD-TABLE-REF    DROP-TABLE-REF
000230*   FREEZE-TABLE     THAW-TABLE       RETIRE-TABLE
000240*   SET-COL-CLASS
000250*
000260* For ADD-PART-FLD and DROP-PART-FLD the partition source
000270* column rides in SR-FIELD-NAME and the transform code (one of
000280* IX-TRANSFORM-TABLE) rides in SR-FIELD-TYPE.  An ADD-PART-FLD
000290* with a BUCKET transform carries its bucket count, and one with
000300* a TRUNCATE transform its truncate width, in SR-FIELD-LENGTH.
000310*
000320* For ADD-TABLE-REF and DROP-TABLE-REF the referencing column
000330* rides in SR-FIELD-NAME, the referenced table in SR-NEW-NAME
000340* and the referenced column in SR-REFERENCE-FIELD.
000350*
000360* SET-COL-CLASS classifies the column in SR-FIELD-NAME as
000370* PUBLIC, CONFIDENTIAL or PII (SR-CLASSIFICATION) with a masking
000380* rule of NONE, HASH, BLANK or FIXED (SR-MASK-RULE; blank takes
000390* NONE for PUBLIC and HASH otherwise).  The commit records it
000400* in the column classification registry, COLCLASS.
000410*
000420* Maintenance history
000430*   2026-08-09 JKH  Original, written to replace the one-shot
000440*                   STUB-IMPLEMENTATION/STOP RUN design with a
000450*                   batched request/commit dispatcher.
000460*   2026-08-22 JKH  Documented the partition spec request
000470*                   codes.
000480*   2026-09-03 JKH  Documented the table-reference request
000490*                   codes.
000500*   2026-09-03 JKH  Added SR-SCHEMA-VERSION (at the end, so
000510*                   existing callers still line up): START-TABLE
000520*                   returns the stored SS-SCHEMA-VERSION its
000530*                   session loaded, which the approval gate in
000540*                   the SCHEMAUPD commit sweep matches against
000550*                   the change-control approvals dataset.
000560*   2026-09-03 JKH  Documented the table lifecycle request
000570*                   codes (maintain the TBLCTL status; a
000580*                   retire archives and removes the table).
000590*   2026-09-03 JKH  Added SR-ELEMENT-TYPE, the element
000600*                   (value) type an ADD-COLUMN of a LIST
000610*                   or MAP column carries.
000620*   2026-10-15 JKH  Added SR-FIELD-PRECISION, SR-FIELD-SCALE
000630*                   and SR-FIELD-LENGTH for ADD-COLUMN,
000640*                   ADD-REQUIRED and UPDATE-COLUMN (a DECIMAL's
000650*                   precision and scale; a STRING, FIXED or
000660*                   BINARY byte length).  Zero takes the shop
000670*                   default, or on UPDATE-COLUMN of the same
000680*                   type the column's current value.
000690*   2026-10-15 JKH  Documented the BUCKET count / TRUNCATE
000700*                   width an ADD-PART-FLD carries.
000710*   2026-10-15 JKH  Added SR-CLASSIFICATION and SR-MASK-RULE
000720*                   for SET-COL-CLASS.
000730******************************************************************
000740 01  SCHEMA-REQUEST-AREA.
000750     05  SR-REQUEST-CODE                 PIC X(14).
000760     05  SR-TABLE-NAME                   PIC X(30).
000770     05  SR-FIELD-NAME                   PIC X(30).
000780     05  SR-NEW-NAME                     PIC X(30).
000790     05  SR-REFERENCE-FIELD              PIC X(30).
000800     05  SR-FIELD-TYPE                   PIC X(10).
000810     05  SR-REQUIRED-FLAG                PIC X(01).
000820     05  SR-DOC-TEXT                     PIC X(60).
000830     05  SR-DEFAULT-VALUE                PIC X(30).
000840     05  SR-CASE-SENSITIVE-FLAG          PIC X(01).
000850     05  SR-IDENT-FIELD-COUNT            PIC 9(02).
000860     05  SR-IDENT-FIELD                  PIC X(30)
000870                         OCCURS 10 TIMES INDEXED BY SR-IDENT-IDX.
000880     05  SR-UNION-FIELD-COUNT            PIC 9(03).
000890     05  SR-UNION-FIELD OCCURS 50 TIMES
000900                         INDEXED BY SR-UNION-IDX.
000910         COPY ICEBERG-UNION-FIELDS.
000920     05  SR-RETURN-CODE                  PIC 9(04).
000930     05  SR-MESSAGE                      PIC X(80).
000940     05  SR-SCHEMA-VERSION               PIC 9(09).
000950     05  SR-ELEMENT-TYPE                 PIC X(10).
000960     05  SR-FIELD-PRECISION              PIC 9(02).
000970     05  SR-FIELD-SCALE                  PIC 9(02).
000980     05  SR-FIELD-LENGTH                 PIC 9(03).
000990     05  SR-CLASSIFICATION               PIC X(12).
001000     05  SR-MASK-RULE                    PIC X(08).
