000170*                   the referenced column in PC-REFERENCE-FIELD.
000180*   2026-09-03 JKH  Added PC-ELEMENT-TYPE, the element (value)
000190*                   type a pending LIST or MAP column carries.
000192*   2026-10-15 JKH  Added the old and new precision, scale and
000194*                   length a type change carries, so the commit
000195*                   can check a DECIMAL only widens.
000196*   2026-10-15 JKH  An ADD-PART-FLD carries its BUCKET count or
000197*                   TRUNCATE width in PC-NEW-LENGTH.
000198*   2026-10-15 JKH  Added SET-COL-CLASS and the old and new
000199*                   classification and masking rule it carries.
000200******************************************************************
000210     10  PC-OPERATION-CODE               PIC X(14).
000220         88  PC-OP-ADD-COLUMN            VALUE 'ADD-COLUMN'.
000350         88  PC-OP-DROP-PART-FLD         VALUE 'DROP-PART-FLD'.
000360         88  PC-OP-ADD-TABLE-REF         VALUE 'ADD-TABLE-REF'.
000370         88  PC-OP-DROP-TABLE-REF        VALUE 'DROP-TABLE-REF'.
000375         88  PC-OP-SET-COL-CLASS         VALUE 'SET-COL-CLASS'.
000380     10  PC-FIELD-NAME                   PIC X(30).
000390     10  PC-NEW-NAME                     PIC X(30).
000400     10  PC-REFERENCE-FIELD              PIC X(30).
000470         88  PC-FROM-UNION               VALUE 'U'.
000480         88  PC-FROM-CALLER              VALUE 'C'.
000490     10  PC-ELEMENT-TYPE                 PIC X(10).
000500     10  PC-OLD-PRECISION                PIC 9(02).
000510     10  PC-OLD-SCALE                    PIC 9(02).
000520     10  PC-OLD-LENGTH                   PIC 9(03).
000530     10  PC-NEW-PRECISION                PIC 9(02).
000540     10  PC-NEW-SCALE                    PIC 9(02).
000550     10  PC-NEW-LENGTH                   PIC 9(03).
000560     10  PC-OLD-CLASS                    PIC X(12).
000570     10  PC-OLD-MASK-RULE                PIC X(08).
000580     10  PC-NEW-CLASS                    PIC X(12).
000590     10  PC-NEW-MASK-RULE                PIC X(08).
