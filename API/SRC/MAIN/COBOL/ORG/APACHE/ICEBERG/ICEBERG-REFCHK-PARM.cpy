000010******************************************************************
000020* ICEBERG-REFCHK-PARM.cpy
000030*
000040* Layout of REFCHK-PARM.DAT, the one-record control file read by
000050* REFCHECK.  Names the referencing (child) table whose extract
000060* EXTRIN points at and the referenced (parent) table whose
000070* MASTER generation MSTRIN points at.  Every TBLREFS row from
000080* the child to the parent is checked; a child that references
000090* several parents is checked once per parent, one step each.
000100*
000110* Maintenance history
000120*   2026-10-15 JKH  Original, written for the referential
000130*                   integrity check.
000140******************************************************************
000150 01  REFCHK-PARM-RECORD.
000160     05  RK-CHILD-TABLE                  PIC X(30).
000170     05  RK-PARENT-TABLE                 PIC X(30).
