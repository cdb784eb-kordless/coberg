000010******************************************************************
000020* ICEBERG-DDL-PARM.cpy
000030*
000040* Layout of DDL-PARM.DAT, the one-record control file read by
000050* DDLGEN.  Names the batch night whose SCHEMA-HISTORY.DAT rows
000060* are turned into Db2 DDL (the date part of SH-RUN-TIMESTAMP;
000070* zeros or blanks mean today) and the Db2 schema the reporting
000080* copy's tables live in (blank means SHOP-DB2-SCHEMA-NAME).  A
000090* missing record takes both defaults.
000100*
000110* Maintenance history
000120*   2026-10-15 JKH  Original, written for the Db2 DDL generator.
000130******************************************************************
000140 01  DDL-PARM-RECORD.
000150     05  DL-RUN-DATE                     PIC X(08).
000160     05  DL-RUN-DATE-NUM REDEFINES DL-RUN-DATE
000170                                         PIC 9(08).
000180     05  DL-DB2-SCHEMA                   PIC X(08).
