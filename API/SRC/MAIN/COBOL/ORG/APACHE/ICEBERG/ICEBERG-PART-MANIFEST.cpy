000010******************************************************************
000020* ICEBERG-PART-MANIFEST.cpy
000030*
000040* Layout of the PARTMAN manifest written by PARTSPLIT, one record
000050* per partition file it cuts from a table's master generation.
000060* A record names the file, the partition tuple it holds (one
000070* PM-PART-VALUE per partition field, in SS-PART-ENTRY order,
000080* with the source column and transform alongside), how many
000090* records landed in it, and the lowest and highest identifier
000100* key in it - the TBLKEYS key columns concatenated in key-list
000110* order, the same match key MERGETARGET builds, PM-KEY-LENGTH
000120* bytes long.
000130*
000140* A blank PM-PART-VALUE is the null partition for that field: a
000150* blank source value, or one the transform could not read (the
000160* splitter counts those and ends with RC=4).  A table with no
000170* partition spec is written as a single partition with
000180* PM-PART-FIELD-COUNT zero.
000190*
000200* Maintenance history
000210*   2026-10-15 JKH  Original, written for the partition
000220*                   splitter.
000230******************************************************************
000240 01  PART-MANIFEST-RECORD.
000250     05  PM-TABLE-NAME                   PIC X(30).
000260     05  PM-SCHEMA-VERSION               PIC 9(09).
000270     05  PM-RUN-TIMESTAMP                PIC X(26).
000280     05  PM-PARTITION-NUMBER             PIC 9(05).
000290     05  PM-FILE-NAME                    PIC X(64).
000300     05  PM-RECORD-COUNT                 PIC 9(09).
000310     05  PM-PART-FIELD-COUNT             PIC 9(02).
000320     05  PM-PART-FIELD
000330                         OCCURS 5 TIMES INDEXED BY PM-PART-IDX.
000340         10  PM-PART-SOURCE-COLUMN       PIC X(30).
000350         10  PM-PART-TRANSFORM           PIC X(10).
000360         10  PM-PART-TRANSFORM-WIDTH     PIC 9(03).
000370         10  PM-PART-VALUE               PIC X(60).
000380     05  PM-KEY-LENGTH                   PIC 9(03).
000390     05  PM-MIN-KEY                      PIC X(300).
000400     05  PM-MAX-KEY                      PIC X(300).
