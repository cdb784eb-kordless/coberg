000010******************************************************************
000020* ICEBERG-SNAP-CATALOG-REC.cpy
000030*
000040* One row of the data-snapshot catalog (SNAPCAT), keyed by table
000050* and merge timestamp.  MERGETARGET appends a row at the end of
000060* every merge that balanced (RC below 8), naming the MASTER
000070* generation it wrote and the DELTA generation it applied, the
000080* SS-SCHEMA-VERSION of the SCHSNAP layout the records were cut
000090* under, and the counts from its BALRPT balance.  SNAPASOF reads
000100* a table's rows in key order to find the generation that stood
000110* at an as-of moment; SNAPCOPY prints it.
000120*
000130* SC-MERGE-TIMESTAMP uses the YYYYMMDD-HHMMSSss form COMMIT-
000140* SCHEMA stamps into SCHEMA-HISTORY.DAT, so the moment of a
000150* merge can be handed straight to SCHEMARECON.  The dataset
000160* names are the absolute generation names the scheduler put on
000170* MERGEPRM (blank when it did not); SC-GENERATION-NUMBER counts
000180* the table's catalogued merges from 1 whether or not a name was
000190* supplied.  SC-FEED-CONTROL-FLAG says whether the counts were
000200* also proved against the provider's FEEDCTL record.
000210*
000220* Maintenance history
000230*   2026-10-15 JKH  Original, written for the data-snapshot
000240*                   catalog and the as-of retrieval job.
000250******************************************************************
000260 01  SNAP-CATALOG-RECORD.
000270     05  SC-CATALOG-KEY.
000280         10  SC-TABLE-NAME               PIC X(30).
000290         10  SC-MERGE-TIMESTAMP          PIC X(26).
000300     05  SC-GENERATION-NUMBER            PIC 9(09).
000310     05  SC-MASTER-DSN                   PIC X(44).
000320     05  SC-DELTA-DSN                    PIC X(44).
000330     05  SC-SCHEMA-VERSION               PIC 9(09).
000340     05  SC-MERGE-RETURN-CODE            PIC 9(04).
000350     05  SC-FEED-CONTROL-FLAG            PIC X(01).
000360         88  SC-FEED-WAS-BALANCED        VALUE 'B'.
000370         88  SC-FEED-NOT-BALANCED        VALUE 'N'.
000380     05  SC-BALANCE-COUNTS.
000390         10  SC-MASTER-IN-COUNT          PIC 9(09).
000400         10  SC-DELTA-IN-COUNT           PIC 9(09).
000410         10  SC-INSERTED-COUNT           PIC 9(09).
000420         10  SC-UPDATED-COUNT            PIC 9(09).
000430         10  SC-DELETED-COUNT            PIC 9(09).
000440         10  SC-REJECTED-COUNT           PIC 9(09).
000450         10  SC-MASTER-OUT-COUNT         PIC 9(09).
