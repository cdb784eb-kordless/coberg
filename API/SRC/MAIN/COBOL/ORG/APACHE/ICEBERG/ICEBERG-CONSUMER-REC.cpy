000010******************************************************************
000020* ICEBERG-CONSUMER-REC.cpy
000030*
000040* One row of the downstream consumer registry (CONSREG), keyed by
000050* table, column and consumer id: a batch job, a copybook or an
000060* extract subscriber that reads the table, who to tell when it
000070* changes, and how it reads.  A blank CN-COLUMN-NAME registers
000080* the consumer against the whole table.  Maintained only by
000090* CONSMAINT from add/change/delete transactions; read by
000100* IMPACTRPT beside the dry run's predicted diff.
000110*
000120* CN-ACCESS-MODE decides which predicted changes break the
000130* consumer: P reads a fixed record layout by position (a
000140* compiled copybook, a fixed-column extract), so a retype or a
000150* move breaks it but a rename does not; N reads columns by name
000160* (SQL, an Iceberg reader), so a rename breaks it but a widening
000170* retype or a move does not.
000180*
000190* Maintenance history
000200*   2026-10-15 JKH  Original, written for the change-impact
000210*                   report.
000220******************************************************************
000230 01  CONSUMER-RECORD.
000240     05  CN-CONSUMER-KEY.
000250         10  CN-TABLE-NAME               PIC X(30).
000260         10  CN-COLUMN-NAME              PIC X(30).
000270         10  CN-CONSUMER-ID              PIC X(16).
000280     05  CN-CONSUMER-TYPE                PIC X(10).
000290         88  CN-TYPE-IS-VALID            VALUES 'JOB' 'COPYBOOK'
000300                                                'SUBSCRIBER'.
000310     05  CN-ACCESS-MODE                  PIC X(01).
000320         88  CN-READS-BY-POSITION        VALUE 'P'.
000330         88  CN-READS-BY-NAME            VALUE 'N'.
000340         88  CN-ACCESS-IS-VALID          VALUES 'P' 'N'.
000350     05  CN-CONSUMER-DESC                PIC X(40).
000360     05  CN-CONTACT-NAME                 PIC X(30).
000370     05  CN-CONTACT-ADDRESS              PIC X(50).
000380     05  CN-LAST-MAINT-DATE              PIC 9(08).
