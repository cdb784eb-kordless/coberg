000010******************************************************************
000020* ICEBERG-CONSUMER-TRAN.cpy
000030*
000040* One maintenance transaction for the consumer registry, read by
000050* CONSMAINT.  CT-ACTION A adds a registry row, C replaces every
000060* non-key field of an existing row, D deletes it (only the key
000070* is needed).  The fields mean what their CN- counterparts in
000080* ICEBERG-CONSUMER-REC.cpy mean; a blank CT-COLUMN-NAME is the
000090* whole-table registration.
000100*
000110* Maintenance history
000120*   2026-10-15 JKH  Original, written for the change-impact
000130*                   report.
000140******************************************************************
000150 01  CONSUMER-TRAN-RECORD.
000160     05  CT-ACTION                       PIC X(01).
000170         88  CT-ADD-CONSUMER             VALUE 'A'.
000180         88  CT-CHANGE-CONSUMER          VALUE 'C'.
000190         88  CT-DELETE-CONSUMER          VALUE 'D'.
000200     05  CT-TABLE-NAME                   PIC X(30).
000210     05  CT-COLUMN-NAME                  PIC X(30).
000220     05  CT-CONSUMER-ID                  PIC X(16).
000230     05  CT-CONSUMER-TYPE                PIC X(10).
000240         88  CT-TYPE-IS-VALID            VALUES 'JOB' 'COPYBOOK'
000250                                                'SUBSCRIBER'.
000260     05  CT-ACCESS-MODE                  PIC X(01).
000270         88  CT-ACCESS-IS-VALID          VALUES 'P' 'N'.
000280     05  CT-CONSUMER-DESC                PIC X(40).
000290     05  CT-CONTACT-NAME                 PIC X(30).
000300     05  CT-CONTACT-ADDRESS              PIC X(50).
