000010******************************************************************
000020* ICEBERG-IMPACT-NOTICE.cpy
000030*
000040* One row of the impact notice file (IMPNOTE) IMPACTRPT cuts with
000050* each change-impact report: one row per registered consumer per
000060* predicted change that reaches it, addressed to the consumer's
000070* contact, for the mail-out that runs before the commit sweep.
000080* IN-CHANGE-TYPE, IN-ATTRIBUTE and the old/new values are the
000090* predicted diff line's own; IN-PREDICTED-AT is its run
000100* timestamp, so a notice can be traced to its PREDDIFF.
000110*
000120* Maintenance history
000130*   2026-10-15 JKH  Original, written for the change-impact
000140*                   report.
000150******************************************************************
000160 01  IMPACT-NOTICE-RECORD.
000170     05  IN-CONTACT-ADDRESS              PIC X(50).
000180     05  IN-CONTACT-NAME                 PIC X(30).
000190     05  IN-CONSUMER-ID                  PIC X(16).
000200     05  IN-TABLE-NAME                   PIC X(30).
000210     05  IN-FIELD-NAME                   PIC X(30).
000220     05  IN-CHANGE-TYPE                  PIC X(14).
000230     05  IN-ATTRIBUTE                    PIC X(10).
000240     05  IN-OLD-VALUE                    PIC X(40).
000250     05  IN-NEW-VALUE                    PIC X(40).
000260     05  IN-IMPACT                       PIC X(10).
000270         88  IN-IS-BREAKING              VALUE 'BREAKING'.
000280         88  IN-IS-COMPATIBLE            VALUE 'COMPATIBLE'.
000290     05  IN-PREDICTED-AT                 PIC X(26).
