000010******************************************************************
000020* ICEBERG-RUNSUM-PARM.cpy
000030*
000040* Layout of RUNSUM-PARM.DAT, the one-record control file read by
000050* RUNSUMRPT.  Names the first and last batch nights to print
000060* (a night is dated by the day it starts, and runs from
000070* SHOP-BATCH-NIGHT-START that day to the same time next day).
000080* Zeros or blanks in the first night mean last night (the night
000090* that began yesterday); zeros or blanks in the last night mean
000100* the first night only.  RS-TREND-NIGHTS is how many nights
000110* before the first night the elapsed-time trend is averaged
000120* over (zeros or blanks mean SHOP-TREND-NIGHTS).  A missing
000130* record takes every default.
000140*
000150* Maintenance history
000160*   2026-10-15 JKH  Original, written for the morning operations
000170*                   summary.
000180******************************************************************
000190 01  RUNSUM-PARM-RECORD.
000200     05  RS-FIRST-NIGHT                  PIC X(08).
000210     05  RS-FIRST-NIGHT-NUM REDEFINES RS-FIRST-NIGHT
000220                                         PIC 9(08).
000230     05  RS-LAST-NIGHT                   PIC X(08).
000240     05  RS-LAST-NIGHT-NUM REDEFINES RS-LAST-NIGHT
000250                                         PIC 9(08).
000260     05  RS-TREND-NIGHTS                 PIC X(02).
000270     05  RS-TREND-NIGHTS-NUM REDEFINES RS-TREND-NIGHTS
000280                                         PIC 9(02).
