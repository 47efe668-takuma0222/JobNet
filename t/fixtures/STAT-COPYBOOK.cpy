000080*numbers the closing RUN-LOG-FILE lines carry, but in fields a
000090*program can total and compare instead of text to be grepped.
000100*SR-SOURCE-ENTRY rides the source order TEST-COBOL reads:
000110*S01/S02/S03, the S04 resubmission source, then the S05
000111*standing-instruction source. A run resumed
000120*after an abend rewrites its batch's record whole, so the
000130*master always carries the batch's final picture.
000140*
000160*  Modification History
000170*  ----------  ----  ---------------------------------------
000180*  2026-09-02  DH    Original run-statistics layout.
000181*  2026-10-15  DH    Fifth SR-SOURCE-ENTRY for the S05
000182*                    standing-instruction source, taken from
000183*                    FILLER; a record written before it holds
000184*                    spaces there.
000190*-----------------------------------------------------------------
000200 01  STAT-RECORD.
000210     05  SR-STAT-KEY.
000340     05  SR-DISCREPANCY-COUNT        PIC 9(09).
000350     05  SR-WAREHOUSE-IN-COUNT       PIC 9(09).
000360     05  SR-WAREHOUSE-OUT-COUNT      PIC 9(09).
000370     05  SR-SOURCE-ENTRY             OCCURS 5 TIMES.
000380         10  SR-SRC-READ-COUNT       PIC 9(09).
000390         10  SR-SRC-PROCESSED-COUNT  PIC 9(09).
000400         10  SR-SRC-REJECT-COUNT     PIC 9(09).
000410     05  FILLER                      PIC X(01).
