000010*-----------------------------------------------------------------
000020*PERD-COPYBOOK
000030*
000040*Fixed-width layout for one line of the accounting period
000050*calendar (PERIOD-DAT), the operator-maintained control file
000060*finance keeps one line per accounting period on: the period
000070*as CCYYMM and its posting status. 'O' open - records dated
000080*in it post as dated. 'C' closed but adjustable - the ledger
000090*no longer accepts postings dated in it, so TEST-COBOL re-
000100*dates such a record into the current open period (the
000110*earliest period marked 'O') and keeps the date as keyed in
000120*MY-ORIG-DATE. 'L' locked - nothing may post to it and
000130*TEST-COBOL rejects the record (R011). A period not on the
000140*calendar is open, except one earlier than the first period
000150*on it, which is taken as locked. A period keyed on two
000160*lines takes the later line. PC-CHANGED-DATE and
000170*PC-CHANGED-BY record who last moved the period's status,
000180*for finance's own audit; no program reads them. MCN-COBOL
000190*consolidates a month only once it is closed or locked here.
000200*
000210*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000220*  Modification History
000230*  ----------  ----  ---------------------------------------
000240*  2026-10-15  DH    Original accounting period calendar
000250*                    layout.
000260*-----------------------------------------------------------------
000270 01  PERIOD-RECORD.
000280     05  PC-PERIOD.
000290         10  PC-PERIOD-CCYY          PIC 9(04).
000300         10  PC-PERIOD-MM            PIC 9(02).
000310     05  FILLER                      PIC X(01).
000320     05  PC-PERIOD-STATUS            PIC X(01).
000330         88  PC-PERIOD-OPEN               VALUE 'O'.
000340         88  PC-PERIOD-CLOSED             VALUE 'C'.
000350         88  PC-PERIOD-LOCKED             VALUE 'L'.
000360         88  PC-PERIOD-STATUS-VALID       VALUE 'O' 'C' 'L'.
000370     05  FILLER                      PIC X(01).
000380     05  PC-CHANGED-DATE             PIC 9(08).
000390     05  FILLER                      PIC X(01).
000400     05  PC-CHANGED-BY               PIC X(08).
000410     05  FILLER                      PIC X(54).
