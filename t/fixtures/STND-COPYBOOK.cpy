000010*-----------------------------------------------------------------
000020*STND-COPYBOOK
000030*
000040*Fixed-width layout for one STANDING-INSTRUCTION master
000050*(STNDINST) record, keyed on the account and an instruction
000060*sequence within it, so one account can carry several
000070*instructions. Each is a recurring item - a sweep, a fixed
000080*charge, a regular payment - that SIG-COBOL generates into
000090*TEST-COBOL's standing source (S05) every time it falls due:
000100*SI-AMOUNT in SI-CURRENCY-CODE (blank for base), posted as
000110*SI-TRAN-TYPE with status flag SI-ITEM-STATUS, dated the due
000120*date. SI-FREQUENCY rolls SI-NEXT-DUE-DATE forward after each
000130*generation; a monthly, quarterly or yearly roll keeps to
000140*SI-ANCHOR-DAY (the day of month the instruction started on),
000150*falling back to the month's last day when the month is
000160*shorter. An instruction whose next due date passes
000170*SI-END-DATE (zero for none) is expired, not deleted, so the
000180*master keeps the history of what was ever set up. The
000190*SI-GEN- fields record the cycle and batch an instruction last
000200*generated for and its state before that generation, so a
000210*rerun of SIG-COBOL ahead of the same TEST-COBOL batch cuts
000220*the same items again instead of losing them.
000230*
000240*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000250*  Modification History
000260*  ----------  ----  ---------------------------------------
000270*  2026-10-15  DH    Original standing-instruction layout.
000280*-----------------------------------------------------------------
000290 01  STND-RECORD.
000300     05  SI-INSTR-KEY.
000310         10  SI-ACCT-KEY             PIC X(10).
000320         10  SI-INSTR-SEQ            PIC 9(03).
000330     05  SI-AMOUNT                   PIC S9(07)V99.
000340     05  SI-CURRENCY-CODE            PIC X(03).
000350     05  SI-TRAN-TYPE                PIC X(01).
000360         88  SI-TRAN-DETAIL               VALUE 'D'.
000370         88  SI-TRAN-ADJUSTMENT           VALUE 'A'.
000380         88  SI-TRAN-VALID                VALUE 'D' 'A'.
000390     05  SI-ITEM-STATUS              PIC X(01).
000400         88  SI-ITEM-STATUS-VALID         VALUE 'A' 'P' 'R' 'C'.
000410     05  SI-FREQUENCY                PIC X(01).
000420         88  SI-FREQ-WEEKLY               VALUE 'W'.
000430         88  SI-FREQ-FORTNIGHTLY          VALUE 'F'.
000440         88  SI-FREQ-MONTHLY              VALUE 'M'.
000450         88  SI-FREQ-QUARTERLY            VALUE 'Q'.
000460         88  SI-FREQ-YEARLY               VALUE 'Y'.
000470         88  SI-FREQ-VALID                VALUE 'W' 'F' 'M'
000480                                                'Q' 'Y'.
000490     05  SI-ANCHOR-DAY               PIC 9(02).
000500     05  SI-NEXT-DUE-DATE            PIC 9(08).
000510     05  SI-END-DATE                 PIC 9(08).
000520     05  SI-INSTR-STATUS             PIC X(01).
000530         88  SI-INSTR-ACTIVE              VALUE 'A'.
000540         88  SI-INSTR-EXPIRED             VALUE 'E'.
000550     05  SI-LAST-MAINT-DATE          PIC 9(08).
000560     05  SI-GEN-CYCLE-DATE           PIC 9(08).
000570     05  SI-GEN-BATCH-SEQ            PIC 9(03).
000580     05  SI-GEN-PRIOR-DUE-DATE       PIC 9(08).
000590     05  SI-GEN-PRIOR-STATUS         PIC X(01).
000600     05  SI-GEN-ITEM-COUNT           PIC 9(03).
000610     05  FILLER                      PIC X(22).
