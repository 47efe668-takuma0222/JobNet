000010*-----------------------------------------------------------------
000020*ADV-COPYBOOK
000030*
000040*Shared 120-byte record layout for the customer advice file
000050*(ADVICE-DAT) that ADV-COBOL cuts each cycle for the bank's
000060*correspondence system. Every record carries a one-byte
000070*record-type flag in position 1: 'H' for the one file header
000080*(the cycle date and batch the advices belong to), 'A' for
000090*the head of one advice - one per account per cycle, with the
000100*account's name, branch and status from ACCTMAST and the
000110*number of items it covers - then one 'I' record for each of
000120*those items, and 'T' for the one trailer. An advice's items
000130*follow its 'A' record directly and repeat its advice number
000140*and account key.
000150*
000160*Each item carries a plain reason code saying what happened
000170*to it, beside the system's own code (blank for a posting):
000180*  RVSL  a reversal posted against the account
000190*  ADJT  an adjustment posted against the account
000200*  HTRN  held for review, over the per-transaction limit (S002)
000210*  HDAY  held for review, over the daily limit (S003)
000220*  RJCT  rejected by the cycle's edits (R001-R011)
000230*  WOFF  written off from suspense by an operator
000240*AI-ORIG-AMOUNT is the item's amount in its own currency
000250*(AI-CURRENCY-CODE, blank for base) and AI-EFFECTIVE-AMOUNT
000260*the base-currency amount: for a posting the signed amount
000270*that took effect, for any other item the amount that would
000280*have, zero when the item never reached conversion.
000290*
000300*The trailer is the correspondence system's proof of receipt:
000310*the advice, item and record counts (the record count takes
000320*in the header and the trailer themselves) and hash totals of
000330*both amount columns, with the accounts and items left out -
000340*no-correspondence accounts skipped, and items that could not
000350*be advised (no account key, or an account not on ACCTMAST).
000360*A file with no trailer was cut short and is not complete.
000370*
000380*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000390*  Modification History
000400*  ----------  ----  ---------------------------------------
000410*  2026-10-15  DH    Original customer advice layout.
000420*-----------------------------------------------------------------
000430 01  ADVICE-RECORD.
000440     05  ADV-REC-TYPE                PIC X(01).
000450         88  ADV-REC-IS-HEADER           VALUE 'H'.
000460         88  ADV-REC-IS-ADVICE           VALUE 'A'.
000470         88  ADV-REC-IS-ITEM             VALUE 'I'.
000480         88  ADV-REC-IS-TRAILER          VALUE 'T'.
000490     05  ADV-REC-BODY                PIC X(119).
000500
000510 01  ADV-HEADER-RECORD REDEFINES ADVICE-RECORD.
000520     05  AH-REC-TYPE                 PIC X(01).
000530     05  AH-CYCLE-DATE               PIC 9(08).
000540     05  AH-BATCH-SEQ                PIC 9(03).
000550     05  AH-RUN-DATE                 PIC 9(08).
000560     05  AH-RUN-TIME                 PIC 9(08).
000570     05  AH-PROGRAM-ID               PIC X(10).
000580     05  FILLER                      PIC X(82).
000590
000600 01  ADV-ADVICE-RECORD REDEFINES ADVICE-RECORD.
000610     05  AA-REC-TYPE                 PIC X(01).
000620     05  AA-ADVICE-SEQ               PIC 9(07).
000630     05  AA-ACCT-KEY                 PIC X(10).
000640     05  AA-ACCT-NAME                PIC X(20).
000650     05  AA-BRANCH-CODE              PIC X(04).
000660     05  AA-ACCT-STATUS              PIC X(01).
000670     05  AA-ITEM-COUNT               PIC 9(05).
000680     05  AA-CYCLE-DATE               PIC 9(08).
000690     05  FILLER                      PIC X(64).
000700
000710 01  ADV-ITEM-RECORD REDEFINES ADVICE-RECORD.
000720     05  AI-REC-TYPE                 PIC X(01).
000730     05  AI-ADVICE-SEQ               PIC 9(07).
000740     05  AI-ACCT-KEY                 PIC X(10).
000750     05  AI-REASON-CODE              PIC X(04).
000760         88  AI-REASON-REVERSAL          VALUE 'RVSL'.
000770         88  AI-REASON-ADJUSTMENT        VALUE 'ADJT'.
000780         88  AI-REASON-TRAN-HOLD         VALUE 'HTRN'.
000790         88  AI-REASON-DAILY-HOLD        VALUE 'HDAY'.
000800         88  AI-REASON-REJECTED          VALUE 'RJCT'.
000810         88  AI-REASON-WRITTEN-OFF       VALUE 'WOFF'.
000820     05  AI-SYSTEM-CODE              PIC X(04).
000830     05  AI-REASON-TEXT              PIC X(30).
000840     05  AI-TRAN-TYPE                PIC X(01).
000850     05  AI-SOURCE-ID                PIC X(03).
000860     05  AI-ITEM-DATE                PIC 9(08).
000870     05  AI-CURRENCY-CODE            PIC X(03).
000880     05  AI-ORIG-AMOUNT              PIC S9(07)V99.
000890     05  AI-EFFECTIVE-AMOUNT         PIC S9(07)V99.
000900     05  FILLER                      PIC X(31).
000910
000920 01  ADV-TRAILER-RECORD REDEFINES ADVICE-RECORD.
000930     05  AT-REC-TYPE                 PIC X(01).
000940     05  AT-ADVICE-COUNT             PIC 9(07).
000950     05  AT-ITEM-COUNT               PIC 9(09).
000960     05  AT-RECORD-COUNT             PIC 9(09).
000970     05  AT-ORIG-TOTAL               PIC S9(11)V99.
000980     05  AT-EFFECTIVE-TOTAL          PIC S9(11)V99.
000990     05  AT-SUPPRESSED-ACCTS         PIC 9(07).
001000     05  AT-SUPPRESSED-ITEMS         PIC 9(09).
001010     05  AT-UNADVISED-ITEMS          PIC 9(09).
001020     05  FILLER                      PIC X(43).
