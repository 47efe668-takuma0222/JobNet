000010*-----------------------------------------------------------------
000020*BAL-COPYBOOK
000030*
000040*Fixed-width layout for one BALANCE-MASTER (BALMAST) record,
000050*keyed on the 10-byte account key the same as ACCTMAST. The
000060*master carries what each account actually holds: TEST-COBOL
000070*moves BL-CURRENT-BALANCE by every effective amount it posts,
000080*and BAL-COBOL prints the end-of-day branch position from it.
000090*BL-CYCLE-DATE is the cycle the opening balance belongs to;
000100*the first posting of a new cycle carries the current balance
000110*over as that cycle's opening and low-water mark. The last-
000120*applied stamp (cycle, batch and input position) lets a run
000130*resumed after an abend tell a replayed record whose balance
000140*movement already landed from one whose movement did not.
000150*
000160*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000170*  Modification History
000180*  ----------  ----  ---------------------------------------
000190*  2026-10-15  DH    Original balance-master layout.
000200*-----------------------------------------------------------------
000210 01  BAL-RECORD.
000220     05  BL-ACCT-KEY                 PIC X(10).
000230     05  BL-BRANCH-CODE              PIC X(04).
000240     05  BL-CYCLE-DATE               PIC 9(08).
000250     05  BL-OPENING-BALANCE          PIC S9(11)V99.
000260     05  BL-CURRENT-BALANCE          PIC S9(11)V99.
000270     05  BL-LOW-BALANCE              PIC S9(11)V99.
000280     05  BL-OVERDRAWN-FLAG           PIC X(01).
000290         88  BL-WENT-OVERDRAWN            VALUE 'Y'.
000300     05  BL-LAST-APPLIED.
000310         10  BL-LAST-CYCLE-DATE      PIC 9(08).
000320         10  BL-LAST-BATCH-SEQ       PIC 9(03).
000330         10  BL-LAST-READ-POSITION   PIC 9(09).
000340     05  FILLER                      PIC X(18).
