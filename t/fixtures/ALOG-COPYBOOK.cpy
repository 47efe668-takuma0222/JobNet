000010*-----------------------------------------------------------------
000020*ALOG-COPYBOOK
000030*
000040*Fixed-width layout for one AUTHORITY-LOG (AUTHLOG-DAT) line.
000050*The log is cumulative, opened EXTEND by every program that
000060*checks operator authority (SUS-COBOL, RRC-COBOL, BKO-COBOL,
000070*ACM-COBOL) and by OPA-COBOL's maintenance, and takes one line
000080*per decision whether it was allowed or refused: who decided,
000090*who approved, on what, for how much, and the outcome. The
000100*subject is the item or account key, or for a backout the
000110*backed-out run's date and batch. Reason codes:
000120*  A000  allowed
000130*  A001  unknown operator
000140*  A002  operator not active
000150*  A003  action not permitted to the operator
000160*  A004  amount over the operator's ceiling
000170*  A005  second approver required and not given
000180*  A006  approver the same as the operator
000190*  A007  approver unknown, not active or not permitted
000200*  A008  amount over the approver's ceiling
000210*  A009  authority master unavailable
000220*OPA-COBOL logs each change it applies to the master as action
000230*OMNT, reason A000, with the maintaining officer as operator and
000240*the operator maintained as subject.
000250*
000260*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000270*  Modification History
000280*  ----------  ----  ---------------------------------------
000290*  2026-10-15  DH    Original authority-log layout.
000300*-----------------------------------------------------------------
000310 01  AUTHLOG-RECORD.
000320     05  AL-LOG-DATE                 PIC 9(08).
000330     05  AL-LOG-TIME                 PIC 9(08).
000340     05  AL-PROGRAM-ID               PIC X(10).
000350     05  AL-ACTION-CODE              PIC X(04).
000360     05  AL-OPERATOR-ID              PIC X(08).
000370     05  AL-APPROVER-ID              PIC X(08).
000380     05  AL-SUBJECT-KEY              PIC X(12).
000390     05  AL-AMOUNT                   PIC 9(09)V99.
000400     05  AL-OUTCOME                  PIC X(01).
000410         88  AL-ALLOWED                   VALUE 'A'.
000420         88  AL-REFUSED                   VALUE 'R'.
000430     05  AL-REASON-CODE              PIC X(04).
000440     05  AL-REASON-TEXT              PIC X(30).
000450     05  FILLER                      PIC X(16).
