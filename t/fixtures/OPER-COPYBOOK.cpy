000010*-----------------------------------------------------------------
000020*OPER-COPYBOOK
000030*
000040*Fixed-width layout for one OPERATOR-AUTHORITY master (OPERAUTH)
000050*record, keyed on the operator id keyed on decision files and
000060*feeds. Each record lists the actions the operator may take and
000070*a ceiling for each - the largest amount, in base currency, the
000080*operator may decide on alone. An operator with no record, a
000090*suspended record ('S'), no entry for the action, or an amount
000100*over the entry's ceiling is refused by every program that
000110*checks authority. Unused entries are blank. Action codes:
000120*  SREL  suspense release            SUS-COBOL
000130*  SWOF  suspense write-off          SUS-COBOL
000140*  RCOR  reject correction           RRC-COBOL
000150*  BKOT  batch backout               BKO-COBOL
000160*  ACAP  account cap change          ACM-COBOL
000170*A second approver on a release or cap increase above the
000180*dual-control amount is checked against the same record rules
000190*for the same action. Maintained by OPA-COBOL.
000200*
000210*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000220*  Modification History
000230*  ----------  ----  ---------------------------------------
000240*  2026-10-15  DH    Original operator-authority layout.
000250*-----------------------------------------------------------------
000260 01  OPER-RECORD.
000270     05  OA-OPERATOR-ID              PIC X(08).
000280     05  OA-OPERATOR-NAME            PIC X(20).
000290     05  OA-OPER-STATUS              PIC X(01).
000300         88  OA-OPER-ACTIVE               VALUE 'A'.
000310         88  OA-OPER-SUSPENDED            VALUE 'S'.
000320         88  OA-OPER-STATUS-VALID         VALUE 'A' 'S'.
000330     05  OA-LAST-MAINT-DATE          PIC 9(08).
000340     05  OA-ACTION-ENTRY             OCCURS 8 TIMES.
000350         10  OA-ACTION-CODE          PIC X(04).
000360             88  OA-ACTION-CODE-VALID     VALUE 'SREL' 'SWOF'
000370                                                'RCOR' 'BKOT'
000380                                                'ACAP'.
000390         10  OA-ACTION-CEILING       PIC 9(09)V99.
000400     05  FILLER                      PIC X(23).
