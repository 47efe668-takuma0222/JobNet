000140*return code 8 set - unless total debits equal total credits
000150*equal the OT-CONTROL-TOTAL TEST-COBOL put on the OUT-DAT
000160*trailer. Runs as a new step after TEST-COBOL, alongside
000170*RPT-COBOL. Every pair is booked in base currency: OD-AMOUNT
000171*is the converted amount for a foreign-currency item, and the
000172*original currency and amount on the detail are not carried
000173*to the ledger. Every GL line is stamped with the accounting
000174*period it books to, the CCYYMM of the detail's OD-DATE -
000175*already moved into the open period by TEST-COBOL for a
000176*record keyed in a closed one - and carries the date as keyed
000177*beside it when the two differ.
000180*
000190*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000200*  Installation.: BATCH SYSTEMS GROUP
000230*  Modification History
000240*  ----------  ----  ---------------------------------------
000250*  2026-08-22  DH    Original general ledger extract.
000251*  2026-10-15  DH    Ledger pairs confirmed base currency now
000252*                    that OUT-DAT details carry foreign items;
000253*                    OD-AMOUNT is always the base amount.
000254*  2026-10-15  DH    GL lines stamped with the accounting
000255*                    period and, for a detail re-dated out of
000256*                    a closed period, its original date.
000260*-----------------------------------------------------------------
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.  GLX-COBOL.
000720*            OUT-DAT detail), one 'BT' trailer carrying the
000730*            posting count and the signed debit and credit
000740*            totals the ledger proves before accepting.
000741*            Each 'GL' line carries its accounting period
000742*            (CCYYMM) and the detail's original date (zero
000743*            unless the detail was re-dated).
000750*-----------------------------------------------------------------
000760 FD  GLIF-FILE.
000770 01  GLIF-RECORD                    PIC X(80).
001430     05  GX-GL-AMOUNT                PIC 9(11)V99.
001440     05  GX-GL-KEY                   PIC X(10).
001450     05  GX-GL-DATE                  PIC 9(08).
001451     05  GX-GL-PERIOD                PIC 9(06).
001452     05  GX-GL-ORIG-DATE             PIC 9(08).
001460     05  FILLER                      PIC X(24) VALUE SPACES.
001470
001480 01  GX-GLIF-TRAILER.
001490     05  FILLER                      PIC X(02) VALUE 'BT'.
003940*0500-WRITE-POSTING
003950*Writes one 'GL' posting line from the account and side the
003960*caller staged, with the unsigned pair amount and the
003970*detail's key, date, accounting period and original date.
003971*A detail from before OD-ORIG-DATE existed carries spaces
003972*there and goes out as not re-dated.
003980*===========================================================
003990 0500-WRITE-POSTING.
004000     MOVE GX-WORK-AMOUNT TO GX-GL-AMOUNT.
004010     MOVE OD-KEY TO GX-GL-KEY.
004020     MOVE OD-DATE TO GX-GL-DATE.
004021     MOVE OD-DATE (1:6) TO GX-GL-PERIOD.
004022     IF OD-ORIG-DATE NUMERIC
004023         MOVE OD-ORIG-DATE TO GX-GL-ORIG-DATE
004024     ELSE
004025         MOVE ZERO TO GX-GL-ORIG-DATE
004026     END-IF.
004030     WRITE GLIF-RECORD FROM GX-GLIF-POSTING.
004040     ADD 1 TO GX-POSTING-COUNT.
004050 0500-EXIT.
