000221*                    date, assigned at run start, so two
000222*                    batches on one date are distinguishable
000223*                    in every downstream reader.
000224*  2026-10-15  DH    OD-CURRENCY-CODE and OD-ORIG-AMOUNT
000225*                    added: the record's own currency and its
000226*                    signed effective amount in it. OD-AMOUNT
000227*                    stays the base-currency amount, so the
000228*                    trailer total still proves. A blank
000229*                    currency is a base-currency item.
000230*  2026-10-15  DH    OD-ORIG-DATE added: the date as keyed
000231*                    for a detail TEST-COBOL re-dated out of
000232*                    a closed accounting period into OD-DATE;
000233*                    zero when the detail was not re-dated.
000234*-----------------------------------------------------------------
000235 01  OUT-RECORD.
000236     05  OUT-REC-TYPE                PIC X(01).
000240         88  OUT-REC-IS-HEADER           VALUE 'H'.
000250         88  OUT-REC-IS-DETAIL           VALUE 'D'.
000260         88  OUT-REC-IS-TRAILER          VALUE 'T'.
000414     05  OD-BRANCH-CODE              PIC X(04).
000416     05  OD-TRAN-TYPE                PIC X(01).
000418     05  OD-SOURCE-ID                PIC X(03).
000419     05  OD-CURRENCY-CODE            PIC X(03).
000420     05  OD-ORIG-AMOUNT              PIC S9(07)V99.
000421     05  OD-ORIG-DATE                PIC 9(08).
000422     05  FILLER                      PIC X(03).
000430 
000440 01  OUT-TRAILER-RECORD REDEFINES OUT-RECORD.
000450     05  OT-REC-TYPE                 PIC X(01).
