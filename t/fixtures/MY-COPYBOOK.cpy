000163*                    carrying the file's own record count, so
000164*                    the batch can prove it read every source
000165*                    in full before trusting the cycle.
000166*  2026-10-15  DH    Claimed twelve FILLER bytes for
000167*                    MY-CURRENCY-CODE and MY-ORIG-AMOUNT. A
000168*                    blank currency is base currency as
000169*                    before and MY-AMOUNT is the amount. An
000170*                    office keying a foreign item codes the
000171*                    currency and keys MY-ORIG-AMOUNT in it;
000172*                    TEST-COBOL converts it at the cycle's
000173*                    FXRATE rate into MY-AMOUNT, so every
000174*                    step past the edits works in base.
000175*  2026-10-15  DH    Claimed eight FILLER bytes for
000176*                    MY-ORIG-DATE. TEST-COBOL re-dates a
000177*                    record keyed in a closed accounting
000178*                    period into the current open one and
000179*                    keeps the date as keyed here; zero on a
000180*                    record never re-dated.
000181*-----------------------------------------------------------------
000182 01  MY-RECORD.
000183     05  MY-KEY                      PIC X(10).
000184     05  MY-AMOUNT                   PIC S9(07)V99.
000190     05  MY-STATUS-FLAG              PIC X(01).
000200         88  MY-STATUS-ACTIVE             VALUE 'A'.
000210         88  MY-STATUS-PENDING            VALUE 'P'.
000286         88  MY-TRAN-VALID                VALUE 'D' ' ' 'A' 'R'.
000287     05  MY-OVERRIDE-FLAG            PIC X(01).
000288         88  MY-OVERRIDE-PRESENT          VALUE 'O'.
000289     05  MY-CURRENCY-CODE            PIC X(03).
000290     05  MY-ORIG-AMOUNT              PIC S9(07)V99.
000291     05  MY-ORIG-DATE                PIC 9(08).
000292     05  FILLER                      PIC X(30).
000293
000294 01  MY-TRAILER-RECORD REDEFINES MY-RECORD.
000295     05  MY-TRL-ID                   PIC X(10).
000296         88  MY-TRL-PRESENT               VALUE '**TRAILER*'.
