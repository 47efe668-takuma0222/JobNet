000010*-----------------------------------------------------------------
000020*FX-COPYBOOK
000030*
000040*Fixed-width layout for one EXCHANGE-RATE master (FXRATE)
000050*record, keyed on the currency code and the rate date. One
000060*record per currency per cycle date: FX-RATE is the number of
000070*base-currency units one unit of the currency buys, to six
000080*decimal places. FXL-COBOL loads the day's rates from the
000090*treasury rate file; TEST-COBOL reads the rate for the cycle
000100*date to convert each foreign-currency item to base. Earlier
000110*dates are kept so any converted item can be re-proved from
000120*the rate it was converted at.
000130*
000140*  Author.......: D. HARTLEY, BATCH SYSTEMS GROUP
000150*  Modification History
000160*  ----------  ----  ---------------------------------------
000170*  2026-10-15  DH    Original exchange-rate master layout.
000180*-----------------------------------------------------------------
000190 01  FX-RATE-RECORD.
000200     05  FX-RATE-KEY.
000210         10  FX-CURRENCY-CODE        PIC X(03).
000220         10  FX-RATE-DATE            PIC 9(08).
000230     05  FX-RATE                     PIC 9(05)V9(06).
000240     05  FX-LOAD-DATE                PIC 9(08).
000250     05  FX-LOAD-TIME                PIC 9(08).
000260     05  FILLER                      PIC X(12).
