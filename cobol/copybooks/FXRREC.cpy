      *-----------------------------------------------------------*
      *  FXRREC - one row of the FXRATE daily exchange-rate file  *
      *           read by the test9014 chain: a currency code,    *
      *           whether it is the base currency the control     *
      *           totals, region subtotals, zero-proof and GL     *
      *           extract are kept in (B, exactly one row, rate   *
      *           1) or a foreign currency (F), the business date *
      *           the rate is good for, which must be the cycle   *
      *           date, and the rate as base-currency units for   *
      *           one unit of the foreign currency.  A detail     *
      *           whose GEN-CURRENCY-CODE is spaces is in the     *
      *           base currency.                                  *
      *-----------------------------------------------------------*
       01  EXCHANGE-RATE-RECORD.
           05  FXR-CURRENCY-CODE     PIC X(03).
           05  FXR-RATE-TYPE         PIC X(01).
               88  FXR-BASE-CURRENCY           VALUE 'B'.
               88  FXR-FOREIGN-CURRENCY        VALUE 'F'.
           05  FXR-RATE-DATE         PIC X(08).
           05  FXR-RATE              PIC 9(05)V9(06).
