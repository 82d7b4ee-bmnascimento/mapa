      *             file opens with a header record carrying the  *
      *             business date and source system and ends      *
      *             with a trailer carrying the expected detail   *
      *             record count and amount hash total.  A detail *
      *             also carries the code of the currency its     *
      *             amount is in; spaces means the base currency  *
      *             named on the FXRATE exchange-rate file.       *
      *-----------------------------------------------------------*
       01  GENERIC-RECORD.
           05  GEN-REC-TYPE          PIC X(01).
               10  GEN-ACCOUNT-KEY   PIC X(10).
               10  GEN-REGION-CODE   PIC X(03).
               10  GEN-AMOUNT        PIC S9(09)V99.
               10  GEN-CURRENCY-CODE PIC X(03).
               10  FILLER            PIC X(52).
           05  GEN-HEADER REDEFINES GEN-DETAIL.
               10  GEN-HDR-BUSINESS-DATE
                                     PIC X(08).
