      *-----------------------------------------------------------*
      *  ACRRATE - one row of the accrual rate-and-fee table read *
      *            by test9014ia, keyed by region and balance     *
      *            tier.  A row applies to a balance, either      *
      *            sign, up to its tier limit; the lowest tier    *
      *            that covers the balance is used, and a region  *
      *            of *** sets the tiers for every region with no *
      *            rows of its own.  Debit balances accrue at the *
      *            debit rate and credit balances at the credit   *
      *            rate, both annual percentages.  On the last    *
      *            cycle of a month an account whose credit       *
      *            balance is below the minimum balance is        *
      *            charged the minimum-balance fee.               *
      *-----------------------------------------------------------*
       01  ACCRUAL-RATE-RECORD.
           05  ACR-REGION            PIC X(03).
               88  ACR-ANY-REGION              VALUE '***'.
           05  ACR-TIER-LIMIT        PIC 9(11)V99.
           05  ACR-DEBIT-RATE        PIC 9(03)V9(04).
           05  ACR-CREDIT-RATE       PIC 9(03)V9(04).
           05  ACR-MIN-BALANCE       PIC 9(11)V99.
           05  ACR-MIN-FEE           PIC 9(07)V99.
