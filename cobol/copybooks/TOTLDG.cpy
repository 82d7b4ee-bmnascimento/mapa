      *           keyed by stage and invocation, so a restarted   *
      *           invocation can merge the prior invocation's     *
      *           stage totals back in and report true full-cycle *
      *           reconciliation figures.  The region and         *
      *           by-currency subtotals are snapshotted with it.  *
      *-----------------------------------------------------------*
       01  TOTALS-LEDGER-RECORD.
           05  TLG-STAGE             PIC X(10).
           05  TLG-TIME              PIC X(08).
           05  TLG-TOTALS            PIC X(918).
           05  TLG-REGION-TOTALS     PIC X(1500).
           05  TLG-CURRENCY-TOTALS   PIC X(600).
