      *            reconciliation shows every expected feed, the  *
      *            source that actually arrived, and any          *
      *            expected-but-missing or unexpected deliveries. *
      *            A feed the system builds itself, such as the   *
      *            test9014ia accrual feed, repeats the same item *
      *            cycle after cycle by design; its row carries   *
      *            N in the prior-cycle check flag so test9014dp  *
      *            never holds its details as already posted.     *
      *-----------------------------------------------------------*
       01  FEED-REGISTRY-RECORD.
           05  FDR-ASSIGN-KEY        PIC X(03).
           05  FDR-SOURCE-SYSTEM     PIC X(08).
           05  FDR-PRIOR-CHECK       PIC X(01).
               88  FDR-NO-PRIOR-CHECK          VALUE 'N'.
