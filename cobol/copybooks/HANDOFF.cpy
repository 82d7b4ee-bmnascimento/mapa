      *-----------------------------------------------------------*
      *  HANDOFF - the one-record leg-totals handoff written by a *
      *            test9014 invocation running a single leg (run  *
      *            mode A or B) and read back by the              *
      *            consolidation invocation (run mode C), which   *
      *            merges both legs' totals and produces the      *
      *            single control report exactly as a serial run  *
      *            does, stamping it with the legs' own           *
      *            invocation number when the run card does not   *
      *            supply one.  The by-currency subtotals travel  *
      *            with the region subtotals.                     *
      *-----------------------------------------------------------*
       01  HANDOFF-RECORD.
           05  HOF-LEG               PIC X(01).
           05  HOF-INVOCATION        PIC 9(03).
           05  HOF-TOTALS            PIC X(918).
           05  HOF-REGION-TOTALS     PIC X(1500).
           05  HOF-CURRENCY-TOTALS   PIC X(600).
