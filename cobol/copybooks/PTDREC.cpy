      *-----------------------------------------------------------*
      *  PTDREC - one period-to-date cycle record appended by     *
      *           test9014 at the end of every full-cycle run     *
      *           (serial or consolidation): the cycle's final    *
      *           CONTROL-TOTALS and region subtotals, keyed by   *
      *           cycle date and invocation.  A period-close run  *
      *           (run mode P) adds up the newest record of every *
      *           cycle date in the period that ended at RC 4 or  *
      *           below - a failed run never reached the balance  *
      *           master - reports and extracts the sum, and      *
      *           writes the records for any later cycle dates to *
      *           PTDTOTN; the scheduler swaps PTDTOTN in after a *
      *           clean close, so the period-to-date counters     *
      *           start again from nothing.                       *
      *-----------------------------------------------------------*
       01  PERIOD-TOTALS-RECORD.
           05  PTD-CYCLE-DATE        PIC X(08).
           05  PTD-CYCLE-INV         PIC 9(03).
           05  PTD-RUN-MODE          PIC X(01).
           05  PTD-RETURN-CODE       PIC 9(04).
           05  PTD-TOTALS            PIC X(918).
           05  PTD-REGION-TOTALS     PIC X(1500).
