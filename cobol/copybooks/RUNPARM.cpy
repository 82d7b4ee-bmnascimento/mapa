      *            that flags a file volume anomaly, and the run  *
      *            mode: S/space = full serial chain, A = A-leg   *
      *            only, B = B-leg only, C = consolidate the two  *
      *            legs' handoffs and report, P = month-end       *
      *            period close for the calendar month of the     *
      *            cycle date (no stage runs).  In parallel       *
      *            operation the scheduler supplies the same      *
      *            invocation number on all three cards so the    *
      *            whole A/B/C set shares one cycle identifier;   *
