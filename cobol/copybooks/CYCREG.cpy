      *           rerun-override indicator, so an accidental      *
      *           double submission cannot append duplicate       *
      *           records to TOTLDG, RUNHIST, CKPTDD or AUDITDD.  *
      *           A period close (run mode P) is refused the same *
      *           way when any close is already registered for    *
      *           the same calendar month.                        *
      *-----------------------------------------------------------*
       01  CYCLE-REGISTRY-RECORD.
           05  CYR-CYCLE-DATE        PIC X(08).
