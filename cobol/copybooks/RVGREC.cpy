      *-----------------------------------------------------------*
      *  RVGREC - one reversal register record per feed backed    *
      *           out by test9014rv: the original cycle date,     *
      *           invocation, stage and file entry, the cycle     *
      *           that carried the reversing entries, who asked   *
      *           for it, and how many records and how much       *
      *           amount were reversed.  test9014rv copies REVREG *
      *           to REVREGN with the new reversals added, and    *
      *           the scheduler swaps the datasets after a clean  *
      *           run; a request naming a feed already on the     *
      *           register is refused.                            *
      *-----------------------------------------------------------*
       01  REVERSAL-REGISTER-RECORD.
           05  RVG-CYCLE-DATE        PIC X(08).
           05  RVG-CYCLE-INV         PIC 9(03).
           05  RVG-STAGE             PIC X(10).
           05  RVG-FILE-ENTRY        PIC X(04).
           05  RVG-REVERSED-IN       PIC X(08).
           05  RVG-REQUESTER         PIC X(08).
           05  RVG-COUNT             PIC 9(07).
           05  RVG-AMOUNT            PIC S9(11)V99.
           05  RVG-DATE              PIC X(08).
           05  RVG-TIME              PIC X(08).
