      *-----------------------------------------------------------*
      *  EXMREC - one exception-maintenance transaction on an     *
      *           open RECYCDD item, read by test9014xe ahead of  *
      *           the cycle.  The item is named as it appears on  *
      *           AGERPT: source stage, exception file entry,     *
      *           first cycle date, account key and amount.       *
      *           REKEY moves it to the corrected account in      *
      *           NEW-ACCOUNT so it re-presents under that key;   *
      *           WRITEOFF posts its amount to the suspense       *
      *           account in NEW-ACCOUNT and closes it; CLOSE     *
      *           closes it with no posting and needs a reason.   *
      *           The maker and checker IDs are both required and *
      *           must differ.                                    *
      *-----------------------------------------------------------*
       01  EXCEPTION-MAINT-RECORD.
           05  EXM-ACTION            PIC X(08).
               88  EXM-REKEY                   VALUE 'REKEY'.
               88  EXM-WRITEOFF                VALUE 'WRITEOFF'.
               88  EXM-CLOSE                   VALUE 'CLOSE'.
           05  EXM-SOURCE-STAGE      PIC X(10).
           05  EXM-SOURCE-ENTRY      PIC X(04).
           05  EXM-FIRST-CYCLE-DATE  PIC X(08).
           05  EXM-ACCOUNT-KEY       PIC X(10).
           05  EXM-AMOUNT            PIC S9(09)V99.
           05  EXM-NEW-ACCOUNT       PIC X(10).
           05  EXM-REASON            PIC X(30).
           05  EXM-MAKER             PIC X(08).
           05  EXM-CHECKER           PIC X(08).
