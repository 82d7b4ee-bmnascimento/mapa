      *-----------------------------------------------------------*
      *  HOLREC - one row of the HOLIDAY business calendar read   *
      *           by test9014ia: a weekday on which no cycle      *
      *           runs, so the accrual for the cycle before it    *
      *           covers it as it does a weekend.                 *
      *-----------------------------------------------------------*
       01  HOLIDAY-RECORD.
           05  HOL-DATE              PIC X(08).
           05  HOL-NAME              PIC X(20).
