      *-----------------------------------------------------------*
      *  DUPPARM - the duplicate-suspect control card read by     *
      *           test9014dp: how many prior cycles of the        *
      *           ACTIVDD activity trail each detail is compared  *
      *           against.  Zero turns the prior-cycle comparison *
      *           off; with no card on file five cycles are used. *
      *-----------------------------------------------------------*
       01  DUPPARM-RECORD.
           05  DPP-LOOKBACK-CYCLES   PIC 9(03).
