      *-----------------------------------------------------------*
      *  RJPREC - one rejected posting appended by test9014rj     *
      *           when the tally step refuses a detail,           *
      *           adjustment or recycled item because its account *
      *           is not on the account reference master, is      *
      *           closed or frozen, or the item is booked in a    *
      *           region other than the account's home region.    *
      *           The record is stamped with its cycle            *
      *           identifier, the stage and file entry it would   *
      *           have been tallied under and the reason code,    *
      *           and carries the original 80-byte record image.  *
      *           A rejected posting is kept out of the control   *
      *           totals, the region subtotals and the activity   *
      *           trail.  A posting in a currency other than its  *
      *           account's, or in a currency with no rate on the *
      *           FXRATE file for the cycle, is rejected the same *
      *           way.                                            *
      *-----------------------------------------------------------*
       01  REJECTED-POSTING-RECORD.
           05  RJP-CYCLE-DATE        PIC X(08).
           05  RJP-CYCLE-INV         PIC 9(03).
           05  RJP-STAGE             PIC X(10).
           05  RJP-FILE-ENTRY        PIC X(04).
           05  RJP-REASON            PIC X(02).
               88  RJP-UNKNOWN-ACCOUNT         VALUE 'UA'.
               88  RJP-CLOSED-ACCOUNT          VALUE 'CL'.
               88  RJP-FROZEN-ACCOUNT          VALUE 'FR'.
               88  RJP-WRONG-REGION            VALUE 'RG'.
               88  RJP-WRONG-CURRENCY          VALUE 'CY'.
               88  RJP-NO-EXCHANGE-RATE        VALUE 'FX'.
           05  RJP-RECORD            PIC X(80).
