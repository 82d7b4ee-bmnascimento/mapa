      *-----------------------------------------------------------*
      *  DHLREC - one duplicate-suspect detail held back from the *
      *           totals by test9014tl, appended to DUPHELD with  *
      *           the cycle identifier, the stage and file entry  *
      *           that read it, its position in that file, why it *
      *           is suspect and the source system that delivered *
      *           it.  test9014dr carries each item forward on    *
      *           DUPHELDN until an operator releases it, when it *
      *           is written to DUPREL in the same layout for the *
      *           chain to post, or confirms it as a duplicate    *
      *           and it is dropped.                              *
      *-----------------------------------------------------------*
       01  DUPLICATE-HELD-RECORD.
           05  DHL-CYCLE-DATE        PIC X(08).
           05  DHL-CYCLE-INV         PIC 9(03).
           05  DHL-STAGE             PIC X(10).
           05  DHL-FILE-ENTRY        PIC X(04).
           05  DHL-POSITION          PIC 9(07).
           05  DHL-REASON            PIC X(02).
               88  DHL-WITHIN-FILE             VALUE 'WF'.
               88  DHL-ACROSS-FILES            VALUE 'XF'.
               88  DHL-PRIOR-CYCLE             VALUE 'PC'.
           05  DHL-SOURCE-SYSTEM     PIC X(08).
           05  DHL-RECORD            PIC X(80).
