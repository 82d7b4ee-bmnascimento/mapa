      *-----------------------------------------------------------*
      *  AUDREC - audit trail record written by test9014au for    *
      *           every SET of PGM6-B/PGM6-C and every resulting  *
      *           CALL PGM6 across the test9014 chain, and by     *
      *           test9014xe for every exception-maintenance      *
      *           action on the RECYCDD master (event XMNT, the   *
      *           action in AUD-MODE), which also carries the     *
      *           maker, checker, reason and the item's           *
      *           REX-RECORD image before and after the action.   *
      *           The file accumulates across cycles, each record *
      *           stamped with its cycle identifier, until        *
      *           test9014hk purges the oldest cycles.            *
      *-----------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AUD-DATE              PIC X(08).
           05  AUD-TIME              PIC X(08).
           05  AUD-CALLING-PROGRAM   PIC X(10).
           05  AUD-EVENT             PIC X(04).
               88  AUD-EXCEPTION-ACTION        VALUE 'XMNT'.
           05  AUD-MODE              PIC X(08).
           05  AUD-RESOLVED-PROGRAM  PIC X(08).
           05  AUD-CYCLE-DATE        PIC X(08).
           05  AUD-CYCLE-INV         PIC 9(03).
           05  AUD-MAKER             PIC X(08).
           05  AUD-CHECKER           PIC X(08).
           05  AUD-REASON            PIC X(30).
           05  AUD-BEFORE-IMAGE      PIC X(80).
           05  AUD-AFTER-IMAGE       PIC X(80).
