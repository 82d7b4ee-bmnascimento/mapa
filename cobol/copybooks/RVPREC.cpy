      *-----------------------------------------------------------*
      *  RVPREC - one reversing entry written by test9014rv and   *
      *           posted by test9014 in the same cycle: the feed  *
      *           it backs out and, as a GENRECRD image, the      *
      *           original activity record's type, account and    *
      *           region with the amount's sign turned over.  The *
      *           chain tallies it under the original stage and   *
      *           file entry so the control totals, the           *
      *           debit/credit proof, the GL extract and the      *
      *           activity trail all carry it.  The original      *
      *           base-currency amount, sign also turned over, is *
      *           posted as it stands rather than converted again *
      *           at the reversal cycle's rate; it is spaces for  *
      *           activity recorded before the base amount was    *
      *           kept, which is converted as any detail is.      *
      *-----------------------------------------------------------*
       01  REVERSING-ENTRY-RECORD.
           05  RVP-ORIG-CYCLE-DATE   PIC X(08).
           05  RVP-ORIG-CYCLE-INV    PIC 9(03).
           05  RVP-STAGE             PIC X(10).
           05  RVP-FILE-ENTRY        PIC X(04).
           05  RVP-RECORD            PIC X(80).
           05  RVP-BASE-AMOUNT       PIC S9(11)V99.
