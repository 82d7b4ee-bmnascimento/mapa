      *-----------------------------------------------------------*
      *  EXWREC - one write-off posting built by test9014xe from  *
      *           an open RECYCDD item sent to suspense, and      *
      *           posted by test9014 in the same cycle: the stage *
      *           and control-total file entry it is taken into,  *
      *           the item's first cycle date and, as a GENRECRD  *
      *           image, the item's record type, region and       *
      *           amount against the suspense account.  The chain *
      *           tallies it so the control totals, the GL        *
      *           extract and the activity trail, and so ACTBAL,  *
      *           all carry it.                                   *
      *-----------------------------------------------------------*
       01  WRITEOFF-POSTING-RECORD.
           05  EXW-STAGE             PIC X(10).
           05  EXW-FILE-ENTRY        PIC X(04).
           05  EXW-FIRST-CYCLE-DATE  PIC X(08).
           05  EXW-RECORD            PIC X(80).
