      *-----------------------------------------------------------*
      *  RVQREC - one reversal request card read by test9014rv    *
      *           ahead of the cycle: the cycle date, invocation, *
      *           stage and file entry of a feed already posted   *
      *           that the source system has told us was wrong,   *
      *           and the ID of the person asking for it to be    *
      *           backed out.  Every activity record that feed    *
      *           left on ACTIVDD is reversed in this cycle.      *
      *-----------------------------------------------------------*
       01  REVERSAL-REQUEST-RECORD.
           05  RVQ-CYCLE-DATE        PIC X(08).
           05  RVQ-CYCLE-INV         PIC 9(03).
           05  RVQ-STAGE             PIC X(10).
           05  RVQ-FILE-ENTRY        PIC X(04).
           05  RVQ-REQUESTER         PIC X(08).
