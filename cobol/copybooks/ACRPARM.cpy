      *-----------------------------------------------------------*
      *  ACRPARM - the one-record parameter card read by          *
      *            test9014ia: the xx1-xx3 assign key the accrual *
      *            feed is delivered under next cycle, which      *
      *            test9014ia registers in FEEDREG; the source    *
      *            system its header names (ACCRUALS when blank); *
      *            and the days in the interest year (365 when    *
      *            zero).                                         *
      *-----------------------------------------------------------*
       01  ACRPARM-RECORD.
           05  ACP-ASSIGN-KEY        PIC X(03).
           05  ACP-SOURCE-SYSTEM     PIC X(08).
           05  ACP-DAY-BASIS         PIC 9(03).
