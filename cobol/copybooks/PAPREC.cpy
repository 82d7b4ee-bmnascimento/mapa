      *-----------------------------------------------------------*
      *  PAPREC - one approval decision on a pending large-value  *
      *           item, read by test9014pa: the item is named by  *
      *           the cycle date, invocation, run mode and hold   *
      *           sequence printed on PENDRPT, and is either      *
      *           released for posting this cycle or rejected.    *
      *           The approver ID is required.                    *
      *-----------------------------------------------------------*
       01  PENDING-APPROVAL-RECORD.
           05  PAP-CYCLE-DATE        PIC X(08).
           05  PAP-CYCLE-INV         PIC 9(03).
           05  PAP-RUN-MODE          PIC X(01).
           05  PAP-HOLD-SEQ          PIC 9(07).
           05  PAP-ACTION            PIC X(08).
               88  PAP-RELEASE                 VALUE 'RELEASE'.
               88  PAP-REJECT                  VALUE 'REJECT'.
           05  PAP-APPROVER          PIC X(08).
