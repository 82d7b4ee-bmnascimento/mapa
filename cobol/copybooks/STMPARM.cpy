      *-----------------------------------------------------------*
      *  STMPARM - the one-record parameter card read by          *
      *            test9014st: the statement mode (P or space =   *
      *            period end, covering the calendar month of the *
      *            RUNPARM cycle date; R = on request, covering   *
      *            the from and to cycle dates on the card) and   *
      *            an optional range of account keys to produce   *
      *            statements for (spaces = every account).       *
      *-----------------------------------------------------------*
       01  STMPARM-RECORD.
           05  SPM-MODE              PIC X(01).
           05  SPM-FROM-DATE         PIC X(08).
           05  SPM-TO-DATE           PIC X(08).
           05  SPM-ACCOUNT-FROM      PIC X(10).
           05  SPM-ACCOUNT-TO        PIC X(10).
