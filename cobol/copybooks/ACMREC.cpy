      *-----------------------------------------------------------*
      *  ACMREC - one account reference master record, keyed by   *
      *           account and held in account-key order: whether  *
      *           the account is open, closed or frozen, the home *
      *           region its postings must be booked in, the      *
      *           dates it was opened and closed, and the cycle   *
      *           date that last changed it.  test9014am applies  *
      *           the nightly maintenance transactions and writes *
      *           the new master to ACCTMSTN for the scheduler to *
      *           swap; the test9014 chain loads the master       *
      *           before counting and rejects any posting to an   *
      *           account that is not open or is booked outside   *
      *           its home region, and test9014ab opens a balance *
      *           record only for an account the master carries.  *
      *           Each account is kept in one currency (spaces =  *
      *           the base currency) and the chain rejects a      *
      *           posting in any other.                           *
      *-----------------------------------------------------------*
       01  ACCOUNT-MASTER-RECORD.
           05  ACM-ACCOUNT-KEY       PIC X(10).
           05  ACM-STATUS            PIC X(01).
               88  ACM-ACCOUNT-OPEN            VALUE 'O'.
               88  ACM-ACCOUNT-CLOSED          VALUE 'C'.
               88  ACM-ACCOUNT-FROZEN          VALUE 'F'.
           05  ACM-HOME-REGION       PIC X(03).
           05  ACM-OPEN-DATE         PIC X(08).
           05  ACM-CLOSE-DATE        PIC X(08).
           05  ACM-MAINT-DATE        PIC X(08).
           05  ACM-CURRENCY-CODE     PIC X(03).
