      *           balance, stamped with the cycle that produced   *
      *           it.  test9014ab writes the new master beside    *
      *           the old one and the scheduler swaps the         *
      *           datasets after a clean run.  The balances are   *
      *           held in the account's own currency, named       *
      *           beside them.                                    *
      *-----------------------------------------------------------*
       01  BALANCE-MASTER-RECORD.
           05  ABM-ACCOUNT-KEY       PIC X(10).
           05  ABM-CLOSE-BAL         PIC S9(11)V99.
           05  ABM-DB-COUNT          PIC 9(07).
           05  ABM-CR-COUNT          PIC 9(07).
           05  ABM-CURRENCY-CODE     PIC X(03).
