      *-----------------------------------------------------------*
      *  AMTREC - one account maintenance transaction applied by  *
      *           test9014am to the account reference master: the *
      *           account, the action (ADD a new open account,    *
      *           CLOSE, FREEZE or UNFREEZE it, or CHGRGN to move *
      *           it to a new home region), the region for an ADD *
      *           or CHGRGN, and the effective date for an ADD or *
      *           CLOSE (spaces takes the cycle date from the run *
      *           card).  Transactions for one account are        *
      *           applied in the order they appear on the file.   *
      *           An ADD also names the account's currency        *
      *           (spaces = the base currency).                   *
      *-----------------------------------------------------------*
       01  ACCOUNT-MAINT-RECORD.
           05  AMT-ACCOUNT-KEY       PIC X(10).
           05  AMT-ACTION            PIC X(08).
               88  AMT-ADD                     VALUE 'ADD'.
               88  AMT-CLOSE                   VALUE 'CLOSE'.
               88  AMT-FREEZE                  VALUE 'FREEZE'.
               88  AMT-UNFREEZE                VALUE 'UNFREEZE'.
               88  AMT-CHANGE-REGION           VALUE 'CHGRGN'.
           05  AMT-REGION            PIC X(03).
           05  AMT-EFFECTIVE-DATE    PIC X(08).
           05  AMT-CURRENCY-CODE     PIC X(03).
