      *           the signed amount, stamped with its cycle       *
      *           identifier and the stage that tallied it, so    *
      *           test9014ab can keep only each stage's newest    *
      *           invocation when a restarted run re-tallies some *
      *           stages under a new invocation number.  The      *
      *           region and file entry the detail arrived under  *
      *           are kept so test9014dp can compare a new        *
      *           cycle's details with earlier cycles.  The file  *
      *           accumulates across cycles, shared by the        *
      *           parallel leg jobs, until test9014ab has posted  *
      *           it to the balance master and test9014hk purges  *
      *           the oldest cycles.  The currency the amount is  *
      *           in is kept beside it, so the balance master     *
      *           holds each account in its own currency, and so  *
      *           is the base-currency amount it was tallied at,  *
      *           so test9014rv backs out exactly what was posted *
      *           whatever the rate is on the reversal cycle.     *
      *           A posting test9014 makes itself - a released    *
      *           duplicate, an approved pending item, a          *
      *           reversing entry or a write-off - carries its    *
      *           origin, so test9014rv never reverses it along   *
      *           with the feed entries of the cycle it was       *
      *           posted in; a feed detail leaves it blank.       *
      *-----------------------------------------------------------*
       01  ACTIVITY-RECORD.
           05  ACT-CYCLE-DATE        PIC X(08).
           05  ACT-ACCOUNT-KEY       PIC X(10).
           05  ACT-REC-TYPE          PIC X(01).
           05  ACT-AMOUNT            PIC S9(09)V99.
           05  ACT-REGION-CODE       PIC X(03).
           05  ACT-FILE-ENTRY        PIC X(04).
           05  ACT-CURRENCY-CODE     PIC X(03).
           05  ACT-BASE-AMOUNT       PIC S9(11)V99.
           05  ACT-POST-ORIGIN       PIC X(01).
               88  ACT-FEED-POSTING            VALUE SPACE.
               88  ACT-RELEASED-DUPLICATE      VALUE 'D'.
               88  ACT-APPROVED-PENDING        VALUE 'P'.
               88  ACT-REVERSING-ENTRY         VALUE 'R'.
               88  ACT-WRITE-OFF               VALUE 'W'.
