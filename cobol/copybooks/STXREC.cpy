      *-----------------------------------------------------------*
      *  STXREC - 100-byte statement extract record written by    *
      *           test9014st for the print and mailing vendor.    *
      *           The file opens with an 'H' header naming the    *
      *           run date, the statement period and the mode;    *
      *           each statement is an 'S' record with the        *
      *           account, its currency and opening balance, one  *
      *           'D' record per activity item in date order with *
      *           the cycle, the stage that posted it, the record *
      *           type, the amount and the running balance, and a *
      *           'C' record with the closing balance and item    *
      *           count.  A 'T' trailer closes the file with the  *
      *           statement count, the count of records between   *
      *           header and trailer and the hash total of the    *
      *           'D' amounts.  Statements whose closing balance  *
      *           does not prove against ACTBAL are held off the  *
      *           extract.                                        *
      *-----------------------------------------------------------*
       01  STATEMENT-EXTRACT-RECORD.
           05  STX-REC-TYPE          PIC X(01).
               88  STX-HEADER-REC              VALUE 'H'.
               88  STX-STATEMENT-REC           VALUE 'S'.
               88  STX-DETAIL-REC              VALUE 'D'.
               88  STX-CLOSING-REC             VALUE 'C'.
               88  STX-TRAILER-REC             VALUE 'T'.
           05  STX-DETAIL.
               10  STX-ACCOUNT-KEY   PIC X(10).
               10  STX-CYCLE-DATE    PIC X(08).
               10  STX-CYCLE-INV     PIC 9(03).
               10  STX-STAGE         PIC X(10).
               10  STX-ACT-REC-TYPE  PIC X(01).
               10  STX-AMOUNT        PIC S9(09)V99.
               10  STX-RUNNING-BAL   PIC S9(11)V99.
               10  STX-CURRENCY-CODE PIC X(03).
               10  FILLER            PIC X(40).
           05  STX-HEADER REDEFINES STX-DETAIL.
               10  STX-HDR-RUN-DATE  PIC X(08).
               10  STX-HDR-FROM-DATE PIC X(08).
               10  STX-HDR-TO-DATE   PIC X(08).
               10  STX-HDR-MODE      PIC X(01).
               10  STX-HDR-SOURCE-SYSTEM
                                     PIC X(08).
               10  FILLER            PIC X(66).
           05  STX-STATEMENT REDEFINES STX-DETAIL.
               10  STX-STM-ACCOUNT-KEY
                                     PIC X(10).
               10  STX-STM-FROM-DATE PIC X(08).
               10  STX-STM-TO-DATE   PIC X(08).
               10  STX-STM-CURRENCY-CODE
                                     PIC X(03).
               10  STX-STM-OPEN-BAL  PIC S9(11)V99.
               10  FILLER            PIC X(57).
           05  STX-CLOSING REDEFINES STX-DETAIL.
               10  STX-CLS-ACCOUNT-KEY
                                     PIC X(10).
               10  STX-CLS-CLOSE-BAL PIC S9(11)V99.
               10  STX-CLS-ITEM-COUNT
                                     PIC 9(07).
               10  FILLER            PIC X(69).
           05  STX-TRAILER REDEFINES STX-DETAIL.
               10  STX-TRL-STATEMENT-COUNT
                                     PIC 9(07).
               10  STX-TRL-RECORD-COUNT
                                     PIC 9(07).
               10  STX-TRL-HASH-TOTAL
                                     PIC S9(13)V99.
               10  FILLER            PIC X(70).
