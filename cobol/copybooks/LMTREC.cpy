      *-----------------------------------------------------------*
      *  LMTREC - one row of the LIMCTL large-value limits file:  *
      *           the largest detail amount, either sign, that    *
      *           test9014tl tallies unheld for a region and      *
      *           record type.  A region of *** sets the limit    *
      *           for every region with no row of its own; a      *
      *           record type with no row at all is never held.   *
      *           Limits are in the base currency named on        *
      *           FXRATE; a foreign-currency detail is converted  *
      *           before it is checked.                           *
      *-----------------------------------------------------------*
       01  LIMIT-CONTROL-RECORD.
           05  LMT-REGION            PIC X(03).
               88  LMT-ANY-REGION              VALUE '***'.
           05  LMT-REC-TYPE          PIC X(01).
           05  LMT-LIMIT             PIC 9(09)V99.
