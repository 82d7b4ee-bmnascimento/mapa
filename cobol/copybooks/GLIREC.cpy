      *           system, a 'T' record last carrying the count    *
      *           and amount hash of everything between them).    *
      *           Entries whose totals are unreliable carry 'U'   *
      *           in the flag byte so the receiving side can hold *
      *           them.  A period-close run writes a single 'P'   *
      *           period summary record between the header and    *
      *           trailer instead: the period, the number of      *
      *           cycles summed, the period-to-date counts and    *
      *           amount, and the last cycle date it covers.  The *
      *           header names the base currency every amount is  *
      *           converted to.                                   *
      *-----------------------------------------------------------*
       01  GL-INTERFACE-RECORD.
           05  GLI-REC-TYPE          PIC X(01).
               88  GLI-TRAILER-REC             VALUE 'T'.
               88  GLI-ENTRY-REC               VALUE 'F'.
               88  GLI-GRAND-REC               VALUE 'G'.
               88  GLI-PERIOD-REC              VALUE 'P'.
           05  GLI-DETAIL.
               10  GLI-FILE-ENTRY    PIC X(04).
               10  GLI-STAGE         PIC X(10).
               10  GLI-HDR-SOURCE-SYSTEM
                                     PIC X(08).
               10  GLI-HDR-CYCLE-INV PIC 9(03).
               10  GLI-HDR-BASE-CURRENCY
                                     PIC X(03).
               10  FILLER            PIC X(57).
           05  GLI-TRAILER REDEFINES GLI-DETAIL.
               10  GLI-TRL-RECORD-COUNT
                                     PIC 9(07).
               10  GLI-TRL-HASH-TOTAL
                                     PIC S9(13)V99.
               10  FILLER            PIC X(57).
           05  GLI-PERIOD REDEFINES GLI-DETAIL.
               10  GLI-PER-PERIOD    PIC X(06).
               10  GLI-PER-CYCLES    PIC 9(03).
               10  GLI-PER-COUNT     PIC 9(09).
               10  GLI-PER-DB        PIC 9(09).
               10  GLI-PER-CR        PIC 9(09).
               10  GLI-PER-AMOUNT    PIC S9(13)V99.
               10  GLI-PER-UNREL-FLAG
                                     PIC X(01).
               10  GLI-PER-THRU-DATE PIC X(08).
               10  FILLER            PIC X(19).
