      *-----------------------------------------------------------*
      *  DDCREC - one operator decision on a held duplicate       *
      *           suspect, read by test9014dr: the held item is   *
      *           named by its cycle date, stage, file entry and  *
      *           position, and is either released for posting    *
      *           this cycle or confirmed as a duplicate and      *
      *           dropped.                                        *
      *-----------------------------------------------------------*
       01  DUPLICATE-DECISION-RECORD.
           05  DDC-CYCLE-DATE        PIC X(08).
           05  DDC-STAGE             PIC X(10).
           05  DDC-FILE-ENTRY        PIC X(04).
           05  DDC-POSITION          PIC 9(07).
           05  DDC-ACTION            PIC X(01).
               88  DDC-RELEASE                 VALUE 'R'.
               88  DDC-CONFIRM                 VALUE 'C'.
           05  DDC-OPERATOR          PIC X(08).
