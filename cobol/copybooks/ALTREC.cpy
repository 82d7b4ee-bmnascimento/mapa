      *-----------------------------------------------------------*
      *  ALTREC - one alert on the shared ALERTDD stream the      *
      *           monitoring console reads.  The test9014 chain   *
      *           (through test9014al) and the standalone         *
      *           reporting programs append a record for every    *
      *           problem they find: the cycle it belongs to, the *
      *           program that raised it, a severity (C critical  *
      *           pages on-call, then H high, W warning and I     *
      *           information), a category naming the kind of     *
      *           problem, the file-control entry and stage       *
      *           involved where there is one, and a short        *
      *           message.  test9014as ranks a cycle's alerts by  *
      *           severity.                                       *
      *-----------------------------------------------------------*
       01  ALERT-RECORD.
           05  ALT-CYCLE-DATE        PIC X(08).
           05  ALT-CYCLE-INV         PIC 9(03).
           05  ALT-DATE              PIC X(08).
           05  ALT-TIME              PIC X(08).
           05  ALT-PROGRAM           PIC X(10).
           05  ALT-SEVERITY          PIC X(01).
               88  ALT-CRITICAL                VALUE 'C'.
               88  ALT-HIGH                    VALUE 'H'.
               88  ALT-WARNING                 VALUE 'W'.
               88  ALT-INFORMATION             VALUE 'I'.
           05  ALT-CATEGORY          PIC X(08).
               88  ALT-BALANCE                 VALUE 'BALANCE'.
               88  ALT-SLA                     VALUE 'SLA'.
               88  ALT-ANOMALY                 VALUE 'ANOMALY'.
               88  ALT-ESCALATION              VALUE 'ESCALATE'.
               88  ALT-IO-ERROR                VALUE 'IOERROR'.
               88  ALT-AUDIT                   VALUE 'AUDIT'.
               88  ALT-JOB-LOG                 VALUE 'JOBLOG'.
           05  ALT-STAGE             PIC X(10).
           05  ALT-FILE-ENTRY        PIC X(08).
           05  ALT-MESSAGE           PIC X(60).
           05  FILLER                PIC X(04).
