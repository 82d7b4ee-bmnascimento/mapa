      *-----------------------------------------------------------*
      *  PNDREC - one over-limit detail held for second-person    *
      *           approval, appended to the PENDMST               *
      *           pending-approval master by test9014tl with the  *
      *           cycle identifier, the run mode of the job that  *
      *           held it, a hold sequence number unique within   *
      *           that job, the stage, file entry and read        *
      *           position of the detail and the limit it broke.  *
      *           test9014pa carries it forward on PENDMSTN,      *
      *           adding one to its age each cycle, until an      *
      *           approval releases it to PENDREL in the same     *
      *           layout for the chain to post, or rejects it.    *
      *-----------------------------------------------------------*
       01  PENDING-ITEM-RECORD.
           05  PND-CYCLE-DATE        PIC X(08).
           05  PND-CYCLE-INV         PIC 9(03).
           05  PND-RUN-MODE          PIC X(01).
           05  PND-HOLD-SEQ          PIC 9(07).
           05  PND-STAGE             PIC X(10).
           05  PND-FILE-ENTRY        PIC X(04).
           05  PND-POSITION          PIC 9(07).
           05  PND-LIMIT             PIC 9(09)V99.
           05  PND-AGE-CYCLES        PIC 9(03).
           05  PND-RECORD            PIC X(80).
