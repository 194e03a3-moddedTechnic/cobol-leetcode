      *> Shared record layout for the batch driver's job checkpoint
      *> dataset (BATCHDRV.CHECKPOINT): ops/batchdrv.cob appends one
      *> record as each step card completes, carrying the step's
      *> sequence in the control deck, its program and deck fields,
      *> its completion state (OK or FAILED) and return code. A
      *> RESTART card resumes a job from these records. JCK-RUN-ID
      *> is the driver run that executed the step; JCK-JOB-ID is the
      *> run id of the job's first attempt, carried unchanged onto
      *> every restart so all attempts at one night's deck share it.
       02  JCK-JOB-ID        PIC X(24).
       02  JCK-RUN-ID        PIC X(24).
       02  JCK-STEP-SEQ      PIC 9(3).
       02  JCK-PROGRAM       PIC X(20).
       02  JCK-DECK          PIC X(40).
       02  JCK-STATE         PIC X(8).
       02  JCK-RC            PIC S9(8) SIGN LEADING SEPARATE.
       02  JCK-STAMP         PIC X(14).
