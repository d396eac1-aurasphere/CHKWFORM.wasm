      * Night-stream run-log record -- RUNLOG.DAT, appended by the
      * nightrun driver. Each step it starts gets a RUNNG row when
      * it starts and a second row with its outcome when it ends,
      * so a step the driver never saw finish still shows. Outcomes:
      *   OK     -- the step ended with return code zero (and its
      *             seal check, if any, balanced);
      *   FAILED -- non-zero return code;
      *   SEALOB -- sealchk found the day out of balance;
      *   UNSEAL -- sealchk found no seal for the day;
      *   BLOCKD -- a prerequisite step had not finished cleanly;
      *   NOTDUE -- a month-end step on an ordinary night.
      * A rerun for the same processing date skips every step whose
      * latest row is OK, which is how the stream resumes at the
      * step that stopped it.
       01 RUNLOG-RECORD.
           05 RL-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-STEP-ID         PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-STARTED         PIC X(14).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-ENDED           PIC X(14).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-OUTCOME         PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-RETURN-CODE     PIC 9(9).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-NOTE            PIC X(40).
