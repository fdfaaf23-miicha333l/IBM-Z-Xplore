      *******************************************************
      *    RUNLOGRC - job-stream run-control log, keyed on   *
      *    processing date, run sequence and program.  The   *
      *    sequence is one more than the highest already on  *
      *    file for the date, so one day's steps read back   *
      *    in the order they ran even when the stream runs   *
      *    past midnight.                                    *
      *    RUNCTL writes the entry when a step starts        *
      *    (status R) and completes it when the step ends:   *
      *    C completed with return code 4 or less, F failed, *
      *    S skipped because a RUNPREQ prerequisite had not  *
      *    ended cleanly (the prerequisite is named).  An    *
      *    entry still at R once its step is gone was never  *
      *    ended - the step abended.  RUNSTAT reports the    *
      *    day's stream from this file.                      *
      *******************************************************
       01  RUNLOG-RECORD.
           05  RL-LOG-KEY.
               10  RL-PROC-DATE            PIC 9(8).
               10  RL-RUN-SEQ              PIC 9(8).
               10  RL-PROGRAM              PIC X(8).
           05  RL-START-TIME               PIC 9(8).
           05  RL-BATCH-ID                 PIC X(8).
           05  RL-STEP-STATUS              PIC X(1).
               88  RL-STEP-RUNNING                     VALUE "R".
               88  RL-STEP-COMPLETED                   VALUE "C".
               88  RL-STEP-FAILED                      VALUE "F".
               88  RL-STEP-SKIPPED                     VALUE "S".
           05  RL-END-TIME                 PIC 9(8).
           05  RL-RETURN-CODE              PIC 9(4).
           05  RL-READ-COUNT               PIC 9(9).
           05  RL-WRITTEN-COUNT            PIC 9(9).
           05  RL-REJECT-COUNT             PIC 9(9).
           05  RL-MISSING-PREREQ           PIC X(8).
           05  FILLER                      PIC X(2).
