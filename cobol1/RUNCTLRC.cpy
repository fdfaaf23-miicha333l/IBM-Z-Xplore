      *******************************************************
      *    RUNCTLRC - parameter area every step passes to    *
      *    RUNCTL.  SC-FUNCTION "S" logs the step's start on *
      *    RUNLOG and returns its log key; "C" checks the    *
      *    RUNPREQ prerequisites for SC-BATCH-ID and sets    *
      *    SC-PREREQ-SW, naming the first one missing; "E"   *
      *    completes the log entry with the counts and       *
      *    SC-STEP-RC.  SC-RESULT "9" means RUNLOG could not *
      *    be opened or written.                             *
      *******************************************************
       01  STEP-CONTROL-AREA.
           05  SC-FUNCTION                 PIC X(1).
               88  SC-FUNC-START                       VALUE "S".
               88  SC-FUNC-CHECK                       VALUE "C".
               88  SC-FUNC-END                         VALUE "E".
           05  SC-PROGRAM                  PIC X(8).
           05  SC-PROC-DATE                PIC 9(8).
           05  SC-BATCH-ID                 PIC X(8).
           05  SC-LOG-KEY                  PIC X(24).
           05  SC-READ-COUNT               PIC 9(9).
           05  SC-WRITTEN-COUNT            PIC 9(9).
           05  SC-REJECT-COUNT             PIC 9(9).
           05  SC-STEP-RC                  PIC S9(4).
           05  SC-RESULT                   PIC X(1).
               88  SC-RESULT-OK                        VALUE "0".
               88  SC-LOG-UNAVAILABLE                  VALUE "9".
           05  SC-PREREQ-SW                PIC X(1).
               88  SC-PREREQ-MET                       VALUE "Y".
               88  SC-PREREQ-MISSING                   VALUE "N".
           05  SC-MISSING-PROGRAM          PIC X(8).
           05  FILLER                      PIC X(10).
