      *******************************************************
      *    RUNPRQRC - job-stream prerequisite table, kept by *
      *    operations.  An "S" record names a step of the    *
      *    nightly stream; RUNSTAT reports the steps in the  *
      *    order their "S" records appear.  A "P" record     *
      *    names a step that must have ended, for the same   *
      *    processing date and with a return code no higher  *
      *    than RQ-MAX-RC, before RQ-PROGRAM may run.  With  *
      *    RQ-SAME-BATCH "Y" it must have ended for the same *
      *    batch ID.  "P" records of one program sharing a   *
      *    group number are alternatives - any one of them   *
      *    will do - and every group must be met, e.g.:      *
      *      GLPOST   P 01 RECONBAT Y 00                     *
      *      GLPOST   P 01 CSHAPPLY Y 04                     *
      *      GLCLOSE  P 01 GLPOST   N 04                     *
      *    so GLPOST posts an ADDAMT batch only after        *
      *    RECONBAT proved it, or a cash batch only after    *
      *    CSHAPPLY built it.  No RUNPREQ means no gating.   *
      *******************************************************
       01  RUNPREQ-RECORD.
           05  RQ-PROGRAM                  PIC X(8).
           05  RQ-REC-TYPE                 PIC X(1).
               88  RQ-STREAM-STEP                      VALUE "S".
               88  RQ-PREREQUISITE                     VALUE "P".
           05  RQ-GROUP                    PIC 9(2).
           05  RQ-REQ-PROGRAM              PIC X(8).
           05  RQ-SAME-BATCH               PIC X(1).
               88  RQ-SAME-BATCH-REQUIRED              VALUE "Y".
           05  RQ-MAX-RC                   PIC 9(2).
           05  FILLER                      PIC X(18).
