       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
      *******************************************************
      *    RUNCTL - run-control log module CALLed by every   *
      *    step of the job stream with the RUNCTLRC area.    *
      *    At start it writes the step's RUNLOG entry; at    *
      *    the prerequisite check it reads the step's "P"    *
      *    records from the RUNPREQ table and looks for each *
      *    named step's latest RUNLOG entry on the same      *
      *    processing date (and batch, where the table says  *
      *    so): met only when that entry completed with a    *
      *    return code no higher than the table allows.  At  *
      *    end it completes the entry with end time, counts  *
      *    and return code - completed, failed, or skipped   *
      *    when the check refused the step.  RUNLOG is       *
      *    opened and closed on every call, so an abended    *
      *    step leaves its entry intact at R.  RUNCTL        *
      *    reports only through SC-RESULT and SC-PREREQ-SW,  *
      *    but the CALL overwrites the caller's RETURN-CODE: *
      *    a caller must save its return code in SC-STEP-RC  *
      *    before the end call and move it back after.       *
      *    2026-10-15  Initial version.                      *
      *    2026-10-15  Log key carries a per-date run        *
      *                sequence in place of the time of day, *
      *                so a run after midnight still files   *
      *                as the latest.  An unreadable or      *
      *                overfull RUNPREQ table now refuses    *
      *                the step instead of letting it run    *
      *                ungated.                              *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-LOG-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUNPREQ-FILE ASSIGN TO RUNPREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOGRC.
       FD  RUNPREQ-FILE
           RECORDING MODE IS F.
       COPY RUNPRQRC.
       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS                PIC X(2)    VALUE "00".
           88  RUNLOG-FOUND                            VALUE "00".
           88  RUNLOG-DUPLICATE                        VALUE "22".
       01  WS-RUNPREQ-STATUS               PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-LOG-EOF-SWITCH               PIC X(1)    VALUE "N".
           88  LOG-END-OF-FILE                         VALUE "Y".
       01  WS-LOG-OPEN-SW                  PIC X(1)    VALUE "N".
           88  LOG-IS-OPEN                             VALUE "Y".
       01  WS-TIME-NOW                     PIC 9(8)    VALUE ZERO.
       01  WS-WRITE-TRIES                  PIC 9(3)    VALUE ZERO.
       01  WS-LAST-SEQ                     PIC 9(8)    VALUE ZERO.
      *    The step's own prerequisites, loaded from RUNPREQ.
       01  WS-PREREQ-TABLE.
           05  WS-PQ-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WS-PQ-IX                    PIC 9(3)    VALUE ZERO.
           05  WS-PQ-IX2                   PIC 9(3)    VALUE ZERO.
           05  WS-PQ-MAX                   PIC 9(3)    VALUE 20.
           05  WS-PQ-ENTRY OCCURS 20 TIMES.
               10  WS-PQ-GROUP             PIC 9(2).
               10  WS-PQ-PROGRAM           PIC X(8).
               10  WS-PQ-SAME-BATCH        PIC X(1).
               10  WS-PQ-MAX-RC            PIC 9(2).
               10  WS-PQ-MET-SW            PIC X(1).
                   88  WS-PQ-MET                       VALUE "Y".
       01  WS-GROUP-MET-SW                 PIC X(1)    VALUE "N".
           88  GROUP-IS-MET                            VALUE "Y".
      *    Latest RUNLOG entry found for one prerequisite.
       01  WS-LATEST-FOUND-SW              PIC X(1)    VALUE "N".
           88  LATEST-FOUND                            VALUE "Y".
       01  WS-LATEST-STATUS                PIC X(1)    VALUE SPACE.
       01  WS-LATEST-RC                    PIC 9(4)    VALUE ZERO.
       LINKAGE SECTION.
       COPY RUNCTLRC.
       PROCEDURE DIVISION USING STEP-CONTROL-AREA.
       0000-MAIN.
           SET SC-RESULT-OK TO TRUE
           EVALUATE TRUE
               WHEN SC-FUNC-START
                   PERFORM 1000-LOG-START
               WHEN SC-FUNC-CHECK
                   PERFORM 2000-CHECK-PREREQS
               WHEN SC-FUNC-END
                   PERFORM 3000-LOG-END
               WHEN OTHER
                   DISPLAY "RUNCTL: FUNCTION " SC-FUNCTION
                       " INVALID FOR " SC-PROGRAM
                   SET SC-LOG-UNAVAILABLE TO TRUE
           END-EVALUATE
           GOBACK.

      *******************************************************
      *    Start entry.  The run sequence is one more than   *
      *    the highest already logged for the processing     *
      *    date; a step that logs in between takes the next  *
      *    one.  The time of day is kept for the report.     *
      *******************************************************
       1000-LOG-START.
           MOVE SPACES TO SC-LOG-KEY
           SET SC-PREREQ-MET TO TRUE
           MOVE SPACES TO SC-MISSING-PROGRAM
           PERFORM 8000-OPEN-LOG-UPDATE
           IF NOT LOG-IS-OPEN
               SET SC-LOG-UNAVAILABLE TO TRUE
           ELSE
               PERFORM 1100-FIND-LAST-SEQ
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE SPACES TO RUNLOG-RECORD
               MOVE SC-PROC-DATE TO RL-PROC-DATE
               MOVE WS-LAST-SEQ TO RL-RUN-SEQ
               ADD 1 TO RL-RUN-SEQ
               MOVE SC-PROGRAM TO RL-PROGRAM
               MOVE WS-TIME-NOW TO RL-START-TIME
               MOVE SC-BATCH-ID TO RL-BATCH-ID
               SET RL-STEP-RUNNING TO TRUE
               MOVE ZERO TO RL-END-TIME
               MOVE ZERO TO RL-RETURN-CODE
               MOVE ZERO TO RL-READ-COUNT
               MOVE ZERO TO RL-WRITTEN-COUNT
               MOVE ZERO TO RL-REJECT-COUNT
               MOVE ZERO TO WS-WRITE-TRIES
               MOVE "22" TO WS-RUNLOG-STATUS
               PERFORM UNTIL NOT RUNLOG-DUPLICATE
                       OR WS-WRITE-TRIES > 99
                   ADD 1 TO WS-WRITE-TRIES
                   WRITE RUNLOG-RECORD
                   IF RUNLOG-DUPLICATE
                       ADD 1 TO RL-RUN-SEQ
                   END-IF
               END-PERFORM
               IF WS-RUNLOG-STATUS = "00"
                   MOVE RL-LOG-KEY TO SC-LOG-KEY
               ELSE
                   DISPLAY "RUNCTL: RUNLOG WRITE FAILED, STATUS "
                       WS-RUNLOG-STATUS " FOR " SC-PROGRAM
                   SET SC-LOG-UNAVAILABLE TO TRUE
               END-IF
               CLOSE RUNLOG-FILE
           END-IF.

       1100-FIND-LAST-SEQ.
           MOVE ZERO TO WS-LAST-SEQ
           MOVE "N" TO WS-LOG-EOF-SWITCH
           MOVE SC-PROC-DATE TO RL-PROC-DATE
           MOVE ZERO TO RL-RUN-SEQ
           MOVE LOW-VALUES TO RL-PROGRAM
           START RUNLOG-FILE KEY NOT < RL-LOG-KEY
               INVALID KEY
                   SET LOG-END-OF-FILE TO TRUE
           END-START
           IF NOT LOG-END-OF-FILE
               PERFORM 2350-READ-NEXT-LOG
           END-IF
           PERFORM UNTIL LOG-END-OF-FILE
                   OR RL-PROC-DATE NOT = SC-PROC-DATE
               MOVE RL-RUN-SEQ TO WS-LAST-SEQ
               PERFORM 2350-READ-NEXT-LOG
           END-PERFORM.

      *******************************************************
      *    Prerequisite check.  A group of alternatives is   *
      *    met when any one of its steps is met; the step is *
      *    refused at the first group none of whose steps    *
      *    is, naming that group's first step.               *
      *******************************************************
       2000-CHECK-PREREQS.
           SET SC-PREREQ-MET TO TRUE
           MOVE SPACES TO SC-MISSING-PROGRAM
           PERFORM 2100-LOAD-PREREQS
           IF WS-PQ-COUNT > ZERO
               OPEN INPUT RUNLOG-FILE
               EVALUATE TRUE
                   WHEN WS-RUNLOG-STATUS = "00"
                       PERFORM VARYING WS-PQ-IX FROM 1 BY 1
                               UNTIL WS-PQ-IX > WS-PQ-COUNT
                           PERFORM 2300-FIND-LATEST-RUN
                       END-PERFORM
                       CLOSE RUNLOG-FILE
                   WHEN WS-RUNLOG-STATUS = "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "RUNCTL: RUNLOG OPEN FAILED, STATUS "
                           WS-RUNLOG-STATUS " FOR " SC-PROGRAM
                       SET SC-LOG-UNAVAILABLE TO TRUE
               END-EVALUATE
               PERFORM VARYING WS-PQ-IX FROM 1 BY 1
                       UNTIL WS-PQ-IX > WS-PQ-COUNT
                          OR SC-PREREQ-MISSING
                   MOVE "N" TO WS-GROUP-MET-SW
                   PERFORM VARYING WS-PQ-IX2 FROM 1 BY 1
                           UNTIL WS-PQ-IX2 > WS-PQ-COUNT
                       IF WS-PQ-GROUP (WS-PQ-IX2) =
                               WS-PQ-GROUP (WS-PQ-IX)
                           AND WS-PQ-MET (WS-PQ-IX2)
                           SET GROUP-IS-MET TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT GROUP-IS-MET
                       SET SC-PREREQ-MISSING TO TRUE
                       MOVE WS-PQ-PROGRAM (WS-PQ-IX)
                           TO SC-MISSING-PROGRAM
                   END-IF
               END-PERFORM
           END-IF.

      *    No RUNPREQ table at all means no step is gated.  A
      *    table that is there but cannot be read, or names more
      *    prerequisites than fit, refuses the step - it must
      *    never run ungated.
       2100-LOAD-PREREQS.
           MOVE ZERO TO WS-PQ-COUNT
           OPEN INPUT RUNPREQ-FILE
           IF WS-RUNPREQ-STATUS = "35"
               CONTINUE
           ELSE IF WS-RUNPREQ-STATUS NOT = "00"
               DISPLAY "RUNCTL: RUNPREQ OPEN FAILED, STATUS "
                   WS-RUNPREQ-STATUS " FOR " SC-PROGRAM
               SET SC-LOG-UNAVAILABLE TO TRUE
               SET SC-PREREQ-MISSING TO TRUE
               MOVE "RUNPREQ" TO SC-MISSING-PROGRAM
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2150-READ-PREREQ
               PERFORM UNTIL END-OF-FILE
                   IF RQ-PROGRAM = SC-PROGRAM AND RQ-PREREQUISITE
                       IF WS-PQ-COUNT < WS-PQ-MAX
                           ADD 1 TO WS-PQ-COUNT
                           MOVE RQ-GROUP TO WS-PQ-GROUP (WS-PQ-COUNT)
                           MOVE RQ-REQ-PROGRAM
                               TO WS-PQ-PROGRAM (WS-PQ-COUNT)
                           MOVE RQ-SAME-BATCH
                               TO WS-PQ-SAME-BATCH (WS-PQ-COUNT)
                           MOVE RQ-MAX-RC TO WS-PQ-MAX-RC (WS-PQ-COUNT)
                           MOVE "N" TO WS-PQ-MET-SW (WS-PQ-COUNT)
                       ELSE
                           DISPLAY "RUNCTL: PREREQUISITE TABLE FULL AT "
                               RQ-REQ-PROGRAM " FOR " SC-PROGRAM
                           SET SC-PREREQ-MISSING TO TRUE
                           MOVE "RUNPREQ" TO SC-MISSING-PROGRAM
                       END-IF
                   END-IF
                   PERFORM 2150-READ-PREREQ
               END-PERFORM
               CLOSE RUNPREQ-FILE
           END-IF.

       2150-READ-PREREQ.
           READ RUNPREQ-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    The latest run decides - a step rerun after a     *
      *    failure clears it, a rerun that fails after a     *
      *    good run does not leave the good run standing.    *
      *******************************************************
       2300-FIND-LATEST-RUN.
           MOVE "N" TO WS-LATEST-FOUND-SW
           MOVE "N" TO WS-LOG-EOF-SWITCH
           MOVE SC-PROC-DATE TO RL-PROC-DATE
           MOVE ZERO TO RL-RUN-SEQ
           MOVE LOW-VALUES TO RL-PROGRAM
           START RUNLOG-FILE KEY NOT < RL-LOG-KEY
               INVALID KEY
                   SET LOG-END-OF-FILE TO TRUE
           END-START
           IF NOT LOG-END-OF-FILE
               PERFORM 2350-READ-NEXT-LOG
           END-IF
           PERFORM UNTIL LOG-END-OF-FILE
                   OR RL-PROC-DATE NOT = SC-PROC-DATE
               IF RL-PROGRAM = WS-PQ-PROGRAM (WS-PQ-IX)
                   AND (WS-PQ-SAME-BATCH (WS-PQ-IX) NOT = "Y"
                       OR RL-BATCH-ID = SC-BATCH-ID)
                   SET LATEST-FOUND TO TRUE
                   MOVE RL-STEP-STATUS TO WS-LATEST-STATUS
                   MOVE RL-RETURN-CODE TO WS-LATEST-RC
               END-IF
               PERFORM 2350-READ-NEXT-LOG
           END-PERFORM
           IF LATEST-FOUND
               AND WS-LATEST-STATUS = "C"
               AND WS-LATEST-RC NOT > WS-PQ-MAX-RC (WS-PQ-IX)
               MOVE "Y" TO WS-PQ-MET-SW (WS-PQ-IX)
           END-IF.

       2350-READ-NEXT-LOG.
           READ RUNLOG-FILE NEXT RECORD
               AT END
                   SET LOG-END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    End entry.  A failure here is reported but never  *
      *    changes how the step itself ended.                *
      *******************************************************
       3000-LOG-END.
           IF SC-LOG-KEY = SPACES
               CONTINUE
           ELSE
               PERFORM 8000-OPEN-LOG-UPDATE
               IF NOT LOG-IS-OPEN
                   SET SC-LOG-UNAVAILABLE TO TRUE
               ELSE
                   MOVE SC-LOG-KEY TO RL-LOG-KEY
                   READ RUNLOG-FILE
                       INVALID KEY
                           MOVE "23" TO WS-RUNLOG-STATUS
                   END-READ
                   IF RUNLOG-FOUND
                       PERFORM 3100-COMPLETE-ENTRY
                       REWRITE RUNLOG-RECORD
                   END-IF
                   IF WS-RUNLOG-STATUS NOT = "00"
                       DISPLAY "RUNCTL: RUNLOG END ENTRY FAILED, "
                           "STATUS " WS-RUNLOG-STATUS " FOR "
                           SC-PROGRAM
                       SET SC-LOG-UNAVAILABLE TO TRUE
                   END-IF
                   CLOSE RUNLOG-FILE
               END-IF
           END-IF.

       3100-COMPLETE-ENTRY.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW TO RL-END-TIME
           IF SC-BATCH-ID NOT = SPACES
               MOVE SC-BATCH-ID TO RL-BATCH-ID
           END-IF
           MOVE SC-READ-COUNT TO RL-READ-COUNT
           MOVE SC-WRITTEN-COUNT TO RL-WRITTEN-COUNT
           MOVE SC-REJECT-COUNT TO RL-REJECT-COUNT
           MOVE SC-STEP-RC TO RL-RETURN-CODE
           EVALUATE TRUE
               WHEN SC-PREREQ-MISSING
                   SET RL-STEP-SKIPPED TO TRUE
                   MOVE SC-MISSING-PROGRAM TO RL-MISSING-PREREQ
               WHEN SC-STEP-RC > 4
                   SET RL-STEP-FAILED TO TRUE
               WHEN OTHER
                   SET RL-STEP-COMPLETED TO TRUE
           END-EVALUATE.

      *    RUNLOG is created by the first step that logs.
       8000-OPEN-LOG-UPDATE.
           MOVE "N" TO WS-LOG-OPEN-SW
           OPEN I-O RUNLOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               CLOSE RUNLOG-FILE
               OPEN OUTPUT RUNLOG-FILE
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS = "00"
               SET LOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY "RUNCTL: RUNLOG OPEN FAILED, STATUS "
                   WS-RUNLOG-STATUS " FOR " SC-PROGRAM
           END-IF.
