      *    2026-09-02  Run date now read from the PRCDATE    *
      *                processing-date control record        *
      *                instead of the system clock.          *
      *    2026-10-15  Batches BCHREV has backed out list as *
      *                REVERSED and are counted separately.  *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-COMPLETED-COUNT              PIC 9(5)    VALUE ZERO.
       01  WS-ABORTED-COUNT                PIC 9(5)    VALUE ZERO.
       01  WS-OPEN-COUNT                   PIC 9(5)    VALUE ZERO.
       01  WS-REVERSED-COUNT               PIC 9(5)    VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(28)   VALUE
               "BREGRPT BATCH REGISTER LIST ".
       01  WS-COUNT-LINE.
           05  CL-LABEL                    PIC X(18).
           05  CL-COUNT                    PIC Z(4)9.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           OPEN INPUT BCHREG-FILE
           IF WS-BCHREG-STATUS NOT = "00"
               DISPLAY "BREGRPT: BCHREG OPEN FAILED, STATUS "
                   WS-BCHREG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN OUTPUT REGRPT
                   WS-REGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BCHREG-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           PERFORM 4000-WRITE-TOTALS
           CLOSE BCHREG-FILE
           CLOSE REGRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
               WHEN BR-STATUS-OPEN
                   MOVE "OPEN      " TO RL-STATUS-WORD
                   ADD 1 TO WS-OPEN-COUNT
               WHEN BR-STATUS-REVERSED
                   MOVE "REVERSED  " TO RL-STATUS-WORD
                   ADD 1 TO WS-REVERSED-COUNT
               WHEN OTHER
                   MOVE "UNKNOWN   " TO RL-STATUS-WORD
           END-EVALUATE
           WRITE REG-RECORD FROM WS-COUNT-LINE
           MOVE "STILL OPEN:       " TO CL-LABEL
           MOVE WS-OPEN-COUNT TO CL-COUNT
           WRITE REG-RECORD FROM WS-COUNT-LINE
           MOVE "REVERSED:         " TO CL-LABEL
           MOVE WS-REVERSED-COUNT TO CL-COUNT
           WRITE REG-RECORD FROM WS-COUNT-LINE.

      *******************************************************
      *    Step start and end go on the RUNLOG run-control   *
      *    log through RUNCTL.  Before any work the step's   *
      *    RUNPREQ prerequisites must have ended cleanly for *
      *    the processing date, or the run is refused.       *
      *******************************************************
       9500-START-STEP.
           MOVE SPACES TO STEP-CONTROL-AREA
           MOVE "BREGRPT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "BREGRPT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "BREGRPT: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-BATCH-COUNT TO SC-READ-COUNT
           MOVE ZERO TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
