      *    2026-09-02  Run date now read from the PRCDATE    *
      *                processing-date control record        *
      *                instead of the system clock.          *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                      PIC X(20)   VALUE
               "CUSTOMERS LISTED:   ".
           05  CL-COUNT                    PIC Z(6)9.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           OPEN INPUT OPENITEM-FILE
               DISPLAY "AGERPT: OPENITEM OPEN FAILED, STATUS "
                   WS-OPENITEM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN OUTPUT AGEFILE
                   WS-AGEFILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OPENITEM-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           PERFORM 4000-WRITE-TOTALS
           CLOSE OPENITEM-FILE
           CLOSE AGEFILE
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
           WRITE AGE-RECORD FROM WS-TOTAL-LINE
           MOVE WS-CUSTOMER-COUNT TO CL-COUNT
           WRITE AGE-RECORD FROM WS-COUNT-LINE.

      *******************************************************
      *    Step start and end go on the RUNLOG run-control   *
      *    log through RUNCTL.  Before any work the step's   *
      *    RUNPREQ prerequisites must have ended cleanly for *
      *    the processing date, or the run is refused.       *
      *******************************************************
       9500-START-STEP.
           MOVE SPACES TO STEP-CONTROL-AREA
           MOVE "AGERPT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "AGERPT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "AGERPT: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE ZERO TO SC-READ-COUNT
           MOVE WS-CUSTOMER-COUNT TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
