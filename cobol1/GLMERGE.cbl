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
           05  FILLER                      PIC X(16)   VALUE
               "*** REJECTED - ".
           05  EL-ERROR-TEXT               PIC X(40).
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM 9550-CHECK-PREREQS
           OPEN OUTPUT MRGRPT
           IF WS-MRGRPT-STATUS NOT = "00"
               DISPLAY "GLMERGE: MRGRPT OPEN FAILED, STATUS "
               DISPLAY "GLMERGE: MERGE REJECTED - " WS-ERROR-TEXT
               MOVE 16 TO RETURN-CODE
               CLOSE MRGRPT
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           PERFORM 3000-WRITE-MERGED-EXTRACT
           PERFORM 4000-WRITE-MERGE-PROOF
           CLOSE MRGRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
           CLOSE GLPARTIN
           CLOSE GLEXTR
           CLOSE MRGRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
      *    Step start and end go on the RUNLOG run-control   *
      *    log through RUNCTL.  Before any work the step's   *
      *    RUNPREQ prerequisites must have ended cleanly for *
      *    the processing date, or the run is refused.       *
      *******************************************************
       9500-START-STEP.
           MOVE SPACES TO STEP-CONTROL-AREA
           MOVE "GLMERGE" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "GLMERGE: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           MOVE WS-MERGE-BATCH-ID TO SC-BATCH-ID
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "GLMERGE: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-MERGE-BATCH-ID TO SC-BATCH-ID
           MOVE WS-GRAND-DETAIL-COUNT TO SC-READ-COUNT
           MOVE WS-GRAND-DETAIL-COUNT TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
