      *    2026-09-02  Review fixes: an aborted run now      *
      *                also closes whichever master it had   *
      *                open.                                 *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  HL-LABEL                    PIC X(26).
           05  HL-AMOUNT                   PIC -(13)9.99.
       01  WS-TEXT-LINE                    PIC X(60).
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF NOT (MASTER-IS-CUSTMAST OR MASTER-IS-CUSTBAL
                   OR MASTER-IS-GLMAST OR MASTER-IS-BCHREG)
               DISPLAY "MSTUTIL: MASTER NAME INVALID "
                   WS-UTIL-MASTER
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           IF NOT (MODE-IS-UNLOAD OR MODE-IS-VERIFY
                   OR MODE-IS-RELOAD)
               DISPLAY "MSTUTIL: MODE INVALID " WS-UTIL-MODE
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN OUTPUT UTLRPT
               DISPLAY "MSTUTIL: UTLRPT OPEN FAILED, STATUS "
                   WS-UTLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE WS-UTIL-MASTER TO H1-MASTER-NAME
                   PERFORM 3000-RELOAD-MASTER
           END-EVALUATE
           CLOSE UTLRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
           PERFORM 0600-CLOSE-MASTER
           CLOSE BKPFILE
           CLOSE UTLRPT
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
           MOVE "MSTUTIL" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "MSTUTIL: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "MSTUTIL: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-PASS-COUNT TO SC-READ-COUNT
           MOVE ZERO TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
