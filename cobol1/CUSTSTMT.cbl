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
           05  FILLER                      PIC X(21)   VALUE
               "STATEMENTS PRINTED:  ".
           05  CL-COUNT                    PIC Z(6)9.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           OPEN INPUT CUSTBAL-FILE
           IF WS-CUSTBAL-STATUS NOT = "00"
               DISPLAY "CUSTSTMT: CUSTBAL OPEN FAILED, STATUS "
                   WS-CUSTBAL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTBAL-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN OUTPUT STMTFILE
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTBAL-FILE
               CLOSE CUSTMAST-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
      *    A master not yet carrying open items (first month on
               CLOSE OPENITEM-FILE
           END-IF
           CLOSE STMTFILE
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
           ELSE
               MOVE "** NOT ON CUSTOMER MASTER **" TO SL-CUST-NAME
           END-IF.

      *******************************************************
      *    Step start and end go on the RUNLOG run-control   *
      *    log through RUNCTL.  Before any work the step's   *
      *    RUNPREQ prerequisites must have ended cleanly for *
      *    the processing date, or the run is refused.       *
      *******************************************************
       9500-START-STEP.
           MOVE SPACES TO STEP-CONTROL-AREA
           MOVE "CUSTSTMT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "CUSTSTMT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "CUSTSTMT: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE ZERO TO SC-READ-COUNT
           MOVE WS-STMT-COUNT TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
