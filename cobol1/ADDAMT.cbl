      *                the effective date, keeping the latest    *
      *                rate not after the run date per           *
      *                jurisdiction.                             *
      *    2026-10-15  A batch ID BCHREV has reversed is         *
      *                refused the same as a completed one.      *
      *    2026-10-15  Step start and end logged on RUNLOG       *
      *                through RUNCTL; the RUNPREQ               *
      *                prerequisites are checked before any      *
      *                work and an unmet one refuses the run.    *
      *    2026-10-15  The register entry carries a GL-posted    *
      *                switch for GLPOST and a balances-applied  *
      *                switch, set at completion in direct mode  *
      *                and left for CUSBALUP in key-range split  *
      *                mode.                                     *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TYPE-SUMMARY-LINE.
           05  TSL-LABEL                   PIC X(20).
           05  TSL-AMOUNT                  PIC -(11)9.99.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-BATCH-ID = SPACES
               MOVE "DEFAULT " TO WS-BATCH-ID
               MOVE WS-RANGE-HI TO WS-RANGE-HI-KEY
               SET RANGE-ACTIVE TO TRUE
           END-IF
           PERFORM 9550-CHECK-PREREQS
           PERFORM 0500-REGISTER-BATCH
           OPEN INPUT CUSTAMT-FILE
           OPEN INPUT CUSTMAST-FILE
           CLOSE EXCPFILE
           CLOSE GLEXTR
           CLOSE CHKPTFILE
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               CLOSE BCHREG-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           IF BCHREG-FOUND AND BR-STATUS-REVERSED
               DISPLAY "ADDAMT: BATCH " WS-BATCH-ID
                   " WAS REVERSED - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               CLOSE BCHREG-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           IF BCHREG-NOT-FOUND
           ELSE
               MOVE "N" TO BR-RANGE-SW
           END-IF
           MOVE "N" TO BR-POSTED-SW
           MOVE "N" TO BR-APPLIED-SW
           IF BCHREG-FOUND
               REWRITE BCHREG-RECORD
           ELSE
               SET BR-STATUS-COMPLETED TO TRUE
               MOVE ZERO TO BR-RETURN-CODE
               MOVE WS-REJECT-COUNT TO BR-REJECT-COUNT
      *        In key-range split mode the balances wait for
      *        CUSBALUP, which sets the switch when it applies them.
               MOVE "N" TO BR-POSTED-SW
               IF RANGE-ACTIVE
                   SET BR-RANGE-BATCH TO TRUE
                   MOVE "N" TO BR-APPLIED-SW
               ELSE
                   MOVE "N" TO BR-RANGE-SW
                   SET BR-BALANCES-APPLIED TO TRUE
               END-IF
               REWRITE BCHREG-RECORD
               IF WS-BCHREG-STATUS NOT = "00"
                   ELSE
                       MOVE "N" TO BR-RANGE-SW
                   END-IF
                   MOVE "N" TO BR-POSTED-SW
                   MOVE "N" TO BR-APPLIED-SW
                   REWRITE BCHREG-RECORD
                   CLOSE BCHREG-FILE
               ELSE
           CLOSE EXCPFILE
           CLOSE GLEXTR
           CLOSE CHKPTFILE
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
           MOVE "ADDAMT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "ADDAMT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "ADDAMT: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           MOVE WS-TOTAL-READ-COUNT TO SC-READ-COUNT
           MOVE WS-RECORD-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-REJECT-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
