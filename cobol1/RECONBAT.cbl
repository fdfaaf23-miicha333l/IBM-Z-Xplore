      *                full file - a register record from    *
      *                before the flag existed is reported,  *
      *                not broken.                           *
      *    2026-10-15  A batch BCHREV has reversed breaks    *
      *                the register leg as BATCH REVERSED    *
      *                ON REGISTER, so a reversed batch is   *
      *                never proved for posting again.       *
      *    2026-10-15  The register leg now writes its       *
      *                verdict for a batch missing from the  *
      *                register as well, so the break always *
      *                reaches the return code.              *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  REGISTER-ENTRY-FOUND                    VALUE "Y".
       01  WS-BR-STATUS                    PIC X(1)    VALUE SPACE.
           88  WS-BR-COMPLETED                         VALUE "C".
           88  WS-BR-REVERSED                          VALUE "R".
       01  WS-BR-INPUT-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-BR-CONTROL-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-BR-REJECT-COUNT-X            PIC X(7)    VALUE SPACES.
               "BATCH PROOF COMPLETE - ALL LEGS BALANCE".
       01  WS-VERDICT-BAD                  PIC X(40)   VALUE
               "*** BATCH PROOF BROKEN - SEE LEGS ***".
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-BATCH-ID = SPACES
               DISPLAY "RECONBAT: BATCH ID PARM MISSING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           PERFORM 9550-CHECK-PREREQS
           OPEN OUTPUT RECRPT
           IF WS-RECRPT-STATUS NOT = "00"
               DISPLAY "RECONBAT: RECRPT OPEN FAILED, STATUS "
                   WS-RECRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE WS-BATCH-ID TO H1-BATCH-ID
               WRITE REC-RECORD FROM WS-VERDICT-GOOD
           END-IF
           CLOSE RECRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
                   WS-BCHREG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RECRPT
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE WS-BATCH-ID TO BR-BATCH-ID
               MOVE BR-RANGE-SW TO WS-BR-RANGE-SW
           END-IF
           CLOSE BCHREG-FILE
           EVALUATE TRUE
               WHEN NOT REGISTER-ENTRY-FOUND
                   SET LEG-OUT-OF-BALANCE TO TRUE
                   MOVE "BATCH NOT ON REGISTER" TO TL-TEXT
               WHEN WS-BR-REVERSED
                   SET LEG-OUT-OF-BALANCE TO TRUE
                   MOVE "BATCH REVERSED ON REGISTER" TO TL-TEXT
               WHEN NOT WS-BR-COMPLETED
                   SET LEG-OUT-OF-BALANCE TO TRUE
                   MOVE "BATCH NOT COMPLETED ON REGISTER" TO TL-TEXT
           END-EVALUATE
           MOVE "REGISTER  " TO LL-LEG-NAME
           PERFORM 8000-WRITE-LEG-VERDICT
           IF LEG-OUT-OF-BALANCE
               MOVE "IN BALANCE            " TO LL-VERDICT
           END-IF
           WRITE REC-RECORD FROM WS-LEG-LINE.

      *******************************************************
      *    Step start and end go on the RUNLOG run-control   *
      *    log through RUNCTL.  Before any work the step's   *
      *    RUNPREQ prerequisites must have ended cleanly for *
      *    the processing date, or the run is refused.       *
      *******************************************************
       9500-START-STEP.
           MOVE SPACES TO STEP-CONTROL-AREA
           MOVE "RECONBAT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "RECONBAT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "RECONBAT: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           MOVE WS-CUSTAMT-COUNT TO SC-READ-COUNT
           MOVE ZERO TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
