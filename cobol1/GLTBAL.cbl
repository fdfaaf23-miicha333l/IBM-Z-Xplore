      *                instead of the system clock.          *
      *    2026-09-02  Review fixes: the open period is      *
      *                copied before the control file closes.*
      *    2026-10-15  JE ACTIVITY column: the part of each  *
      *                account's period activity posted by   *
      *                GLJEPOST manual journals, totalled    *
      *                from the JEHIST history for the       *
      *                reported period.                      *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-ACCT-NO
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT JEHIST-FILE ASSIGN TO JEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JH-JRNL-KEY
               FILE STATUS IS WS-JEHIST-STATUS.
           SELECT TBALRPT ASSIGN TO TBALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBALRPT-STATUS.
       FD  GLMAST-FILE
           RECORDING MODE IS F.
       COPY GLMASTRC.
       FD  JEHIST-FILE
           RECORDING MODE IS F.
       COPY JEHISTRC.
       FD  TBALRPT
           RECORDING MODE IS F.
       01  TBAL-RECORD                     PIC X(100).
       01  WS-GLPERIOD-STATUS              PIC X(2)    VALUE "00".
       01  WS-GLMAST-STATUS                PIC X(2)    VALUE "00".
       01  WS-TBALRPT-STATUS               PIC X(2)    VALUE "00".
       01  WS-JEHIST-STATUS                PIC X(2)    VALUE "00".
       01  WS-JE-EOF-SWITCH                PIC X(1)    VALUE "N".
           88  JE-END-OF-FILE                          VALUE "Y".
       01  WS-JE-TABLE.
           05  WS-JE-COUNT                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-JE-MAX                   PIC 9(4)    COMP VALUE 500.
           05  WS-JE-IX                    PIC 9(4)    COMP VALUE ZERO.
           05  WS-JE-SLOT                  PIC 9(4)    COMP VALUE ZERO.
           05  WS-JE-FULL-SW               PIC X(1)    VALUE "N".
               88  JE-TABLE-FULL                       VALUE "Y".
           05  WS-JE-ENTRY OCCURS 500 TIMES.
               10  JA-ACCT-NO              PIC X(15).
               10  JA-AMOUNT               PIC S9(11)V99.
       01  WS-JE-ACTIVITY                  PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-JE-ACTIVITY              PIC S9(13)V99 VALUE ZERO.
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
               "        ACTIVITY".
           05  FILLER                      PIC X(16)   VALUE
               "         CLOSING".
           05  FILLER                      PIC X(16)   VALUE
               "     JE ACTIVITY".
       01  WS-DETAIL-LINE.
           05  DL-ACCT-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DL-OPENING                  PIC -(12)9.99.
           05  DL-ACTIVITY                 PIC -(12)9.99.
           05  DL-CLOSING                  PIC -(12)9.99.
           05  DL-JE-ACTIVITY              PIC -(12)9.99.
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(15)   VALUE
               "TOTALS         ".
           05  TL-OPENING                  PIC -(12)9.99.
           05  TL-ACTIVITY                 PIC -(12)9.99.
           05  TL-CLOSING                  PIC -(12)9.99.
           05  TL-JE-ACTIVITY              PIC -(12)9.99.
       01  WS-BALANCED-LINE                PIC X(32)   VALUE
               "LEDGER IN BALANCE".
       01  WS-OOB-LINE                     PIC X(40)   VALUE
           05  FILLER                      PIC X(20)   VALUE
               "ACCOUNTS LISTED:    ".
           05  CL-COUNT                    PIC Z(6)9.
       01  WS-JE-FULL-LINE                 PIC X(48)   VALUE
               "JE TABLE FULL - JE ACTIVITY COLUMN INCOMPLETE".
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM 0500-RESOLVE-PERIOD
           PERFORM 0700-LOAD-JE-ACTIVITY
           OPEN INPUT GLMAST-FILE
           IF WS-GLMAST-STATUS NOT = "00"
               DISPLAY "GLTBAL: GLMAST OPEN FAILED, STATUS "
                   WS-GLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN OUTPUT TBALRPT
                   WS-TBALRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE GLMAST-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE WS-REPORT-YEAR TO H1-PERIOD-YEAR
           PERFORM 4000-WRITE-TOTALS
           CLOSE GLMAST-FILE
           CLOSE TBALRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
                   DISPLAY "GLTBAL: GLPERIOD OPEN FAILED, STATUS "
                       WS-GLPERIOD-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9600-END-STEP
                   STOP RUN
               END-IF
               READ GLPERIOD-FILE
                       DISPLAY "GLTBAL: GLPERIOD RECORD MISSING"
                       MOVE 16 TO RETURN-CODE
                       CLOSE GLPERIOD-FILE
                       PERFORM 9600-END-STEP
                       STOP RUN
               END-READ
               MOVE GP-OPEN-YEAR TO WS-REPORT-YEAR
               DISPLAY "GLTBAL: REPORT PERIOD INVALID "
                   WS-REPORT-PERIOD
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

      *******************************************************
      *    Total the reported period's JEHIST lines by       *
      *    account.  No JEHIST yet simply means no journals  *
      *    have ever posted.                                 *
      *******************************************************
       0700-LOAD-JE-ACTIVITY.
           OPEN INPUT JEHIST-FILE
           IF WS-JEHIST-STATUS = "35"
               CONTINUE
           ELSE IF WS-JEHIST-STATUS NOT = "00"
               DISPLAY "GLTBAL: JEHIST OPEN FAILED, STATUS "
                   WS-JEHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           ELSE
               PERFORM 0750-READ-JEHIST
               PERFORM UNTIL JE-END-OF-FILE
                   IF JH-PERIOD = WS-REPORT-PERIOD
                       PERFORM 0760-ADD-JE-LINE
                   END-IF
                   PERFORM 0750-READ-JEHIST
               END-PERFORM
               CLOSE JEHIST-FILE
           END-IF.

       0750-READ-JEHIST.
           READ JEHIST-FILE NEXT RECORD
               AT END
                   SET JE-END-OF-FILE TO TRUE
           END-READ.

       0760-ADD-JE-LINE.
           MOVE ZERO TO WS-JE-SLOT
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
                   OR WS-JE-SLOT > ZERO
               IF JA-ACCT-NO (WS-JE-IX) = JH-ACCT-NO
                   MOVE WS-JE-IX TO WS-JE-SLOT
               END-IF
           END-PERFORM
           IF WS-JE-SLOT = ZERO
               IF WS-JE-COUNT < WS-JE-MAX
                   ADD 1 TO WS-JE-COUNT
                   MOVE WS-JE-COUNT TO WS-JE-SLOT
                   MOVE JH-ACCT-NO TO JA-ACCT-NO (WS-JE-SLOT)
                   MOVE ZERO TO JA-AMOUNT (WS-JE-SLOT)
               ELSE
                   SET JE-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-JE-SLOT > ZERO
               ADD JH-AMOUNT TO JA-AMOUNT (WS-JE-SLOT)
           END-IF.

       1000-READ-GLMAST.
           END-IF
           COMPUTE WS-CLOSING-BAL = WS-OPENING-BAL
               + WS-PERIOD-ACTIVITY
           MOVE ZERO TO WS-JE-ACTIVITY
           PERFORM VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               IF JA-ACCT-NO (WS-JE-IX) = GM-ACCT-NO
                   MOVE JA-AMOUNT (WS-JE-IX) TO WS-JE-ACTIVITY
               END-IF
           END-PERFORM
           ADD WS-JE-ACTIVITY TO WS-TOT-JE-ACTIVITY
           ADD WS-OPENING-BAL TO WS-TOT-OPENING
           ADD WS-PERIOD-ACTIVITY TO WS-TOT-ACTIVITY
           ADD WS-CLOSING-BAL TO WS-TOT-CLOSING
           MOVE WS-OPENING-BAL TO DL-OPENING
           MOVE WS-PERIOD-ACTIVITY TO DL-ACTIVITY
           MOVE WS-CLOSING-BAL TO DL-CLOSING
           MOVE WS-JE-ACTIVITY TO DL-JE-ACTIVITY
           WRITE TBAL-RECORD FROM WS-DETAIL-LINE.

       4000-WRITE-TOTALS.
           MOVE WS-TOT-OPENING TO TL-OPENING
           MOVE WS-TOT-ACTIVITY TO TL-ACTIVITY
           MOVE WS-TOT-CLOSING TO TL-CLOSING
           MOVE WS-TOT-JE-ACTIVITY TO TL-JE-ACTIVITY
           WRITE TBAL-RECORD FROM WS-TOTAL-LINE
           IF WS-TOT-OPENING = ZERO AND WS-TOT-ACTIVITY = ZERO
               AND WS-TOT-CLOSING = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-ACCT-COUNT TO CL-COUNT
           WRITE TBAL-RECORD FROM WS-COUNT-LINE
           IF JE-TABLE-FULL
               WRITE TBAL-RECORD FROM WS-JE-FULL-LINE
           END-IF.

      *******************************************************
      *    Step start and end go on the RUNLOG run-control   *
      *    log through RUNCTL.  Before any work the step's   *
      *    RUNPREQ prerequisites must have ended cleanly for *
      *    the processing date, or the run is refused.       *
      *******************************************************
       9500-START-STEP.
           MOVE SPACES TO STEP-CONTROL-AREA
           MOVE "GLTBAL" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "GLTBAL: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "GLTBAL: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE ZERO TO SC-READ-COUNT
           MOVE WS-ACCT-COUNT TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
