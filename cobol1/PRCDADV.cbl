      *    2026-09-02  Review fixes: the advanced dates are  *
      *                carried to working storage before the *
      *                control file closes.                  *
      *    2026-10-15  Step logged on RUNLOG through RUNCTL  *
      *                under the processing date it advanced *
      *                to, as the first step of that day's   *
      *                stream.                               *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                      PIC X(24)   VALUE
               "NON-BUSINESS DAYS OVER: ".
           05  SL-COUNT                    PIC Z(2)9.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           WRITE ADV-RECORD FROM WS-HEADING-1
           PERFORM 1000-LOAD-CALENDAR
           PERFORM 2000-ADVANCE-DATE
           PERFORM 9500-START-STEP
           CLOSE ADVRPT
           PERFORM 9600-END-STEP
           STOP RUN.

       1000-LOAD-CALENDAR.
           CLOSE CALFILE
           CLOSE ADVRPT
           STOP RUN.

      *******************************************************
      *    The step opens the day's stream, so it is logged  *
      *    on RUNLOG through RUNCTL under the new processing *
      *    date once that date is set.  No step runs ahead   *
      *    of it on that date, so it has no prerequisites to *
      *    check.                                            *
      *******************************************************
       9500-START-STEP.
           MOVE SPACES TO STEP-CONTROL-AREA
           MOVE "PRCDADV" TO SC-PROGRAM
           MOVE WS-NEW-PROC-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "PRCDADV: RUNLOG UNAVAILABLE - DATE ADVANCED "
                   "BUT STEP NOT LOGGED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       9600-END-STEP.
           MOVE ZERO TO SC-READ-COUNT
           MOVE ZERO TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
