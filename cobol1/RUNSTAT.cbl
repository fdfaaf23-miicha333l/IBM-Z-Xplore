       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
      *******************************************************
      *    RUNSTAT - daily job-stream status report from the *
      *    RUNLOG run-control log.  The run parm may name a  *
      *    processing date; spaces or zeros mean the PRCDATE *
      *    processing date.  STRMRPT lists every RUNLOG      *
      *    entry for the date in the order the steps started *
      *    - batch, start and end time, status, return code  *
      *    and counts, with the prerequisite that refused a  *
      *    skipped step - then each step the RUNPREQ table   *
      *    names for the nightly stream, in table order, as  *
      *    COMPLETED, FAILED, SKIPPED or NOT RUN on its      *
      *    latest run.  An entry never ended (the step       *
      *    abended) counts as FAILED.  Return code 4 when    *
      *    any stream step did not complete.                 *
      *    2026-10-15  Initial version.                      *
      *    2026-10-15  Entries listed in RUNLOG run-sequence *
      *                order rather than by time of day.     *
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
           SELECT STRMRPT ASSIGN TO STRMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMRPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE
           RECORDING MODE IS F.
       COPY RUNLOGRC.
       FD  RUNPREQ-FILE
           RECORDING MODE IS F.
       COPY RUNPRQRC.
       FD  STRMRPT
           RECORDING MODE IS F.
       01  STRM-RECORD                     PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-RUNLOG-STATUS                PIC X(2)    VALUE "00".
       01  WS-RUNPREQ-STATUS               PIC X(2)    VALUE "00".
       01  WS-STRMRPT-STATUS               PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-RUNLOG-AVAIL-SW              PIC X(1)    VALUE "Y".
           88  RUNLOG-AVAILABLE                        VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-REPORT-DATE                  PIC 9(8)    VALUE ZERO.
       01  WS-RUN-PARM.
           05  WS-PARM-REPORT-DATE         PIC X(8)    VALUE SPACES.
       01  WS-TIME-HHMMSS                  PIC 9(6)    VALUE ZERO.
      *    The nightly stream's steps, from the RUNPREQ "S"
      *    records, with the latest run of each found on RUNLOG.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-STEP-IX                  PIC 9(3)    VALUE ZERO.
           05  WS-STEP-SLOT                PIC 9(3)    VALUE ZERO.
           05  WS-STEP-MAX                 PIC 9(3)    VALUE 50.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STEP-PROGRAM         PIC X(8).
               10  WS-STEP-RUNS            PIC 9(3).
               10  WS-STEP-STATUS          PIC X(1).
               10  WS-STEP-RC              PIC 9(4).
               10  WS-STEP-BATCH-ID        PIC X(8).
               10  WS-STEP-MISSING         PIC X(8).
       01  WS-ENTRY-COUNT                  PIC 9(7)    VALUE ZERO.
       01  WS-COMPLETED-COUNT              PIC 9(7)    VALUE ZERO.
       01  WS-FAILED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-NOT-RUN-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "RUNSTAT JOB-STREAM STATUS     ".
           05  FILLER                      PIC X(8)    VALUE
               "PROC DT:".
           05  H1-REPORT-DATE              PIC 9(8).
           05  FILLER                      PIC X(10)   VALUE
               "  RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(18)   VALUE
               "PROGRAM  BATCH    ".
           05  FILLER                      PIC X(18)   VALUE
               "START    END      ".
           05  FILLER                      PIC X(15)   VALUE
               "STATUS      RC ".
           05  FILLER                      PIC X(22)   VALUE
               "   READ WRITTEN REJECT".
       01  WS-ENTRY-LINE.
           05  EN-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EN-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EN-START-TIME               PIC 99B99B99.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EN-END-TIME                 PIC 99B99B99.
           05  EN-END-TIME-X REDEFINES EN-END-TIME
                                           PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EN-STATUS                   PIC X(9).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EN-RC                       PIC ZZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EN-READ-COUNT               PIC Z(6)9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EN-WRITTEN-COUNT            PIC Z(6)9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EN-REJECT-COUNT             PIC Z(5)9.
       01  WS-REFUSED-LINE.
           05  FILLER                      PIC X(18)   VALUE SPACES.
           05  FILLER                      PIC X(26)   VALUE
               "REFUSED - PREREQUISITE    ".
           05  RF-MISSING                  PIC X(8).
       01  WS-NO-ENTRY-LINE                PIC X(40)   VALUE
               "NO RUNLOG ENTRIES FOR THIS DATE".
       01  WS-STEP-HEADING.
           05  FILLER                      PIC X(18)   VALUE
               "STREAM STEP       ".
           05  FILLER                      PIC X(18)   VALUE
               "DISPOSITION RUNS  ".
           05  FILLER                      PIC X(13)   VALUE
               "LAST RC BATCH".
       01  WS-STEP-LINE.
           05  SL-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  SL-DISPOSITION              PIC X(11).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SL-RUNS                     PIC ZZ9.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  SL-RC                       PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SL-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SL-NOTE                     PIC X(18).
       01  WS-NO-STEPS-LINE                PIC X(40)   VALUE
               "NO RUNPREQ STREAM STEPS DEFINED".
       01  WS-COUNT-LINE.
           05  CL-LABEL                    PIC X(20).
           05  CL-COUNT                    PIC Z(6)9.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-REPORT-DATE IS NUMERIC
               AND WS-PARM-REPORT-DATE NOT = "00000000"
               MOVE WS-PARM-REPORT-DATE TO WS-REPORT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-STEPS
           PERFORM 2000-LIST-LOG
           PERFORM 3000-SUMMARIZE-STEPS
           PERFORM 4000-WRITE-TOTALS
           IF RUNLOG-AVAILABLE
               CLOSE RUNLOG-FILE
           END-IF
           CLOSE STRMRPT
           IF WS-FAILED-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
               OR WS-NOT-RUN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
      *    Run date comes from the PRCDATE processing-date   *
      *    control record the operator advances with         *
      *    PRCDADV, never the system clock, so the whole     *
      *    stream dates consistently.                        *
      *******************************************************
       0100-GET-PROC-DATE.
           OPEN INPUT PRCDATE-FILE
           IF WS-PRCDATE-STATUS NOT = "00"
               DISPLAY "RUNSTAT: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "RUNSTAT: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

      *    RUNCTL has already created RUNLOG for this run's own
      *    entry, so only a hard I/O status stops the report.
       1000-INITIALIZE.
           OPEN OUTPUT STRMRPT
           IF WS-STRMRPT-STATUS NOT = "00"
               DISPLAY "RUNSTAT: STRMRPT OPEN FAILED, STATUS "
                   WS-STRMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RUNSTAT: RUNLOG OPEN FAILED, STATUS "
                   WS-RUNLOG-STATUS
               MOVE "N" TO WS-RUNLOG-AVAIL-SW
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-REPORT-DATE TO H1-REPORT-DATE
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE STRM-RECORD FROM WS-HEADING-1
           WRITE STRM-RECORD FROM WS-HEADING-2.

      *    No RUNPREQ table means no stream is defined; the log
      *    is still listed.
       1500-LOAD-STEPS.
           OPEN INPUT RUNPREQ-FILE
           IF WS-RUNPREQ-STATUS = "35"
               CONTINUE
           ELSE IF WS-RUNPREQ-STATUS NOT = "00"
               DISPLAY "RUNSTAT: RUNPREQ OPEN FAILED, STATUS "
                   WS-RUNPREQ-STATUS
               PERFORM 9000-ABORT-RUN
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1550-READ-PREREQ
               PERFORM UNTIL END-OF-FILE
                   IF RQ-STREAM-STEP
                       PERFORM 1600-STORE-STEP
                   END-IF
                   PERFORM 1550-READ-PREREQ
               END-PERFORM
               CLOSE RUNPREQ-FILE
           END-IF.

       1550-READ-PREREQ.
           READ RUNPREQ-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       1600-STORE-STEP.
           IF WS-STEP-COUNT < WS-STEP-MAX
               ADD 1 TO WS-STEP-COUNT
               MOVE RQ-PROGRAM TO WS-STEP-PROGRAM (WS-STEP-COUNT)
               MOVE ZERO TO WS-STEP-RUNS (WS-STEP-COUNT)
               MOVE SPACE TO WS-STEP-STATUS (WS-STEP-COUNT)
               MOVE ZERO TO WS-STEP-RC (WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-BATCH-ID (WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-MISSING (WS-STEP-COUNT)
           ELSE
               DISPLAY "RUNSTAT: STEP TABLE FULL - " RQ-PROGRAM
                   " IGNORED"
           END-IF.

      *******************************************************
      *    The run sequence in the key puts the day's        *
      *    entries in start order, past midnight too, so the *
      *    last entry seen for a step is its latest run.     *
      *    This run's own entry is still open and is left    *
      *    out.                                              *
      *******************************************************
       2000-LIST-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-REPORT-DATE TO RL-PROC-DATE
           MOVE ZERO TO RL-RUN-SEQ
           MOVE LOW-VALUES TO RL-PROGRAM
           START RUNLOG-FILE KEY NOT < RL-LOG-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           IF NOT END-OF-FILE
               PERFORM 2050-READ-LOG
           END-IF
           PERFORM UNTIL END-OF-FILE
                   OR RL-PROC-DATE NOT = WS-REPORT-DATE
               IF RL-LOG-KEY NOT = SC-LOG-KEY
                   PERFORM 2100-LIST-ENTRY
               END-IF
               PERFORM 2050-READ-LOG
           END-PERFORM
           IF WS-ENTRY-COUNT = ZERO
               WRITE STRM-RECORD FROM WS-NO-ENTRY-LINE
           END-IF.

       2050-READ-LOG.
           READ RUNLOG-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       2100-LIST-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE RL-PROGRAM TO EN-PROGRAM
           MOVE RL-BATCH-ID TO EN-BATCH-ID
           DIVIDE RL-START-TIME BY 100 GIVING WS-TIME-HHMMSS
           MOVE WS-TIME-HHMMSS TO EN-START-TIME
           EVALUATE TRUE
               WHEN RL-STEP-RUNNING
                   MOVE SPACES TO EN-END-TIME-X
                   MOVE "NO END   " TO EN-STATUS
               WHEN RL-STEP-COMPLETED
                   MOVE "COMPLETED" TO EN-STATUS
               WHEN RL-STEP-FAILED
                   MOVE "FAILED   " TO EN-STATUS
               WHEN RL-STEP-SKIPPED
                   MOVE "SKIPPED  " TO EN-STATUS
               WHEN OTHER
                   MOVE RL-STEP-STATUS TO EN-STATUS
           END-EVALUATE
           IF NOT RL-STEP-RUNNING
               DIVIDE RL-END-TIME BY 100 GIVING WS-TIME-HHMMSS
               MOVE WS-TIME-HHMMSS TO EN-END-TIME
           END-IF
           MOVE RL-RETURN-CODE TO EN-RC
           MOVE RL-READ-COUNT TO EN-READ-COUNT
           MOVE RL-WRITTEN-COUNT TO EN-WRITTEN-COUNT
           MOVE RL-REJECT-COUNT TO EN-REJECT-COUNT
           WRITE STRM-RECORD FROM WS-ENTRY-LINE
           IF RL-STEP-SKIPPED
               MOVE RL-MISSING-PREREQ TO RF-MISSING
               WRITE STRM-RECORD FROM WS-REFUSED-LINE
           END-IF
           MOVE ZERO TO WS-STEP-SLOT
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                      OR WS-STEP-SLOT > ZERO
               IF WS-STEP-PROGRAM (WS-STEP-IX) = RL-PROGRAM
                   MOVE WS-STEP-IX TO WS-STEP-SLOT
               END-IF
           END-PERFORM
           IF WS-STEP-SLOT > ZERO
               ADD 1 TO WS-STEP-RUNS (WS-STEP-SLOT)
               MOVE RL-STEP-STATUS TO WS-STEP-STATUS (WS-STEP-SLOT)
               MOVE RL-RETURN-CODE TO WS-STEP-RC (WS-STEP-SLOT)
               MOVE RL-BATCH-ID TO WS-STEP-BATCH-ID (WS-STEP-SLOT)
               MOVE RL-MISSING-PREREQ
                   TO WS-STEP-MISSING (WS-STEP-SLOT)
           END-IF.

       3000-SUMMARIZE-STEPS.
           WRITE STRM-RECORD FROM WS-STEP-HEADING
           IF WS-STEP-COUNT = ZERO
               WRITE STRM-RECORD FROM WS-NO-STEPS-LINE
           END-IF
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE WS-STEP-PROGRAM (WS-STEP-IX) TO SL-PROGRAM
               MOVE WS-STEP-RUNS (WS-STEP-IX) TO SL-RUNS
               MOVE WS-STEP-RC (WS-STEP-IX) TO SL-RC
               MOVE WS-STEP-BATCH-ID (WS-STEP-IX) TO SL-BATCH-ID
               MOVE SPACES TO SL-NOTE
               EVALUATE TRUE
                   WHEN WS-STEP-RUNS (WS-STEP-IX) = ZERO
                       MOVE "NOT RUN    " TO SL-DISPOSITION
                       ADD 1 TO WS-NOT-RUN-COUNT
                   WHEN WS-STEP-STATUS (WS-STEP-IX) = "C"
                       MOVE "COMPLETED  " TO SL-DISPOSITION
                       ADD 1 TO WS-COMPLETED-COUNT
                   WHEN WS-STEP-STATUS (WS-STEP-IX) = "S"
                       MOVE "SKIPPED    " TO SL-DISPOSITION
                       MOVE "NEEDS " TO SL-NOTE
                       MOVE WS-STEP-MISSING (WS-STEP-IX)
                           TO SL-NOTE (7:8)
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN WS-STEP-STATUS (WS-STEP-IX) = "R"
                       MOVE "FAILED     " TO SL-DISPOSITION
                       MOVE "NO END - ABENDED" TO SL-NOTE
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN OTHER
                       MOVE "FAILED     " TO SL-DISPOSITION
                       ADD 1 TO WS-FAILED-COUNT
               END-EVALUATE
               IF WS-STEP-RUNS (WS-STEP-IX) = ZERO
                   MOVE SPACES TO SL-BATCH-ID
               END-IF
               WRITE STRM-RECORD FROM WS-STEP-LINE
           END-PERFORM.

       4000-WRITE-TOTALS.
           MOVE "LOG ENTRIES:        " TO CL-LABEL
           MOVE WS-ENTRY-COUNT TO CL-COUNT
           WRITE STRM-RECORD FROM WS-COUNT-LINE
           MOVE "STEPS COMPLETED:    " TO CL-LABEL
           MOVE WS-COMPLETED-COUNT TO CL-COUNT
           WRITE STRM-RECORD FROM WS-COUNT-LINE
           MOVE "STEPS FAILED:       " TO CL-LABEL
           MOVE WS-FAILED-COUNT TO CL-COUNT
           WRITE STRM-RECORD FROM WS-COUNT-LINE
           MOVE "STEPS SKIPPED:      " TO CL-LABEL
           MOVE WS-SKIPPED-COUNT TO CL-COUNT
           WRITE STRM-RECORD FROM WS-COUNT-LINE
           MOVE "STEPS NOT RUN:      " TO CL-LABEL
           MOVE WS-NOT-RUN-COUNT TO CL-COUNT
           WRITE STRM-RECORD FROM WS-COUNT-LINE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           IF RUNLOG-AVAILABLE
               CLOSE RUNLOG-FILE
           END-IF
           CLOSE STRMRPT
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
           MOVE "RUNSTAT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "RUNSTAT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "RUNSTAT: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-ENTRY-COUNT TO SC-READ-COUNT
           MOVE ZERO TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
