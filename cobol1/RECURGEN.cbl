       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURGEN.
      *******************************************************
      *    RECURGEN - recurring-charge billing.  Reads the   *
      *    RECURMST schedule master and bills every active   *
      *    schedule whose next-bill date has come round on   *
      *    the PRCDATE processing date.  Each bill is one    *
      *    CUSTAMT record on RECUROUT, dated the bill date   *
      *    and carrying the schedule's amount lines, for     *
      *    ADDAMT to edit and post as an ordinary batch      *
      *    under the recurring-charge batch ID - "RC" plus   *
      *    the run date unless given in the run parm.  The   *
      *    next-bill date then moves on one month, quarter   *
      *    or year, kept to the start-date day of the month  *
      *    (the month end where that month is shorter).  A   *
      *    schedule missed by an earlier run is billed once  *
      *    for each date it missed.  A schedule whose next   *
      *    bill falls past its end date is marked ended.     *
      *    Schedules of customers not on CUSTMAST, or        *
      *    suspended or closed there, are listed as skipped  *
      *    and left due, so they bill once the account is    *
      *    active again.  RECURRPT is the billing register.  *
      *    2026-10-15  Initial version.                      *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *    2026-10-15  Run refused when any schedule already *
      *                carries this batch ID, so a rerun     *
      *                cannot truncate RECUROUT or lose the  *
      *                bills of schedules already advanced.  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURMST-FILE ASSIGN TO RECURMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-SCHED-KEY
               FILE STATUS IS WS-RECURMST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RECUROUT-FILE ASSIGN TO RECUROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECUROUT-STATUS.
           SELECT RECURRPT ASSIGN TO RECURRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECURRPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURMST-FILE
           RECORDING MODE IS F.
       COPY RECURRC.
       FD  CUSTMAST-FILE
           RECORDING MODE IS F.
       COPY CUSTMREC.
       FD  RECUROUT-FILE
           RECORDING MODE IS F.
       COPY CUSTAREC.
       FD  RECURRPT
           RECORDING MODE IS F.
       01  RCR-RECORD                      PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-RECURMST-STATUS              PIC X(2)    VALUE "00".
       01  WS-CUSTMAST-STATUS              PIC X(2)    VALUE "00".
           88  CUSTMAST-FOUND                          VALUE "00".
           88  CUSTMAST-NOT-FOUND                      VALUE "23".
       01  WS-RECUROUT-STATUS              PIC X(2)    VALUE "00".
       01  WS-RECURRPT-STATUS              PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-SCHED-DONE-SW                PIC X(1)    VALUE "N".
           88  SCHED-DONE                              VALUE "Y".
       01  WS-BATCH-BILLED-SW              PIC X(1)    VALUE "N".
           88  BATCH-ALREADY-BILLED                    VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-PARM.
           05  WS-BATCH-ID                 PIC X(8)    VALUE SPACES.
       01  WS-DISPOSITION                  PIC X(12)   VALUE SPACES.
       01  WS-LINE-IX                      PIC 9(2)    COMP VALUE ZERO.
       01  WS-BILL-TOTAL                   PIC S9(9)V99 VALUE ZERO.
       01  WS-ADVANCE-MONTHS               PIC 9(2)    VALUE ZERO.
       01  WS-ANCHOR-DAY                   PIC 9(2)    VALUE ZERO.
       01  WS-DATE-WORK                    PIC 9(8)    VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR                PIC 9(4).
           05  WS-DATE-MONTH               PIC 9(2).
           05  WS-DATE-DAY                 PIC 9(2).
       01  WS-MONTH-DAYS                   PIC 9(2)    VALUE ZERO.
       01  WS-READ-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-DUE-COUNT                    PIC 9(7)    VALUE ZERO.
       01  WS-BILLED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-ENDED-COUNT                  PIC 9(7)    VALUE ZERO.
       01  WS-RECORD-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-BILLED-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(26)   VALUE
               "RECURGEN BILLING REGISTER ".
           05  FILLER                      PIC X(7)    VALUE
               "BATCH: ".
           05  H1-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(17)   VALUE
               "CUSTOMER NUMBER  ".
           05  FILLER                      PIC X(6)    VALUE
               "SCH F ".
           05  FILLER                      PIC X(9)    VALUE
               "BILL DATE".
           05  FILLER                      PIC X(12)   VALUE
               "      AMOUNT".
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE
               "DISPOSITION  ".
           05  FILLER                      PIC X(11)   VALUE
               "DESCRIPTION".
       01  WS-SCHEDULE-LINE.
           05  SL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SL-SCHED-NO                 PIC 9(3).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SL-FREQUENCY                PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SL-BILL-DATE                PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SL-AMOUNT                   PIC -(8)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SL-DISPOSITION              PIC X(12).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SL-DESCRIPTION              PIC X(20).
       01  WS-AMOUNT-DETAIL-LINE.
           05  FILLER                      PIC X(22)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE "TYPE ".
           05  DL-AMT-TYPE                 PIC 9(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DL-AMT-VALUE                PIC -(5)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DL-AMT-CURRENCY             PIC X(3).
       01  WS-NEXT-BILL-LINE.
           05  FILLER                      PIC X(22)   VALUE SPACES.
           05  FILLER                      PIC X(15)   VALUE
               "NEXT BILL DATE ".
           05  NL-NEXT-BILL-DATE           PIC 9(8).
       01  WS-ENDED-LINE.
           05  FILLER                      PIC X(22)   VALUE SPACES.
           05  FILLER                      PIC X(25)   VALUE
               "SCHEDULE ENDED - END DATE".
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  EL-END-DATE                 PIC 9(8).
       01  WS-COUNT-LINE.
           05  CNL-LABEL                   PIC X(26).
           05  CNL-COUNT                   PIC Z(6)9.
       01  WS-AMOUNT-LINE.
           05  AL-LABEL                    PIC X(26).
           05  AL-AMOUNT                   PIC -(11)9.99.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-BATCH-ID = SPACES
               MOVE "RC" TO WS-BATCH-ID (1:2)
               MOVE WS-RUN-DATE (3:6) TO WS-BATCH-ID (3:6)
           END-IF
           PERFORM 9550-CHECK-PREREQS
           PERFORM 0300-CHECK-BATCH
           OPEN I-O RECURMST-FILE
           IF WS-RECURMST-STATUS NOT = "00"
               DISPLAY "RECURGEN: RECURMST OPEN FAILED, STATUS "
                   WS-RECURMST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "RECURGEN: CUSTMAST OPEN FAILED, STATUS "
                   WS-CUSTMAST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT RECUROUT-FILE
           IF WS-RECUROUT-STATUS NOT = "00"
               DISPLAY "RECURGEN: RECUROUT OPEN FAILED, STATUS "
                   WS-RECUROUT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT RECURRPT
           IF WS-RECURRPT-STATUS NOT = "00"
               DISPLAY "RECURGEN: RECURRPT OPEN FAILED, STATUS "
                   WS-RECURRPT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-BATCH-ID TO H1-BATCH-ID
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE RCR-RECORD FROM WS-HEADING-1
           WRITE RCR-RECORD FROM WS-HEADING-2
           PERFORM 1000-READ-SCHEDULE
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-SCHEDULE
               PERFORM 1000-READ-SCHEDULE
           END-PERFORM
           PERFORM 4000-WRITE-TOTALS
           CLOSE RECURMST-FILE
           CLOSE CUSTMAST-FILE
           CLOSE RECUROUT-FILE
           CLOSE RECURRPT
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
               DISPLAY "RECURGEN: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "RECURGEN: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

      *******************************************************
      *    A schedule already stamped with this batch ID     *
      *    means the batch has been billed, in full or up to *
      *    an abend.  Running it again would truncate the    *
      *    RECUROUT bills already written, and the schedules *
      *    already moved on would not bill again, so the run *
      *    is refused before anything is opened for output - *
      *    the operator posts what RECUROUT holds and bills  *
      *    the rest under a new batch ID.                    *
      *******************************************************
       0300-CHECK-BATCH.
           OPEN INPUT RECURMST-FILE
           IF WS-RECURMST-STATUS NOT = "00"
               DISPLAY "RECURGEN: RECURMST OPEN FAILED, STATUS "
                   WS-RECURMST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-BATCH-BILLED-SW
           PERFORM 1000-READ-SCHEDULE
           PERFORM UNTIL END-OF-FILE OR BATCH-ALREADY-BILLED
               IF RS-LAST-BATCH-ID = WS-BATCH-ID
                   SET BATCH-ALREADY-BILLED TO TRUE
               ELSE
                   PERFORM 1000-READ-SCHEDULE
               END-IF
           END-PERFORM
           CLOSE RECURMST-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF BATCH-ALREADY-BILLED
               DISPLAY "RECURGEN: BATCH " WS-BATCH-ID
                   " ALREADY BILLED - CUST " RS-CUST-NO
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       1000-READ-SCHEDULE.
           READ RECURMST-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    Only an active schedule already due is looked at. *
      *    The customer must be active on CUSTMAST; then the *
      *    schedule bills each due date in turn, ending it   *
      *    when the next date passes the end date, and is    *
      *    rewritten with its new next-bill date.            *
      *******************************************************
       2000-PROCESS-SCHEDULE.
           ADD 1 TO WS-READ-COUNT
           IF RS-STATUS-ACTIVE
               AND RS-NEXT-BILL-DATE NOT > WS-RUN-DATE
               ADD 1 TO WS-DUE-COUNT
               PERFORM 2100-CHECK-CUSTOMER
               IF WS-DISPOSITION NOT = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE RS-NEXT-BILL-DATE TO SL-BILL-DATE
                   MOVE ZERO TO WS-BILL-TOTAL
                   PERFORM 3300-WRITE-SCHEDULE-LINE
               ELSE
                   PERFORM 2200-BILL-SCHEDULE
               END-IF
           END-IF.

       2100-CHECK-CUSTOMER.
           MOVE SPACES TO WS-DISPOSITION
           MOVE "00" TO WS-CUSTMAST-STATUS
           MOVE RS-CUST-NO TO CM-CUST-NO
           READ CUSTMAST-FILE
               INVALID KEY
                   SET CUSTMAST-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CUSTMAST-NOT-FOUND
                   MOVE "NOT ON MAST " TO WS-DISPOSITION
               WHEN NOT CUSTMAST-FOUND
                   DISPLAY "RECURGEN: CUSTMAST READ FAILED, STATUS "
                       WS-CUSTMAST-STATUS " CUST " RS-CUST-NO
                   PERFORM 9000-ABORT-RUN
               WHEN CM-STATUS-SUSPENDED
                   MOVE "SUSPENDED   " TO WS-DISPOSITION
               WHEN CM-STATUS-CLOSED
                   MOVE "CLOSED      " TO WS-DISPOSITION
               WHEN NOT CM-STATUS-ACTIVE
                   MOVE "STATUS BAD  " TO WS-DISPOSITION
           END-EVALUATE.

       2200-BILL-SCHEDULE.
           MOVE RS-START-DATE TO WS-DATE-WORK
           MOVE WS-DATE-DAY TO WS-ANCHOR-DAY
           MOVE "N" TO WS-SCHED-DONE-SW
           PERFORM UNTIL SCHED-DONE
               EVALUATE TRUE
                   WHEN RS-END-DATE NOT = ZERO
                       AND RS-NEXT-BILL-DATE > RS-END-DATE
                       SET RS-STATUS-ENDED TO TRUE
                       ADD 1 TO WS-ENDED-COUNT
                       SET SCHED-DONE TO TRUE
                   WHEN RS-NEXT-BILL-DATE > WS-RUN-DATE
                       SET SCHED-DONE TO TRUE
                   WHEN OTHER
                       PERFORM 3000-BILL-OCCURRENCE
                       PERFORM 3500-ADVANCE-NEXT-BILL
               END-EVALUATE
           END-PERFORM
           REWRITE RECURMST-RECORD
           IF WS-RECURMST-STATUS NOT = "00"
               DISPLAY "RECURGEN: RECURMST REWRITE FAILED, STATUS "
                   WS-RECURMST-STATUS " CUST " RS-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           IF RS-STATUS-ENDED
               MOVE RS-END-DATE TO EL-END-DATE
               WRITE RCR-RECORD FROM WS-ENDED-LINE
           ELSE
               MOVE RS-NEXT-BILL-DATE TO NL-NEXT-BILL-DATE
               WRITE RCR-RECORD FROM WS-NEXT-BILL-LINE
           END-IF.

      *******************************************************
      *    One CUSTAMT record per bill, dated the bill date  *
      *    so foreign-currency lines convert at the rate in  *
      *    effect when the charge fell due, and carrying the *
      *    schedule's amount lines as they stand.            *
      *******************************************************
       3000-BILL-OCCURRENCE.
           MOVE SPACES TO KEYED-INPUT
           MOVE RS-CUST-NO TO CUST-NO-IN
           MOVE RS-NEXT-BILL-DATE TO TRANS-DATE-IN
           MOVE RS-LINE-COUNT TO AMT-LINE-COUNT-IN
           MOVE ZERO TO WS-BILL-TOTAL
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > RS-LINE-COUNT
               MOVE RS-AMT-TYPE (WS-LINE-IX)
                   TO AMT-TYPE-IN (WS-LINE-IX)
               MOVE RS-AMT-VALUE (WS-LINE-IX)
                   TO AMT-VALUE-IN (WS-LINE-IX)
               MOVE RS-AMT-CURRENCY (WS-LINE-IX)
                   TO AMT-CURRENCY-IN (WS-LINE-IX)
               ADD RS-AMT-VALUE (WS-LINE-IX) TO WS-BILL-TOTAL
           END-PERFORM
           WRITE KEYED-INPUT
           IF WS-RECUROUT-STATUS NOT = "00"
               DISPLAY "RECURGEN: RECUROUT WRITE FAILED, STATUS "
                   WS-RECUROUT-STATUS " CUST " RS-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-BILL-TOTAL TO WS-BILLED-TOTAL
           MOVE RS-NEXT-BILL-DATE TO RS-LAST-BILL-DATE
           MOVE WS-BATCH-ID TO RS-LAST-BATCH-ID
           MOVE "BILLED      " TO WS-DISPOSITION
           MOVE RS-NEXT-BILL-DATE TO SL-BILL-DATE
           PERFORM 3300-WRITE-SCHEDULE-LINE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > RS-LINE-COUNT
               MOVE RS-AMT-TYPE (WS-LINE-IX) TO DL-AMT-TYPE
               MOVE RS-AMT-VALUE (WS-LINE-IX) TO DL-AMT-VALUE
               MOVE RS-AMT-CURRENCY (WS-LINE-IX) TO DL-AMT-CURRENCY
               WRITE RCR-RECORD FROM WS-AMOUNT-DETAIL-LINE
           END-PERFORM.

       3300-WRITE-SCHEDULE-LINE.
           MOVE RS-CUST-NO TO SL-CUST-NO
           MOVE RS-SCHED-NO TO SL-SCHED-NO
           MOVE RS-FREQUENCY TO SL-FREQUENCY
           MOVE WS-BILL-TOTAL TO SL-AMOUNT
           MOVE WS-DISPOSITION TO SL-DISPOSITION
           MOVE RS-DESCRIPTION TO SL-DESCRIPTION
           WRITE RCR-RECORD FROM WS-SCHEDULE-LINE.

      *******************************************************
      *    Move the next-bill date on by the frequency.  The *
      *    day is put back to the start-date day each time,  *
      *    so a schedule started on the 31st bills on the    *
      *    last day of a short month and returns to the 31st *
      *    after it, instead of drifting to the 28th.        *
      *******************************************************
       3500-ADVANCE-NEXT-BILL.
           EVALUATE TRUE
               WHEN RS-FREQ-QUARTERLY
                   MOVE 3 TO WS-ADVANCE-MONTHS
               WHEN RS-FREQ-ANNUAL
                   MOVE 12 TO WS-ADVANCE-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-ADVANCE-MONTHS
           END-EVALUATE
           MOVE RS-NEXT-BILL-DATE TO WS-DATE-WORK
           ADD WS-ADVANCE-MONTHS TO WS-DATE-MONTH
           IF WS-DATE-MONTH > 12
               SUBTRACT 12 FROM WS-DATE-MONTH
               ADD 1 TO WS-DATE-YEAR
           END-IF
           EVALUATE WS-DATE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD (WS-DATE-YEAR, 4) = ZERO
                       AND (FUNCTION MOD (WS-DATE-YEAR, 100)
                           NOT = ZERO
                           OR FUNCTION MOD (WS-DATE-YEAR,
                           400) = ZERO)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           IF WS-ANCHOR-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DATE-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-DATE-DAY
           END-IF
           MOVE WS-DATE-WORK TO RS-NEXT-BILL-DATE.

       4000-WRITE-TOTALS.
           MOVE "SCHEDULES READ:           " TO CNL-LABEL
           MOVE WS-READ-COUNT TO CNL-COUNT
           WRITE RCR-RECORD FROM WS-COUNT-LINE
           MOVE "SCHEDULES DUE:            " TO CNL-LABEL
           MOVE WS-DUE-COUNT TO CNL-COUNT
           WRITE RCR-RECORD FROM WS-COUNT-LINE
           MOVE "SCHEDULES SKIPPED:        " TO CNL-LABEL
           MOVE WS-SKIPPED-COUNT TO CNL-COUNT
           WRITE RCR-RECORD FROM WS-COUNT-LINE
           MOVE "SCHEDULES ENDED:          " TO CNL-LABEL
           MOVE WS-ENDED-COUNT TO CNL-COUNT
           WRITE RCR-RECORD FROM WS-COUNT-LINE
           MOVE "BILLS GENERATED:          " TO CNL-LABEL
           MOVE WS-BILLED-COUNT TO CNL-COUNT
           WRITE RCR-RECORD FROM WS-COUNT-LINE
           MOVE "CUSTAMT RECORDS WRITTEN:  " TO CNL-LABEL
           MOVE WS-RECORD-COUNT TO CNL-COUNT
           WRITE RCR-RECORD FROM WS-COUNT-LINE
           MOVE "AMOUNT BILLED (AS KEYED): " TO AL-LABEL
           MOVE WS-BILLED-TOTAL TO AL-AMOUNT
           WRITE RCR-RECORD FROM WS-AMOUNT-LINE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE RECURMST-FILE
           CLOSE CUSTMAST-FILE
           CLOSE RECUROUT-FILE
           CLOSE RECURRPT
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
           MOVE "RECURGEN" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "RECURGEN: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "RECURGEN: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           MOVE WS-READ-COUNT TO SC-READ-COUNT
           MOVE WS-RECORD-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
