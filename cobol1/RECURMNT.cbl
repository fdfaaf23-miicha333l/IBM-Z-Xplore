       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURMNT.
      *******************************************************
      *    RECURMNT - batch maintenance for the RECURMST     *
      *    recurring-charge schedule master.  Reads add,     *
      *    change and cancel transactions from RECURTXN,     *
      *    applies them with full edits, and prints an audit *
      *    listing on RECMRPT with before/after images and   *
      *    applied/rejected counts.  RECURMST is created on  *
      *    first use.                                        *
      *                                                      *
      *    Edits: the action code must be A, C or X; an add  *
      *    of a schedule already on the master, and a change *
      *    or cancel of one that is not, or that is no       *
      *    longer active, are rejected.  An add needs a      *
      *    customer on CUSTMAST that is not closed, a        *
      *    description, a frequency of M, Q or A, a start    *
      *    date and one to ten amount lines; the next-bill   *
      *    date defaults to the start date and a blank or    *
      *    zero end date runs until cancelled.  Each amount  *
      *    line needs a type of 1 to 3 and a non-zero amount *
      *    no larger than ADDAMT accepts; currency codes are *
      *    left to ADDAMT's rate edit.  On a change a blank  *
      *    field leaves the master unchanged, a zero end     *
      *    date removes the end date, and a keyed line count *
      *    replaces all the amount lines.  The start date    *
      *    cannot change once the schedule has billed.  The  *
      *    end date may not fall before the start date, nor  *
      *    the next-bill date before the start date or on or *
      *    before the date last billed.                      *
      *    2026-10-15  Initial version.                      *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURTXN-FILE ASSIGN TO RECURTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECURTXN-STATUS.
           SELECT RECURMST-FILE ASSIGN TO RECURMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-SCHED-KEY
               FILE STATUS IS WS-RECURMST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RECMRPT ASSIGN TO RECMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECMRPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURTXN-FILE
           RECORDING MODE IS F.
       01  RECUR-TXN-RECORD.
           05  RX-ACTION                   PIC X(1).
               88  RX-ACTION-ADD                       VALUE "A".
               88  RX-ACTION-CHANGE                    VALUE "C".
               88  RX-ACTION-CANCEL                    VALUE "X".
           05  RX-CUST-NO                  PIC X(15).
           05  RX-SCHED-NO                 PIC X(3).
           05  RX-SCHED-NO-N REDEFINES RX-SCHED-NO
                                           PIC 9(3).
           05  RX-DESCRIPTION              PIC X(30).
           05  RX-FREQUENCY                PIC X(1).
               88  RX-FREQUENCY-VALID                  VALUES "M"
                                                       "Q" "A".
           05  RX-START-DATE               PIC X(8).
           05  RX-START-DATE-N REDEFINES RX-START-DATE
                                           PIC 9(8).
           05  RX-END-DATE                 PIC X(8).
           05  RX-END-DATE-N REDEFINES RX-END-DATE
                                           PIC 9(8).
           05  RX-NEXT-BILL-DATE           PIC X(8).
           05  RX-NEXT-BILL-DATE-N REDEFINES RX-NEXT-BILL-DATE
                                           PIC 9(8).
           05  RX-LINE-COUNT               PIC X(2).
           05  RX-LINE-COUNT-N REDEFINES RX-LINE-COUNT
                                           PIC 9(2).
           05  RX-AMT-LINE OCCURS 10 TIMES.
               10  RX-AMT-TYPE             PIC X(1).
                   88  RX-AMT-TYPE-VALID               VALUES "1"
                                                       "2" "3".
               10  RX-AMT-TYPE-N REDEFINES RX-AMT-TYPE
                                           PIC 9(1).
               10  RX-AMT-SIGN             PIC X(1).
                   88  RX-AMT-CREDIT                   VALUE "-".
               10  RX-AMT-VALUE            PIC X(7).
               10  RX-AMT-VALUE-N REDEFINES RX-AMT-VALUE
                                           PIC 9(5)V99.
               10  RX-AMT-CURRENCY         PIC X(3).
           05  FILLER                      PIC X(4).
       FD  RECURMST-FILE
           RECORDING MODE IS F.
       COPY RECURRC.
       FD  CUSTMAST-FILE
           RECORDING MODE IS F.
       COPY CUSTMREC.
       FD  RECMRPT
           RECORDING MODE IS F.
       01  RECM-RECORD                     PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-RECURTXN-STATUS              PIC X(2)    VALUE "00".
       01  WS-RECURMST-STATUS              PIC X(2)    VALUE "00".
           88  RECURMST-FOUND                          VALUE "00".
           88  RECURMST-NOT-FOUND                      VALUE "23".
       01  WS-CUSTMAST-STATUS              PIC X(2)    VALUE "00".
           88  CUSTMAST-FOUND                          VALUE "00".
           88  CUSTMAST-NOT-FOUND                      VALUE "23".
       01  WS-RECMRPT-STATUS               PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-TXN-STATUS                   PIC X(1)    VALUE "Y".
           88  TXN-IS-VALID                            VALUE "Y".
           88  TXN-IS-INVALID                          VALUE "N".
       01  WS-REASON-CODE                  PIC X(30).
       01  WS-LINE-REASON.
           05  FILLER                      PIC X(5)    VALUE "LINE ".
           05  LR-LINE-NO                  PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  LR-TEXT                     PIC X(22).
       01  WS-RUN-DATE                     PIC 9(8).
      *    Largest amount ADDAMT accepts on one amount line.
       01  WS-AMT-MAX                      PIC 9(5)V99 VALUE 50000.
       01  WS-LINE-MAX                     PIC 9(2)    VALUE 10.
       01  WS-LINE-IX                      PIC 9(2)    COMP VALUE ZERO.
       01  WS-DATE-WORK                    PIC X(8).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR                PIC 9(4).
           05  WS-DATE-MONTH               PIC 9(2).
           05  WS-DATE-DAY                 PIC 9(2).
       01  WS-DATE-OK-SW                   PIC X(1)    VALUE "N".
           88  DATE-VALID                              VALUE "Y".
       01  WS-MONTH-DAYS                   PIC 9(2)    VALUE ZERO.
       01  WS-START-OK-SW                  PIC X(1)    VALUE "N".
           88  START-DATE-VALID                        VALUE "Y".
       01  WS-END-OK-SW                    PIC X(1)    VALUE "N".
           88  END-DATE-VALID                          VALUE "Y".
       01  WS-NEXT-OK-SW                   PIC X(1)    VALUE "N".
           88  NEXT-DATE-VALID                         VALUE "Y".
       01  WS-BEFORE-RECORD                PIC X(220)  VALUE SPACES.
       01  WS-AFTER-RECORD                 PIC X(220)  VALUE SPACES.
       01  WS-READ-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-REJECTED-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-ADDED-COUNT                  PIC 9(7)    VALUE ZERO.
       01  WS-CHANGED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-CANCELLED-COUNT              PIC 9(7)    VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "RECURMNT SCHEDULE MAINTENANCE ".
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(7)    VALUE
               "ACTION ".
           05  FILLER                      PIC X(17)   VALUE
               "CUSTOMER NUMBER  ".
           05  FILLER                      PIC X(4)    VALUE "SCH ".
           05  FILLER                      PIC X(10)   VALUE
               "DISPOSED  ".
           05  FILLER                      PIC X(6)    VALUE
               "REASON".
       01  WS-HEADING-3.
           05  FILLER                      PIC X(13)   VALUE
               "         S F ".
           05  FILLER                      PIC X(27)   VALUE
               "START    END      NEXT     ".
           05  FILLER                      PIC X(20)   VALUE
               "LAST     DESCRIPTION".
       01  WS-AUDIT-LINE.
           05  AL-ACTION                   PIC X(1).
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  AL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AL-SCHED-NO                 PIC X(3).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  AL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AL-REASON                   PIC X(30).
       01  WS-IMAGE-LINE.
           05  IL-LABEL                    PIC X(9).
           05  IL-STATUS                   PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  IL-FREQUENCY                PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  IL-START-DATE               PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  IL-END-DATE                 PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  IL-NEXT-BILL-DATE           PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  IL-LAST-BILL-DATE           PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  IL-DESCRIPTION              PIC X(30).
       01  WS-IMAGE-AMOUNT-LINE.
           05  FILLER                      PIC X(13)   VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE "TYPE ".
           05  IA-AMT-TYPE                 PIC 9(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  IA-AMT-VALUE                PIC -(5)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  IA-AMT-CURRENCY             PIC X(3).
       01  WS-COUNT-LINE.
           05  CL-LABEL                    PIC X(24).
           05  CL-COUNT                    PIC Z(6)9.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-TXN
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-TXN
               PERFORM 1100-READ-TXN
           END-PERFORM
           PERFORM 4000-WRITE-TOTALS
           CLOSE RECURTXN-FILE
           CLOSE RECURMST-FILE
           CLOSE CUSTMAST-FILE
           CLOSE RECMRPT
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
               DISPLAY "RECURMNT: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "RECURMNT: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

       1000-INITIALIZE.
           OPEN INPUT RECURTXN-FILE
           IF WS-RECURTXN-STATUS NOT = "00"
               DISPLAY "RECURMNT: RECURTXN OPEN FAILED, STATUS "
                   WS-RECURTXN-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN I-O RECURMST-FILE
           IF WS-RECURMST-STATUS = "35"
               CLOSE RECURMST-FILE
               OPEN OUTPUT RECURMST-FILE
               CLOSE RECURMST-FILE
               OPEN I-O RECURMST-FILE
           END-IF
           IF WS-RECURMST-STATUS NOT = "00"
               DISPLAY "RECURMNT: RECURMST OPEN FAILED, STATUS "
                   WS-RECURMST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "RECURMNT: CUSTMAST OPEN FAILED, STATUS "
                   WS-CUSTMAST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT RECMRPT
           IF WS-RECMRPT-STATUS NOT = "00"
               DISPLAY "RECURMNT: RECMRPT OPEN FAILED, STATUS "
                   WS-RECMRPT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE RECM-RECORD FROM WS-HEADING-1
           WRITE RECM-RECORD FROM WS-HEADING-2
           WRITE RECM-RECORD FROM WS-HEADING-3.

       1100-READ-TXN.
           READ RECURTXN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    An add or change passing the field edits is built *
      *    into the master record and edited again as a      *
      *    whole - the date order can only be judged once    *
      *    keyed and unchanged fields are put together.      *
      *******************************************************
       2000-PROCESS-TXN.
           ADD 1 TO WS-READ-COUNT
           SET TXN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-BEFORE-RECORD
           MOVE SPACES TO WS-AFTER-RECORD
           PERFORM 2100-EDIT-TXN
           IF TXN-IS-VALID
               EVALUATE TRUE
                   WHEN RX-ACTION-ADD
                       PERFORM 2500-BUILD-ADD
                   WHEN RX-ACTION-CHANGE
                       PERFORM 2600-BUILD-CHANGE
                   WHEN RX-ACTION-CANCEL
                       SET RS-STATUS-CANCELLED TO TRUE
               END-EVALUATE
               PERFORM 2700-EDIT-SCHEDULE
           END-IF
           IF TXN-IS-VALID
               PERFORM 3000-APPLY-TXN
           END-IF
           PERFORM 3500-WRITE-AUDIT.

       2100-EDIT-TXN.
           IF NOT (RX-ACTION-ADD OR RX-ACTION-CHANGE
                   OR RX-ACTION-CANCEL)
               SET TXN-IS-INVALID TO TRUE
               MOVE "ACTION CODE INVALID" TO WS-REASON-CODE
           ELSE IF RX-CUST-NO = SPACES
               SET TXN-IS-INVALID TO TRUE
               MOVE "CUST-NO MISSING" TO WS-REASON-CODE
           ELSE IF RX-SCHED-NO IS NOT NUMERIC
               OR RX-SCHED-NO-N = ZERO
               SET TXN-IS-INVALID TO TRUE
               MOVE "SCHEDULE NO NOT NUMERIC" TO WS-REASON-CODE
           ELSE
               PERFORM 2200-READ-SCHEDULE
               EVALUATE TRUE
                   WHEN RX-ACTION-ADD AND RECURMST-FOUND
                       SET TXN-IS-INVALID TO TRUE
                       MOVE "DUPLICATE ADD - ON MASTER"
                           TO WS-REASON-CODE
                   WHEN RX-ACTION-CHANGE AND RECURMST-NOT-FOUND
                       SET TXN-IS-INVALID TO TRUE
                       MOVE "CHANGE - NOT ON MASTER"
                           TO WS-REASON-CODE
                   WHEN RX-ACTION-CANCEL AND RECURMST-NOT-FOUND
                       SET TXN-IS-INVALID TO TRUE
                       MOVE "CANCEL - NOT ON MASTER"
                           TO WS-REASON-CODE
                   WHEN RECURMST-FOUND AND NOT RS-STATUS-ACTIVE
                       SET TXN-IS-INVALID TO TRUE
                       MOVE "SCHEDULE NOT ACTIVE"
                           TO WS-REASON-CODE
                   WHEN RX-ACTION-ADD
                       PERFORM 2250-CHECK-CUSTOMER
                   WHEN RX-ACTION-CANCEL
                       CONTINUE
                   WHEN OTHER
                       PERFORM 2300-EDIT-FIELDS
               END-EVALUATE
           END-IF.

       2200-READ-SCHEDULE.
           MOVE "00" TO WS-RECURMST-STATUS
           MOVE RX-CUST-NO TO RS-CUST-NO
           MOVE RX-SCHED-NO-N TO RS-SCHED-NO
           READ RECURMST-FILE
               INVALID KEY
                   SET RECURMST-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN RECURMST-FOUND
                   MOVE RECURMST-RECORD TO WS-BEFORE-RECORD
               WHEN NOT RECURMST-NOT-FOUND
                   DISPLAY "RECURMNT: RECURMST READ FAILED, STATUS "
                       WS-RECURMST-STATUS " CUST " RX-CUST-NO
                   PERFORM 9000-ABORT-RUN
           END-EVALUATE.

       2250-CHECK-CUSTOMER.
           MOVE "00" TO WS-CUSTMAST-STATUS
           MOVE RX-CUST-NO TO CM-CUST-NO
           READ CUSTMAST-FILE
               INVALID KEY
                   SET CUSTMAST-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CUSTMAST-NOT-FOUND
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "CUSTOMER NOT ON CUSTMAST"
                       TO WS-REASON-CODE
               WHEN NOT CUSTMAST-FOUND
                   DISPLAY "RECURMNT: CUSTMAST READ FAILED, STATUS "
                       WS-CUSTMAST-STATUS " CUST " RX-CUST-NO
                   PERFORM 9000-ABORT-RUN
               WHEN CM-STATUS-CLOSED
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "CUSTOMER CLOSED" TO WS-REASON-CODE
               WHEN OTHER
                   PERFORM 2300-EDIT-FIELDS
           END-EVALUATE.

      *******************************************************
      *    Field edits.  An add must key every field but the *
      *    end and next-bill dates; a change edits only what *
      *    was keyed.                                        *
      *******************************************************
       2300-EDIT-FIELDS.
           MOVE RX-START-DATE TO WS-DATE-WORK
           PERFORM 2400-EDIT-DATE
           MOVE WS-DATE-OK-SW TO WS-START-OK-SW
           MOVE RX-END-DATE TO WS-DATE-WORK
           PERFORM 2400-EDIT-DATE
           MOVE WS-DATE-OK-SW TO WS-END-OK-SW
           MOVE RX-NEXT-BILL-DATE TO WS-DATE-WORK
           PERFORM 2400-EDIT-DATE
           MOVE WS-DATE-OK-SW TO WS-NEXT-OK-SW
           EVALUATE TRUE
               WHEN RX-ACTION-ADD AND RX-DESCRIPTION = SPACES
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "DESCRIPTION MISSING" TO WS-REASON-CODE
               WHEN (RX-ACTION-ADD OR RX-FREQUENCY NOT = SPACE)
                   AND NOT RX-FREQUENCY-VALID
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "FREQUENCY NOT M, Q OR A" TO WS-REASON-CODE
               WHEN (RX-ACTION-ADD OR RX-START-DATE NOT = SPACES)
                   AND NOT START-DATE-VALID
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "START DATE INVALID" TO WS-REASON-CODE
               WHEN RX-ACTION-CHANGE AND RX-START-DATE NOT = SPACES
                   AND RS-LAST-BILL-DATE NOT = ZERO
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "START DATE - ALREADY BILLED"
                       TO WS-REASON-CODE
               WHEN RX-END-DATE NOT = SPACES
                   AND RX-END-DATE NOT = "00000000"
                   AND NOT END-DATE-VALID
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "END DATE INVALID" TO WS-REASON-CODE
               WHEN RX-NEXT-BILL-DATE NOT = SPACES
                   AND NOT NEXT-DATE-VALID
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "NEXT BILL DATE INVALID" TO WS-REASON-CODE
               WHEN (RX-ACTION-ADD OR RX-LINE-COUNT NOT = SPACES)
                   AND (RX-LINE-COUNT IS NOT NUMERIC
                       OR RX-LINE-COUNT-N < 1
                       OR RX-LINE-COUNT-N > WS-LINE-MAX)
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "LINE COUNT NOT 1 TO 10" TO WS-REASON-CODE
               WHEN RX-LINE-COUNT NOT = SPACES
                   PERFORM 2350-EDIT-LINES
           END-EVALUATE.

       2350-EDIT-LINES.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > RX-LINE-COUNT-N
                      OR TXN-IS-INVALID
               MOVE SPACES TO LR-TEXT
               EVALUATE TRUE
                   WHEN NOT RX-AMT-TYPE-VALID (WS-LINE-IX)
                       MOVE "TYPE NOT 1 TO 3" TO LR-TEXT
                   WHEN RX-AMT-SIGN (WS-LINE-IX) NOT = SPACE
                       AND NOT RX-AMT-CREDIT (WS-LINE-IX)
                       MOVE "SIGN INVALID" TO LR-TEXT
                   WHEN RX-AMT-VALUE (WS-LINE-IX) IS NOT NUMERIC
                       OR RX-AMT-VALUE-N (WS-LINE-IX) = ZERO
                       MOVE "AMOUNT NOT NUMERIC" TO LR-TEXT
                   WHEN RX-AMT-VALUE-N (WS-LINE-IX) > WS-AMT-MAX
                       MOVE "AMOUNT OVER LIMIT" TO LR-TEXT
               END-EVALUATE
               IF LR-TEXT NOT = SPACES
                   SET TXN-IS-INVALID TO TRUE
                   MOVE WS-LINE-IX TO LR-LINE-NO
                   MOVE WS-LINE-REASON TO WS-REASON-CODE
               END-IF
           END-PERFORM.

      *******************************************************
      *    Full date edit, matching the transaction-date     *
      *    edit ADDAMT and RESUBMIT apply: numeric,          *
      *    plausible year, month, and day within the month   *
      *    including leap years.                             *
      *******************************************************
       2400-EDIT-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-DATE-WORK IS NOT NUMERIC
               OR WS-DATE-WORK = ZERO
               CONTINUE
           ELSE IF WS-DATE-YEAR < 1990 OR WS-DATE-YEAR > 2099
               CONTINUE
           ELSE IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               CONTINUE
           ELSE
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
               IF WS-DATE-DAY NOT < 1
                   AND WS-DATE-DAY NOT > WS-MONTH-DAYS
                   MOVE "Y" TO WS-DATE-OK-SW
               END-IF
           END-IF.

       2500-BUILD-ADD.
           MOVE SPACES TO RECURMST-RECORD
           MOVE RX-CUST-NO TO RS-CUST-NO
           MOVE RX-SCHED-NO-N TO RS-SCHED-NO
           SET RS-STATUS-ACTIVE TO TRUE
           MOVE RX-DESCRIPTION TO RS-DESCRIPTION
           MOVE RX-FREQUENCY TO RS-FREQUENCY
           MOVE RX-START-DATE-N TO RS-START-DATE
           IF RX-END-DATE = SPACES
               MOVE ZERO TO RS-END-DATE
           ELSE
               MOVE RX-END-DATE-N TO RS-END-DATE
           END-IF
           IF RX-NEXT-BILL-DATE = SPACES
               MOVE RX-START-DATE-N TO RS-NEXT-BILL-DATE
           ELSE
               MOVE RX-NEXT-BILL-DATE-N TO RS-NEXT-BILL-DATE
           END-IF
           MOVE ZERO TO RS-LAST-BILL-DATE
           PERFORM 2650-BUILD-LINES.

      *******************************************************
      *    A new start date on a schedule not yet billed     *
      *    moves the next-bill date with it unless a         *
      *    next-bill date is keyed as well.                  *
      *******************************************************
       2600-BUILD-CHANGE.
           IF RX-DESCRIPTION NOT = SPACES
               MOVE RX-DESCRIPTION TO RS-DESCRIPTION
           END-IF
           IF RX-FREQUENCY NOT = SPACE
               MOVE RX-FREQUENCY TO RS-FREQUENCY
           END-IF
           IF RX-START-DATE NOT = SPACES
               MOVE RX-START-DATE-N TO RS-START-DATE
               MOVE RX-START-DATE-N TO RS-NEXT-BILL-DATE
           END-IF
           IF RX-END-DATE NOT = SPACES
               MOVE RX-END-DATE-N TO RS-END-DATE
           END-IF
           IF RX-NEXT-BILL-DATE NOT = SPACES
               MOVE RX-NEXT-BILL-DATE-N TO RS-NEXT-BILL-DATE
           END-IF
           IF RX-LINE-COUNT NOT = SPACES
               PERFORM 2650-BUILD-LINES
           END-IF.

       2650-BUILD-LINES.
           MOVE RX-LINE-COUNT-N TO RS-LINE-COUNT
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-MAX
               IF WS-LINE-IX > RX-LINE-COUNT-N
                   MOVE ZERO TO RS-AMT-TYPE (WS-LINE-IX)
                   MOVE ZERO TO RS-AMT-VALUE (WS-LINE-IX)
                   MOVE SPACES TO RS-AMT-CURRENCY (WS-LINE-IX)
               ELSE
                   MOVE RX-AMT-TYPE-N (WS-LINE-IX)
                       TO RS-AMT-TYPE (WS-LINE-IX)
                   IF RX-AMT-CREDIT (WS-LINE-IX)
                       COMPUTE RS-AMT-VALUE (WS-LINE-IX) =
                           ZERO - RX-AMT-VALUE-N (WS-LINE-IX)
                   ELSE
                       MOVE RX-AMT-VALUE-N (WS-LINE-IX)
                           TO RS-AMT-VALUE (WS-LINE-IX)
                   END-IF
                   MOVE RX-AMT-CURRENCY (WS-LINE-IX)
                       TO RS-AMT-CURRENCY (WS-LINE-IX)
               END-IF
           END-PERFORM.

      *******************************************************
      *    Date order on the schedule as it would stand.     *
      *******************************************************
       2700-EDIT-SCHEDULE.
           EVALUATE TRUE
               WHEN RX-ACTION-CANCEL
                   CONTINUE
               WHEN RS-END-DATE NOT = ZERO
                   AND RS-END-DATE < RS-START-DATE
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "END DATE BEFORE START DATE"
                       TO WS-REASON-CODE
               WHEN RS-NEXT-BILL-DATE < RS-START-DATE
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "NEXT BILL BEFORE START DATE"
                       TO WS-REASON-CODE
               WHEN RS-LAST-BILL-DATE NOT = ZERO
                   AND RS-NEXT-BILL-DATE NOT > RS-LAST-BILL-DATE
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "NEXT BILL NOT AFTER LAST BILL"
                       TO WS-REASON-CODE
           END-EVALUATE.

       3000-APPLY-TXN.
           MOVE RECURMST-RECORD TO WS-AFTER-RECORD
           IF RX-ACTION-ADD
               WRITE RECURMST-RECORD
               IF WS-RECURMST-STATUS NOT = "00"
                   DISPLAY "RECURMNT: RECURMST WRITE FAILED, STATUS "
                       WS-RECURMST-STATUS " CUST " RX-CUST-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               REWRITE RECURMST-RECORD
               IF WS-RECURMST-STATUS NOT = "00"
                   DISPLAY "RECURMNT: RECURMST REWRITE FAILED, "
                       "STATUS " WS-RECURMST-STATUS " CUST "
                       RX-CUST-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
               IF RX-ACTION-CANCEL
                   ADD 1 TO WS-CANCELLED-COUNT
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF.

       3500-WRITE-AUDIT.
           MOVE RX-ACTION TO AL-ACTION
           MOVE RX-CUST-NO TO AL-CUST-NO
           MOVE RX-SCHED-NO TO AL-SCHED-NO
           IF TXN-IS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPLIED " TO AL-DISPOSITION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO AL-DISPOSITION
           END-IF
           MOVE WS-REASON-CODE TO AL-REASON
           WRITE RECM-RECORD FROM WS-AUDIT-LINE
           IF WS-BEFORE-RECORD NOT = SPACES
               MOVE WS-BEFORE-RECORD TO RECURMST-RECORD
               MOVE "  BEFORE " TO IL-LABEL
               PERFORM 3550-WRITE-IMAGE
           END-IF
           IF TXN-IS-VALID
               MOVE WS-AFTER-RECORD TO RECURMST-RECORD
               MOVE "  AFTER  " TO IL-LABEL
               PERFORM 3550-WRITE-IMAGE
           END-IF.

       3550-WRITE-IMAGE.
           MOVE RS-STATUS TO IL-STATUS
           MOVE RS-FREQUENCY TO IL-FREQUENCY
           MOVE RS-START-DATE TO IL-START-DATE
           IF RS-END-DATE = ZERO
               MOVE "OPEN" TO IL-END-DATE
           ELSE
               MOVE RS-END-DATE TO IL-END-DATE
           END-IF
           MOVE RS-NEXT-BILL-DATE TO IL-NEXT-BILL-DATE
           MOVE RS-LAST-BILL-DATE TO IL-LAST-BILL-DATE
           MOVE RS-DESCRIPTION TO IL-DESCRIPTION
           WRITE RECM-RECORD FROM WS-IMAGE-LINE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > RS-LINE-COUNT
                      OR WS-LINE-IX > WS-LINE-MAX
               MOVE RS-AMT-TYPE (WS-LINE-IX) TO IA-AMT-TYPE
               MOVE RS-AMT-VALUE (WS-LINE-IX) TO IA-AMT-VALUE
               MOVE RS-AMT-CURRENCY (WS-LINE-IX) TO IA-AMT-CURRENCY
               WRITE RECM-RECORD FROM WS-IMAGE-AMOUNT-LINE
           END-PERFORM.

       4000-WRITE-TOTALS.
           MOVE "TRANSACTIONS READ:      " TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           WRITE RECM-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS APPLIED:   " TO CL-LABEL
           MOVE WS-APPLIED-COUNT TO CL-COUNT
           WRITE RECM-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED:  " TO CL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-COUNT
           WRITE RECM-RECORD FROM WS-COUNT-LINE
           MOVE "SCHEDULES ADDED:        " TO CL-LABEL
           MOVE WS-ADDED-COUNT TO CL-COUNT
           WRITE RECM-RECORD FROM WS-COUNT-LINE
           MOVE "SCHEDULES CHANGED:      " TO CL-LABEL
           MOVE WS-CHANGED-COUNT TO CL-COUNT
           WRITE RECM-RECORD FROM WS-COUNT-LINE
           MOVE "SCHEDULES CANCELLED:    " TO CL-LABEL
           MOVE WS-CANCELLED-COUNT TO CL-COUNT
           WRITE RECM-RECORD FROM WS-COUNT-LINE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE RECURTXN-FILE
           CLOSE RECURMST-FILE
           CLOSE CUSTMAST-FILE
           CLOSE RECMRPT
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
           MOVE "RECURMNT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "RECURMNT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "RECURMNT: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-READ-COUNT TO SC-READ-COUNT
           MOVE WS-APPLIED-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
