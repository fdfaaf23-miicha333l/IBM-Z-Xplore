       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.
      *******************************************************
      *    FINCHG - monthly finance-charge generation.       *
      *    Reads the OPENITEM receivable master in customer  *
      *    order and totals, per customer, the items still   *
      *    open more than the FCCTL overdue days past their  *
      *    posting date as of the PRCDATE processing date.   *
      *    The overdue total is charged at the FCCTL rate,   *
      *    never below the minimum charge and not at all at  *
      *    or under the waiver threshold.  Suspended and     *
      *    closed CUSTMAST accounts are skipped.  Charges    *
      *    are written to FCHGOUT in CUSTAMT format as       *
      *    surcharge (type 3) lines dated the run date, for  *
      *    ADDAMT to edit and post as an ordinary batch      *
      *    under the finance-charge batch ID - "FC" plus the *
      *    run date unless given in the run parm - so the    *
      *    charges reach the GL extract, CUSTBAL and         *
      *    OPENITEM the normal way.  Items of earlier        *
      *    finance-charge batches (ID beginning "FC") are    *
      *    never charged on again.  FCHGRPT lists each       *
      *    customer, the overdue items and the charge.       *
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
           SELECT FCCTL-FILE ASSIGN TO FCCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCCTL-STATUS.
           SELECT OPENITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT FCHGOUT-FILE ASSIGN TO FCHGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCHGOUT-STATUS.
           SELECT FCHGRPT ASSIGN TO FCHGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCHGRPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FCCTL-FILE
           RECORDING MODE IS F.
       COPY FCCTLRC.
       FD  OPENITEM-FILE
           RECORDING MODE IS F.
       COPY OPENITRC.
       FD  CUSTMAST-FILE
           RECORDING MODE IS F.
       COPY CUSTMREC.
       FD  FCHGOUT-FILE
           RECORDING MODE IS F.
       COPY CUSTAREC.
       FD  FCHGRPT
           RECORDING MODE IS F.
       01  FCH-RECORD                      PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-FCCTL-STATUS                 PIC X(2)    VALUE "00".
       01  WS-OPENITEM-STATUS              PIC X(2)    VALUE "00".
       01  WS-CUSTMAST-STATUS              PIC X(2)    VALUE "00".
           88  CUSTMAST-FOUND                          VALUE "00".
           88  CUSTMAST-NOT-FOUND                      VALUE "23".
       01  WS-FCHGOUT-STATUS               PIC X(2)    VALUE "00".
       01  WS-FCHGRPT-STATUS               PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-CTL-READ-SW                  PIC X(1)    VALUE "N".
           88  CTL-READ-OK                             VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-INT                 PIC S9(9)   VALUE ZERO.
       01  WS-ITEM-AGE-DAYS                PIC S9(9)   VALUE ZERO.
       01  WS-RUN-PARM.
           05  WS-BATCH-ID                 PIC X(8)    VALUE SPACES.
       01  WS-FC-CONTROL.
           05  WS-FC-OVERDUE-DAYS          PIC 9(3)    VALUE ZERO.
           05  WS-FC-CHARGE-RATE           PIC 9(1)V9(6) VALUE ZERO.
           05  WS-FC-MIN-CHARGE            PIC 9(5)V99 VALUE ZERO.
           05  WS-FC-WAIVE-THRESHOLD       PIC 9(7)V99 VALUE ZERO.
      *    Largest amount ADDAMT accepts on one amount line; a
      *    bigger charge is spread over as many lines as it takes.
       01  WS-FC-LINE-MAX                  PIC S9(5)V99 VALUE +50000.
       01  WS-FC-CHARGE-MAX                PIC S9(9)V99 VALUE +1500000.
       01  WS-GROUP-ACTIVE-SW              PIC X(1)    VALUE "N".
           88  GROUP-IS-ACTIVE                         VALUE "Y".
       01  WS-GROUP-CUST-NO                PIC X(15)   VALUE SPACES.
       01  WS-CUST-OVERDUE                 PIC S9(11)V99 VALUE ZERO.
       01  WS-CUST-CHARGE                  PIC S9(11)V99 VALUE ZERO.
       01  WS-CHARGE-LEFT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-DISPOSITION                  PIC X(12)   VALUE SPACES.
       01  WS-ITEM-TABLE.
           05  WS-FI-COUNT                 PIC 9(4)    COMP VALUE ZERO.
           05  WS-FI-MAX                   PIC 9(4)    COMP VALUE 200.
           05  WS-FI-IX                    PIC 9(4)    COMP VALUE ZERO.
           05  WS-FI-FULL-SW               PIC X(1)    VALUE "N".
               88  ITEM-TABLE-FULL                     VALUE "Y".
           05  WS-FI-ENTRY OCCURS 200 TIMES.
               10  FI-POST-DATE            PIC 9(8).
               10  FI-ITEM-SEQ             PIC 9(4).
               10  FI-BATCH-ID             PIC X(8).
               10  FI-AGE-DAYS             PIC 9(5).
               10  FI-OPEN-AMOUNT          PIC S9(9)V99.
       01  WS-LINE-IX                      PIC 9(2)    COMP VALUE ZERO.
       01  WS-ITEM-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-CHARGED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-WAIVED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-RECORD-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-OVERDUE-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-CHARGE-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(26)   VALUE
               "FINCHG FINANCE CHARGES    ".
           05  FILLER                      PIC X(7)    VALUE
               "BATCH: ".
           05  H1-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(5)    VALUE "OVER ".
           05  H2-OVERDUE-DAYS             PIC ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               " DAYS  RATE ".
           05  H2-CHARGE-RATE              PIC 9.9(6).
           05  FILLER                      PIC X(6)    VALUE "  MIN ".
           05  H2-MIN-CHARGE               PIC Z(4)9.99.
           05  FILLER                      PIC X(14)   VALUE
               "  WAIVE UNDER ".
           05  H2-WAIVE-THRESHOLD          PIC Z(6)9.99.
       01  WS-HEADING-3.
           05  FILLER                      PIC X(17)   VALUE
               "CUSTOMER NUMBER  ".
           05  FILLER                      PIC X(22)   VALUE
               "NAME                  ".
           05  FILLER                      PIC X(13)   VALUE
               "      OVERDUE".
           05  FILLER                      PIC X(12)   VALUE
               "      CHARGE".
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(11)   VALUE
               "DISPOSITION".
       01  WS-CUSTOMER-LINE.
           05  CL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CL-CUST-NAME                PIC X(20).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CL-OVERDUE                  PIC -(9)9.99.
           05  CL-CHARGE                   PIC -(8)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CL-DISPOSITION              PIC X(12).
       01  WS-ITEM-LINE.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE "ITEM  ".
           05  IL-POST-DATE                PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE "-".
           05  IL-ITEM-SEQ                 PIC 9(4).
           05  FILLER                      PIC X(8)    VALUE
               "  BATCH ".
           05  IL-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(6)    VALUE "  AGE ".
           05  IL-AGE-DAYS                 PIC Z(4)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  IL-OPEN-AMOUNT              PIC -(9)9.99.
       01  WS-ITEM-FULL-LINE               PIC X(48)   VALUE
               "      MORE ITEMS OVERDUE - NOT ALL LISTED".
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
           PERFORM 0200-READ-CONTROL
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-BATCH-ID = SPACES
               MOVE "FC" TO WS-BATCH-ID (1:2)
               MOVE WS-RUN-DATE (3:6) TO WS-BATCH-ID (3:6)
           END-IF
           IF WS-BATCH-ID (1:2) NOT = "FC"
               DISPLAY "FINCHG: BATCH ID " WS-BATCH-ID
                   " MUST BEGIN FC - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           PERFORM 9550-CHECK-PREREQS
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "FINCHG: OPENITEM OPEN FAILED, STATUS "
                   WS-OPENITEM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "FINCHG: CUSTMAST OPEN FAILED, STATUS "
                   WS-CUSTMAST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT FCHGOUT-FILE
           IF WS-FCHGOUT-STATUS NOT = "00"
               DISPLAY "FINCHG: FCHGOUT OPEN FAILED, STATUS "
                   WS-FCHGOUT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT FCHGRPT
           IF WS-FCHGRPT-STATUS NOT = "00"
               DISPLAY "FINCHG: FCHGRPT OPEN FAILED, STATUS "
                   WS-FCHGRPT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-BATCH-ID TO H1-BATCH-ID
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE FCH-RECORD FROM WS-HEADING-1
           MOVE WS-FC-OVERDUE-DAYS TO H2-OVERDUE-DAYS
           MOVE WS-FC-CHARGE-RATE TO H2-CHARGE-RATE
           MOVE WS-FC-MIN-CHARGE TO H2-MIN-CHARGE
           MOVE WS-FC-WAIVE-THRESHOLD TO H2-WAIVE-THRESHOLD
           WRITE FCH-RECORD FROM WS-HEADING-2
           WRITE FCH-RECORD FROM WS-HEADING-3
           PERFORM 1000-READ-OPENITEM
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-ITEM
               PERFORM 1000-READ-OPENITEM
           END-PERFORM
           IF GROUP-IS-ACTIVE
               PERFORM 3000-CLOSE-CUSTOMER
           END-IF
           PERFORM 4000-WRITE-TOTALS
           CLOSE OPENITEM-FILE
           CLOSE CUSTMAST-FILE
           CLOSE FCHGOUT-FILE
           CLOSE FCHGRPT
           PERFORM 5000-STAMP-CONTROL
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
               DISPLAY "FINCHG: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "FINCHG: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

      *******************************************************
      *    The charge terms come from the FCCTL control      *
      *    record.  A record that is not numeric, or one     *
      *    already stamped with a run in this month, stops   *
      *    the run before anything is written - charges are  *
      *    billed once a month.                              *
      *******************************************************
       0200-READ-CONTROL.
           OPEN INPUT FCCTL-FILE
           IF WS-FCCTL-STATUS NOT = "00"
               DISPLAY "FINCHG: FCCTL OPEN FAILED, STATUS "
                   WS-FCCTL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           READ FCCTL-FILE
               AT END
                   DISPLAY "FINCHG: FCCTL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE FCCTL-FILE
                   PERFORM 9600-END-STEP
                   STOP RUN
           END-READ
           IF FC-OVERDUE-DAYS IS NOT NUMERIC
               OR FC-CHARGE-RATE IS NOT NUMERIC
               OR FC-MIN-CHARGE IS NOT NUMERIC
               OR FC-WAIVE-THRESHOLD IS NOT NUMERIC
               OR FC-LAST-RUN-DATE IS NOT NUMERIC
               DISPLAY "FINCHG: FCCTL RECORD NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               CLOSE FCCTL-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           IF FC-LAST-RUN-DATE (1:6) = WS-RUN-DATE (1:6)
               DISPLAY "FINCHG: CHARGES ALREADY RUN "
                   FC-LAST-RUN-DATE " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               CLOSE FCCTL-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE FC-OVERDUE-DAYS TO WS-FC-OVERDUE-DAYS
           MOVE FC-CHARGE-RATE TO WS-FC-CHARGE-RATE
           MOVE FC-MIN-CHARGE TO WS-FC-MIN-CHARGE
           MOVE FC-WAIVE-THRESHOLD TO WS-FC-WAIVE-THRESHOLD
           CLOSE FCCTL-FILE.

       1000-READ-OPENITEM.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    The file arrives in customer order, so a change   *
      *    of customer closes the previous one.  Only the    *
      *    unpaid part of an open item is charged on, aged   *
      *    from its posting date the way AGERPT ages it.     *
      *******************************************************
       2000-PROCESS-ITEM.
           IF GROUP-IS-ACTIVE AND OI-CUST-NO NOT = WS-GROUP-CUST-NO
               PERFORM 3000-CLOSE-CUSTOMER
           END-IF
           IF NOT GROUP-IS-ACTIVE
               SET GROUP-IS-ACTIVE TO TRUE
               MOVE OI-CUST-NO TO WS-GROUP-CUST-NO
               MOVE ZERO TO WS-CUST-OVERDUE
               MOVE ZERO TO WS-FI-COUNT
               MOVE "N" TO WS-FI-FULL-SW
           END-IF
           IF OI-STATUS-OPEN AND OI-OPEN-AMOUNT > ZERO
               AND OI-BATCH-ID (1:2) NOT = "FC"
               COMPUTE WS-ITEM-AGE-DAYS = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE (OI-POST-DATE)
               IF WS-ITEM-AGE-DAYS > WS-FC-OVERDUE-DAYS
                   PERFORM 2100-ADD-OVERDUE-ITEM
               END-IF
           END-IF.

       2100-ADD-OVERDUE-ITEM.
           ADD OI-OPEN-AMOUNT TO WS-CUST-OVERDUE
           IF WS-FI-COUNT < WS-FI-MAX
               ADD 1 TO WS-FI-COUNT
               MOVE OI-POST-DATE TO FI-POST-DATE (WS-FI-COUNT)
               MOVE OI-ITEM-SEQ TO FI-ITEM-SEQ (WS-FI-COUNT)
               MOVE OI-BATCH-ID TO FI-BATCH-ID (WS-FI-COUNT)
               MOVE WS-ITEM-AGE-DAYS TO FI-AGE-DAYS (WS-FI-COUNT)
               MOVE OI-OPEN-AMOUNT TO FI-OPEN-AMOUNT (WS-FI-COUNT)
           ELSE
               SET ITEM-TABLE-FULL TO TRUE
           END-IF.

      *******************************************************
      *    A customer with nothing overdue is not listed.    *
      *    Otherwise the master decides whether to charge:   *
      *    a suspended or closed account is skipped, an      *
      *    overdue total at or under the waiver threshold is *
      *    waived, and the charge is the rate applied to the *
      *    overdue total, raised to the minimum.             *
      *******************************************************
       3000-CLOSE-CUSTOMER.
           IF WS-CUST-OVERDUE > ZERO
               MOVE ZERO TO WS-CUST-CHARGE
               MOVE SPACES TO CM-CUST-NAME
               PERFORM 3100-CHECK-CUSTOMER
               IF WS-DISPOSITION = SPACES
                   PERFORM 3150-COMPUTE-CHARGE
               END-IF
               PERFORM 3300-WRITE-CUSTOMER-LINES
           END-IF
           MOVE "N" TO WS-GROUP-ACTIVE-SW.

       3100-CHECK-CUSTOMER.
           MOVE SPACES TO WS-DISPOSITION
           MOVE "00" TO WS-CUSTMAST-STATUS
           MOVE WS-GROUP-CUST-NO TO CM-CUST-NO
           READ CUSTMAST-FILE
               INVALID KEY
                   SET CUSTMAST-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CUSTMAST-NOT-FOUND
                   MOVE SPACES TO CM-CUST-NAME
                   MOVE "NOT ON MAST " TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN NOT CUSTMAST-FOUND
                   DISPLAY "FINCHG: CUSTMAST READ FAILED, STATUS "
                       WS-CUSTMAST-STATUS " CUST " WS-GROUP-CUST-NO
                   PERFORM 9000-ABORT-RUN
               WHEN CM-STATUS-SUSPENDED
                   MOVE "SUSPENDED   " TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN CM-STATUS-CLOSED
                   MOVE "CLOSED      " TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN NOT CM-STATUS-ACTIVE
                   MOVE "STATUS BAD  " TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

       3150-COMPUTE-CHARGE.
           IF WS-CUST-OVERDUE NOT > WS-FC-WAIVE-THRESHOLD
               MOVE "WAIVED      " TO WS-DISPOSITION
               ADD 1 TO WS-WAIVED-COUNT
           ELSE
               COMPUTE WS-CUST-CHARGE ROUNDED =
                   WS-CUST-OVERDUE * WS-FC-CHARGE-RATE
               IF WS-CUST-CHARGE < WS-FC-MIN-CHARGE
                   MOVE WS-FC-MIN-CHARGE TO WS-CUST-CHARGE
               END-IF
               IF WS-CUST-CHARGE > WS-FC-CHARGE-MAX
                   MOVE "TOO LARGE   " TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 3200-WRITE-CHARGE-RECORD
                   MOVE "CHARGED     " TO WS-DISPOSITION
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-CUST-OVERDUE TO WS-OVERDUE-TOTAL
                   ADD WS-CUST-CHARGE TO WS-CHARGE-TOTAL
               END-IF
           END-IF.

      *******************************************************
      *    One CUSTAMT record per charged customer, dated    *
      *    the run date, with the charge as base-currency    *
      *    surcharge lines no larger than ADDAMT accepts.    *
      *******************************************************
       3200-WRITE-CHARGE-RECORD.
           MOVE SPACES TO KEYED-INPUT
           MOVE WS-GROUP-CUST-NO TO CUST-NO-IN
           MOVE WS-RUN-DATE TO TRANS-DATE-IN
           MOVE ZERO TO WS-LINE-IX
           MOVE WS-CUST-CHARGE TO WS-CHARGE-LEFT
           PERFORM UNTIL WS-CHARGE-LEFT = ZERO
               ADD 1 TO WS-LINE-IX
               MOVE 3 TO AMT-TYPE-IN (WS-LINE-IX)
               IF WS-CHARGE-LEFT > WS-FC-LINE-MAX
                   MOVE WS-FC-LINE-MAX TO AMT-VALUE-IN (WS-LINE-IX)
                   SUBTRACT WS-FC-LINE-MAX FROM WS-CHARGE-LEFT
               ELSE
                   MOVE WS-CHARGE-LEFT TO AMT-VALUE-IN (WS-LINE-IX)
                   MOVE ZERO TO WS-CHARGE-LEFT
               END-IF
               MOVE SPACES TO AMT-CURRENCY-IN (WS-LINE-IX)
           END-PERFORM
           MOVE WS-LINE-IX TO AMT-LINE-COUNT-IN
           WRITE KEYED-INPUT
           IF WS-FCHGOUT-STATUS NOT = "00"
               DISPLAY "FINCHG: FCHGOUT WRITE FAILED, STATUS "
                   WS-FCHGOUT-STATUS " CUST " WS-GROUP-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO WS-RECORD-COUNT.

       3300-WRITE-CUSTOMER-LINES.
           MOVE WS-GROUP-CUST-NO TO CL-CUST-NO
           MOVE CM-CUST-NAME TO CL-CUST-NAME
           MOVE WS-CUST-OVERDUE TO CL-OVERDUE
           MOVE WS-CUST-CHARGE TO CL-CHARGE
           MOVE WS-DISPOSITION TO CL-DISPOSITION
           WRITE FCH-RECORD FROM WS-CUSTOMER-LINE
           PERFORM VARYING WS-FI-IX FROM 1 BY 1
                   UNTIL WS-FI-IX > WS-FI-COUNT
               ADD 1 TO WS-ITEM-COUNT
               MOVE FI-POST-DATE (WS-FI-IX) TO IL-POST-DATE
               MOVE FI-ITEM-SEQ (WS-FI-IX) TO IL-ITEM-SEQ
               MOVE FI-BATCH-ID (WS-FI-IX) TO IL-BATCH-ID
               MOVE FI-AGE-DAYS (WS-FI-IX) TO IL-AGE-DAYS
               MOVE FI-OPEN-AMOUNT (WS-FI-IX) TO IL-OPEN-AMOUNT
               WRITE FCH-RECORD FROM WS-ITEM-LINE
           END-PERFORM
           IF ITEM-TABLE-FULL
               WRITE FCH-RECORD FROM WS-ITEM-FULL-LINE
           END-IF.

       4000-WRITE-TOTALS.
           MOVE "CUSTOMERS CHARGED:        " TO CNL-LABEL
           MOVE WS-CHARGED-COUNT TO CNL-COUNT
           WRITE FCH-RECORD FROM WS-COUNT-LINE
           MOVE "CUSTOMERS WAIVED:         " TO CNL-LABEL
           MOVE WS-WAIVED-COUNT TO CNL-COUNT
           WRITE FCH-RECORD FROM WS-COUNT-LINE
           MOVE "CUSTOMERS SKIPPED:        " TO CNL-LABEL
           MOVE WS-SKIPPED-COUNT TO CNL-COUNT
           WRITE FCH-RECORD FROM WS-COUNT-LINE
           MOVE "OVERDUE ITEMS LISTED:     " TO CNL-LABEL
           MOVE WS-ITEM-COUNT TO CNL-COUNT
           WRITE FCH-RECORD FROM WS-COUNT-LINE
           MOVE "CUSTAMT RECORDS WRITTEN:  " TO CNL-LABEL
           MOVE WS-RECORD-COUNT TO CNL-COUNT
           WRITE FCH-RECORD FROM WS-COUNT-LINE
           MOVE "OVERDUE CHARGED ON:       " TO AL-LABEL
           MOVE WS-OVERDUE-TOTAL TO AL-AMOUNT
           WRITE FCH-RECORD FROM WS-AMOUNT-LINE
           MOVE "FINANCE CHARGE TOTAL:     " TO AL-LABEL
           MOVE WS-CHARGE-TOTAL TO AL-AMOUNT
           WRITE FCH-RECORD FROM WS-AMOUNT-LINE.

      *******************************************************
      *    A completed run stamps its date back onto the     *
      *    control record, arming the once-a-month guard.    *
      *******************************************************
       5000-STAMP-CONTROL.
           OPEN I-O FCCTL-FILE
           IF WS-FCCTL-STATUS NOT = "00"
               DISPLAY "FINCHG: FCCTL REOPEN FAILED, STATUS "
                   WS-FCCTL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-CTL-READ-SW
               READ FCCTL-FILE
                   AT END
                       DISPLAY "FINCHG: FCCTL RECORD MISSING"
                       MOVE 16 TO RETURN-CODE
                       MOVE "N" TO WS-CTL-READ-SW
               END-READ
               IF CTL-READ-OK
                   MOVE WS-RUN-DATE TO FC-LAST-RUN-DATE
                   REWRITE FCCTL-RECORD
                   IF WS-FCCTL-STATUS NOT = "00"
                       DISPLAY "FINCHG: FCCTL REWRITE FAILED, "
                           "STATUS " WS-FCCTL-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE FCCTL-FILE
           END-IF.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE OPENITEM-FILE
           CLOSE CUSTMAST-FILE
           CLOSE FCHGOUT-FILE
           CLOSE FCHGRPT
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
           MOVE "FINCHG" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "FINCHG: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "FINCHG: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           MOVE WS-ITEM-COUNT TO SC-READ-COUNT
           MOVE WS-RECORD-COUNT TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
