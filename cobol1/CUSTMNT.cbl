      *    2026-09-02  Review fixes: the journal sequence    *
      *                probe aborts on a hard I/O status     *
      *                instead of spinning.                  *
      *    2026-10-15  Dual control.  A credit-limit         *
      *                increase over the hold amount, and    *
      *                any status change out of suspended or *
      *                closed, is held on MNTPEND for a      *
      *                second operator instead of applied.   *
      *                Action P approves and action X        *
      *                declines a held item, named by        *
      *                customer and pending sequence; the    *
      *                deciding operator must not be the one *
      *                who keyed it, and only an approved    *
      *                item reaches CUSTMAST and MNTJRNL.    *
      *                Items still pending after the expiry  *
      *                days expire.  The operator ID is now  *
      *                required in the run parm.  PENDRPT    *
      *                lists what is waiting and who keyed   *
      *                it.                                   *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS JN-JRNL-KEY
               FILE STATUS IS WS-MNTJRNL-STATUS.
           SELECT MNTPEND-FILE ASSIGN TO MNTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PEND-KEY
               FILE STATUS IS WS-MNTPEND-STATUS.
           SELECT PENDRPT ASSIGN TO PENDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
               88  MT-ACTION-ADD                       VALUE "A".
               88  MT-ACTION-CHANGE                    VALUE "C".
               88  MT-ACTION-DELETE                    VALUE "D".
               88  MT-ACTION-APPROVE                   VALUE "P".
               88  MT-ACTION-DECLINE                   VALUE "X".
           05  MT-CUST-NO                  PIC X(15).
           05  MT-CUST-NAME                PIC X(30).
           05  MT-ACCT-STATUS              PIC X(1).
           05  MT-CREDIT-LIMIT             PIC X(7).
           05  MT-TAX-JURIS                PIC X(4).
           05  MT-PEND-SEQ                 PIC X(4).
           05  FILLER                      PIC X(18).
       FD  CUSTMAST-FILE
           RECORDING MODE IS F.
       COPY CUSTMREC.
       FD  MNTJRNL-FILE
           RECORDING MODE IS F.
       COPY MNTJRLRC.
       FD  MNTPEND-FILE
           RECORDING MODE IS F.
       COPY MNTPNDRC.
       FD  PENDRPT
           RECORDING MODE IS F.
       01  PEND-RPT-RECORD                 PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
           88  GLMAST-NOT-FOUND                        VALUE "23".
       01  WS-MNTRPT-STATUS                PIC X(2)    VALUE "00".
       01  WS-MNTJRNL-STATUS               PIC X(2)    VALUE "00".
       01  WS-MNTPEND-STATUS               PIC X(2)    VALUE "00".
           88  MNTPEND-FOUND                           VALUE "00".
           88  MNTPEND-NOT-FOUND                       VALUE "23".
       01  WS-PENDRPT-STATUS               PIC X(2)    VALUE "00".
       01  WS-JRNL-SLOT-SW                 PIC X(1)    VALUE "N".
           88  JRNL-SLOT-FOUND                         VALUE "Y".
       01  WS-JRNL-TRY-SEQ                 PIC 9(4)    VALUE ZERO.
       01  WS-TXN-STATUS                   PIC X(1)    VALUE "Y".
           88  TXN-IS-VALID                            VALUE "Y".
           88  TXN-IS-INVALID                          VALUE "N".
       01  WS-TXN-OUTCOME                  PIC X(1)    VALUE "U".
           88  OUTCOME-APPLIED                         VALUE "U".
           88  OUTCOME-HELD                            VALUE "H".
           88  OUTCOME-APPROVED                        VALUE "P".
           88  OUTCOME-DECLINED                        VALUE "X".
       01  WS-REASON-CODE                  PIC X(30).
       01  WS-AUDIT-ACTION                 PIC X(1).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-INT                 PIC S9(9)   VALUE ZERO.
       01  WS-PEND-AGE-DAYS                PIC S9(9)   VALUE ZERO.
       01  WS-RUN-PARM.
           05  WS-OPERATOR-ID              PIC X(8)    VALUE SPACES.
      *    A limit raised by more than the hold amount, and any
      *    status change out of suspended or closed, waits for a
      *    second operator; a held item not decided within the
      *    expiry days lapses and has to be keyed again.
       01  WS-LIMIT-HOLD-AMT               PIC 9(7)    VALUE 10000.
       01  WS-PEND-EXPIRE-DAYS             PIC 9(3)    VALUE 14.
       01  WS-OLD-LIMIT                    PIC 9(7)    VALUE ZERO.
       01  WS-NEW-LIMIT                    PIC 9(7)    VALUE ZERO.
       01  WS-NEW-STATUS                   PIC X(1)    VALUE SPACE.
       01  WS-HOLD-LIMIT-SW                PIC X(1)    VALUE "N".
           88  HOLD-FOR-LIMIT                          VALUE "Y".
       01  WS-HOLD-STATUS-SW               PIC X(1)    VALUE "N".
           88  HOLD-FOR-STATUS                         VALUE "Y".
       01  WS-PEND-SLOT-SW                 PIC X(1)    VALUE "N".
           88  PEND-SLOT-FOUND                         VALUE "Y".
       01  WS-PEND-TRY-SEQ                 PIC 9(4)    VALUE ZERO.
       01  WS-PEND-EOF-SWITCH              PIC X(1)    VALUE "N".
           88  PEND-END-OF-FILE                        VALUE "Y".
       01  WS-HELD-REASON.
           05  HR-HOLD-TEXT                PIC X(15).
           05  FILLER                      PIC X(8)    VALUE
               " - PEND ".
           05  HR-PEND-SEQ                 PIC 9(4).
       01  WS-KEYED-REASON.
           05  FILLER                      PIC X(9)    VALUE
               "KEYED BY ".
           05  KR-KEYED-BY                 PIC X(8).
           05  FILLER                      PIC X(4)    VALUE " ON ".
           05  KR-KEYED-DATE               PIC 9(8).
       01  WS-READ-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-REJECTED-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-APPROVED-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-DECLINED-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-EXPIRED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-WAITING-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-NAME              PIC X(30).
           05  WS-BEFORE-STATUS            PIC X(1).
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(12)   VALUE
               "  OPERATOR: ".
           05  H1-OPERATOR-ID              PIC X(8).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(7)    VALUE
               "ACTION ".
       01  WS-COUNT-LINE.
           05  CL-LABEL                    PIC X(24).
           05  CL-COUNT                    PIC Z(6)9.
       01  WS-PEND-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "CUSTMNT CHANGES AWAITING      ".
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  PH1-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(14)   VALUE
               "  EXPIRY DAYS ".
           05  PH1-EXPIRE-DAYS             PIC ZZ9.
       01  WS-PEND-HEADING-2.
           05  FILLER                      PIC X(21)   VALUE
               "CUSTOMER NUMBER  SEQ ".
           05  FILLER                      PIC X(3)    VALUE " A ".
           05  FILLER                      PIC X(18)   VALUE
               "KEYED BY ON       ".
           05  FILLER                      PIC X(4)    VALUE "AGE ".
           05  FILLER                      PIC X(15)   VALUE
               "HELD FOR       ".
           05  FILLER                      PIC X(19)   VALUE
               "STS LIM OLD>    NEW".
       01  WS-PEND-LINE.
           05  PL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PL-SEQ-NO                   PIC 9(4).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  PL-ACTION                   PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  PL-KEYED-BY                 PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  PL-KEYED-DATE               PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  PL-AGE-DAYS                 PIC ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  PL-HOLD-TEXT                PIC X(15).
           05  PL-OLD-STATUS               PIC X(1).
           05  FILLER                      PIC X(1)    VALUE ">".
           05  PL-NEW-STATUS               PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  PL-OLD-LIMIT                PIC Z(6)9.
           05  FILLER                      PIC X(1)    VALUE ">".
           05  PL-NEW-LIMIT                PIC Z(6)9.
       01  WS-PEND-NONE-LINE               PIC X(40)   VALUE
               "NO CHANGES AWAITING APPROVAL".
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "CUSTMNT: OPERATOR ID MISSING FROM RUN PARM"
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM 1000-INITIALIZE
           PERFORM 1500-EXPIRE-PENDING
           PERFORM 1100-READ-TXN
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-TXN
               PERFORM 1100-READ-TXN
           END-PERFORM
           PERFORM 4000-WRITE-TOTALS
           PERFORM 5000-WRITE-PENDING-REPORT
           CLOSE CUSTTXN-FILE
           CLOSE CUSTMAST-FILE
           IF GLMAST-AVAILABLE
               CLOSE GLMAST-FILE
           END-IF
           CLOSE MNTJRNL-FILE
           CLOSE MNTPEND-FILE
           CLOSE MNTRPT
           CLOSE PENDRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
                   WS-MNTJRNL-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN I-O MNTPEND-FILE
           IF WS-MNTPEND-STATUS = "35"
               CLOSE MNTPEND-FILE
               OPEN OUTPUT MNTPEND-FILE
               CLOSE MNTPEND-FILE
               OPEN I-O MNTPEND-FILE
           END-IF
           IF WS-MNTPEND-STATUS NOT = "00"
               DISPLAY "CUSTMNT: MNTPEND OPEN FAILED, STATUS "
                   WS-MNTPEND-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT PENDRPT
           IF WS-PENDRPT-STATUS NOT = "00"
               DISPLAY "CUSTMNT: PENDRPT OPEN FAILED, STATUS "
                   WS-PENDRPT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-OPERATOR-ID TO H1-OPERATOR-ID
           WRITE MNT-RECORD FROM WS-HEADING-1
           WRITE MNT-RECORD FROM WS-HEADING-2.

                   SET END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    A held change not decided within the expiry days  *
      *    lapses before this run's decisions are read, and  *
      *    is listed on the audit report as expired.         *
      *******************************************************
       1500-EXPIRE-PENDING.
           MOVE "N" TO WS-PEND-EOF-SWITCH
           MOVE LOW-VALUES TO PN-PEND-KEY
           START MNTPEND-FILE KEY NOT < PN-PEND-KEY
               INVALID KEY
                   SET PEND-END-OF-FILE TO TRUE
           END-START
           IF NOT PEND-END-OF-FILE
               PERFORM 1550-READ-NEXT-PENDING
           END-IF
           PERFORM UNTIL PEND-END-OF-FILE
               IF PN-STATUS-PENDING
                   COMPUTE WS-PEND-AGE-DAYS = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE (PN-KEYED-DATE)
                   IF WS-PEND-AGE-DAYS > WS-PEND-EXPIRE-DAYS
                       PERFORM 1600-EXPIRE-ITEM
                   END-IF
               END-IF
               PERFORM 1550-READ-NEXT-PENDING
           END-PERFORM.

       1550-READ-NEXT-PENDING.
           READ MNTPEND-FILE NEXT RECORD
               AT END
                   SET PEND-END-OF-FILE TO TRUE
           END-READ.

       1600-EXPIRE-ITEM.
           SET PN-STATUS-EXPIRED TO TRUE
           MOVE SPACES TO PN-DECIDED-BY
           MOVE WS-RUN-DATE TO PN-DECIDED-DATE
           PERFORM 2800-REWRITE-PENDING
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE PN-TXN-IMAGE (1:1) TO AL-ACTION
           MOVE PN-CUST-NO TO AL-CUST-NO
           MOVE "EXPIRED " TO AL-DISPOSITION
           MOVE PN-KEYED-BY TO KR-KEYED-BY
           MOVE PN-KEYED-DATE TO KR-KEYED-DATE
           MOVE WS-KEYED-REASON TO AL-REASON
           WRITE MNT-RECORD FROM WS-AUDIT-LINE.

       2000-PROCESS-TXN.
           ADD 1 TO WS-READ-COUNT
           SET TXN-IS-VALID TO TRUE
           SET OUTCOME-APPLIED TO TRUE
           MOVE MT-ACTION TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-BEFORE-RECORD
           MOVE SPACES TO WS-AFTER-RECORD
           IF MT-ACTION-APPROVE OR MT-ACTION-DECLINE
               PERFORM 2500-PROCESS-DECISION
           ELSE
               PERFORM 2100-EDIT-TXN
               IF TXN-IS-VALID AND NOT MT-ACTION-DELETE
                   PERFORM 2400-CHECK-DUAL-CONTROL
               END-IF
               IF TXN-IS-VALID AND OUTCOME-APPLIED
                   PERFORM 2900-APPLY-TXN
               END-IF
           END-IF
           PERFORM 3500-WRITE-AUDIT.

               END-IF
           END-IF.

      *******************************************************
      *    Dual control.  A limit raised by more than the    *
      *    hold amount - an add counts up from zero - or a   *
      *    status moved off suspended or closed holds the    *
      *    whole transaction for a second operator.          *
      *******************************************************
       2400-CHECK-DUAL-CONTROL.
           MOVE "N" TO WS-HOLD-LIMIT-SW
           MOVE "N" TO WS-HOLD-STATUS-SW
           MOVE ZERO TO WS-OLD-LIMIT
           MOVE "A" TO WS-NEW-STATUS
           IF CUSTMAST-FOUND
               MOVE CM-CREDIT-LIMIT TO WS-OLD-LIMIT
               MOVE CM-ACCT-STATUS TO WS-NEW-STATUS
           END-IF
           MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT
           IF MT-CREDIT-LIMIT IS NUMERIC
               MOVE MT-CREDIT-LIMIT TO WS-NEW-LIMIT
           END-IF
           IF MT-ACCT-STATUS NOT = SPACE
               MOVE MT-ACCT-STATUS TO WS-NEW-STATUS
           END-IF
           IF WS-NEW-LIMIT > WS-OLD-LIMIT
               AND WS-NEW-LIMIT - WS-OLD-LIMIT > WS-LIMIT-HOLD-AMT
               SET HOLD-FOR-LIMIT TO TRUE
           END-IF
           IF MT-ACTION-CHANGE
               AND (CM-STATUS-SUSPENDED OR CM-STATUS-CLOSED)
               AND WS-NEW-STATUS NOT = CM-ACCT-STATUS
               SET HOLD-FOR-STATUS TO TRUE
           END-IF
           IF HOLD-FOR-LIMIT OR HOLD-FOR-STATUS
               PERFORM 2450-HOLD-TXN
           END-IF.

      *******************************************************
      *    Park the transaction on MNTPEND under the next    *
      *    free sequence for the customer, with the keying   *
      *    operator and the master as it stood.  The audit   *
      *    report shows the change as it would apply.        *
      *******************************************************
       2450-HOLD-TXN.
           SET OUTCOME-HELD TO TRUE
           MOVE "N" TO WS-PEND-SLOT-SW
           MOVE ZERO TO WS-PEND-TRY-SEQ
           PERFORM UNTIL PEND-SLOT-FOUND
               ADD 1 TO WS-PEND-TRY-SEQ
               MOVE "00" TO WS-MNTPEND-STATUS
               MOVE MT-CUST-NO TO PN-CUST-NO
               MOVE WS-PEND-TRY-SEQ TO PN-SEQ-NO
               READ MNTPEND-FILE
                   INVALID KEY
                       SET PEND-SLOT-FOUND TO TRUE
               END-READ
               IF WS-MNTPEND-STATUS NOT = "00"
                   AND WS-MNTPEND-STATUS NOT = "23"
                   DISPLAY "CUSTMNT: MNTPEND READ FAILED, STATUS "
                       WS-MNTPEND-STATUS
                   PERFORM 9000-ABORT-RUN
               END-IF
           END-PERFORM
           MOVE SPACES TO MNTPEND-RECORD
           MOVE MT-CUST-NO TO PN-CUST-NO
           MOVE WS-PEND-TRY-SEQ TO PN-SEQ-NO
           SET PN-STATUS-PENDING TO TRUE
           EVALUATE TRUE
               WHEN HOLD-FOR-LIMIT AND HOLD-FOR-STATUS
                   SET PN-HOLD-BOTH TO TRUE
               WHEN HOLD-FOR-LIMIT
                   SET PN-HOLD-LIMIT TO TRUE
               WHEN OTHER
                   SET PN-HOLD-STATUS TO TRUE
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO PN-KEYED-BY
           MOVE WS-RUN-DATE TO PN-KEYED-DATE
           MOVE ZERO TO PN-DECIDED-DATE
           MOVE WS-BEFORE-STATUS TO PN-OLD-STATUS
           MOVE WS-NEW-STATUS TO PN-NEW-STATUS
           MOVE WS-OLD-LIMIT TO PN-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO PN-NEW-LIMIT
           MOVE MAINT-TXN-RECORD TO PN-TXN-IMAGE
           MOVE WS-BEFORE-RECORD TO PN-BEFORE-IMAGE
           WRITE MNTPEND-RECORD
           IF WS-MNTPEND-STATUS NOT = "00"
               DISPLAY "CUSTMNT: MNTPEND WRITE FAILED, STATUS "
                   WS-MNTPEND-STATUS " CUST " MT-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM 5200-SET-HOLD-TEXT
           MOVE WS-PEND-TRY-SEQ TO HR-PEND-SEQ
           MOVE WS-HELD-REASON TO WS-REASON-CODE
           MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
           IF MT-CUST-NAME NOT = SPACES
               MOVE MT-CUST-NAME TO WS-AFTER-NAME
           END-IF
           MOVE WS-NEW-STATUS TO WS-AFTER-STATUS
           MOVE WS-NEW-LIMIT TO WS-AFTER-LIMIT
           IF MT-TAX-JURIS NOT = SPACES
               MOVE MT-TAX-JURIS TO WS-AFTER-JURIS
           END-IF.

      *******************************************************
      *    Approve (P) or decline (X) a held change, named   *
      *    by customer and pending sequence.  The deciding   *
      *    operator may not be the one who keyed it.  An     *
      *    approved change is edited again against the       *
      *    master as it now stands, then applied and         *
      *    journaled like any other; one that no longer      *
      *    edits is rejected and stays pending.              *
      *******************************************************
       2500-PROCESS-DECISION.
           EVALUATE TRUE
               WHEN MT-CUST-NO = SPACES
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "CUST-NO MISSING" TO WS-REASON-CODE
               WHEN MT-PEND-SEQ IS NOT NUMERIC
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "PENDING SEQ NOT NUMERIC" TO WS-REASON-CODE
               WHEN OTHER
                   PERFORM 2550-READ-PENDING
           END-EVALUATE
           IF TXN-IS-VALID
               IF MT-ACTION-APPROVE
                   PERFORM 2600-APPROVE-PENDING
               ELSE
                   PERFORM 2700-DECLINE-PENDING
               END-IF
           END-IF.

       2550-READ-PENDING.
           MOVE "00" TO WS-MNTPEND-STATUS
           MOVE MT-CUST-NO TO PN-CUST-NO
           MOVE MT-PEND-SEQ TO PN-SEQ-NO
           READ MNTPEND-FILE
               INVALID KEY
                   SET MNTPEND-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN MNTPEND-NOT-FOUND
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "PENDING ITEM NOT FOUND" TO WS-REASON-CODE
               WHEN NOT MNTPEND-FOUND
                   DISPLAY "CUSTMNT: MNTPEND READ FAILED, STATUS "
                       WS-MNTPEND-STATUS " CUST " MT-CUST-NO
                   PERFORM 9000-ABORT-RUN
               WHEN PN-STATUS-EXPIRED
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "PENDING ITEM EXPIRED" TO WS-REASON-CODE
               WHEN NOT PN-STATUS-PENDING
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "PENDING ITEM ALREADY DECIDED"
                       TO WS-REASON-CODE
               WHEN PN-KEYED-BY = WS-OPERATOR-ID
                   SET TXN-IS-INVALID TO TRUE
                   MOVE "SAME OPERATOR KEYED THE CHANGE"
                       TO WS-REASON-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2600-APPROVE-PENDING.
           MOVE PN-TXN-IMAGE TO MAINT-TXN-RECORD
           PERFORM 2100-EDIT-TXN
           IF TXN-IS-VALID
               PERFORM 2900-APPLY-TXN
               SET PN-STATUS-APPROVED TO TRUE
               MOVE WS-OPERATOR-ID TO PN-DECIDED-BY
               MOVE WS-RUN-DATE TO PN-DECIDED-DATE
               PERFORM 2800-REWRITE-PENDING
               SET OUTCOME-APPROVED TO TRUE
               MOVE PN-KEYED-BY TO KR-KEYED-BY
               MOVE PN-KEYED-DATE TO KR-KEYED-DATE
               MOVE WS-KEYED-REASON TO WS-REASON-CODE
           END-IF.

       2700-DECLINE-PENDING.
           SET PN-STATUS-DECLINED TO TRUE
           MOVE WS-OPERATOR-ID TO PN-DECIDED-BY
           MOVE WS-RUN-DATE TO PN-DECIDED-DATE
           PERFORM 2800-REWRITE-PENDING
           SET OUTCOME-DECLINED TO TRUE
           MOVE PN-KEYED-BY TO KR-KEYED-BY
           MOVE PN-KEYED-DATE TO KR-KEYED-DATE
           MOVE WS-KEYED-REASON TO WS-REASON-CODE.

       2800-REWRITE-PENDING.
           REWRITE MNTPEND-RECORD
           IF WS-MNTPEND-STATUS NOT = "00"
               DISPLAY "CUSTMNT: MNTPEND REWRITE FAILED, STATUS "
                   WS-MNTPEND-STATUS " CUST " PN-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF.

       2900-APPLY-TXN.
           EVALUATE TRUE
               WHEN MT-ACTION-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN MT-ACTION-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN MT-ACTION-DELETE
                   PERFORM 3300-APPLY-DELETE
           END-EVALUATE
           PERFORM 3600-WRITE-JOURNAL.

       3100-APPLY-ADD.
           MOVE SPACES TO CUSTMAST-RECORD
           MOVE MT-CUST-NO TO CM-CUST-NO
           END-IF.

       3500-WRITE-AUDIT.
           MOVE WS-AUDIT-ACTION TO AL-ACTION
           MOVE MT-CUST-NO TO AL-CUST-NO
           IF TXN-IS-VALID
               EVALUATE TRUE
                   WHEN OUTCOME-HELD
                       ADD 1 TO WS-HELD-COUNT
                       MOVE "HELD    " TO AL-DISPOSITION
                   WHEN OUTCOME-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                       MOVE "APPROVED" TO AL-DISPOSITION
                   WHEN OUTCOME-DECLINED
                       ADD 1 TO WS-DECLINED-COUNT
                       MOVE "DECLINED" TO AL-DISPOSITION
                   WHEN OTHER
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "APPLIED " TO AL-DISPOSITION
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO AL-DISPOSITION
               WRITE MNT-RECORD FROM WS-IMAGE-LINE
           END-IF
           IF TXN-IS-VALID AND NOT MT-ACTION-DELETE
               AND NOT OUTCOME-DECLINED
               IF OUTCOME-HELD
                   MOVE "  HELD   " TO IL-LABEL
               ELSE
                   MOVE "  AFTER  " TO IL-LABEL
               END-IF
               MOVE WS-AFTER-NAME TO IL-CUST-NAME
               MOVE WS-AFTER-STATUS TO IL-ACCT-STATUS
               MOVE WS-AFTER-LIMIT TO IL-CREDIT-LIMIT
           WRITE MNT-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED:  " TO CL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-COUNT
           WRITE MNT-RECORD FROM WS-COUNT-LINE
           MOVE "CHANGES HELD:           " TO CL-LABEL
           MOVE WS-HELD-COUNT TO CL-COUNT
           WRITE MNT-RECORD FROM WS-COUNT-LINE
           MOVE "HELD CHANGES APPROVED:  " TO CL-LABEL
           MOVE WS-APPROVED-COUNT TO CL-COUNT
           WRITE MNT-RECORD FROM WS-COUNT-LINE
           MOVE "HELD CHANGES DECLINED:  " TO CL-LABEL
           MOVE WS-DECLINED-COUNT TO CL-COUNT
           WRITE MNT-RECORD FROM WS-COUNT-LINE
           MOVE "HELD CHANGES EXPIRED:   " TO CL-LABEL
           MOVE WS-EXPIRED-COUNT TO CL-COUNT
           WRITE MNT-RECORD FROM WS-COUNT-LINE.

      *******************************************************
      *    PENDRPT - every change still waiting for a second *
      *    operator, with who keyed it, when, and what it    *
      *    would do to the status and the credit limit.      *
      *******************************************************
       5000-WRITE-PENDING-REPORT.
           MOVE WS-RUN-DATE TO PH1-RUN-DATE
           MOVE WS-PEND-EXPIRE-DAYS TO PH1-EXPIRE-DAYS
           WRITE PEND-RPT-RECORD FROM WS-PEND-HEADING-1
           WRITE PEND-RPT-RECORD FROM WS-PEND-HEADING-2
           MOVE "N" TO WS-PEND-EOF-SWITCH
           MOVE LOW-VALUES TO PN-PEND-KEY
           START MNTPEND-FILE KEY NOT < PN-PEND-KEY
               INVALID KEY
                   SET PEND-END-OF-FILE TO TRUE
           END-START
           IF NOT PEND-END-OF-FILE
               PERFORM 1550-READ-NEXT-PENDING
           END-IF
           PERFORM UNTIL PEND-END-OF-FILE
               IF PN-STATUS-PENDING
                   PERFORM 5100-WRITE-PENDING-LINE
               END-IF
               PERFORM 1550-READ-NEXT-PENDING
           END-PERFORM
           IF WS-WAITING-COUNT = ZERO
               WRITE PEND-RPT-RECORD FROM WS-PEND-NONE-LINE
           END-IF
           MOVE "CHANGES AWAITING:       " TO CL-LABEL
           MOVE WS-WAITING-COUNT TO CL-COUNT
           WRITE PEND-RPT-RECORD FROM WS-COUNT-LINE.

       5100-WRITE-PENDING-LINE.
           ADD 1 TO WS-WAITING-COUNT
           COMPUTE WS-PEND-AGE-DAYS = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE (PN-KEYED-DATE)
           MOVE PN-CUST-NO TO PL-CUST-NO
           MOVE PN-SEQ-NO TO PL-SEQ-NO
           MOVE PN-TXN-IMAGE (1:1) TO PL-ACTION
           MOVE PN-KEYED-BY TO PL-KEYED-BY
           MOVE PN-KEYED-DATE TO PL-KEYED-DATE
           MOVE WS-PEND-AGE-DAYS TO PL-AGE-DAYS
           PERFORM 5200-SET-HOLD-TEXT
           MOVE HR-HOLD-TEXT TO PL-HOLD-TEXT
           MOVE PN-OLD-STATUS TO PL-OLD-STATUS
           MOVE PN-NEW-STATUS TO PL-NEW-STATUS
           MOVE PN-OLD-LIMIT TO PL-OLD-LIMIT
           MOVE PN-NEW-LIMIT TO PL-NEW-LIMIT
           WRITE PEND-RPT-RECORD FROM WS-PEND-LINE.

       5200-SET-HOLD-TEXT.
           EVALUATE TRUE
               WHEN PN-HOLD-BOTH
                   MOVE "LIMIT + STATUS" TO HR-HOLD-TEXT
               WHEN PN-HOLD-LIMIT
                   MOVE "LIMIT INCREASE" TO HR-HOLD-TEXT
               WHEN OTHER
                   MOVE "STATUS CHANGE" TO HR-HOLD-TEXT
           END-EVALUATE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE CUSTTXN-FILE
           CLOSE CUSTMAST-FILE
           CLOSE GLMAST-FILE
           CLOSE MNTJRNL-FILE
           CLOSE MNTPEND-FILE
           CLOSE MNTRPT
           CLOSE PENDRPT
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
           MOVE "CUSTMNT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "CUSTMNT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "CUSTMNT: PREREQUISITE " SC-MISSING-PROGRAM
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
