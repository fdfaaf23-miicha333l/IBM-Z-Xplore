      *    applies when it updates CUSTBAL directly, keyed   *
      *    on the transaction's run date.  BALRPT carries    *
      *    the applied counts and amount total.              *
      *    Transactions of a batch BCHREV has reversed on    *
      *    BCHREG are skipped and listed, and the run ends   *
      *    with return code 4; every other batch applied is  *
      *    marked balances-applied on BCHREG, which BCHREV   *
      *    requires before it backs a key-range batch out.   *
      *    2026-08-22  Initial version.                      *
      *    2026-09-02  Each applied transaction now also     *
      *                writes an open item to the OPENITEM   *
      *    2026-09-02  Review fixes: the open-item sequence  *
      *                probe aborts on a hard I/O status     *
      *                instead of spinning.                  *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *    2026-10-15  Transactions of a reversed batch are  *
      *                skipped; each batch applied is marked *
      *                balances-applied on BCHREG.           *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT BCHREG-FILE ASSIGN TO BCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-BCHREG-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       FD  OPENITEM-FILE
           RECORDING MODE IS F.
       COPY OPENITRC.
       FD  BCHREG-FILE
           RECORDING MODE IS F.
       COPY BCHREGRC.
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
           88  CUSTBAL-FOUND                           VALUE "00".
           88  CUSTBAL-NOT-FOUND                       VALUE "23".
       01  WS-BALRPT-STATUS                PIC X(2)    VALUE "00".
       01  WS-BCHREG-STATUS                PIC X(2)    VALUE "00".
           88  BCHREG-FOUND                            VALUE "00".
           88  BCHREG-NOT-FOUND                        VALUE "23".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-APPLIED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-NEW-CUST-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-APPLIED-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-TOTAL                PIC S9(11)V99 VALUE ZERO.
      *    The batch of the transactions being read, as BCHREG
      *    has it, and every batch applied this run, marked
      *    balances-applied on BCHREG once all are in.
       01  WS-CUR-BATCH-ID                 PIC X(8)    VALUE
               LOW-VALUES.
       01  WS-CUR-BATCH-SW                 PIC X(1)    VALUE SPACE.
           88  CUR-BATCH-REGISTERED                    VALUE "Y".
           88  CUR-BATCH-UNREGISTERED                  VALUE "U".
           88  CUR-BATCH-REVERSED                      VALUE "R".
       01  WS-APPLIED-BATCHES.
           05  WS-AB-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WS-AB-IX                    PIC 9(3)    VALUE ZERO.
           05  WS-AB-SLOT                  PIC 9(3)    VALUE ZERO.
           05  WS-AB-MAX                   PIC 9(3)    VALUE 100.
           05  WS-AB-BATCH-ID OCCURS 100 TIMES
                                           PIC X(8).
       01  WS-SKIP-LINE.
           05  FILLER                      PIC X(6)    VALUE
               "BATCH ".
           05  SK-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(36)   VALUE
               " REVERSED ON BCHREG - SKIPPED".
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "CUSBALUP BALANCE APPLY        ".
       01  WS-AMOUNT-LINE.
           05  AL-LABEL                    PIC X(24).
           05  AL-AMOUNT                   PIC -(11)9.99.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           OPEN INPUT BALTRANS
           IF WS-BALTRANS-STATUS NOT = "00"
               DISPLAY "CUSBALUP: BALTRANS OPEN FAILED, STATUS "
                   WS-OPENITEM-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN I-O BCHREG-FILE
           IF WS-BCHREG-STATUS NOT = "00"
               DISPLAY "CUSBALUP: BCHREG OPEN FAILED, STATUS "
                   WS-BCHREG-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE BAL-RECORD FROM WS-HEADING-1
           PERFORM 1000-READ-BALTRANS
           PERFORM UNTIL END-OF-FILE
               IF BT-BATCH-ID NOT = WS-CUR-BATCH-ID
                   PERFORM 1500-CHECK-BATCH
               END-IF
               IF CUR-BATCH-REVERSED
                   ADD 1 TO WS-SKIPPED-COUNT
                   ADD BT-TOTAL-AMOUNT TO WS-SKIPPED-TOTAL
               ELSE
                   PERFORM 2000-APPLY-TRANSACTION
               END-IF
               PERFORM 1000-READ-BALTRANS
           END-PERFORM
           PERFORM 3000-MARK-APPLIED
           PERFORM 4000-WRITE-TOTALS
           IF WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE BALTRANS
           CLOSE CUSTBAL-FILE
           CLOSE OPENITEM-FILE
           CLOSE BCHREG-FILE
           CLOSE BALRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
                   SET END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    A new batch on BALTRANS is looked up on BCHREG.   *
      *    One BCHREV has reversed is skipped whole - its    *
      *    postings were never applied, and applying them    *
      *    now would bring back what the reversal undid.     *
      *    One not on BCHREG is applied as before but cannot *
      *    be marked.                                        *
      *******************************************************
       1500-CHECK-BATCH.
           MOVE BT-BATCH-ID TO WS-CUR-BATCH-ID
           MOVE BT-BATCH-ID TO BR-BATCH-ID
           MOVE "00" TO WS-BCHREG-STATUS
           READ BCHREG-FILE
               INVALID KEY
                   SET BCHREG-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN BCHREG-NOT-FOUND
                   SET CUR-BATCH-UNREGISTERED TO TRUE
                   DISPLAY "CUSBALUP: BATCH " BT-BATCH-ID
                       " NOT ON BCHREG - APPLIED UNMARKED"
               WHEN NOT BCHREG-FOUND
                   DISPLAY "CUSBALUP: BCHREG READ FAILED, STATUS "
                       WS-BCHREG-STATUS " BATCH " BT-BATCH-ID
                   PERFORM 9000-ABORT-RUN
               WHEN BR-STATUS-REVERSED
                   SET CUR-BATCH-REVERSED TO TRUE
                   MOVE BT-BATCH-ID TO SK-BATCH-ID
                   WRITE BAL-RECORD FROM WS-SKIP-LINE
                   DISPLAY "CUSBALUP: BATCH " BT-BATCH-ID
                       " REVERSED - BALTRANS SKIPPED"
               WHEN OTHER
                   SET CUR-BATCH-REGISTERED TO TRUE
                   PERFORM 1600-NOTE-APPLIED-BATCH
           END-EVALUATE.

      *    A batch whose partials are not together on BALTRANS
      *    comes round more than once; it is noted only once.
       1600-NOTE-APPLIED-BATCH.
           MOVE ZERO TO WS-AB-SLOT
           PERFORM VARYING WS-AB-IX FROM 1 BY 1
                   UNTIL WS-AB-IX > WS-AB-COUNT
                      OR WS-AB-SLOT > ZERO
               IF WS-AB-BATCH-ID (WS-AB-IX) = BT-BATCH-ID
                   MOVE WS-AB-IX TO WS-AB-SLOT
               END-IF
           END-PERFORM
           IF WS-AB-SLOT = ZERO
               IF WS-AB-COUNT < WS-AB-MAX
                   ADD 1 TO WS-AB-COUNT
                   MOVE BT-BATCH-ID TO WS-AB-BATCH-ID (WS-AB-COUNT)
               ELSE
                   DISPLAY "CUSBALUP: BATCH TABLE FULL - "
                       BT-BATCH-ID " NOT MARKED APPLIED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *******************************************************
      *    Same rollover rules as ADDAMT's direct CUSTBAL    *
      *    update: a new month clears the MTD buckets, a     *
               END-IF
           END-IF.

      *******************************************************
      *    Every batch applied is marked balances-applied    *
      *    once all of BALTRANS is in.  CUSTBAL is already   *
      *    updated here, so a failure only warns with return *
      *    code 4 - BCHREV refuses the batch until it is     *
      *    set.                                              *
      *******************************************************
       3000-MARK-APPLIED.
           PERFORM VARYING WS-AB-IX FROM 1 BY 1
                   UNTIL WS-AB-IX > WS-AB-COUNT
               MOVE WS-AB-BATCH-ID (WS-AB-IX) TO BR-BATCH-ID
               MOVE "00" TO WS-BCHREG-STATUS
               READ BCHREG-FILE
                   INVALID KEY
                       SET BCHREG-NOT-FOUND TO TRUE
               END-READ
               IF BCHREG-FOUND
                   SET BR-BALANCES-APPLIED TO TRUE
                   REWRITE BCHREG-RECORD
               END-IF
               IF WS-BCHREG-STATUS NOT = "00"
                   DISPLAY "CUSBALUP: BATCH " WS-AB-BATCH-ID (WS-AB-IX)
                       " NOT MARKED APPLIED, STATUS " WS-BCHREG-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM.

       4000-WRITE-TOTALS.
           MOVE "TRANSACTIONS APPLIED:   " TO CL-LABEL
           MOVE WS-APPLIED-COUNT TO CL-COUNT
           WRITE BAL-RECORD FROM WS-COUNT-LINE
           MOVE "AMOUNT APPLIED:         " TO AL-LABEL
           MOVE WS-APPLIED-TOTAL TO AL-AMOUNT
           WRITE BAL-RECORD FROM WS-AMOUNT-LINE
           MOVE "TRANSACTIONS SKIPPED:   " TO CL-LABEL
           MOVE WS-SKIPPED-COUNT TO CL-COUNT
           WRITE BAL-RECORD FROM WS-COUNT-LINE
           MOVE "AMOUNT SKIPPED:         " TO AL-LABEL
           MOVE WS-SKIPPED-TOTAL TO AL-AMOUNT
           WRITE BAL-RECORD FROM WS-AMOUNT-LINE.

       9000-ABORT-RUN.
           CLOSE BALTRANS
           CLOSE CUSTBAL-FILE
           CLOSE OPENITEM-FILE
           CLOSE BCHREG-FILE
           CLOSE BALRPT
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
           MOVE "CUSBALUP" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "CUSBALUP: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "CUSBALUP: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE ZERO TO SC-READ-COUNT
           MOVE WS-APPLIED-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-SKIPPED-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
