      *                stream's other keyed dates; a bad     *
      *                date rejects the receipt before it    *
      *                can land on the OPENITEM master.      *
      *    2026-10-15  Writes a CSHEXTR cash extract in the  *
      *                GLEXTR layout, header marked cash,    *
      *                one detail per applied receipt split  *
      *                into applied and unapplied, for       *
      *                GLPOST to post to the cash,           *
      *                receivable and unapplied-cash         *
      *                accounts.  The cash batch ID comes    *
      *                from the run parm, or CR plus the     *
      *                run date when no parm is given.       *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CSHRPT ASSIGN TO CSHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHRPT-STATUS.
           SELECT CSHEXTR ASSIGN TO CSHEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHEXTR-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       FD  CSHRPT
           RECORDING MODE IS F.
       01  CSH-RECORD                      PIC X(80).
       FD  CSHEXTR
           RECORDING MODE IS F.
       01  CSH-EXTRACT-RECORD              PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       01  WS-CASHRCPT-STATUS              PIC X(2)    VALUE "00".
       01  WS-OPENITEM-STATUS              PIC X(2)    VALUE "00".
       01  WS-CSHRPT-STATUS                PIC X(2)    VALUE "00".
       01  WS-CSHEXTR-STATUS               PIC X(2)    VALUE "00".
       COPY GLEXTREC.
       01  WS-RUN-PARM.
           05  WS-BATCH-ID                 PIC X(8)    VALUE SPACES.
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-ITEM-EOF-SWITCH              PIC X(1)    VALUE "N".
       01  WS-RECEIPT-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-APPLIED-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-UNAPPLIED-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-EXTRACT-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "CSHAPPLY CASH APPLICATION     ".
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(9)    VALUE
               "  BATCH: ".
           05  H1-BATCH-ID                 PIC X(8).
       01  WS-RECEIPT-LINE.
           05  FILLER                      PIC X(9)    VALUE
               "RECEIPT: ".
       01  WS-AMOUNT-LINE.
           05  AL-LABEL                    PIC X(24).
           05  AL-AMOUNT                   PIC -(11)9.99.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-BATCH-ID = SPACES
               MOVE "CR" TO WS-BATCH-ID (1:2)
               MOVE WS-RUN-DATE (3:6) TO WS-BATCH-ID (3:6)
           END-IF
           PERFORM 9550-CHECK-PREREQS
           OPEN INPUT CASHRCPT-FILE
           IF WS-CASHRCPT-STATUS NOT = "00"
               DISPLAY "CSHAPPLY: CASHRCPT OPEN FAILED, STATUS "
                   WS-CSHRPT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT CSHEXTR
           IF WS-CSHEXTR-STATUS NOT = "00"
               DISPLAY "CSHAPPLY: CSHEXTR OPEN FAILED, STATUS "
                   WS-CSHEXTR-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-BATCH-ID TO H1-BATCH-ID
           WRITE CSH-RECORD FROM WS-HEADING-1
           MOVE WS-BATCH-ID TO GLH-BATCH-ID
           MOVE WS-RUN-DATE TO GLH-RUN-DATE
           SET GLH-CASH-EXTRACT TO TRUE
           WRITE CSH-EXTRACT-RECORD FROM WS-GL-HEADER-RECORD
           PERFORM 1000-READ-RECEIPT
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-APPLY-RECEIPT
               PERFORM 1000-READ-RECEIPT
           END-PERFORM
           PERFORM 3000-WRITE-EXTRACT-TRAILER
           PERFORM 4000-WRITE-TOTALS
           CLOSE CASHRCPT-FILE
           CLOSE OPENITEM-FILE
           CLOSE CSHRPT
           CLOSE CSHEXTR
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
                   SUBTRACT CR-RECEIPT-AMOUNT FROM WS-RECEIPT-TOTAL
                   MOVE "NO OPEN ITEMS FOR CUSTOMER" TO RJ-REASON
                   WRITE CSH-RECORD FROM WS-REJECT-LINE
               ELSE
                   IF WS-REMAINING NOT = ZERO
                       ADD WS-REMAINING TO WS-UNAPPLIED-TOTAL
                       MOVE WS-REMAINING TO UL-AMOUNT
                       WRITE CSH-RECORD FROM WS-UNAPPLIED-LINE
                   END-IF
                   PERFORM 2500-WRITE-CASH-DETAIL
               END-IF
           END-IF.

           MOVE OI-OPEN-AMOUNT TO AP-OPEN-AMT
           WRITE CSH-RECORD FROM WS-APPLY-LINE.

      *******************************************************
      *    One cash extract detail per receipt that reached  *
      *    OPENITEM.  The receipt amount is the detail       *
      *    total; what went onto items is the applied part   *
      *    and what is left over the unapplied part, so the  *
      *    split always adds to the total as GLPOST proves.  *
      *******************************************************
       2500-WRITE-CASH-DETAIL.
           MOVE SPACES TO WS-GL-DETAIL-RECORD
           MOVE "D" TO GLD-RECORD-TYPE
           MOVE CR-CUST-NO TO GLC-CUST-NO
           MOVE CR-RECEIPT-AMOUNT TO GLC-RECEIPT-AMOUNT
           COMPUTE GLC-APPLIED-AMOUNT = CR-RECEIPT-AMOUNT
               - WS-REMAINING
           MOVE WS-REMAINING TO GLC-UNAPPLIED-AMOUNT
           MOVE ZERO TO GLC-SPARE-AMOUNT
           MOVE WS-RUN-DATE TO GLC-RUN-DATE
           MOVE CR-REFERENCE TO GLC-REFERENCE
           WRITE CSH-EXTRACT-RECORD FROM WS-GL-DETAIL-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       3000-WRITE-EXTRACT-TRAILER.
           MOVE WS-BATCH-ID TO GLT-BATCH-ID
           MOVE WS-EXTRACT-COUNT TO GLT-RECORD-COUNT
           MOVE WS-RECEIPT-TOTAL TO GLTC-RECEIPT-TOTAL
           MOVE WS-APPLIED-TOTAL TO GLTC-APPLIED-TOTAL
           MOVE WS-UNAPPLIED-TOTAL TO GLTC-UNAPPLIED-TOTAL
           MOVE ZERO TO GLTC-SPARE-TOTAL
           MOVE WS-RUN-DATE TO GLT-RUN-DATE
           WRITE CSH-EXTRACT-RECORD FROM WS-GL-TRAILER-RECORD.

       4000-WRITE-TOTALS.
           MOVE "RECEIPTS READ:          " TO CL-LABEL
           MOVE WS-RECEIPT-COUNT TO CL-COUNT
           WRITE CSH-RECORD FROM WS-AMOUNT-LINE
           MOVE "AMOUNT UNAPPLIED:       " TO AL-LABEL
           MOVE WS-UNAPPLIED-TOTAL TO AL-AMOUNT
           WRITE CSH-RECORD FROM WS-AMOUNT-LINE
           MOVE "CASH EXTRACT DETAILS:   " TO CL-LABEL
           MOVE WS-EXTRACT-COUNT TO CL-COUNT
           WRITE CSH-RECORD FROM WS-COUNT-LINE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE CASHRCPT-FILE
           CLOSE OPENITEM-FILE
           CLOSE CSHRPT
           CLOSE CSHEXTR
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
           MOVE "CSHAPPLY" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "CSHAPPLY: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "CSHAPPLY: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           MOVE WS-RECEIPT-COUNT TO SC-READ-COUNT
           MOVE WS-EXTRACT-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-REJECT-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
