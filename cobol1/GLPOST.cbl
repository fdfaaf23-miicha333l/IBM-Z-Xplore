      *                carried to working storage before the *
      *                control file closes - the record area *
      *                is unavailable after CLOSE.           *
      *    2026-10-15  Posts the CSHAPPLY cash extract as    *
      *                well: a header marked cash generates  *
      *                a cash debit for the receipts, a      *
      *                receivable-control credit for the     *
      *                applied part and an unapplied-cash    *
      *                credit for the rest, from the GLCOA   *
      *                "C" and "U" mappings, under the same  *
      *                proof and period control.             *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *    2026-10-15  A sales extract whose batch is        *
      *                reversed on BCHREG is rejected; a     *
      *                registered batch is marked posted on  *
      *                BCHREG once GLMAST is updated.        *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GLPERIOD-FILE ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT BCHREG-FILE ASSIGN TO BCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-BCHREG-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       FD  GLPERIOD-FILE
           RECORDING MODE IS F.
       COPY GLPERRC.
       FD  BCHREG-FILE
           RECORDING MODE IS F.
       COPY BCHREGRC.
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       01  WS-POSTRPT-STATUS               PIC X(2)    VALUE "00".
       01  WS-GLCOA-STATUS                 PIC X(2)    VALUE "00".
       01  WS-GLPERIOD-STATUS              PIC X(2)    VALUE "00".
       01  WS-BCHREG-STATUS                PIC X(2)    VALUE "00".
           88  BCHREG-FOUND                            VALUE "00".
           88  BCHREG-NOT-FOUND                        VALUE "23".
       01  WS-MARK-STATUS                  PIC X(2)    VALUE "00".
       01  WS-REGISTERED-SW                PIC X(1)    VALUE "N".
           88  BATCH-IS-REGISTERED                     VALUE "Y".
       01  WS-COA-EOF-SWITCH               PIC X(1)    VALUE "N".
           88  COA-END-OF-FILE                         VALUE "Y".
       01  WS-POSTING-PERIOD.
           05  WS-MAP-BASE-ACCT            PIC X(15)   VALUE SPACES.
           05  WS-MAP-TAX-ACCT             PIC X(15)   VALUE SPACES.
           05  WS-MAP-SURCHG-ACCT          PIC X(15)   VALUE SPACES.
           05  WS-MAP-CASH-ACCT            PIC X(15)   VALUE SPACES.
           05  WS-MAP-UNAPPLIED-ACCT       PIC X(15)   VALUE SPACES.
       01  WS-GEN-ENTRIES.
           05  WS-GEN-COUNT                PIC 9(2)    VALUE ZERO.
           05  WS-GEN-IX                   PIC 9(2)    VALUE ZERO.
           05  FILLER                      PIC X(11)   VALUE
               "   RUN DT: ".
           05  HB-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(9)    VALUE
               "   TYPE: ".
           05  HB-EXTRACT-TYPE             PIC X(5).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(15)   VALUE
               "ACCOUNT NUMBER ".
           05  FILLER                      PIC X(16)   VALUE
               "*** REJECTED - ".
           05  EL-ERROR-TEXT               PIC X(40).
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           OPEN OUTPUT POSTRPT
           IF WS-POSTRPT-STATUS NOT = "00"
               DISPLAY "GLPOST: POSTRPT OPEN FAILED, STATUS "
           PERFORM 0500-LOAD-ACCT-MAP
           PERFORM 0600-CHECK-PERIOD
           PERFORM 1000-BALANCE-PASS
           PERFORM 1500-CHECK-ACCT-MAP
           PERFORM 1600-CHECK-REGISTER
           IF BATCH-IS-BAD
               PERFORM 8000-WRITE-REJECT-REPORT
               MOVE 16 TO RETURN-CODE
               CLOSE POSTRPT
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           PERFORM 9550-CHECK-PREREQS
           PERFORM 2000-POSTING-PASS
           PERFORM 3000-MARK-REGISTER
           PERFORM 4000-WRITE-REGISTER-TOTALS
           CLOSE POSTRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
      *    and the receivable control that offsets them -    *
      *    must be mapped before anything posts; a missing   *
      *    file or mapping rejects the batch in pass one.    *
      *    A cash extract needs the receivable control plus  *
      *    the cash and unapplied-cash accounts instead; the *
      *    header says which, so 1500 checks once pass one   *
      *    has read it.                                      *
      *******************************************************
       0500-LOAD-ACCT-MAP.
           OPEN INPUT GLCOA-FILE
                           MOVE CA-ACCT-NO TO WS-MAP-SURCHG-ACCT
                       WHEN CA-TYPE-RECEIVABLE
                           MOVE CA-ACCT-NO TO WS-MAP-RECV-ACCT
                       WHEN CA-TYPE-CASH
                           MOVE CA-ACCT-NO TO WS-MAP-CASH-ACCT
                       WHEN CA-TYPE-UNAPPLIED
                           MOVE CA-ACCT-NO TO WS-MAP-UNAPPLIED-ACCT
                       WHEN OTHER
                           DISPLAY "GLPOST: GLCOA AMOUNT TYPE "
                               CA-AMT-TYPE " IGNORED"
               CLOSE GLCOA-FILE
           END-IF
           IF WS-MAP-RECV-ACCT = SPACES
               SET BATCH-IS-BAD TO TRUE
               MOVE "GL ACCOUNT MAPPING INCOMPLETE" TO WS-ERROR-TEXT
           END-IF.
                       TO WS-ERROR-TEXT
           END-EVALUATE.

       1500-CHECK-ACCT-MAP.
           IF BATCH-IS-GOOD AND GLH-CASH-EXTRACT
               AND (WS-MAP-CASH-ACCT = SPACES
               OR WS-MAP-UNAPPLIED-ACCT = SPACES)
               SET BATCH-IS-BAD TO TRUE
               MOVE "GL ACCOUNT MAPPING INCOMPLETE" TO WS-ERROR-TEXT
           END-IF
      *    A cash receipt splits only into applied and unapplied -
      *    anything in the spare bucket has nowhere to post.
           IF BATCH-IS-GOOD AND GLH-CASH-EXTRACT
               AND GLTC-SPARE-TOTAL NOT = ZERO
               SET BATCH-IS-BAD TO TRUE
               MOVE "CASH EXTRACT CARRIES A SPARE AMOUNT"
                   TO WS-ERROR-TEXT
           END-IF
           IF BATCH-IS-GOOD AND NOT GLH-CASH-EXTRACT
               AND (WS-MAP-BASE-ACCT = SPACES
               OR WS-MAP-TAX-ACCT = SPACES
               OR WS-MAP-SURCHG-ACCT = SPACES)
               SET BATCH-IS-BAD TO TRUE
               MOVE "GL ACCOUNT MAPPING INCOMPLETE" TO WS-ERROR-TEXT
           END-IF.

      *******************************************************
      *    A sales extract whose batch BCHREV has reversed   *
      *    is rejected - posting it would put back what the  *
      *    reversal took out.  A batch not on BCHREG (a      *
      *    GLMERGE batch ID of its own) or a cash extract is *
      *    posted without the check.                         *
      *******************************************************
       1600-CHECK-REGISTER.
           MOVE "N" TO WS-REGISTERED-SW
           IF BATCH-IS-GOOD AND NOT GLH-CASH-EXTRACT
               OPEN INPUT BCHREG-FILE
               EVALUATE TRUE
                   WHEN WS-BCHREG-STATUS = "35"
                       CONTINUE
                   WHEN WS-BCHREG-STATUS NOT = "00"
                       DISPLAY "GLPOST: BCHREG OPEN FAILED, STATUS "
                           WS-BCHREG-STATUS
                       PERFORM 9000-ABORT-RUN
                   WHEN OTHER
                       MOVE GLH-BATCH-ID TO BR-BATCH-ID
                       READ BCHREG-FILE
                           INVALID KEY
                               SET BCHREG-NOT-FOUND TO TRUE
                       END-READ
                       IF BCHREG-FOUND
                           SET BATCH-IS-REGISTERED TO TRUE
                           IF BR-STATUS-REVERSED
                               SET BATCH-IS-BAD TO TRUE
                               MOVE "BATCH REVERSED ON REGISTER"
                                   TO WS-ERROR-TEXT
                           END-IF
                       END-IF
                       CLOSE BCHREG-FILE
               END-EVALUATE
           END-IF.

      *******************************************************
      *    Pass two - generate the batch's double-entry      *
      *    postings from the proven trailer and apply them   *
      *    the batch total as a debit; revenue, tax payable  *
      *    and surcharge carry their splits as credits, so   *
      *    the generated set nets to zero or the batch is    *
      *    rejected before GLMAST is touched.  A cash        *
      *    extract debits cash with the receipts and credits *
      *    receivable control and unapplied cash with the    *
      *    applied and unapplied parts.                      *
      *******************************************************
       2000-POSTING-PASS.
           PERFORM 2050-GENERATE-ENTRIES
               PERFORM 8000-WRITE-REJECT-REPORT
               MOVE 16 TO RETURN-CODE
               CLOSE POSTRPT
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN I-O GLMAST-FILE
           END-IF
           MOVE GLH-BATCH-ID TO HB-BATCH-ID
           MOVE WS-RUN-DATE TO HB-RUN-DATE
           IF GLH-CASH-EXTRACT
               MOVE "CASH " TO HB-EXTRACT-TYPE
           ELSE
               MOVE "SALES" TO HB-EXTRACT-TYPE
           END-IF
           WRITE POST-RECORD FROM WS-HEADING-1
           WRITE POST-RECORD FROM WS-HEADING-1B
           WRITE POST-RECORD FROM WS-HEADING-2
       2050-GENERATE-ENTRIES.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE ZERO TO WS-GEN-NET-TOTAL
           IF GLH-CASH-EXTRACT
               PERFORM 2060-GENERATE-CASH-ENTRIES
           ELSE
               PERFORM 2070-GENERATE-SALES-ENTRIES
           END-IF
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               ADD GE-AMOUNT (WS-GEN-IX) TO WS-GEN-NET-TOTAL
           END-PERFORM.

       2060-GENERATE-CASH-ENTRIES.
           IF GLTC-RECEIPT-TOTAL NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAP-CASH-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               MOVE GLTC-RECEIPT-TOTAL TO GE-AMOUNT (WS-GEN-COUNT)
           END-IF
           IF GLTC-APPLIED-TOTAL NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAP-RECV-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               COMPUTE GE-AMOUNT (WS-GEN-COUNT) = ZERO
                   - GLTC-APPLIED-TOTAL
           END-IF
           IF GLTC-UNAPPLIED-TOTAL NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAP-UNAPPLIED-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               COMPUTE GE-AMOUNT (WS-GEN-COUNT) = ZERO
                   - GLTC-UNAPPLIED-TOTAL
           END-IF.

       2070-GENERATE-SALES-ENTRIES.
           IF GLT-CONTROL-TOTAL NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAP-RECV-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               MOVE WS-MAP-SURCHG-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               COMPUTE GE-AMOUNT (WS-GEN-COUNT) = ZERO
                   - GLT-SURCHG-TOTAL
           END-IF.

       2100-POST-ENTRY.
           MOVE GE-ACCT-NO (WS-GEN-IX) TO GM-ACCT-NO
           MOVE GM-ACCT-BALANCE TO RL-NEW-BALANCE
           WRITE POST-RECORD FROM WS-REGISTER-LINE.

      *******************************************************
      *    Mark the batch posted on BCHREG, so BCHREV can    *
      *    reverse it.  GLMAST is already posted here, so a  *
      *    failure only warns with return code 4 - the       *
      *    batch cannot be reversed until the switch is set. *
      *******************************************************
       3000-MARK-REGISTER.
           IF BATCH-IS-REGISTERED
               OPEN I-O BCHREG-FILE
               IF WS-BCHREG-STATUS = "00"
                   MOVE GLH-BATCH-ID TO BR-BATCH-ID
                   READ BCHREG-FILE
                       INVALID KEY
                           SET BCHREG-NOT-FOUND TO TRUE
                   END-READ
                   IF BCHREG-FOUND
                       SET BR-GL-POSTED TO TRUE
                       REWRITE BCHREG-RECORD
                   END-IF
                   MOVE WS-BCHREG-STATUS TO WS-MARK-STATUS
                   CLOSE BCHREG-FILE
               ELSE
                   MOVE WS-BCHREG-STATUS TO WS-MARK-STATUS
               END-IF
               IF WS-MARK-STATUS NOT = "00"
                   DISPLAY "GLPOST: BCHREG POSTED SWITCH NOT SET, "
                       "STATUS " WS-MARK-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       4000-WRITE-REGISTER-TOTALS.
           MOVE WS-POSTED-COUNT TO PL-POSTED-COUNT
           MOVE WS-NEW-ACCT-COUNT TO PL-NEW-COUNT
           CLOSE GLEXTR
           CLOSE GLMAST-FILE
           CLOSE POSTRPT
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
           MOVE "GLPOST" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "GLPOST: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           MOVE GLH-BATCH-ID TO SC-BATCH-ID
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "GLPOST: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               CLOSE POSTRPT
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE GLH-BATCH-ID TO SC-BATCH-ID
           MOVE WS-DETAIL-COUNT TO SC-READ-COUNT
           MOVE WS-POSTED-COUNT TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
