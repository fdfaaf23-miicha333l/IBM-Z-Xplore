       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCHREV.
      *******************************************************
      *    BCHREV - backs out a completed and posted ADDAMT  *
      *    batch.  The run parm names the batch; GLEXTR is   *
      *    that batch's own extract, the one GLPOST posted.  *
      *                                                      *
      *    Nothing is touched until the reversal proves:     *
      *    the register entry must be "C"ompleted and marked *
      *    posted by GLPOST - and, for a key-range split     *
      *    batch, marked balances-applied by CUSBALUP - the  *
      *    extract must prove to its own trailer exactly as  *
      *    GLPOST proves it, header and trailer must carry   *
      *    the batch ID asked for, the trailer control total *
      *    must equal the register's, every customer on the  *
      *    extract must have a CUSTBAL record, the GLCOA     *
      *    mapping must be complete and the run date must    *
      *    fall in the open GLPERIOD period.  A reversal     *
      *    that fails is rejected whole with return code 16. *
      *                                                      *
      *    A reversal that proves then:                      *
      *      - posts the GLPOST entries with the signs       *
      *        turned round (credit receivable control,      *
      *        debit revenue, tax payable and surcharge)     *
      *        into the open period on GLMAST;               *
      *      - backs each customer's split out of the        *
      *        CUSTBAL month-to-date and year-to-date        *
      *        buckets, rolling the buckets first by the     *
      *        same rules ADDAMT applies, so the reversal    *
      *        lands in the month it was run;                *
      *      - cancels the batch's OPENITEM items still      *
      *        fully open.  An item that has had cash        *
      *        applied is left alone and listed for manual   *
      *        follow-up, and the run ends with return code  *
      *        4;                                            *
      *      - rewrites the register entry "R"eversed, so    *
      *        ADDAMT refuses the batch ID and BREGRPT and   *
      *        RECONBAT show it.                             *
      *    REVRPT is the reversal register.                  *
      *    2026-10-15  Initial version.                      *
      *    2026-10-15  An item already written off by        *
      *                BADDEBT is held for manual follow-up  *
      *                like one cash has reached.            *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *    2026-10-15  A batch is reversed only once BCHREG  *
      *                shows GLPOST posted it and, in        *
      *                key-range split mode, CUSBALUP        *
      *                applied its BALTRANS postings.        *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCHREG-FILE ASSIGN TO BCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-BCHREG-STATUS.
           SELECT GLEXTR ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLEXTR-STATUS.
           SELECT GLMAST-FILE ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-ACCT-NO
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT CUSTBAL-FILE ASSIGN TO CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CUST-NO
               FILE STATUS IS WS-CUSTBAL-STATUS.
           SELECT OPENITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT GLCOA-FILE ASSIGN TO GLCOA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCOA-STATUS.
           SELECT GLPERIOD-FILE ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT REVRPT ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVRPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BCHREG-FILE
           RECORDING MODE IS F.
       COPY BCHREGRC.
       FD  GLEXTR
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD               PIC X(80).
       FD  GLMAST-FILE
           RECORDING MODE IS F.
       COPY GLMASTRC.
       FD  CUSTBAL-FILE
           RECORDING MODE IS F.
       COPY CUSBALRC.
       FD  OPENITEM-FILE
           RECORDING MODE IS F.
       COPY OPENITRC.
       FD  GLCOA-FILE
           RECORDING MODE IS F.
       COPY GLCOARC.
       FD  GLPERIOD-FILE
           RECORDING MODE IS F.
       COPY GLPERRC.
       FD  REVRPT
           RECORDING MODE IS F.
       01  REV-RECORD                      PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       COPY GLEXTREC.
       01  WS-BCHREG-STATUS                PIC X(2)    VALUE "00".
           88  BCHREG-FOUND                            VALUE "00".
           88  BCHREG-NOT-FOUND                        VALUE "23".
       01  WS-GLEXTR-STATUS                PIC X(2)    VALUE "00".
       01  WS-GLMAST-STATUS                PIC X(2)    VALUE "00".
           88  GLMAST-FOUND                            VALUE "00".
           88  GLMAST-NOT-FOUND                        VALUE "23".
       01  WS-CUSTBAL-STATUS               PIC X(2)    VALUE "00".
           88  CUSTBAL-FOUND                           VALUE "00".
           88  CUSTBAL-NOT-FOUND                       VALUE "23".
       01  WS-OPENITEM-STATUS              PIC X(2)    VALUE "00".
       01  WS-GLCOA-STATUS                 PIC X(2)    VALUE "00".
       01  WS-GLPERIOD-STATUS              PIC X(2)    VALUE "00".
       01  WS-REVRPT-STATUS                PIC X(2)    VALUE "00".
       01  WS-COA-EOF-SWITCH               PIC X(1)    VALUE "N".
           88  COA-END-OF-FILE                         VALUE "Y".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-RUN-PARM.
           05  WS-BATCH-ID                 PIC X(8)    VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).
       01  WS-POSTING-PERIOD.
           05  WS-POSTING-YEAR             PIC 9(4).
           05  WS-POSTING-MONTH            PIC 9(2).
       01  WS-OPEN-PERIOD.
           05  WS-OPEN-YEAR                PIC 9(4).
           05  WS-OPEN-MONTH               PIC 9(2).
       01  WS-ACCT-MAP.
           05  WS-MAP-RECV-ACCT            PIC X(15)   VALUE SPACES.
           05  WS-MAP-BASE-ACCT            PIC X(15)   VALUE SPACES.
           05  WS-MAP-TAX-ACCT             PIC X(15)   VALUE SPACES.
           05  WS-MAP-SURCHG-ACCT          PIC X(15)   VALUE SPACES.
       01  WS-GEN-ENTRIES.
           05  WS-GEN-COUNT                PIC 9(2)    VALUE ZERO.
           05  WS-GEN-IX                   PIC 9(2)    VALUE ZERO.
           05  WS-GEN-ENTRY OCCURS 4 TIMES.
               10  GE-ACCT-NO              PIC X(15).
               10  GE-AMOUNT               PIC S9(11)V99.
       01  WS-GEN-NET-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-BKT-IX                       PIC 9(2)    VALUE ZERO.
       01  WS-REVERSAL-STATUS              PIC X(1)    VALUE "G".
           88  REVERSAL-IS-GOOD                        VALUE "G".
           88  REVERSAL-IS-BAD                         VALUE "B".
       01  WS-HEADER-SEEN-SW               PIC X(1)    VALUE "N".
           88  HEADER-SEEN                             VALUE "Y".
       01  WS-TRAILER-SEEN-SW              PIC X(1)    VALUE "N".
           88  TRAILER-SEEN                            VALUE "Y".
       01  WS-ERROR-TEXT                   PIC X(40).
       01  WS-BR-STATUS                    PIC X(1)    VALUE SPACE.
       01  WS-BR-POSTED-SW                 PIC X(1)    VALUE SPACE.
       01  WS-BR-RANGE-SW                  PIC X(1)    VALUE SPACE.
       01  WS-BR-APPLIED-SW                PIC X(1)    VALUE SPACE.
       01  WS-BR-RUN-DATE                  PIC 9(8)    VALUE ZERO.
       01  WS-BR-CONTROL-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-DETAIL-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-DETAIL-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-DETAIL-BASE-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-DETAIL-TAX-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-DETAIL-SURCHG-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-POSTED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-BALANCE-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-BALANCE-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-ITEM-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-CANCELLED-COUNT              PIC 9(7)    VALUE ZERO.
       01  WS-CANCELLED-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-HELD-TOTAL                   PIC S9(11)V99 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "BCHREV BATCH REVERSAL REGISTER".
       01  WS-HEADING-1B.
           05  FILLER                      PIC X(10)   VALUE
               "BATCH ID: ".
           05  HB-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(11)   VALUE
               "   RUN DT: ".
           05  HB-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(12)   VALUE
               "   ORIG DT: ".
           05  HB-ORIG-DATE                PIC 9(8).
       01  WS-SECTION-LINE                 PIC X(40).
       01  WS-GL-HEADING.
           05  FILLER                      PIC X(15)   VALUE
               "ACCOUNT NUMBER ".
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE
               "POSTED AMOUNT".
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(11)   VALUE
               "NEW BALANCE".
       01  WS-GL-LINE.
           05  GL-ACCT-NO                  PIC X(15).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  GL-POSTED-AMOUNT            PIC -(9)9.99.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  GL-NEW-BALANCE              PIC -(11)9.99.
       01  WS-BAL-HEADING.
           05  FILLER                      PIC X(15)   VALUE
               "CUSTOMER NUMBER".
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE
               "BACKED OUT   ".
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(11)   VALUE
               "NEW MTD    ".
       01  WS-BAL-LINE.
           05  BL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  BL-BACKED-OUT               PIC -(9)9.99.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  BL-NEW-MTD                  PIC -(11)9.99.
       01  WS-ITEM-HEADING.
           05  FILLER                      PIC X(17)   VALUE
               "CUSTOMER NUMBER  ".
           05  FILLER                      PIC X(10)   VALUE
               "POSTED    ".
           05  FILLER                      PIC X(6)    VALUE
               "SEQ   ".
           05  FILLER                      PIC X(13)   VALUE
               "     ORIGINAL".
           05  FILLER                      PIC X(13)   VALUE
               "         OPEN".
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(11)   VALUE
               "DISPOSITION".
       01  WS-ITEM-LINE.
           05  IL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  IL-POST-DATE                PIC 9(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  IL-ITEM-SEQ                 PIC 9(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  IL-ORIG-AMOUNT              PIC -(9)9.99.
           05  IL-OPEN-AMOUNT              PIC -(9)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  IL-DISPOSITION              PIC X(13).
       01  WS-BALANCE-LINE.
           05  AL-LABEL                    PIC X(26).
           05  AL-AMOUNT                   PIC -(11)9.99.
       01  WS-COUNT-LINE.
           05  NL-LABEL                    PIC X(26).
           05  NL-COUNT                    PIC Z(6)9.
       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(16)   VALUE
               "*** REJECTED - ".
           05  EL-ERROR-TEXT               PIC X(40).
       01  WS-HELD-NOTE                    PIC X(60)   VALUE
               "*** PAID OR WRITTEN-OFF ITEMS NEED FOLLOW-UP ***".
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-BATCH-ID = SPACES
               DISPLAY "BCHREV: BATCH ID PARM MISSING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           PERFORM 9550-CHECK-PREREQS
           OPEN OUTPUT REVRPT
           IF WS-REVRPT-STATUS NOT = "00"
               DISPLAY "BCHREV: REVRPT OPEN FAILED, STATUS "
                   WS-REVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           PERFORM 0300-CHECK-REGISTER
           PERFORM 0500-LOAD-ACCT-MAP
           PERFORM 0600-CHECK-PERIOD
           OPEN I-O CUSTBAL-FILE
           IF WS-CUSTBAL-STATUS NOT = "00"
               DISPLAY "BCHREV: CUSTBAL OPEN FAILED, STATUS "
                   WS-CUSTBAL-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM 1000-PROVE-EXTRACT
           IF REVERSAL-IS-BAD
               PERFORM 8000-WRITE-REJECT-REPORT
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTBAL-FILE
               CLOSE REVRPT
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE WS-BATCH-ID TO HB-BATCH-ID
           MOVE WS-RUN-DATE TO HB-RUN-DATE
           MOVE WS-BR-RUN-DATE TO HB-ORIG-DATE
           WRITE REV-RECORD FROM WS-HEADING-1
           WRITE REV-RECORD FROM WS-HEADING-1B
           PERFORM 2000-REVERSE-GL
           PERFORM 3000-REVERSE-BALANCES
           CLOSE CUSTBAL-FILE
           PERFORM 4000-CANCEL-OPEN-ITEMS
           PERFORM 5000-MARK-REGISTER
           PERFORM 6000-WRITE-TOTALS
           IF WS-HELD-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REVRPT
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
               DISPLAY "BCHREV: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "BCHREV: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

      *******************************************************
      *    Only a completed batch can be reversed - an open  *
      *    or aborted batch never posted, and a reversed one *
      *    has already been backed out.  GLPOST must have    *
      *    posted it, or the reversing entries would stand   *
      *    alone on GLMAST.  A key-range split batch must    *
      *    also have had its BALTRANS postings applied by    *
      *    CUSBALUP, or there is nothing on CUSTBAL and      *
      *    OPENITEM to back out.  The register fields are    *
      *    carried to working storage before BCHREG closes.  *
      *******************************************************
       0300-CHECK-REGISTER.
           OPEN INPUT BCHREG-FILE
           IF WS-BCHREG-STATUS NOT = "00"
               DISPLAY "BCHREV: BCHREG OPEN FAILED, STATUS "
                   WS-BCHREG-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-BATCH-ID TO BR-BATCH-ID
           READ BCHREG-FILE
               INVALID KEY
                   SET BCHREG-NOT-FOUND TO TRUE
           END-READ
           IF BCHREG-FOUND
               MOVE BR-STATUS TO WS-BR-STATUS
               MOVE BR-RUN-DATE TO WS-BR-RUN-DATE
               MOVE BR-CONTROL-TOTAL TO WS-BR-CONTROL-TOTAL
               MOVE BR-POSTED-SW TO WS-BR-POSTED-SW
               MOVE BR-RANGE-SW TO WS-BR-RANGE-SW
               MOVE BR-APPLIED-SW TO WS-BR-APPLIED-SW
           END-IF
           CLOSE BCHREG-FILE
           IF BCHREG-NOT-FOUND
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "BATCH NOT ON REGISTER" TO WS-ERROR-TEXT
           ELSE IF WS-BR-STATUS = "R"
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "BATCH ALREADY REVERSED" TO WS-ERROR-TEXT
           ELSE IF WS-BR-STATUS NOT = "C"
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "BATCH NOT COMPLETED ON REGISTER"
                   TO WS-ERROR-TEXT
           ELSE IF WS-BR-POSTED-SW NOT = "Y"
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "BATCH NOT POSTED BY GLPOST" TO WS-ERROR-TEXT
           ELSE IF WS-BR-RANGE-SW = "Y"
               AND WS-BR-APPLIED-SW NOT = "Y"
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "BALTRANS NOT YET APPLIED BY CUSBALUP"
                   TO WS-ERROR-TEXT
           END-IF.

      *******************************************************
      *    Same GLCOA mapping GLPOST posted the batch with - *
      *    all four accounts must be mapped.                 *
      *******************************************************
       0500-LOAD-ACCT-MAP.
           OPEN INPUT GLCOA-FILE
           IF WS-GLCOA-STATUS NOT = "00"
               DISPLAY "BCHREV: GLCOA OPEN FAILED, STATUS "
                   WS-GLCOA-STATUS
           ELSE
               PERFORM 0550-READ-GLCOA
               PERFORM UNTIL COA-END-OF-FILE
                   EVALUATE TRUE
                       WHEN CA-TYPE-BASE
                           MOVE CA-ACCT-NO TO WS-MAP-BASE-ACCT
                       WHEN CA-TYPE-TAX
                           MOVE CA-ACCT-NO TO WS-MAP-TAX-ACCT
                       WHEN CA-TYPE-SURCHARGE
                           MOVE CA-ACCT-NO TO WS-MAP-SURCHG-ACCT
                       WHEN CA-TYPE-RECEIVABLE
                           MOVE CA-ACCT-NO TO WS-MAP-RECV-ACCT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM 0550-READ-GLCOA
               END-PERFORM
               CLOSE GLCOA-FILE
           END-IF
           IF REVERSAL-IS-GOOD
               AND (WS-MAP-RECV-ACCT = SPACES
               OR WS-MAP-BASE-ACCT = SPACES
               OR WS-MAP-TAX-ACCT = SPACES
               OR WS-MAP-SURCHG-ACCT = SPACES)
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "GL ACCOUNT MAPPING INCOMPLETE" TO WS-ERROR-TEXT
           END-IF.

       0550-READ-GLCOA.
           READ GLCOA-FILE
               AT END
                   SET COA-END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    The reversal posts into the open period, never    *
      *    back into the month the batch posted in - that    *
      *    month may already be closed.  The run date must   *
      *    fall in the open period, as for GLPOST; there is  *
      *    no bootstrap here, a batch to reverse has posted. *
      *******************************************************
       0600-CHECK-PERIOD.
           OPEN INPUT GLPERIOD-FILE
           IF WS-GLPERIOD-STATUS NOT = "00"
               DISPLAY "BCHREV: GLPERIOD OPEN FAILED, STATUS "
                   WS-GLPERIOD-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE ZERO TO WS-OPEN-PERIOD
           READ GLPERIOD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GP-OPEN-YEAR TO WS-OPEN-YEAR
                   MOVE GP-OPEN-MONTH TO WS-OPEN-MONTH
           END-READ
           CLOSE GLPERIOD-FILE
           MOVE WS-RUN-YEAR TO WS-POSTING-YEAR
           MOVE WS-RUN-MONTH TO WS-POSTING-MONTH
           IF REVERSAL-IS-GOOD
               AND WS-POSTING-PERIOD NOT = WS-OPEN-PERIOD
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "POSTING PERIOD IS NOT THE OPEN PERIOD"
                   TO WS-ERROR-TEXT
           END-IF.

      *******************************************************
      *    Prove the extract the way GLPOST proved it before *
      *    posting, plus the checks that tie it to this      *
      *    batch: header and trailer carry the batch ID and  *
      *    the trailer total is the register's.  Every       *
      *    customer must be on CUSTBAL so the balance        *
      *    back-out cannot stop half way.                    *
      *******************************************************
       1000-PROVE-EXTRACT.
           OPEN INPUT GLEXTR
           IF WS-GLEXTR-STATUS NOT = "00"
               DISPLAY "BCHREV: GLEXTR OPEN FAILED, STATUS "
                   WS-GLEXTR-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1100-READ-GLEXTR
           PERFORM UNTIL END-OF-FILE
               PERFORM 1200-CHECK-EXTRACT-RECORD
               PERFORM 1100-READ-GLEXTR
           END-PERFORM
           CLOSE GLEXTR
           IF REVERSAL-IS-GOOD AND NOT HEADER-SEEN
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "NO HEADER RECORD ON EXTRACT" TO WS-ERROR-TEXT
           END-IF
           IF REVERSAL-IS-GOOD AND NOT TRAILER-SEEN
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "NO TRAILER RECORD ON EXTRACT" TO WS-ERROR-TEXT
           END-IF
           IF REVERSAL-IS-GOOD
               AND (GLH-BATCH-ID NOT = WS-BATCH-ID
               OR GLT-BATCH-ID NOT = WS-BATCH-ID)
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "EXTRACT IS NOT FOR THIS BATCH" TO WS-ERROR-TEXT
           END-IF
           IF REVERSAL-IS-GOOD
               AND WS-DETAIL-COUNT NOT = GLT-RECORD-COUNT
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "DETAILS DO NOT BALANCE TO RECORD COUNT"
                   TO WS-ERROR-TEXT
           END-IF
           IF REVERSAL-IS-GOOD
               AND WS-DETAIL-TOTAL NOT = GLT-CONTROL-TOTAL
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "DETAILS DO NOT BALANCE TO CONTROL TOTAL"
                   TO WS-ERROR-TEXT
           END-IF
           IF REVERSAL-IS-GOOD
               AND (WS-DETAIL-BASE-TOTAL NOT = GLT-BASE-TOTAL
               OR WS-DETAIL-TAX-TOTAL NOT = GLT-TAX-TOTAL
               OR WS-DETAIL-SURCHG-TOTAL NOT = GLT-SURCHG-TOTAL)
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "DETAILS DO NOT BALANCE TO TRAILER SPLIT"
                   TO WS-ERROR-TEXT
           END-IF
           IF REVERSAL-IS-GOOD
               AND GLT-CONTROL-TOTAL NOT = WS-BR-CONTROL-TOTAL
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "TRAILER TOTAL DOES NOT MATCH REGISTER"
                   TO WS-ERROR-TEXT
           END-IF.

       1100-READ-GLEXTR.
           READ GLEXTR
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       1200-CHECK-EXTRACT-RECORD.
           EVALUATE GL-EXTRACT-RECORD (1:1)
               WHEN "H"
                   IF HEADER-SEEN
                       SET REVERSAL-IS-BAD TO TRUE
                       MOVE "MORE THAN ONE HEADER RECORD"
                           TO WS-ERROR-TEXT
                   ELSE
                       MOVE GL-EXTRACT-RECORD TO WS-GL-HEADER-RECORD
                       SET HEADER-SEEN TO TRUE
                   END-IF
               WHEN "D"
                   IF NOT HEADER-SEEN OR TRAILER-SEEN
                       SET REVERSAL-IS-BAD TO TRUE
                       MOVE "DETAIL OUTSIDE HEADER AND TRAILER"
                           TO WS-ERROR-TEXT
                   END-IF
                   MOVE GL-EXTRACT-RECORD TO WS-GL-DETAIL-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD GLD-TOTAL-AMOUNT TO WS-DETAIL-TOTAL
                   ADD GLD-BASE-AMOUNT TO WS-DETAIL-BASE-TOTAL
                   ADD GLD-TAX-AMOUNT TO WS-DETAIL-TAX-TOTAL
                   ADD GLD-SURCHG-AMOUNT TO WS-DETAIL-SURCHG-TOTAL
                   IF GLD-TOTAL-AMOUNT NOT = GLD-BASE-AMOUNT
                       + GLD-TAX-AMOUNT + GLD-SURCHG-AMOUNT
                       SET REVERSAL-IS-BAD TO TRUE
                       MOVE "DETAIL SPLIT DOES NOT ADD TO TOTAL"
                           TO WS-ERROR-TEXT
                   END-IF
                   MOVE "00" TO WS-CUSTBAL-STATUS
                   MOVE GLD-CUST-NO TO CB-CUST-NO
                   READ CUSTBAL-FILE
                       INVALID KEY
                           SET CUSTBAL-NOT-FOUND TO TRUE
                   END-READ
                   IF CUSTBAL-NOT-FOUND AND REVERSAL-IS-GOOD
                       SET REVERSAL-IS-BAD TO TRUE
                       MOVE "CUSTOMER NOT ON CUSTBAL" TO WS-ERROR-TEXT
                       DISPLAY "BCHREV: NO CUSTBAL RECORD FOR "
                           GLD-CUST-NO
                   END-IF
               WHEN "T"
                   IF TRAILER-SEEN
                       SET REVERSAL-IS-BAD TO TRUE
                       MOVE "MORE THAN ONE TRAILER RECORD"
                           TO WS-ERROR-TEXT
                   ELSE
                       MOVE GL-EXTRACT-RECORD TO WS-GL-TRAILER-RECORD
                       SET TRAILER-SEEN TO TRUE
                   END-IF
               WHEN OTHER
                   SET REVERSAL-IS-BAD TO TRUE
                   MOVE "UNKNOWN RECORD TYPE ON EXTRACT"
                       TO WS-ERROR-TEXT
           END-EVALUATE.

      *******************************************************
      *    The GLPOST entries with the signs turned round:   *
      *    receivable control credited with the batch        *
      *    total, revenue, tax payable and surcharge         *
      *    debited with their splits.  They still net to     *
      *    zero or nothing posts.                            *
      *******************************************************
       2000-REVERSE-GL.
           PERFORM 2050-GENERATE-ENTRIES
           IF WS-GEN-NET-TOTAL NOT = ZERO
               SET REVERSAL-IS-BAD TO TRUE
               MOVE "GENERATED ENTRIES DO NOT NET TO ZERO"
                   TO WS-ERROR-TEXT
               PERFORM 8000-WRITE-REJECT-REPORT
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTBAL-FILE
               CLOSE REVRPT
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN I-O GLMAST-FILE
           IF WS-GLMAST-STATUS NOT = "00"
               DISPLAY "BCHREV: GLMAST OPEN FAILED, STATUS "
                   WS-GLMAST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE "GL REVERSING ENTRIES" TO WS-SECTION-LINE
           WRITE REV-RECORD FROM WS-SECTION-LINE
           WRITE REV-RECORD FROM WS-GL-HEADING
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               PERFORM 2100-POST-ENTRY
           END-PERFORM
           CLOSE GLMAST-FILE.

       2050-GENERATE-ENTRIES.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE ZERO TO WS-GEN-NET-TOTAL
           IF GLT-CONTROL-TOTAL NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAP-RECV-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               COMPUTE GE-AMOUNT (WS-GEN-COUNT) = ZERO
                   - GLT-CONTROL-TOTAL
           END-IF
           IF GLT-BASE-TOTAL NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAP-BASE-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               MOVE GLT-BASE-TOTAL TO GE-AMOUNT (WS-GEN-COUNT)
           END-IF
           IF GLT-TAX-TOTAL NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAP-TAX-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               MOVE GLT-TAX-TOTAL TO GE-AMOUNT (WS-GEN-COUNT)
           END-IF
           IF GLT-SURCHG-TOTAL NOT = ZERO
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-MAP-SURCHG-ACCT TO GE-ACCT-NO (WS-GEN-COUNT)
               MOVE GLT-SURCHG-TOTAL TO GE-AMOUNT (WS-GEN-COUNT)
           END-IF
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
               ADD GE-AMOUNT (WS-GEN-IX) TO WS-GEN-NET-TOTAL
           END-PERFORM.

      *******************************************************
      *    Same posting rules as GLPOST's 2100 paragraph,    *
      *    including last year's buckets cleared on an       *
      *    account not touched since the year-end close.     *
      *******************************************************
       2100-POST-ENTRY.
           MOVE GE-ACCT-NO (WS-GEN-IX) TO GM-ACCT-NO
           MOVE "00" TO WS-GLMAST-STATUS
           READ GLMAST-FILE
               INVALID KEY
                   SET GLMAST-NOT-FOUND TO TRUE
           END-READ
           IF GLMAST-NOT-FOUND
               MOVE SPACES TO GLMAST-RECORD
               MOVE GE-ACCT-NO (WS-GEN-IX) TO GM-ACCT-NO
               MOVE GE-AMOUNT (WS-GEN-IX) TO GM-ACCT-BALANCE
               MOVE WS-RUN-DATE TO GM-LAST-POST-DATE
               MOVE WS-OPEN-YEAR TO GM-PERIOD-YEAR
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > 12
                   MOVE ZERO TO GM-PERIOD-AMT (WS-BKT-IX)
               END-PERFORM
               ADD GE-AMOUNT (WS-GEN-IX)
                   TO GM-PERIOD-AMT (WS-OPEN-MONTH)
               WRITE GLMAST-RECORD
               IF WS-GLMAST-STATUS NOT = "00"
                   DISPLAY "BCHREV: GLMAST WRITE FAILED, STATUS "
                       WS-GLMAST-STATUS " ACCT " GM-ACCT-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
           ELSE
               ADD GE-AMOUNT (WS-GEN-IX) TO GM-ACCT-BALANCE
               MOVE WS-RUN-DATE TO GM-LAST-POST-DATE
               IF GM-PERIOD-YEAR NOT = WS-OPEN-YEAR
                   MOVE WS-OPEN-YEAR TO GM-PERIOD-YEAR
                   PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                           UNTIL WS-BKT-IX > 12
                       MOVE ZERO TO GM-PERIOD-AMT (WS-BKT-IX)
                   END-PERFORM
               END-IF
               ADD GE-AMOUNT (WS-GEN-IX)
                   TO GM-PERIOD-AMT (WS-OPEN-MONTH)
               REWRITE GLMAST-RECORD
               IF WS-GLMAST-STATUS NOT = "00"
                   DISPLAY "BCHREV: GLMAST REWRITE FAILED, STATUS "
                       WS-GLMAST-STATUS " ACCT " GM-ACCT-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           MOVE GM-ACCT-NO TO GL-ACCT-NO
           MOVE GE-AMOUNT (WS-GEN-IX) TO GL-POSTED-AMOUNT
           MOVE GM-ACCT-BALANCE TO GL-NEW-BALANCE
           WRITE REV-RECORD FROM WS-GL-LINE.

      *******************************************************
      *    Back each customer's split out of CUSTBAL.  The   *
      *    buckets roll first on a month or year change, as  *
      *    ADDAMT rolls them, so the reversal is activity of *
      *    the month it runs in - the same month its GL      *
      *    entries post to.                                  *
      *******************************************************
       3000-REVERSE-BALANCES.
           MOVE "CUSTOMER BALANCES BACKED OUT" TO WS-SECTION-LINE
           WRITE REV-RECORD FROM WS-SECTION-LINE
           WRITE REV-RECORD FROM WS-BAL-HEADING
           OPEN INPUT GLEXTR
           IF WS-GLEXTR-STATUS NOT = "00"
               DISPLAY "BCHREV: GLEXTR REOPEN FAILED, STATUS "
                   WS-GLEXTR-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1100-READ-GLEXTR
           PERFORM UNTIL END-OF-FILE
               IF GL-EXTRACT-RECORD (1:1) = "D"
                   MOVE GL-EXTRACT-RECORD TO WS-GL-DETAIL-RECORD
                   PERFORM 3100-BACK-OUT-CUSTOMER
               END-IF
               PERFORM 1100-READ-GLEXTR
           END-PERFORM
           CLOSE GLEXTR.

       3100-BACK-OUT-CUSTOMER.
           MOVE "00" TO WS-CUSTBAL-STATUS
           MOVE GLD-CUST-NO TO CB-CUST-NO
           READ CUSTBAL-FILE
               INVALID KEY
                   SET CUSTBAL-NOT-FOUND TO TRUE
           END-READ
           IF NOT CUSTBAL-FOUND
               DISPLAY "BCHREV: CUSTBAL READ FAILED, STATUS "
                   WS-CUSTBAL-STATUS " CUST " GLD-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           EVALUATE TRUE
               WHEN CB-LAST-UPD-YEAR NOT = WS-RUN-YEAR
                   MOVE ZERO TO CB-MTD-TOTAL CB-MTD-BASE
                       CB-MTD-TAX CB-MTD-SURCHARGE
                   MOVE ZERO TO CB-YTD-TOTAL CB-YTD-BASE
                       CB-YTD-TAX CB-YTD-SURCHARGE
               WHEN CB-LAST-UPD-MONTH NOT = WS-RUN-MONTH
                   MOVE ZERO TO CB-MTD-TOTAL CB-MTD-BASE
                       CB-MTD-TAX CB-MTD-SURCHARGE
           END-EVALUATE
           SUBTRACT GLD-TOTAL-AMOUNT FROM CB-MTD-TOTAL
           SUBTRACT GLD-BASE-AMOUNT FROM CB-MTD-BASE
           SUBTRACT GLD-TAX-AMOUNT FROM CB-MTD-TAX
           SUBTRACT GLD-SURCHG-AMOUNT FROM CB-MTD-SURCHARGE
           SUBTRACT GLD-TOTAL-AMOUNT FROM CB-YTD-TOTAL
           SUBTRACT GLD-BASE-AMOUNT FROM CB-YTD-BASE
           SUBTRACT GLD-TAX-AMOUNT FROM CB-YTD-TAX
           SUBTRACT GLD-SURCHG-AMOUNT FROM CB-YTD-SURCHARGE
           MOVE WS-RUN-DATE TO CB-LAST-UPD-DATE
           REWRITE CUSTBAL-RECORD
           IF WS-CUSTBAL-STATUS NOT = "00"
               DISPLAY "BCHREV: CUSTBAL REWRITE FAILED, STATUS "
                   WS-CUSTBAL-STATUS " CUST " GLD-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO WS-BALANCE-COUNT
           ADD GLD-TOTAL-AMOUNT TO WS-BALANCE-TOTAL
           MOVE GLD-CUST-NO TO BL-CUST-NO
           MOVE GLD-TOTAL-AMOUNT TO BL-BACKED-OUT
           MOVE CB-MTD-TOTAL TO BL-NEW-MTD
           WRITE REV-RECORD FROM WS-BAL-LINE.

      *******************************************************
      *    One pass of OPENITEM picks up the batch's items   *
      *    by OI-BATCH-ID.  An item still open for its full  *
      *    amount is cancelled; anything cash has touched    *
      *    stays as it is and is listed for follow-up.       *
      *******************************************************
       4000-CANCEL-OPEN-ITEMS.
           MOVE "OPEN ITEMS" TO WS-SECTION-LINE
           WRITE REV-RECORD FROM WS-SECTION-LINE
           WRITE REV-RECORD FROM WS-ITEM-HEADING
           OPEN I-O OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "BCHREV: OPENITEM OPEN FAILED, STATUS "
                   WS-OPENITEM-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-READ-OPENITEM
           PERFORM UNTIL END-OF-FILE
               IF OI-BATCH-ID = WS-BATCH-ID
                   PERFORM 4200-DISPOSE-ITEM
               END-IF
               PERFORM 4100-READ-OPENITEM
           END-PERFORM
           CLOSE OPENITEM-FILE.

       4100-READ-OPENITEM.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       4200-DISPOSE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE OI-CUST-NO TO IL-CUST-NO
           MOVE OI-POST-DATE TO IL-POST-DATE
           MOVE OI-ITEM-SEQ TO IL-ITEM-SEQ
           MOVE OI-ORIG-AMOUNT TO IL-ORIG-AMOUNT
           MOVE OI-OPEN-AMOUNT TO IL-OPEN-AMOUNT
           PERFORM 4250-SET-DISPOSITION
           WRITE REV-RECORD FROM WS-ITEM-LINE.

       4250-SET-DISPOSITION.
           IF OI-STATUS-OPEN AND OI-OPEN-AMOUNT = OI-ORIG-AMOUNT
               SET OI-STATUS-CANCELLED TO TRUE
               MOVE WS-RUN-DATE TO OI-LAST-PAY-DATE
               REWRITE OPENITEM-RECORD
               IF WS-OPENITEM-STATUS NOT = "00"
                   DISPLAY "BCHREV: OPENITEM REWRITE FAILED, STATUS "
                       WS-OPENITEM-STATUS " CUST " OI-CUST-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-CANCELLED-COUNT
               ADD OI-ORIG-AMOUNT TO WS-CANCELLED-TOTAL
               MOVE "CANCELLED    " TO IL-DISPOSITION
           ELSE IF OI-STATUS-CANCELLED
               MOVE "ALREADY CANC " TO IL-DISPOSITION
           ELSE
               ADD 1 TO WS-HELD-COUNT
               COMPUTE WS-HELD-TOTAL = WS-HELD-TOTAL
                   + OI-ORIG-AMOUNT - OI-OPEN-AMOUNT
               IF OI-STATUS-WRITTEN-OFF
                   MOVE "WRITTEN OFF  " TO IL-DISPOSITION
               ELSE
                   MOVE "CASH APPLIED " TO IL-DISPOSITION
               END-IF
           END-IF.

      *******************************************************
      *    Marking the register is the last step, so a run   *
      *    that stops short leaves the batch "C" and shows   *
      *    on BREGRPT as not reversed.                       *
      *******************************************************
       5000-MARK-REGISTER.
           OPEN I-O BCHREG-FILE
           IF WS-BCHREG-STATUS NOT = "00"
               DISPLAY "BCHREV: BCHREG REOPEN FAILED, STATUS "
                   WS-BCHREG-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-BATCH-ID TO BR-BATCH-ID
           READ BCHREG-FILE
               INVALID KEY
                   SET BCHREG-NOT-FOUND TO TRUE
           END-READ
           IF NOT BCHREG-FOUND
               DISPLAY "BCHREV: BCHREG READ FAILED, STATUS "
                   WS-BCHREG-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           SET BR-STATUS-REVERSED TO TRUE
           REWRITE BCHREG-RECORD
           IF WS-BCHREG-STATUS NOT = "00"
               DISPLAY "BCHREV: BCHREG REWRITE FAILED, STATUS "
                   WS-BCHREG-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           CLOSE BCHREG-FILE.

       6000-WRITE-TOTALS.
           MOVE "GL ENTRIES POSTED:        " TO NL-LABEL
           MOVE WS-POSTED-COUNT TO NL-COUNT
           WRITE REV-RECORD FROM WS-COUNT-LINE
           MOVE "BATCH CONTROL TOTAL:      " TO AL-LABEL
           MOVE GLT-CONTROL-TOTAL TO AL-AMOUNT
           WRITE REV-RECORD FROM WS-BALANCE-LINE
           MOVE "NET AMOUNT POSTED:        " TO AL-LABEL
           MOVE WS-GEN-NET-TOTAL TO AL-AMOUNT
           WRITE REV-RECORD FROM WS-BALANCE-LINE
           MOVE "CUSTOMERS BACKED OUT:     " TO NL-LABEL
           MOVE WS-BALANCE-COUNT TO NL-COUNT
           WRITE REV-RECORD FROM WS-COUNT-LINE
           MOVE "CUSTBAL AMOUNT BACKED OUT:" TO AL-LABEL
           MOVE WS-BALANCE-TOTAL TO AL-AMOUNT
           WRITE REV-RECORD FROM WS-BALANCE-LINE
           MOVE "BATCH OPEN ITEMS FOUND:   " TO NL-LABEL
           MOVE WS-ITEM-COUNT TO NL-COUNT
           WRITE REV-RECORD FROM WS-COUNT-LINE
           MOVE "ITEMS CANCELLED:          " TO NL-LABEL
           MOVE WS-CANCELLED-COUNT TO NL-COUNT
           WRITE REV-RECORD FROM WS-COUNT-LINE
           MOVE "AMOUNT CANCELLED:         " TO AL-LABEL
           MOVE WS-CANCELLED-TOTAL TO AL-AMOUNT
           WRITE REV-RECORD FROM WS-BALANCE-LINE
           MOVE "ITEMS WITH CASH APPLIED:  " TO NL-LABEL
           MOVE WS-HELD-COUNT TO NL-COUNT
           WRITE REV-RECORD FROM WS-COUNT-LINE
           MOVE "CASH APPLIED TO THEM:     " TO AL-LABEL
           MOVE WS-HELD-TOTAL TO AL-AMOUNT
           WRITE REV-RECORD FROM WS-BALANCE-LINE
           IF WS-HELD-COUNT > ZERO
               WRITE REV-RECORD FROM WS-HELD-NOTE
           END-IF.

      *******************************************************
      *    Reversal rejected - nothing has been touched      *
      *    when this is written.                             *
      *******************************************************
       8000-WRITE-REJECT-REPORT.
           MOVE "BCHREV REVERSAL REJECTED      " TO WS-HEADING-1
           WRITE REV-RECORD FROM WS-HEADING-1
           MOVE WS-BATCH-ID TO HB-BATCH-ID
           MOVE WS-RUN-DATE TO HB-RUN-DATE
           MOVE WS-BR-RUN-DATE TO HB-ORIG-DATE
           WRITE REV-RECORD FROM WS-HEADING-1B
           MOVE WS-ERROR-TEXT TO EL-ERROR-TEXT
           WRITE REV-RECORD FROM WS-ERROR-LINE
           MOVE "DETAILS READ:             " TO NL-LABEL
           MOVE WS-DETAIL-COUNT TO NL-COUNT
           WRITE REV-RECORD FROM WS-COUNT-LINE
           MOVE "DETAIL AMOUNT TOTAL:      " TO AL-LABEL
           MOVE WS-DETAIL-TOTAL TO AL-AMOUNT
           WRITE REV-RECORD FROM WS-BALANCE-LINE
           MOVE "REGISTER CONTROL TOTAL:   " TO AL-LABEL
           MOVE WS-BR-CONTROL-TOTAL TO AL-AMOUNT
           WRITE REV-RECORD FROM WS-BALANCE-LINE
           DISPLAY "BCHREV: REVERSAL REJECTED - " WS-ERROR-TEXT.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE BCHREG-FILE
           CLOSE GLEXTR
           CLOSE GLMAST-FILE
           CLOSE CUSTBAL-FILE
           CLOSE OPENITEM-FILE
           CLOSE REVRPT
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
           MOVE "BCHREV" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "BCHREV: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "BCHREV: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-BATCH-ID TO SC-BATCH-ID
           MOVE WS-DETAIL-COUNT TO SC-READ-COUNT
           MOVE WS-POSTED-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-HELD-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
