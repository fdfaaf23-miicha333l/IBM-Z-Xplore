       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADDEBT.
      *******************************************************
      *    BADDEBT - bad-debt write-off of uncollectible     *
      *    open items.  Reads the WOTRANS write-off          *
      *    transactions - customer, one item or all open     *
      *    items, reason and approver - and closes each      *
      *    item named with the OPENITEM written-off status,  *
      *    distinct from paid and cancelled, so it drops out *
      *    of AGERPT, CUSTSTMT, CSHAPPLY and FINCHG.  A      *
      *    written-off item keeps its open amount, as a      *
      *    cancelled one does, and its last-pay date carries *
      *    the write-off date.  Only items open with an      *
      *    amount still owed are written off; a transaction  *
      *    with a missing reason or approver, or naming      *
      *    nothing that can be written off, is rejected and  *
      *    the run ends with return code 4.                  *
      *                                                      *
      *    When the run parm carries a limit and an          *
      *    approver, every other open item with an amount    *
      *    owed under the limit is swept off as well.        *
      *                                                      *
      *    The total written off posts to GLMAST in the open *
      *    GLPERIOD period - debit the GLCOA bad-debt        *
      *    expense account, credit receivable control - by   *
      *    the same rules GLPOST posts a batch.  Both        *
      *    accounts must be mapped and the run date must     *
      *    fall in the open period, or nothing is touched    *
      *    and the run ends with return code 16.  WORPT is   *
      *    the write-off register for the auditors, with the *
      *    reason and approver of every write-off.           *
      *    2026-10-15  Initial version.                      *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *    2026-10-15  GLMAST opened at start with OPENITEM, *
      *                so a ledger open failure aborts the   *
      *                run before any item is written off.   *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOTRANS-FILE ASSIGN TO WOTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOTRANS-STATUS.
           SELECT OPENITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT GLMAST-FILE ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-ACCT-NO
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT GLCOA-FILE ASSIGN TO GLCOA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCOA-STATUS.
           SELECT GLPERIOD-FILE ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT WORPT ASSIGN TO WORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WOTRANS-FILE
           RECORDING MODE IS F.
       COPY WOTRANRC.
       FD  OPENITEM-FILE
           RECORDING MODE IS F.
       COPY OPENITRC.
       FD  GLMAST-FILE
           RECORDING MODE IS F.
       COPY GLMASTRC.
       FD  GLCOA-FILE
           RECORDING MODE IS F.
       COPY GLCOARC.
       FD  GLPERIOD-FILE
           RECORDING MODE IS F.
       COPY GLPERRC.
       FD  WORPT
           RECORDING MODE IS F.
       01  WO-RPT-RECORD                   PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-WOTRANS-STATUS               PIC X(2)    VALUE "00".
       01  WS-OPENITEM-STATUS              PIC X(2)    VALUE "00".
           88  OPENITEM-FOUND                          VALUE "00".
           88  OPENITEM-NOT-FOUND                      VALUE "23".
       01  WS-GLMAST-STATUS                PIC X(2)    VALUE "00".
           88  GLMAST-FOUND                            VALUE "00".
           88  GLMAST-NOT-FOUND                        VALUE "23".
       01  WS-GLCOA-STATUS                 PIC X(2)    VALUE "00".
       01  WS-GLPERIOD-STATUS              PIC X(2)    VALUE "00".
       01  WS-WORPT-STATUS                 PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-COA-EOF-SWITCH               PIC X(1)    VALUE "N".
           88  COA-END-OF-FILE                         VALUE "Y".
       01  WS-ITEM-EOF-SWITCH              PIC X(1)    VALUE "N".
           88  ITEM-END-OF-FILE                        VALUE "Y".
       01  WS-RUN-PARM.
           05  WS-SWEEP-LIMIT              PIC X(9)    VALUE SPACES.
           05  WS-SWEEP-LIMIT-N REDEFINES WS-SWEEP-LIMIT
                                           PIC 9(7)V99.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  WS-SWEEP-APPROVER           PIC X(8)    VALUE SPACES.
       01  WS-SWEEP-SW                     PIC X(1)    VALUE "N".
           88  SWEEP-REQUESTED                         VALUE "Y".
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
           05  WS-MAP-BAD-DEBT-ACCT        PIC X(15)   VALUE SPACES.
       01  WS-GEN-ENTRIES.
           05  WS-GEN-COUNT                PIC 9(2)    VALUE ZERO.
           05  WS-GEN-IX                   PIC 9(2)    VALUE ZERO.
           05  WS-GEN-ENTRY OCCURS 2 TIMES.
               10  GE-ACCT-NO              PIC X(15).
               10  GE-AMOUNT               PIC S9(11)V99.
       01  WS-BKT-IX                       PIC 9(2)    VALUE ZERO.
       01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.
       01  WS-TRANS-ITEM-COUNT             PIC 9(7)    VALUE ZERO.
       01  WS-TRANS-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       01  WS-SWEEP-CUST-NO                PIC X(15)   VALUE SPACES.
       01  WS-SOURCE-SW                    PIC X(1)    VALUE "T".
           88  SOURCE-IS-TRANS                         VALUE "T".
           88  SOURCE-IS-SWEEP                         VALUE "S".
       01  WS-READ-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-ACCEPTED-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-REJECTED-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-TRANS-WO-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-TRANS-WO-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-SWEEP-WO-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-SWEEP-WO-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-WO-TOTAL                     PIC S9(11)V99 VALUE ZERO.
       01  WS-NEW-ACCT-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "BADDEBT WRITE-OFF REGISTER    ".
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(10)   VALUE
               "  PERIOD: ".
           05  H1-PERIOD-YEAR              PIC 9(4).
           05  FILLER                      PIC X(1)    VALUE "/".
           05  H1-PERIOD-MONTH             PIC 9(2).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(26)   VALUE
               "SMALL-BALANCE SWEEP UNDER ".
           05  H2-SWEEP-LIMIT              PIC Z(6)9.99.
           05  FILLER                      PIC X(15)   VALUE
               "  APPROVED BY: ".
           05  H2-SWEEP-APPROVER           PIC X(8).
       01  WS-NO-SWEEP-LINE                PIC X(30)   VALUE
               "NO SMALL-BALANCE SWEEP".
       01  WS-HEADING-3.
           05  FILLER                      PIC X(17)   VALUE
               "CUSTOMER NUMBER  ".
           05  FILLER                      PIC X(8)    VALUE
               "SCOPE   ".
           05  FILLER                      PIC X(13)   VALUE
               "APPROVED BY  ".
           05  FILLER                      PIC X(6)    VALUE
               "REASON".
       01  WS-TRANS-LINE.
           05  TL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  TL-SCOPE                    PIC X(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  TL-APPROVER                 PIC X(8).
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  TL-REASON                   PIC X(30).
       01  WS-ITEM-LINE.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE "ITEM  ".
           05  IL-POST-DATE                PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE "-".
           05  IL-ITEM-SEQ                 PIC 9(4).
           05  FILLER                      PIC X(8)    VALUE
               "  BATCH ".
           05  IL-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  IL-ORIG-AMOUNT              PIC -(9)9.99.
           05  IL-OPEN-AMOUNT              PIC -(9)9.99.
       01  WS-TRANS-TOTAL-LINE.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(15)   VALUE
               "WRITTEN OFF:   ".
           05  TT-ITEM-COUNT               PIC Z(3)9.
           05  FILLER                      PIC X(8)    VALUE
               " ITEMS  ".
           05  FILLER                      PIC X(23)   VALUE SPACES.
           05  TT-AMOUNT                   PIC -(9)9.99.
       01  WS-REJECT-LINE.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FILLER                      PIC X(15)   VALUE
               "*** REJECTED - ".
           05  RL-ITEM-KEY                 PIC X(14).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RL-REASON                   PIC X(30).
       01  WS-GL-HEADING                   PIC X(40)   VALUE
               "GL ENTRIES POSTED".
       01  WS-GL-LINE.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  GL-DR-CR                    PIC X(7).
           05  GL-ACCT-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  GL-ACCT-ROLE                PIC X(22).
           05  GL-AMOUNT                   PIC -(11)9.99.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  GL-NEW-FLAG                 PIC X(3).
       01  WS-COUNT-LINE.
           05  NL-LABEL                    PIC X(26).
           05  NL-COUNT                    PIC Z(6)9.
       01  WS-AMOUNT-LINE.
           05  AL-LABEL                    PIC X(26).
           05  AL-AMOUNT                   PIC -(11)9.99.
       01  WS-SIGN-OFF-LINE                PIC X(60)   VALUE
               "REVIEWED BY: __________________  DATE: ________".
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           PERFORM 0200-GET-RUN-PARM
           PERFORM 0500-LOAD-ACCT-MAP
           PERFORM 0600-CHECK-PERIOD
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-WOTRANS
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-PROCESS-TRANS
               PERFORM 1100-READ-WOTRANS
           END-PERFORM
           IF SWEEP-REQUESTED
               PERFORM 3000-SWEEP-SMALL-BALANCES
           END-IF
           PERFORM 5000-POST-GL
           PERFORM 6000-WRITE-TOTALS
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE WOTRANS-FILE
           CLOSE OPENITEM-FILE
           CLOSE GLMAST-FILE
           CLOSE WORPT
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
               DISPLAY "BADDEBT: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "BADDEBT: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

      *******************************************************
      *    The sweep is asked for in the run parm: a limit   *
      *    of nine digits with two implied decimals, a       *
      *    space, and the operator ID approving the sweep.   *
      *    No limit means no sweep; a limit that is not      *
      *    numeric or has no approver stops the run.         *
      *******************************************************
       0200-GET-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-SWEEP-LIMIT NOT = SPACES
               IF WS-SWEEP-LIMIT IS NOT NUMERIC
                   OR WS-SWEEP-LIMIT-N = ZERO
                   DISPLAY "BADDEBT: SWEEP LIMIT " WS-SWEEP-LIMIT
                       " INVALID - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9600-END-STEP
                   STOP RUN
               END-IF
               IF WS-SWEEP-APPROVER = SPACES
                   DISPLAY "BADDEBT: SWEEP HAS NO APPROVER"
                       " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9600-END-STEP
                   STOP RUN
               END-IF
               SET SWEEP-REQUESTED TO TRUE
           END-IF.

      *******************************************************
      *    Both sides of the write-off entry must be mapped  *
      *    on the GLCOA chart before anything is touched.    *
      *******************************************************
       0500-LOAD-ACCT-MAP.
           OPEN INPUT GLCOA-FILE
           IF WS-GLCOA-STATUS NOT = "00"
               DISPLAY "BADDEBT: GLCOA OPEN FAILED, STATUS "
                   WS-GLCOA-STATUS
           ELSE
               PERFORM 0550-READ-GLCOA
               PERFORM UNTIL COA-END-OF-FILE
                   EVALUATE TRUE
                       WHEN CA-TYPE-RECEIVABLE
                           MOVE CA-ACCT-NO TO WS-MAP-RECV-ACCT
                       WHEN CA-TYPE-BAD-DEBT
                           MOVE CA-ACCT-NO TO WS-MAP-BAD-DEBT-ACCT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM 0550-READ-GLCOA
               END-PERFORM
               CLOSE GLCOA-FILE
           END-IF
           IF WS-MAP-RECV-ACCT = SPACES
               OR WS-MAP-BAD-DEBT-ACCT = SPACES
               DISPLAY "BADDEBT: GL ACCOUNT MAPPING INCOMPLETE"
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       0550-READ-GLCOA.
           READ GLCOA-FILE
               AT END
                   SET COA-END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    Write-offs post into the open period and close    *
      *    the items as of the run date, so the run date     *
      *    must fall in the open period, as for GLPOST.      *
      *******************************************************
       0600-CHECK-PERIOD.
           OPEN INPUT GLPERIOD-FILE
           IF WS-GLPERIOD-STATUS NOT = "00"
               DISPLAY "BADDEBT: GLPERIOD OPEN FAILED, STATUS "
                   WS-GLPERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
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
           IF WS-POSTING-PERIOD NOT = WS-OPEN-PERIOD
               DISPLAY "BADDEBT: RUN DATE " WS-RUN-DATE
                   " NOT IN OPEN PERIOD " WS-OPEN-PERIOD
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT WOTRANS-FILE
           IF WS-WOTRANS-STATUS NOT = "00"
               DISPLAY "BADDEBT: WOTRANS OPEN FAILED, STATUS "
                   WS-WOTRANS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN I-O OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "BADDEBT: OPENITEM OPEN FAILED, STATUS "
                   WS-OPENITEM-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
      *    GLMAST is opened before any item is written off, so a
      *    ledger that cannot be posted stops the run with every
      *    item still open.
           OPEN I-O GLMAST-FILE
           IF WS-GLMAST-STATUS = "35"
               CLOSE GLMAST-FILE
               OPEN OUTPUT GLMAST-FILE
               CLOSE GLMAST-FILE
               OPEN I-O GLMAST-FILE
           END-IF
           IF WS-GLMAST-STATUS NOT = "00"
               DISPLAY "BADDEBT: GLMAST OPEN FAILED, STATUS "
                   WS-GLMAST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT WORPT
           IF WS-WORPT-STATUS NOT = "00"
               DISPLAY "BADDEBT: WORPT OPEN FAILED, STATUS "
                   WS-WORPT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-OPEN-YEAR TO H1-PERIOD-YEAR
           MOVE WS-OPEN-MONTH TO H1-PERIOD-MONTH
           WRITE WO-RPT-RECORD FROM WS-HEADING-1
           IF SWEEP-REQUESTED
               MOVE WS-SWEEP-LIMIT-N TO H2-SWEEP-LIMIT
               MOVE WS-SWEEP-APPROVER TO H2-SWEEP-APPROVER
               WRITE WO-RPT-RECORD FROM WS-HEADING-2
           ELSE
               WRITE WO-RPT-RECORD FROM WS-NO-SWEEP-LINE
           END-IF
           WRITE WO-RPT-RECORD FROM WS-HEADING-3.

       1100-READ-WOTRANS.
           READ WOTRANS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *******************************************************
      *    One write-off transaction: edit it, then close    *
      *    the item named or every open item the customer    *
      *    has.  A transaction that writes nothing off is    *
      *    rejected, so the approver can see it did not      *
      *    take.                                             *
      *******************************************************
       2000-PROCESS-TRANS.
           SET SOURCE-IS-TRANS TO TRUE
           MOVE WT-CUST-NO TO TL-CUST-NO
           EVALUATE TRUE
               WHEN WT-SCOPE-ITEM
                   MOVE "ITEM" TO TL-SCOPE
               WHEN WT-SCOPE-ALL
                   MOVE "ALL" TO TL-SCOPE
               WHEN OTHER
                   MOVE WT-SCOPE TO TL-SCOPE
           END-EVALUATE
           MOVE WT-APPROVER TO TL-APPROVER
           MOVE WT-REASON TO TL-REASON
           WRITE WO-RPT-RECORD FROM WS-TRANS-LINE
           MOVE ZERO TO WS-TRANS-ITEM-COUNT
           MOVE ZERO TO WS-TRANS-TOTAL
           PERFORM 2100-EDIT-TRANS
           IF WS-REJECT-REASON = SPACES
               IF WT-SCOPE-ITEM
                   PERFORM 2200-WRITE-OFF-ITEM
               ELSE
                   PERFORM 2300-WRITE-OFF-CUSTOMER
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE WS-TRANS-ITEM-COUNT TO TT-ITEM-COUNT
               MOVE WS-TRANS-TOTAL TO TT-AMOUNT
               WRITE WO-RPT-RECORD FROM WS-TRANS-TOTAL-LINE
           ELSE
               PERFORM 2900-REJECT-TRANS
           END-IF.

       2100-EDIT-TRANS.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WT-CUST-NO = SPACES
                   MOVE "CUSTOMER NUMBER MISSING" TO WS-REJECT-REASON
               WHEN NOT WT-SCOPE-ITEM AND NOT WT-SCOPE-ALL
                   MOVE "SCOPE NOT I OR A" TO WS-REJECT-REASON
               WHEN WT-REASON = SPACES
                   MOVE "REASON MISSING" TO WS-REJECT-REASON
               WHEN WT-APPROVER = SPACES
                   MOVE "APPROVER MISSING" TO WS-REJECT-REASON
               WHEN WT-SCOPE-ITEM
                   AND (WT-POST-DATE IS NOT NUMERIC
                   OR WT-ITEM-SEQ IS NOT NUMERIC)
                   MOVE "ITEM KEY NOT NUMERIC" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-WRITE-OFF-ITEM.
           MOVE WT-CUST-NO TO OI-CUST-NO
           MOVE WT-POST-DATE TO OI-POST-DATE
           MOVE WT-ITEM-SEQ TO OI-ITEM-SEQ
           MOVE "00" TO WS-OPENITEM-STATUS
           READ OPENITEM-FILE
               INVALID KEY
                   SET OPENITEM-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN OPENITEM-NOT-FOUND
                   MOVE "ITEM NOT ON OPENITEM" TO WS-REJECT-REASON
               WHEN NOT OPENITEM-FOUND
                   DISPLAY "BADDEBT: OPENITEM READ FAILED, STATUS "
                       WS-OPENITEM-STATUS " CUST " WT-CUST-NO
                   PERFORM 9000-ABORT-RUN
               WHEN NOT OI-STATUS-OPEN
                   MOVE "ITEM NOT OPEN" TO WS-REJECT-REASON
               WHEN OI-OPEN-AMOUNT NOT > ZERO
                   MOVE "NOTHING OWED ON ITEM" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 4000-CLOSE-ITEM
           END-EVALUATE.

      *******************************************************
      *    Every item the customer still owes on; a credit   *
      *    item is left for cash application to clear.       *
      *******************************************************
       2300-WRITE-OFF-CUSTOMER.
           MOVE "N" TO WS-ITEM-EOF-SWITCH
           MOVE WT-CUST-NO TO OI-CUST-NO
           MOVE ZERO TO OI-POST-DATE
           MOVE ZERO TO OI-ITEM-SEQ
           START OPENITEM-FILE KEY NOT < OI-ITEM-KEY
               INVALID KEY
                   SET ITEM-END-OF-FILE TO TRUE
           END-START
           IF NOT ITEM-END-OF-FILE
               PERFORM 2350-READ-NEXT-ITEM
           END-IF
           PERFORM UNTIL ITEM-END-OF-FILE
                   OR OI-CUST-NO NOT = WT-CUST-NO
               IF OI-STATUS-OPEN AND OI-OPEN-AMOUNT > ZERO
                   PERFORM 4000-CLOSE-ITEM
               END-IF
               PERFORM 2350-READ-NEXT-ITEM
           END-PERFORM
           IF WS-TRANS-ITEM-COUNT = ZERO
               MOVE "NO OPEN ITEMS FOR CUSTOMER" TO WS-REJECT-REASON
           END-IF.

       2350-READ-NEXT-ITEM.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   SET ITEM-END-OF-FILE TO TRUE
           END-READ.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO RL-ITEM-KEY
           IF WT-SCOPE-ITEM
               MOVE WT-POST-DATE TO RL-ITEM-KEY (1:8)
               MOVE "-" TO RL-ITEM-KEY (9:1)
               MOVE WT-ITEM-SEQ TO RL-ITEM-KEY (10:4)
           END-IF
           MOVE WS-REJECT-REASON TO RL-REASON
           WRITE WO-RPT-RECORD FROM WS-REJECT-LINE.

      *******************************************************
      *    Small-balance sweep, after the transactions so an *
      *    item already written off by hand is not swept a   *
      *    second time.  Each customer swept gets one        *
      *    register line carrying the sweep approver.        *
      *******************************************************
       3000-SWEEP-SMALL-BALANCES.
           SET SOURCE-IS-SWEEP TO TRUE
           MOVE SPACES TO WS-SWEEP-CUST-NO
           MOVE "N" TO WS-ITEM-EOF-SWITCH
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPENITEM-FILE KEY NOT < OI-ITEM-KEY
               INVALID KEY
                   SET ITEM-END-OF-FILE TO TRUE
           END-START
           IF NOT ITEM-END-OF-FILE
               PERFORM 2350-READ-NEXT-ITEM
           END-IF
           PERFORM UNTIL ITEM-END-OF-FILE
               IF OI-STATUS-OPEN AND OI-OPEN-AMOUNT > ZERO
                   AND OI-OPEN-AMOUNT < WS-SWEEP-LIMIT-N
                   PERFORM 3100-SWEEP-ITEM
               END-IF
               PERFORM 2350-READ-NEXT-ITEM
           END-PERFORM
           IF WS-SWEEP-CUST-NO NOT = SPACES
               PERFORM 3200-CLOSE-SWEEP-CUSTOMER
           END-IF.

       3100-SWEEP-ITEM.
           IF OI-CUST-NO NOT = WS-SWEEP-CUST-NO
               IF WS-SWEEP-CUST-NO NOT = SPACES
                   PERFORM 3200-CLOSE-SWEEP-CUSTOMER
               END-IF
               MOVE OI-CUST-NO TO WS-SWEEP-CUST-NO
               MOVE ZERO TO WS-TRANS-ITEM-COUNT
               MOVE ZERO TO WS-TRANS-TOTAL
               MOVE OI-CUST-NO TO TL-CUST-NO
               MOVE "SWEEP" TO TL-SCOPE
               MOVE WS-SWEEP-APPROVER TO TL-APPROVER
               MOVE "SMALL BALANCE UNDER SWEEP LIMIT" TO TL-REASON
               WRITE WO-RPT-RECORD FROM WS-TRANS-LINE
           END-IF
           PERFORM 4000-CLOSE-ITEM.

       3200-CLOSE-SWEEP-CUSTOMER.
           MOVE WS-TRANS-ITEM-COUNT TO TT-ITEM-COUNT
           MOVE WS-TRANS-TOTAL TO TT-AMOUNT
           WRITE WO-RPT-RECORD FROM WS-TRANS-TOTAL-LINE.

      *******************************************************
      *    Close one item as written off.  The open amount   *
      *    stays on the item, so billed less open is still   *
      *    what was paid, and the last-pay date carries the  *
      *    write-off date.                                   *
      *******************************************************
       4000-CLOSE-ITEM.
           SET OI-STATUS-WRITTEN-OFF TO TRUE
           MOVE WS-RUN-DATE TO OI-LAST-PAY-DATE
           REWRITE OPENITEM-RECORD
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "BADDEBT: OPENITEM REWRITE FAILED, STATUS "
                   WS-OPENITEM-STATUS " CUST " OI-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO WS-TRANS-ITEM-COUNT
           ADD OI-OPEN-AMOUNT TO WS-TRANS-TOTAL
           ADD OI-OPEN-AMOUNT TO WS-WO-TOTAL
           IF SOURCE-IS-SWEEP
               ADD 1 TO WS-SWEEP-WO-COUNT
               ADD OI-OPEN-AMOUNT TO WS-SWEEP-WO-TOTAL
           ELSE
               ADD 1 TO WS-TRANS-WO-COUNT
               ADD OI-OPEN-AMOUNT TO WS-TRANS-WO-TOTAL
           END-IF
           MOVE OI-POST-DATE TO IL-POST-DATE
           MOVE OI-ITEM-SEQ TO IL-ITEM-SEQ
           MOVE OI-BATCH-ID TO IL-BATCH-ID
           MOVE OI-ORIG-AMOUNT TO IL-ORIG-AMOUNT
           MOVE OI-OPEN-AMOUNT TO IL-OPEN-AMOUNT
           WRITE WO-RPT-RECORD FROM WS-ITEM-LINE.

      *******************************************************
      *    One balanced entry for the whole run - debit      *
      *    bad-debt expense, credit receivable control -     *
      *    posted with the same create-on-first-use and      *
      *    year-rollover rules as GLPOST.                    *
      *******************************************************
       5000-POST-GL.
           WRITE WO-RPT-RECORD FROM WS-GL-HEADING
           IF WS-WO-TOTAL = ZERO
               MOVE "NOTHING WRITTEN OFF - NO GL ENTRY"
                   TO WO-RPT-RECORD
               WRITE WO-RPT-RECORD
           ELSE
               MOVE 2 TO WS-GEN-COUNT
               MOVE WS-MAP-BAD-DEBT-ACCT TO GE-ACCT-NO (1)
               MOVE WS-WO-TOTAL TO GE-AMOUNT (1)
               MOVE WS-MAP-RECV-ACCT TO GE-ACCT-NO (2)
               COMPUTE GE-AMOUNT (2) = ZERO - WS-WO-TOTAL
               PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                       UNTIL WS-GEN-IX > WS-GEN-COUNT
                   PERFORM 5100-POST-ENTRY
               END-PERFORM
           END-IF.

       5100-POST-ENTRY.
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
                   DISPLAY "BADDEBT: GLMAST WRITE FAILED, STATUS "
                       WS-GLMAST-STATUS " ACCT " GM-ACCT-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-NEW-ACCT-COUNT
               MOVE "NEW" TO GL-NEW-FLAG
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
                   DISPLAY "BADDEBT: GLMAST REWRITE FAILED, STATUS "
                       WS-GLMAST-STATUS " ACCT " GM-ACCT-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
               MOVE SPACES TO GL-NEW-FLAG
           END-IF
           IF WS-GEN-IX = 1
               MOVE "DEBIT  " TO GL-DR-CR
               MOVE "BAD-DEBT EXPENSE" TO GL-ACCT-ROLE
           ELSE
               MOVE "CREDIT " TO GL-DR-CR
               MOVE "RECEIVABLE CONTROL" TO GL-ACCT-ROLE
           END-IF
           MOVE GE-ACCT-NO (WS-GEN-IX) TO GL-ACCT-NO
           MOVE GE-AMOUNT (WS-GEN-IX) TO GL-AMOUNT
           WRITE WO-RPT-RECORD FROM WS-GL-LINE.

       6000-WRITE-TOTALS.
           MOVE "TRANSACTIONS READ:        " TO NL-LABEL
           MOVE WS-READ-COUNT TO NL-COUNT
           WRITE WO-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS ACCEPTED:    " TO NL-LABEL
           MOVE WS-ACCEPTED-COUNT TO NL-COUNT
           WRITE WO-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED:    " TO NL-LABEL
           MOVE WS-REJECTED-COUNT TO NL-COUNT
           WRITE WO-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "ITEMS WRITTEN OFF:        " TO NL-LABEL
           MOVE WS-TRANS-WO-COUNT TO NL-COUNT
           WRITE WO-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "AMOUNT WRITTEN OFF:       " TO AL-LABEL
           MOVE WS-TRANS-WO-TOTAL TO AL-AMOUNT
           WRITE WO-RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "ITEMS SWEPT:              " TO NL-LABEL
           MOVE WS-SWEEP-WO-COUNT TO NL-COUNT
           WRITE WO-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "AMOUNT SWEPT:             " TO AL-LABEL
           MOVE WS-SWEEP-WO-TOTAL TO AL-AMOUNT
           WRITE WO-RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "TOTAL WRITTEN OFF:        " TO AL-LABEL
           MOVE WS-WO-TOTAL TO AL-AMOUNT
           WRITE WO-RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "NEW GL ACCOUNTS:          " TO NL-LABEL
           MOVE WS-NEW-ACCT-COUNT TO NL-COUNT
           WRITE WO-RPT-RECORD FROM WS-COUNT-LINE
           WRITE WO-RPT-RECORD FROM WS-SIGN-OFF-LINE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE WOTRANS-FILE
           CLOSE OPENITEM-FILE
           CLOSE GLMAST-FILE
           CLOSE WORPT
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
           MOVE "BADDEBT" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "BADDEBT: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "BADDEBT: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-READ-COUNT TO SC-READ-COUNT
           MOVE WS-ACCEPTED-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
