       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECON.
      *******************************************************
      *    ARRECON - month-end receivables subledger to GL   *
      *    reconciliation for the open GLPERIOD period, run  *
      *    before GLCLOSE.  Prints a proof on ARRRPT with an *
      *    in-balance / out-of-balance verdict per leg:      *
      *      RECEIVABLE  every open OI-OPEN-AMOUNT on        *
      *                  OPENITEM = the GLMAST balance of    *
      *                  the GLCOA receivable-control        *
      *                  account.                            *
      *      REVENUE     the CUSTBAL month-to-date base,     *
      *      TAX         tax and surcharge buckets of the    *
      *      SURCHARGE   customers updated in the period =   *
      *                  the credit in the period bucket of  *
      *                  the mapped GLMAST account.          *
      *    A leg out of balance lists what explains the      *
      *    difference: split-mode BALTRANS postings CUSBALUP *
      *    has not yet applied, GLJEPOST journal lines on    *
      *    the account, items of BCHREV-reversed batches     *
      *    still carrying cash, and customers whose CUSTBAL  *
      *    month-to-date buckets have already rolled into a  *
      *    later month.  Any break ends the run with return  *
      *    code 8 so the stream does not run GLCLOSE.        *
      *    2026-10-15  Initial version.                      *
      *    2026-10-15  A held item of a reversed batch that  *
      *                has since been written off is noted   *
      *                as such.                              *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPERIOD-FILE ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT GLCOA-FILE ASSIGN TO GLCOA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCOA-STATUS.
           SELECT GLMAST-FILE ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-ACCT-NO
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT OPENITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT CUSTBAL-FILE ASSIGN TO CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CB-CUST-NO
               FILE STATUS IS WS-CUSTBAL-STATUS.
           SELECT BCHREG-FILE ASSIGN TO BCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-BCHREG-STATUS.
           SELECT BALTRANS ASSIGN TO BALTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALTRANS-STATUS.
           SELECT JEHIST-FILE ASSIGN TO JEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JH-JRNL-KEY
               FILE STATUS IS WS-JEHIST-STATUS.
           SELECT ARRRPT ASSIGN TO ARRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRRPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLPERIOD-FILE
           RECORDING MODE IS F.
       COPY GLPERRC.
       FD  GLCOA-FILE
           RECORDING MODE IS F.
       COPY GLCOARC.
       FD  GLMAST-FILE
           RECORDING MODE IS F.
       COPY GLMASTRC.
       FD  OPENITEM-FILE
           RECORDING MODE IS F.
       COPY OPENITRC.
       FD  CUSTBAL-FILE
           RECORDING MODE IS F.
       COPY CUSBALRC.
       FD  BCHREG-FILE
           RECORDING MODE IS F.
       COPY BCHREGRC.
       FD  BALTRANS
           RECORDING MODE IS F.
       COPY BALTRNRC.
       FD  JEHIST-FILE
           RECORDING MODE IS F.
       COPY JEHISTRC.
       FD  ARRRPT
           RECORDING MODE IS F.
       01  ARR-RECORD                      PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-GLPERIOD-STATUS              PIC X(2)    VALUE "00".
       01  WS-GLCOA-STATUS                 PIC X(2)    VALUE "00".
       01  WS-GLMAST-STATUS                PIC X(2)    VALUE "00".
           88  GLMAST-FOUND                            VALUE "00".
           88  GLMAST-NOT-FOUND                        VALUE "23".
       01  WS-OPENITEM-STATUS              PIC X(2)    VALUE "00".
       01  WS-CUSTBAL-STATUS               PIC X(2)    VALUE "00".
       01  WS-BCHREG-STATUS                PIC X(2)    VALUE "00".
           88  BCHREG-FOUND                            VALUE "00".
           88  BCHREG-NOT-FOUND                        VALUE "23".
       01  WS-BALTRANS-STATUS              PIC X(2)    VALUE "00".
       01  WS-JEHIST-STATUS                PIC X(2)    VALUE "00".
       01  WS-ARRRPT-STATUS                PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-COA-EOF-SWITCH               PIC X(1)    VALUE "N".
           88  COA-END-OF-FILE                         VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-OPEN-PERIOD.
           05  WS-OPEN-YEAR                PIC 9(4).
           05  WS-OPEN-MONTH               PIC 9(2).
       01  WS-ACCT-MAP.
           05  WS-MAP-RECV-ACCT            PIC X(15)   VALUE SPACES.
           05  WS-MAP-BASE-ACCT            PIC X(15)   VALUE SPACES.
           05  WS-MAP-TAX-ACCT             PIC X(15)   VALUE SPACES.
           05  WS-MAP-SURCHG-ACCT          PIC X(15)   VALUE SPACES.
       01  WS-GLMAST-SW                    PIC X(1)    VALUE "Y".
           88  GLMAST-PRESENT                          VALUE "Y".
       01  WS-BCHREG-SW                    PIC X(1)    VALUE "Y".
           88  BCHREG-PRESENT                          VALUE "Y".
       01  WS-OPENITEM-SW                  PIC X(1)    VALUE "Y".
           88  OPENITEM-PRESENT                        VALUE "Y".
       01  WS-BREAK-SW                     PIC X(1)    VALUE "N".
           88  PROOF-HAS-BREAK                         VALUE "Y".
       01  WS-LEG-BREAK-SW                 PIC X(1)    VALUE "N".
           88  LEG-IN-BALANCE                          VALUE "N".
           88  LEG-OUT-OF-BALANCE                      VALUE "Y".
       01  WS-LEG-CODE                     PIC X(1)    VALUE SPACE.
           88  LEG-RECEIVABLE                          VALUE "R".
           88  LEG-BASE                                VALUE "1".
           88  LEG-TAX                                 VALUE "2".
           88  LEG-SURCHARGE                           VALUE "3".
       01  WS-LEG-ACCT                     PIC X(15)   VALUE SPACES.
       01  WS-SUB-LABEL                    PIC X(26)   VALUE SPACES.
       01  WS-GL-LABEL                     PIC X(26)   VALUE SPACES.
       01  WS-GL-BALANCE                   PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-PERIOD-AMT                PIC S9(11)V99 VALUE ZERO.
       01  WS-SUB-TOTAL                    PIC S9(13)V99 VALUE ZERO.
       01  WS-GL-TOTAL                     PIC S9(13)V99 VALUE ZERO.
       01  WS-DIFFERENCE                   PIC S9(13)V99 VALUE ZERO.
       01  WS-EXPLAINED                    PIC S9(13)V99 VALUE ZERO.
       01  WS-UNEXPLAINED                  PIC S9(13)V99 VALUE ZERO.
       01  WS-XL-AMOUNT                    PIC S9(11)V99 VALUE ZERO.
       01  WS-OPEN-ITEM-COUNT              PIC 9(7)    VALUE ZERO.
       01  WS-CUSTBAL-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-LAST-BATCH-ID                PIC X(8)    VALUE SPACES.
       01  WS-BATCH-REV-SW                 PIC X(1)    VALUE "N".
           88  BATCH-WAS-REVERSED                      VALUE "Y".
       01  WS-PROBE-SW                     PIC X(1)    VALUE "N".
           88  PROBE-DONE                              VALUE "Y".
       01  WS-APPLIED-SW                   PIC X(1)    VALUE "N".
           88  BALTRANS-APPLIED                        VALUE "Y".
       01  WS-JE-REF.
           05  FILLER                      PIC X(5)    VALUE "LINE ".
           05  JR-LINE-NO                  PIC 9(3).
           05  FILLER                      PIC X(7)    VALUE SPACES.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(28)   VALUE
               "ARRECON AR TO GL RECON      ".
           05  FILLER                      PIC X(8)    VALUE
               "PERIOD: ".
           05  H1-PERIOD-YEAR              PIC 9(4).
           05  FILLER                      PIC X(1)    VALUE "/".
           05  H1-PERIOD-MONTH             PIC 9(2).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
       01  WS-LEG-LINE.
           05  LL-LEG-NAME                 PIC X(12).
           05  LL-VERDICT                  PIC X(22).
       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NL-LABEL                    PIC X(26).
           05  NL-COUNT                    PIC Z(6)9.
       01  WS-AMOUNT-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AL-LABEL                    PIC X(26).
           05  AL-AMOUNT                   PIC -(13)9.99.
       01  WS-TEXT-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  TL-TEXT                     PIC X(44).
       01  WS-ACCT-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(26)   VALUE
               "GL ACCOUNT:               ".
           05  ACL-ACCT-NO                 PIC X(15).
       01  WS-EXPLAIN-HEADING.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE
               "SOURCE    ".
           05  FILLER                      PIC X(9)    VALUE
               "BATCH/JE ".
           05  FILLER                      PIC X(16)   VALUE
               "CUSTOMER/LINE   ".
           05  FILLER                      PIC X(15)   VALUE
               "         AMOUNT".
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(4)    VALUE "NOTE".
       01  WS-EXPLAIN-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  XL-SOURCE                   PIC X(10).
           05  XL-BATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  XL-REF                      PIC X(15).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  XL-AMOUNT                   PIC -(11)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  XL-NOTE                     PIC X(20).
       01  WS-ROLLED-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE
               "CUSTBAL   ".
           05  FILLER                      PIC X(9)    VALUE SPACES.
           05  RL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  FILLER                      PIC X(25)   VALUE
               "MTD ALREADY ROLLED TO    ".
           05  RL-UPD-YEAR                 PIC 9(4).
           05  FILLER                      PIC X(1)    VALUE "/".
           05  RL-UPD-MONTH                PIC 9(2).
       01  WS-VERDICT-GOOD                 PIC X(48)   VALUE
               "AR RECONCILED TO GL - ALL LEGS BALANCE".
       01  WS-VERDICT-BAD                  PIC X(48)   VALUE
               "*** AR OUT OF BALANCE - DO NOT RUN GLCLOSE ***".
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           PERFORM 0200-GET-OPEN-PERIOD
           PERFORM 0500-LOAD-ACCT-MAP
           OPEN OUTPUT ARRRPT
           IF WS-ARRRPT-STATUS NOT = "00"
               DISPLAY "ARRECON: ARRRPT OPEN FAILED, STATUS "
                   WS-ARRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           PERFORM 0300-OPEN-GLMAST
           PERFORM 0400-OPEN-BCHREG
           MOVE WS-OPEN-YEAR TO H1-PERIOD-YEAR
           MOVE WS-OPEN-MONTH TO H1-PERIOD-MONTH
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE ARR-RECORD FROM WS-HEADING-1
           PERFORM 1000-RECEIVABLE-LEG
           MOVE "1" TO WS-LEG-CODE
           MOVE WS-MAP-BASE-ACCT TO WS-LEG-ACCT
           MOVE "REVENUE     " TO LL-LEG-NAME
           PERFORM 2000-REVENUE-LEG
           MOVE "2" TO WS-LEG-CODE
           MOVE WS-MAP-TAX-ACCT TO WS-LEG-ACCT
           MOVE "TAX         " TO LL-LEG-NAME
           PERFORM 2000-REVENUE-LEG
           MOVE "3" TO WS-LEG-CODE
           MOVE WS-MAP-SURCHG-ACCT TO WS-LEG-ACCT
           MOVE "SURCHARGE   " TO LL-LEG-NAME
           PERFORM 2000-REVENUE-LEG
           IF PROOF-HAS-BREAK
               WRITE ARR-RECORD FROM WS-VERDICT-BAD
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE ARR-RECORD FROM WS-VERDICT-GOOD
           END-IF
           IF GLMAST-PRESENT
               CLOSE GLMAST-FILE
           END-IF
           IF BCHREG-PRESENT
               CLOSE BCHREG-FILE
           END-IF
           CLOSE ARRRPT
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
               DISPLAY "ARRECON: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "ARRECON: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

      *******************************************************
      *    The month being reconciled is the open period -   *
      *    the one GLCLOSE would close next.                 *
      *******************************************************
       0200-GET-OPEN-PERIOD.
           OPEN INPUT GLPERIOD-FILE
           IF WS-GLPERIOD-STATUS NOT = "00"
               DISPLAY "ARRECON: GLPERIOD OPEN FAILED, STATUS "
                   WS-GLPERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           READ GLPERIOD-FILE
               AT END
                   DISPLAY "ARRECON: GLPERIOD RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE GLPERIOD-FILE
                   PERFORM 9600-END-STEP
                   STOP RUN
           END-READ
           MOVE GP-OPEN-YEAR TO WS-OPEN-YEAR
           MOVE GP-OPEN-MONTH TO WS-OPEN-MONTH
           CLOSE GLPERIOD-FILE.

      *******************************************************
      *    GLMAST and BCHREG stay open for random reads      *
      *    through the run.  Neither yet created means no    *
      *    account has posted and no batch has registered.   *
      *******************************************************
       0300-OPEN-GLMAST.
           OPEN INPUT GLMAST-FILE
           IF WS-GLMAST-STATUS = "35"
               MOVE "N" TO WS-GLMAST-SW
           ELSE IF WS-GLMAST-STATUS NOT = "00"
               DISPLAY "ARRECON: GLMAST OPEN FAILED, STATUS "
                   WS-GLMAST-STATUS
               MOVE "N" TO WS-GLMAST-SW
               PERFORM 9000-ABORT-RUN
           END-IF.

       0400-OPEN-BCHREG.
           OPEN INPUT BCHREG-FILE
           IF WS-BCHREG-STATUS = "35"
               MOVE "N" TO WS-BCHREG-SW
           ELSE IF WS-BCHREG-STATUS NOT = "00"
               DISPLAY "ARRECON: BCHREG OPEN FAILED, STATUS "
                   WS-BCHREG-STATUS
               MOVE "N" TO WS-BCHREG-SW
               PERFORM 9000-ABORT-RUN
           END-IF.

      *******************************************************
      *    The same GLCOA mapping GLPOST posts through; the  *
      *    receivable-control and the three revenue-side     *
      *    accounts must all be mapped to reconcile.         *
      *******************************************************
       0500-LOAD-ACCT-MAP.
           OPEN INPUT GLCOA-FILE
           IF WS-GLCOA-STATUS NOT = "00"
               DISPLAY "ARRECON: GLCOA OPEN FAILED, STATUS "
                   WS-GLCOA-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
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
           IF WS-MAP-RECV-ACCT = SPACES
               OR WS-MAP-BASE-ACCT = SPACES
               OR WS-MAP-TAX-ACCT = SPACES
               OR WS-MAP-SURCHG-ACCT = SPACES
               DISPLAY "ARRECON: GL ACCOUNT MAPPING INCOMPLETE"
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
      *    Running balance and open-period bucket of the     *
      *    leg's account.  An account never posted, or       *
      *    whose buckets are still for an earlier year, has  *
      *    no activity in the period.                        *
      *******************************************************
       0700-READ-GL-ACCT.
           MOVE ZERO TO WS-GL-BALANCE
           MOVE ZERO TO WS-GL-PERIOD-AMT
           IF GLMAST-PRESENT
               MOVE "00" TO WS-GLMAST-STATUS
               MOVE WS-LEG-ACCT TO GM-ACCT-NO
               READ GLMAST-FILE
                   INVALID KEY
                       SET GLMAST-NOT-FOUND TO TRUE
               END-READ
               IF GLMAST-FOUND
                   MOVE GM-ACCT-BALANCE TO WS-GL-BALANCE
                   IF GM-PERIOD-YEAR = WS-OPEN-YEAR
                       MOVE GM-PERIOD-AMT (WS-OPEN-MONTH)
                           TO WS-GL-PERIOD-AMT
                   END-IF
               END-IF
           END-IF.

      *******************************************************
      *    Leg one: the open items are the detail behind the *
      *    receivable-control balance.  Cancelled, paid and  *
      *    written-off items carry nothing still owed.       *
      *******************************************************
       1000-RECEIVABLE-LEG.
           MOVE "R" TO WS-LEG-CODE
           MOVE WS-MAP-RECV-ACCT TO WS-LEG-ACCT
           MOVE "RECEIVABLE  " TO LL-LEG-NAME
           MOVE ZERO TO WS-SUB-TOTAL
           MOVE ZERO TO WS-EXPLAINED
           PERFORM 1100-SUM-OPEN-ITEMS
           PERFORM 0700-READ-GL-ACCT
           MOVE WS-GL-BALANCE TO WS-GL-TOTAL
           MOVE "OPEN ITEMS - OPEN AMOUNT: " TO WS-SUB-LABEL
           MOVE "GL RECEIVABLE CONTROL:    " TO WS-GL-LABEL
           PERFORM 7000-WRITE-LEG-AMOUNTS
           MOVE "OPEN ITEMS:               " TO NL-LABEL
           MOVE WS-OPEN-ITEM-COUNT TO NL-COUNT
           WRITE ARR-RECORD FROM WS-COUNT-LINE
           IF LEG-OUT-OF-BALANCE
               WRITE ARR-RECORD FROM WS-EXPLAIN-HEADING
               PERFORM 1300-LIST-REVERSED-ITEMS
               PERFORM 5000-LIST-BALTRANS
               PERFORM 6000-LIST-JOURNALS
               PERFORM 7500-WRITE-EXPLAIN-TOTALS
           END-IF.

       1100-SUM-OPEN-ITEMS.
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS = "35"
               CONTINUE
           ELSE IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "ARRECON: OPENITEM OPEN FAILED, STATUS "
                   WS-OPENITEM-STATUS
               PERFORM 9000-ABORT-RUN
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1150-READ-OPENITEM
               PERFORM UNTIL END-OF-FILE
                   IF OI-STATUS-OPEN
                       ADD 1 TO WS-OPEN-ITEM-COUNT
                       ADD OI-OPEN-AMOUNT TO WS-SUB-TOTAL
                   END-IF
                   PERFORM 1150-READ-OPENITEM
               END-PERFORM
               CLOSE OPENITEM-FILE
           END-IF.

       1150-READ-OPENITEM.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    BCHREV credits receivable control with the whole  *
      *    batch but leaves open any item cash had already   *
      *    reached, so every such item - open or since paid  *
      *    - leaves the ledger short of the subledger by its *
      *    billed amount until it is dealt with by hand.     *
      *******************************************************
       1300-LIST-REVERSED-ITEMS.
           IF BCHREG-PRESENT
               OPEN INPUT OPENITEM-FILE
               IF WS-OPENITEM-STATUS = "00"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 1150-READ-OPENITEM
                   PERFORM UNTIL END-OF-FILE
                       IF NOT OI-STATUS-CANCELLED
                           AND OI-BATCH-ID NOT = SPACES
                           PERFORM 1350-CHECK-BATCH-REVERSED
                           IF BATCH-WAS-REVERSED
                               PERFORM 1400-WRITE-REVERSED-ITEM
                           END-IF
                       END-IF
                       PERFORM 1150-READ-OPENITEM
                   END-PERFORM
                   CLOSE OPENITEM-FILE
               END-IF
           END-IF.

       1350-CHECK-BATCH-REVERSED.
           IF OI-BATCH-ID NOT = WS-LAST-BATCH-ID
               MOVE OI-BATCH-ID TO WS-LAST-BATCH-ID
               MOVE "N" TO WS-BATCH-REV-SW
               MOVE "00" TO WS-BCHREG-STATUS
               MOVE OI-BATCH-ID TO BR-BATCH-ID
               READ BCHREG-FILE
                   INVALID KEY
                       SET BCHREG-NOT-FOUND TO TRUE
               END-READ
               IF BCHREG-FOUND AND BR-STATUS-REVERSED
                   SET BATCH-WAS-REVERSED TO TRUE
               END-IF
           END-IF.

       1400-WRITE-REVERSED-ITEM.
           COMPUTE WS-XL-AMOUNT = ZERO - OI-ORIG-AMOUNT
           MOVE "REVERSED  " TO XL-SOURCE
           MOVE OI-BATCH-ID TO XL-BATCH-ID
           MOVE OI-CUST-NO TO XL-REF
           MOVE WS-XL-AMOUNT TO XL-AMOUNT
           EVALUATE TRUE
               WHEN OI-STATUS-OPEN
                   MOVE "ITEM LEFT OPEN" TO XL-NOTE
               WHEN OI-STATUS-WRITTEN-OFF
                   MOVE "ITEM WRITTEN OFF" TO XL-NOTE
               WHEN OTHER
                   MOVE "ITEM SINCE PAID" TO XL-NOTE
           END-EVALUATE
           WRITE ARR-RECORD FROM WS-EXPLAIN-LINE
           ADD WS-XL-AMOUNT TO WS-EXPLAINED.

      *******************************************************
      *    Legs two to four: what CUSTBAL says was billed in *
      *    the month against the credit GLPOST booked to the *
      *    mapped account in the same period.  Only          *
      *    customers last updated in the open period still   *
      *    carry that month in their MTD buckets.            *
      *******************************************************
       2000-REVENUE-LEG.
           MOVE ZERO TO WS-SUB-TOTAL
           MOVE ZERO TO WS-EXPLAINED
           MOVE ZERO TO WS-CUSTBAL-COUNT
           PERFORM 2100-SUM-CUSTBAL-MTD
           PERFORM 0700-READ-GL-ACCT
           COMPUTE WS-GL-TOTAL = ZERO - WS-GL-PERIOD-AMT
           MOVE "CUSTBAL MTD FOR PERIOD:   " TO WS-SUB-LABEL
           MOVE "GL PERIOD CREDIT:         " TO WS-GL-LABEL
           PERFORM 7000-WRITE-LEG-AMOUNTS
           MOVE "CUSTOMERS IN PERIOD:      " TO NL-LABEL
           MOVE WS-CUSTBAL-COUNT TO NL-COUNT
           WRITE ARR-RECORD FROM WS-COUNT-LINE
           IF LEG-OUT-OF-BALANCE
               WRITE ARR-RECORD FROM WS-EXPLAIN-HEADING
               PERFORM 5000-LIST-BALTRANS
               PERFORM 6000-LIST-JOURNALS
               PERFORM 2300-LIST-ROLLED-CUSTOMERS
               PERFORM 7500-WRITE-EXPLAIN-TOTALS
           END-IF.

       2100-SUM-CUSTBAL-MTD.
           OPEN INPUT CUSTBAL-FILE
           IF WS-CUSTBAL-STATUS = "35"
               CONTINUE
           ELSE IF WS-CUSTBAL-STATUS NOT = "00"
               DISPLAY "ARRECON: CUSTBAL OPEN FAILED, STATUS "
                   WS-CUSTBAL-STATUS
               PERFORM 9000-ABORT-RUN
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2150-READ-CUSTBAL
               PERFORM UNTIL END-OF-FILE
                   IF CB-LAST-UPD-YEAR = WS-OPEN-YEAR
                       AND CB-LAST-UPD-MONTH = WS-OPEN-MONTH
                       ADD 1 TO WS-CUSTBAL-COUNT
                       EVALUATE TRUE
                           WHEN LEG-BASE
                               ADD CB-MTD-BASE TO WS-SUB-TOTAL
                           WHEN LEG-TAX
                               ADD CB-MTD-TAX TO WS-SUB-TOTAL
                           WHEN LEG-SURCHARGE
                               ADD CB-MTD-SURCHARGE TO WS-SUB-TOTAL
                       END-EVALUATE
                   END-IF
                   PERFORM 2150-READ-CUSTBAL
               END-PERFORM
               CLOSE CUSTBAL-FILE
           END-IF.

       2150-READ-CUSTBAL.
           READ CUSTBAL-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    A customer ADDAMT or CUSBALUP has already updated *
      *    in a later month has had this month's MTD buckets *
      *    cleared by the rollover; the amount lost is not   *
      *    recoverable from CUSTBAL, so the customer is      *
      *    listed without one.                               *
      *******************************************************
       2300-LIST-ROLLED-CUSTOMERS.
           OPEN INPUT CUSTBAL-FILE
           IF WS-CUSTBAL-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2150-READ-CUSTBAL
               PERFORM UNTIL END-OF-FILE
                   IF CB-LAST-UPD-DATE (1:6) > WS-OPEN-PERIOD
                       MOVE CB-CUST-NO TO RL-CUST-NO
                       MOVE CB-LAST-UPD-YEAR TO RL-UPD-YEAR
                       MOVE CB-LAST-UPD-MONTH TO RL-UPD-MONTH
                       WRITE ARR-RECORD FROM WS-ROLLED-LINE
                   END-IF
                   PERFORM 2150-READ-CUSTBAL
               END-PERFORM
               CLOSE CUSTBAL-FILE
           END-IF.

      *******************************************************
      *    Split-mode postings GLPOST has booked but         *
      *    CUSBALUP has not yet applied: the BALTRANS record *
      *    has no OPENITEM item for its customer, run date   *
      *    and batch, so neither OPENITEM nor CUSTBAL carry  *
      *    it.  On the revenue legs only postings dated in   *
      *    the open period count.  A zero posting leaves no  *
      *    item and explains nothing.                        *
      *******************************************************
       5000-LIST-BALTRANS.
           OPEN INPUT BALTRANS
           IF WS-BALTRANS-STATUS = "35"
               CONTINUE
           ELSE IF WS-BALTRANS-STATUS NOT = "00"
               DISPLAY "ARRECON: BALTRANS OPEN FAILED, STATUS "
                   WS-BALTRANS-STATUS
               PERFORM 9000-ABORT-RUN
           ELSE
               PERFORM 5020-SCAN-BALTRANS
               CLOSE BALTRANS
           END-IF.

       5010-OPEN-OPENITEM.
           MOVE "Y" TO WS-OPENITEM-SW
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS = "35"
               MOVE "N" TO WS-OPENITEM-SW
           ELSE IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "ARRECON: OPENITEM OPEN FAILED, STATUS "
                   WS-OPENITEM-STATUS
               CLOSE BALTRANS
               PERFORM 9000-ABORT-RUN
           END-IF.

       5020-SCAN-BALTRANS.
           PERFORM 5010-OPEN-OPENITEM
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 5050-READ-BALTRANS
           PERFORM UNTIL END-OF-FILE
               PERFORM 5200-CHECK-BALTRANS
               PERFORM 5050-READ-BALTRANS
           END-PERFORM
           IF OPENITEM-PRESENT
               CLOSE OPENITEM-FILE
           END-IF.

       5050-READ-BALTRANS.
           READ BALTRANS
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       5100-PROBE-OPEN-ITEM.
           MOVE "N" TO WS-APPLIED-SW
           IF OPENITEM-PRESENT
               MOVE "N" TO WS-PROBE-SW
               MOVE BT-CUST-NO TO OI-CUST-NO
               MOVE BT-RUN-DATE TO OI-POST-DATE
               MOVE ZERO TO OI-ITEM-SEQ
               START OPENITEM-FILE
                   KEY IS NOT LESS THAN OI-ITEM-KEY
                   INVALID KEY
                       SET PROBE-DONE TO TRUE
               END-START
               PERFORM UNTIL PROBE-DONE
                   READ OPENITEM-FILE NEXT RECORD
                       AT END
                           SET PROBE-DONE TO TRUE
                   END-READ
                   EVALUATE TRUE
                       WHEN PROBE-DONE
                           CONTINUE
                       WHEN OI-CUST-NO NOT = BT-CUST-NO
                           OR OI-POST-DATE NOT = BT-RUN-DATE
                           SET PROBE-DONE TO TRUE
                       WHEN OI-BATCH-ID = BT-BATCH-ID
                           SET BALTRANS-APPLIED TO TRUE
                           SET PROBE-DONE TO TRUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

       5200-CHECK-BALTRANS.
           MOVE ZERO TO WS-XL-AMOUNT
           IF BT-TOTAL-AMOUNT NOT = ZERO
               EVALUATE TRUE
                   WHEN LEG-RECEIVABLE
                       MOVE BT-TOTAL-AMOUNT TO WS-XL-AMOUNT
                   WHEN BT-RUN-YEAR NOT = WS-OPEN-YEAR
                       OR BT-RUN-MONTH NOT = WS-OPEN-MONTH
                       CONTINUE
                   WHEN LEG-BASE
                       MOVE BT-BASE-AMOUNT TO WS-XL-AMOUNT
                   WHEN LEG-TAX
                       MOVE BT-TAX-AMOUNT TO WS-XL-AMOUNT
                   WHEN LEG-SURCHARGE
                       MOVE BT-SURCHG-AMOUNT TO WS-XL-AMOUNT
               END-EVALUATE
           END-IF
           IF WS-XL-AMOUNT NOT = ZERO
               PERFORM 5100-PROBE-OPEN-ITEM
               IF NOT BALTRANS-APPLIED
                   MOVE "BALTRANS  " TO XL-SOURCE
                   MOVE BT-BATCH-ID TO XL-BATCH-ID
                   MOVE BT-CUST-NO TO XL-REF
                   MOVE WS-XL-AMOUNT TO XL-AMOUNT
                   MOVE "NOT YET APPLIED" TO XL-NOTE
                   WRITE ARR-RECORD FROM WS-EXPLAIN-LINE
                   ADD WS-XL-AMOUNT TO WS-EXPLAINED
               END-IF
           END-IF.

      *******************************************************
      *    GLJEPOST journal lines on the leg's account post  *
      *    to GLMAST with no subledger side.  The control    *
      *    balance carries every journal ever posted to it;  *
      *    a revenue-side bucket only the open period's.     *
      *******************************************************
       6000-LIST-JOURNALS.
           OPEN INPUT JEHIST-FILE
           IF WS-JEHIST-STATUS = "35"
               CONTINUE
           ELSE IF WS-JEHIST-STATUS NOT = "00"
               DISPLAY "ARRECON: JEHIST OPEN FAILED, STATUS "
                   WS-JEHIST-STATUS
               PERFORM 9000-ABORT-RUN
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 6050-READ-JEHIST
               PERFORM UNTIL END-OF-FILE
                   IF JH-ACCT-NO = WS-LEG-ACCT
                       AND (LEG-RECEIVABLE
                       OR JH-PERIOD = WS-OPEN-PERIOD)
                       PERFORM 6100-WRITE-JOURNAL-LINE
                   END-IF
                   PERFORM 6050-READ-JEHIST
               END-PERFORM
               CLOSE JEHIST-FILE
           END-IF.

       6050-READ-JEHIST.
           READ JEHIST-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       6100-WRITE-JOURNAL-LINE.
           IF LEG-RECEIVABLE
               MOVE JH-AMOUNT TO WS-XL-AMOUNT
           ELSE
               COMPUTE WS-XL-AMOUNT = ZERO - JH-AMOUNT
           END-IF
           MOVE "JOURNAL   " TO XL-SOURCE
           MOVE JH-JOURNAL-ID TO XL-BATCH-ID
           MOVE JH-LINE-NO TO JR-LINE-NO
           MOVE WS-JE-REF TO XL-REF
           MOVE WS-XL-AMOUNT TO XL-AMOUNT
           MOVE JH-DESCRIPTION TO XL-NOTE
           WRITE ARR-RECORD FROM WS-EXPLAIN-LINE
           ADD WS-XL-AMOUNT TO WS-EXPLAINED.

      *******************************************************
      *    Difference is ledger less subledger; any          *
      *    difference breaks the leg.                        *
      *******************************************************
       7000-WRITE-LEG-AMOUNTS.
           MOVE "N" TO WS-LEG-BREAK-SW
           COMPUTE WS-DIFFERENCE = WS-GL-TOTAL - WS-SUB-TOTAL
           IF WS-DIFFERENCE NOT = ZERO
               SET LEG-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM 8000-WRITE-LEG-VERDICT
           MOVE WS-LEG-ACCT TO ACL-ACCT-NO
           WRITE ARR-RECORD FROM WS-ACCT-LINE
           MOVE WS-SUB-LABEL TO AL-LABEL
           MOVE WS-SUB-TOTAL TO AL-AMOUNT
           WRITE ARR-RECORD FROM WS-AMOUNT-LINE
           MOVE WS-GL-LABEL TO AL-LABEL
           MOVE WS-GL-TOTAL TO AL-AMOUNT
           WRITE ARR-RECORD FROM WS-AMOUNT-LINE
           MOVE "GL LESS SUBLEDGER:        " TO AL-LABEL
           MOVE WS-DIFFERENCE TO AL-AMOUNT
           WRITE ARR-RECORD FROM WS-AMOUNT-LINE.

       7500-WRITE-EXPLAIN-TOTALS.
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-EXPLAINED
           MOVE "EXPLAINED ABOVE:          " TO AL-LABEL
           MOVE WS-EXPLAINED TO AL-AMOUNT
           WRITE ARR-RECORD FROM WS-AMOUNT-LINE
           MOVE "UNEXPLAINED:              " TO AL-LABEL
           MOVE WS-UNEXPLAINED TO AL-AMOUNT
           WRITE ARR-RECORD FROM WS-AMOUNT-LINE.

       8000-WRITE-LEG-VERDICT.
           IF LEG-OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE ***" TO LL-VERDICT
               SET PROOF-HAS-BREAK TO TRUE
           ELSE
               MOVE "IN BALANCE            " TO LL-VERDICT
           END-IF
           WRITE ARR-RECORD FROM WS-LEG-LINE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           IF GLMAST-PRESENT
               CLOSE GLMAST-FILE
           END-IF
           IF BCHREG-PRESENT
               CLOSE BCHREG-FILE
           END-IF
           CLOSE ARRRPT
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
           MOVE "ARRECON" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "ARRECON: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "ARRECON: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-OPEN-ITEM-COUNT TO SC-READ-COUNT
           MOVE ZERO TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
