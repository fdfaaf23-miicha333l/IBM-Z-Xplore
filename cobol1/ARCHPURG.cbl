       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHPURG.
      *******************************************************
      *    ARCHPURG - periodic archive and purge of dead     *
      *    receivable history.  Two passes, in order:        *
      *      1. every OPENITEM item closed - paid, cancelled *
      *         or written off - with a last-pay date more   *
      *         than the retention months before the PRCDATE *
      *         processing date is copied to the OIHIST      *
      *         history file and deleted from OPENITEM;      *
      *      2. every CUSTMAST customer with status "C" is   *
      *         purged once nothing is left that needs it:   *
      *         a zero CUSTBAL balance, no OPENITEM items of *
      *         any status left after pass 1, no GLMAST      *
      *         balance or posting since the cutoff, no      *
      *         CUSTMNT change waiting on MNTPEND and no     *
      *         active RECURMST schedule.  The master and    *
      *         balance records are written to the CUSTARC   *
      *         archive before either is deleted.            *
      *    CUSTBAL buckets last updated in an earlier year   *
      *    count as zero - ADDAMT would reset them on the    *
      *    next posting.  The retention months come from the *
      *    run parm (default 12, never under 3, so the       *
      *    statement month and the month-end reconciliation  *
      *    always keep their items).  ARCHRPT lists each     *
      *    closed customer purged or kept, the counts and    *
      *    amounts archived from each file, and proves each  *
      *    file: the count and hash total before the run     *
      *    must equal what remains plus what was archived.   *
      *    The hash totals follow MSTUTIL - original amount  *
      *    on OPENITEM, credit limit on CUSTMAST, MTD plus   *
      *    YTD totals on CUSTBAL.  A proof break ends with   *
      *    return code 8.                                    *
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
           SELECT OPENITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTBAL-FILE ASSIGN TO CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CUST-NO
               FILE STATUS IS WS-CUSTBAL-STATUS.
           SELECT GLMAST-FILE ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-ACCT-NO
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT MNTPEND-FILE ASSIGN TO MNTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PEND-KEY
               FILE STATUS IS WS-MNTPEND-STATUS.
           SELECT RECURMST-FILE ASSIGN TO RECURMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-SCHED-KEY
               FILE STATUS IS WS-RECURMST-STATUS.
           SELECT OIHIST-FILE ASSIGN TO OIHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OIHIST-STATUS.
           SELECT CUSTARC-FILE ASSIGN TO CUSTARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTARC-STATUS.
           SELECT ARCHRPT ASSIGN TO ARCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHRPT-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPENITEM-FILE
           RECORDING MODE IS F.
       COPY OPENITRC.
       FD  CUSTMAST-FILE
           RECORDING MODE IS F.
       COPY CUSTMREC.
       FD  CUSTBAL-FILE
           RECORDING MODE IS F.
       COPY CUSBALRC.
       FD  GLMAST-FILE
           RECORDING MODE IS F.
       COPY GLMASTRC.
       FD  MNTPEND-FILE
           RECORDING MODE IS F.
       COPY MNTPNDRC.
       FD  RECURMST-FILE
           RECORDING MODE IS F.
       COPY RECURRC.
       FD  OIHIST-FILE
           RECORDING MODE IS F.
       COPY OIHISTRC.
       FD  CUSTARC-FILE
           RECORDING MODE IS F.
       COPY CUSTARRC.
       FD  ARCHRPT
           RECORDING MODE IS F.
       01  ARC-RPT-RECORD                  PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-OPENITEM-STATUS              PIC X(2)    VALUE "00".
       01  WS-CUSTMAST-STATUS              PIC X(2)    VALUE "00".
       01  WS-CUSTBAL-STATUS               PIC X(2)    VALUE "00".
           88  CUSTBAL-FOUND                           VALUE "00".
           88  CUSTBAL-NOT-FOUND                       VALUE "23".
       01  WS-GLMAST-STATUS                PIC X(2)    VALUE "00".
           88  GLMAST-FOUND                            VALUE "00".
           88  GLMAST-NOT-FOUND                        VALUE "23".
       01  WS-MNTPEND-STATUS               PIC X(2)    VALUE "00".
       01  WS-RECURMST-STATUS              PIC X(2)    VALUE "00".
       01  WS-OIHIST-STATUS                PIC X(2)    VALUE "00".
       01  WS-CUSTARC-STATUS               PIC X(2)    VALUE "00".
       01  WS-ARCHRPT-STATUS               PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-SCAN-EOF-SWITCH              PIC X(1)    VALUE "N".
           88  SCAN-END-OF-FILE                        VALUE "Y".
       01  WS-MNTPEND-AVAIL-SW             PIC X(1)    VALUE "Y".
           88  MNTPEND-AVAILABLE                       VALUE "Y".
       01  WS-RECURMST-AVAIL-SW            PIC X(1)    VALUE "Y".
           88  RECURMST-AVAILABLE                      VALUE "Y".
       01  WS-PROOF-SW                     PIC X(1)    VALUE "Y".
           88  PROOF-IN-BALANCE                        VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).
       01  WS-RUN-PARM.
           05  WS-PARM-RETAIN-MONTHS       PIC X(3)    VALUE SPACES.
           05  WS-PARM-RETAIN-MONTHS-N REDEFINES
               WS-PARM-RETAIN-MONTHS       PIC 9(3).
      *    Closed items are kept on OPENITEM for the retention
      *    months, twelve unless the run parm says otherwise, and
      *    never fewer than three.
       01  WS-RETAIN-MONTHS                PIC 9(3)    VALUE 12.
       01  WS-RETAIN-MIN                   PIC 9(3)    VALUE 3.
       01  WS-CUTOFF-DATE                  PIC 9(8)    VALUE ZERO.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR              PIC 9(4).
           05  WS-CUTOFF-MONTH             PIC 9(2).
           05  WS-CUTOFF-DAY               PIC 9(2).
       01  WS-MONTH-INDEX                  PIC 9(6)    VALUE ZERO.
       01  WS-MONTH-REMAINDER              PIC 9(2)    VALUE ZERO.
       01  WS-MONTH-DAYS                   PIC 9(2)    VALUE ZERO.
       01  WS-KEEP-REASON                  PIC X(24)   VALUE SPACES.
      *    Counts and hash totals for each file before and after
      *    the run and for what was archived from it.
       01  WS-TALLY-COUNT                  PIC 9(7)    VALUE ZERO.
       01  WS-TALLY-AMOUNT                 PIC S9(13)V99 VALUE ZERO.
       01  WS-FILE-PROOF.
           05  WS-FP-ENTRY OCCURS 3 TIMES.
               10  FP-FILE-NAME            PIC X(8).
               10  FP-HASH-NAME            PIC X(14).
               10  FP-BEFORE-COUNT         PIC 9(7).
               10  FP-BEFORE-AMOUNT        PIC S9(13)V99.
               10  FP-ARCH-COUNT           PIC 9(7).
               10  FP-ARCH-AMOUNT          PIC S9(13)V99.
               10  FP-AFTER-COUNT          PIC 9(7).
               10  FP-AFTER-AMOUNT         PIC S9(13)V99.
       01  WS-FP-IX                        PIC 9(1)    VALUE ZERO.
       01  WS-FP-OPENITEM                  PIC 9(1)    VALUE 1.
       01  WS-FP-CUSTMAST                  PIC 9(1)    VALUE 2.
       01  WS-FP-CUSTBAL                   PIC 9(1)    VALUE 3.
       01  WS-ARCH-PAID-COUNT              PIC 9(7)    VALUE ZERO.
       01  WS-ARCH-CANCELLED-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-ARCH-WRITTEN-OFF-COUNT       PIC 9(7)    VALUE ZERO.
       01  WS-CLOSED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-PURGED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-KEPT-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "ARCHPURG ARCHIVE AND PURGE    ".
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(7)    VALUE
               "RETAIN ".
           05  H2-RETAIN-MONTHS            PIC ZZ9.
           05  FILLER                      PIC X(28)   VALUE
               " MONTHS - ARCHIVE ITEMS AND ".
           05  FILLER                      PIC X(20)   VALUE
               "ACTIVITY BEFORE     ".
           05  H2-CUTOFF-DATE              PIC 9(8).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(17)   VALUE
               "CUSTOMER NUMBER  ".
           05  FILLER                      PIC X(22)   VALUE
               "NAME                  ".
           05  FILLER                      PIC X(10)   VALUE
               "DISPOSED  ".
           05  FILLER                      PIC X(6)    VALUE
               "REASON".
       01  WS-CUSTOMER-LINE.
           05  CL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CL-CUST-NAME                PIC X(20).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CL-REASON                   PIC X(24).
       01  WS-NO-CLOSED-LINE               PIC X(40)   VALUE
               "NO CLOSED CUSTOMERS ON CUSTMAST".
       01  WS-PROOF-HEADING.
           05  FILLER                      PIC X(21)   VALUE
               "FILE                 ".
           05  FILLER                      PIC X(9)    VALUE
               "    COUNT".
           05  FILLER                      PIC X(17)   VALUE
               "      HASH TOTAL ".
           05  FILLER                      PIC X(14)   VALUE
               " HASH FIELD".
       01  WS-PROOF-LINE.
           05  PL-FILE-NAME                PIC X(10).
           05  PL-LABEL                    PIC X(11).
           05  PL-COUNT                    PIC Z(8)9.
           05  PL-AMOUNT                   PIC -(13)9.99.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  PL-HASH-NAME                PIC X(14).
       01  WS-PROOF-RESULT-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(11)   VALUE
               "PROOF      ".
           05  PR-RESULT                   PIC X(14).
       01  WS-COUNT-LINE.
           05  CNL-LABEL                   PIC X(26).
           05  CNL-COUNT                   PIC Z(6)9.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           PERFORM 0200-GET-RUN-PARM
           PERFORM 0300-SET-CUTOFF
           PERFORM 1000-INITIALIZE
           PERFORM 1500-COUNT-FILES
           PERFORM VARYING WS-FP-IX FROM 1 BY 1 UNTIL WS-FP-IX > 3
               MOVE FP-AFTER-COUNT (WS-FP-IX)
                   TO FP-BEFORE-COUNT (WS-FP-IX)
               MOVE FP-AFTER-AMOUNT (WS-FP-IX)
                   TO FP-BEFORE-AMOUNT (WS-FP-IX)
           END-PERFORM
           PERFORM 2000-ARCHIVE-ITEMS
           PERFORM 3000-PURGE-CUSTOMERS
           PERFORM 1500-COUNT-FILES
           PERFORM 4000-PROVE-FILES
           PERFORM 4500-WRITE-TOTALS
           CLOSE OPENITEM-FILE
           CLOSE CUSTMAST-FILE
           CLOSE CUSTBAL-FILE
           CLOSE GLMAST-FILE
           IF MNTPEND-AVAILABLE
               CLOSE MNTPEND-FILE
           END-IF
           IF RECURMST-AVAILABLE
               CLOSE RECURMST-FILE
           END-IF
           CLOSE OIHIST-FILE
           CLOSE CUSTARC-FILE
           CLOSE ARCHRPT
           IF NOT PROOF-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
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
               DISPLAY "ARCHPURG: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "ARCHPURG: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

       0200-GET-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-RETAIN-MONTHS NOT = SPACES
               IF WS-PARM-RETAIN-MONTHS IS NOT NUMERIC
                   OR WS-PARM-RETAIN-MONTHS-N < WS-RETAIN-MIN
                   DISPLAY "ARCHPURG: RETENTION MONTHS "
                       WS-PARM-RETAIN-MONTHS
                       " INVALID OR UNDER 3 - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9600-END-STEP
                   STOP RUN
               END-IF
               MOVE WS-PARM-RETAIN-MONTHS-N TO WS-RETAIN-MONTHS
           END-IF.

      *******************************************************
      *    The cutoff is the run date less the retention     *
      *    months, kept to the same day of the month or the  *
      *    month end where that month is shorter.            *
      *******************************************************
       0300-SET-CUTOFF.
           COMPUTE WS-MONTH-INDEX = WS-RUN-YEAR * 12
               + WS-RUN-MONTH - 1 - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-CUTOFF-MONTH = WS-MONTH-REMAINDER + 1
           EVALUATE WS-CUTOFF-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD (WS-CUTOFF-YEAR, 4) = ZERO
                       AND (FUNCTION MOD (WS-CUTOFF-YEAR, 100)
                           NOT = ZERO
                           OR FUNCTION MOD (WS-CUTOFF-YEAR,
                           400) = ZERO)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           IF WS-RUN-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-CUTOFF-DAY
           ELSE
               MOVE WS-RUN-DAY TO WS-CUTOFF-DAY
           END-IF.

       1000-INITIALIZE.
           OPEN I-O OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "ARCHPURG: OPENITEM OPEN FAILED, STATUS "
                   WS-OPENITEM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN I-O CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ARCHPURG: CUSTMAST OPEN FAILED, STATUS "
                   WS-CUSTMAST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN I-O CUSTBAL-FILE
           IF WS-CUSTBAL-STATUS NOT = "00"
               DISPLAY "ARCHPURG: CUSTBAL OPEN FAILED, STATUS "
                   WS-CUSTBAL-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN INPUT GLMAST-FILE
           IF WS-GLMAST-STATUS NOT = "00"
               DISPLAY "ARCHPURG: GLMAST OPEN FAILED, STATUS "
                   WS-GLMAST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
      *    MNTPEND and RECURMST are created on first use by
      *    CUSTMNT and RECURMNT; one not yet created holds nothing.
           OPEN INPUT MNTPEND-FILE
           IF WS-MNTPEND-STATUS = "35"
               MOVE "N" TO WS-MNTPEND-AVAIL-SW
           ELSE IF WS-MNTPEND-STATUS NOT = "00"
               DISPLAY "ARCHPURG: MNTPEND OPEN FAILED, STATUS "
                   WS-MNTPEND-STATUS
               MOVE "N" TO WS-MNTPEND-AVAIL-SW
               PERFORM 9000-ABORT-RUN
           END-IF.
           OPEN INPUT RECURMST-FILE
           IF WS-RECURMST-STATUS = "35"
               MOVE "N" TO WS-RECURMST-AVAIL-SW
           ELSE IF WS-RECURMST-STATUS NOT = "00"
               DISPLAY "ARCHPURG: RECURMST OPEN FAILED, STATUS "
                   WS-RECURMST-STATUS
               MOVE "N" TO WS-RECURMST-AVAIL-SW
               PERFORM 9000-ABORT-RUN
           END-IF.
           OPEN EXTEND OIHIST-FILE
           IF WS-OIHIST-STATUS = "35"
               OPEN OUTPUT OIHIST-FILE
           END-IF
           IF WS-OIHIST-STATUS NOT = "00"
               DISPLAY "ARCHPURG: OIHIST OPEN FAILED, STATUS "
                   WS-OIHIST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN EXTEND CUSTARC-FILE
           IF WS-CUSTARC-STATUS = "35"
               OPEN OUTPUT CUSTARC-FILE
           END-IF
           IF WS-CUSTARC-STATUS NOT = "00"
               DISPLAY "ARCHPURG: CUSTARC OPEN FAILED, STATUS "
                   WS-CUSTARC-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT ARCHRPT
           IF WS-ARCHRPT-STATUS NOT = "00"
               DISPLAY "ARCHPURG: ARCHRPT OPEN FAILED, STATUS "
                   WS-ARCHRPT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE "OPENITEM" TO FP-FILE-NAME (WS-FP-OPENITEM)
           MOVE "ORIG AMOUNT" TO FP-HASH-NAME (WS-FP-OPENITEM)
           MOVE "CUSTMAST" TO FP-FILE-NAME (WS-FP-CUSTMAST)
           MOVE "CREDIT LIMIT" TO FP-HASH-NAME (WS-FP-CUSTMAST)
           MOVE "CUSTBAL" TO FP-FILE-NAME (WS-FP-CUSTBAL)
           MOVE "MTD+YTD TOTAL" TO FP-HASH-NAME (WS-FP-CUSTBAL)
           PERFORM VARYING WS-FP-IX FROM 1 BY 1 UNTIL WS-FP-IX > 3
               MOVE ZERO TO FP-ARCH-COUNT (WS-FP-IX)
               MOVE ZERO TO FP-ARCH-AMOUNT (WS-FP-IX)
           END-PERFORM
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE ARC-RPT-RECORD FROM WS-HEADING-1
           MOVE WS-RETAIN-MONTHS TO H2-RETAIN-MONTHS
           MOVE WS-CUTOFF-DATE TO H2-CUTOFF-DATE
           WRITE ARC-RPT-RECORD FROM WS-HEADING-2.

      *******************************************************
      *    Count each file and its hash total into the       *
      *    after figures - run once before anything moves,   *
      *    when they are copied to the before figures, and   *
      *    once at the end.                                  *
      *******************************************************
       1500-COUNT-FILES.
           MOVE ZERO TO WS-TALLY-COUNT
           MOVE ZERO TO WS-TALLY-AMOUNT
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPENITEM-FILE KEY NOT < OI-ITEM-KEY
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           IF NOT SCAN-END-OF-FILE
               PERFORM 1550-READ-NEXT-ITEM
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
               ADD 1 TO WS-TALLY-COUNT
               ADD OI-ORIG-AMOUNT TO WS-TALLY-AMOUNT
               PERFORM 1550-READ-NEXT-ITEM
           END-PERFORM
           MOVE WS-TALLY-COUNT TO FP-AFTER-COUNT (WS-FP-OPENITEM)
           MOVE WS-TALLY-AMOUNT TO FP-AFTER-AMOUNT (WS-FP-OPENITEM)
           MOVE ZERO TO WS-TALLY-COUNT
           MOVE ZERO TO WS-TALLY-AMOUNT
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO CM-CUST-NO
           START CUSTMAST-FILE KEY NOT < CM-CUST-NO
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           IF NOT SCAN-END-OF-FILE
               PERFORM 1560-READ-NEXT-CUSTOMER
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
               ADD 1 TO WS-TALLY-COUNT
               ADD CM-CREDIT-LIMIT TO WS-TALLY-AMOUNT
               PERFORM 1560-READ-NEXT-CUSTOMER
           END-PERFORM
           MOVE WS-TALLY-COUNT TO FP-AFTER-COUNT (WS-FP-CUSTMAST)
           MOVE WS-TALLY-AMOUNT TO FP-AFTER-AMOUNT (WS-FP-CUSTMAST)
           MOVE ZERO TO WS-TALLY-COUNT
           MOVE ZERO TO WS-TALLY-AMOUNT
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO CB-CUST-NO
           START CUSTBAL-FILE KEY NOT < CB-CUST-NO
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           IF NOT SCAN-END-OF-FILE
               PERFORM 1570-READ-NEXT-BALANCE
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
               ADD 1 TO WS-TALLY-COUNT
               ADD CB-MTD-TOTAL TO WS-TALLY-AMOUNT
               ADD CB-YTD-TOTAL TO WS-TALLY-AMOUNT
               PERFORM 1570-READ-NEXT-BALANCE
           END-PERFORM
           MOVE WS-TALLY-COUNT TO FP-AFTER-COUNT (WS-FP-CUSTBAL)
           MOVE WS-TALLY-AMOUNT TO FP-AFTER-AMOUNT (WS-FP-CUSTBAL).

       1550-READ-NEXT-ITEM.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
           END-READ.

       1560-READ-NEXT-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
           END-READ.

       1570-READ-NEXT-BALANCE.
           READ CUSTBAL-FILE NEXT RECORD
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    Pass 1.  A closed item whose last-pay date - the  *
      *    date it was paid, cancelled or written off - is   *
      *    before the cutoff goes to OIHIST, then off        *
      *    OPENITEM.  Open items are never touched.          *
      *******************************************************
       2000-ARCHIVE-ITEMS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPENITEM-FILE KEY NOT < OI-ITEM-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           IF NOT END-OF-FILE
               PERFORM 2050-READ-ITEM
           END-IF
           PERFORM UNTIL END-OF-FILE
               IF NOT OI-STATUS-OPEN
                   AND OI-LAST-PAY-DATE NOT = ZERO
                   AND OI-LAST-PAY-DATE < WS-CUTOFF-DATE
                   PERFORM 2100-ARCHIVE-ITEM
               END-IF
               PERFORM 2050-READ-ITEM
           END-PERFORM.

       2050-READ-ITEM.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       2100-ARCHIVE-ITEM.
           MOVE SPACES TO OIHIST-RECORD
           MOVE WS-RUN-DATE TO OH-ARCHIVE-DATE
           MOVE OPENITEM-RECORD TO OH-ITEM-IMAGE
           WRITE OIHIST-RECORD
           IF WS-OIHIST-STATUS NOT = "00"
               DISPLAY "ARCHPURG: OIHIST WRITE FAILED, STATUS "
                   WS-OIHIST-STATUS " CUST " OI-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           DELETE OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "ARCHPURG: OPENITEM DELETE FAILED, STATUS "
                   WS-OPENITEM-STATUS " CUST " OI-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO FP-ARCH-COUNT (WS-FP-OPENITEM)
           ADD OI-ORIG-AMOUNT TO FP-ARCH-AMOUNT (WS-FP-OPENITEM)
           EVALUATE TRUE
               WHEN OI-STATUS-PAID
                   ADD 1 TO WS-ARCH-PAID-COUNT
               WHEN OI-STATUS-CANCELLED
                   ADD 1 TO WS-ARCH-CANCELLED-COUNT
               WHEN OI-STATUS-WRITTEN-OFF
                   ADD 1 TO WS-ARCH-WRITTEN-OFF-COUNT
           END-EVALUATE.

      *******************************************************
      *    Pass 2.  Each closed customer is listed, purged   *
      *    or kept with the first reason it has to stay.     *
      *******************************************************
       3000-PURGE-CUSTOMERS.
           WRITE ARC-RPT-RECORD FROM WS-HEADING-3
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CM-CUST-NO
           START CUSTMAST-FILE KEY NOT < CM-CUST-NO
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           IF NOT END-OF-FILE
               PERFORM 3050-READ-CUSTOMER
           END-IF
           PERFORM UNTIL END-OF-FILE
               IF CM-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   PERFORM 3100-CHECK-CUSTOMER
                   IF WS-KEEP-REASON = SPACES
                       PERFORM 3500-PURGE-CUSTOMER
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE "KEPT    " TO CL-DISPOSITION
                   END-IF
                   MOVE CM-CUST-NO TO CL-CUST-NO
                   MOVE CM-CUST-NAME TO CL-CUST-NAME
                   MOVE WS-KEEP-REASON TO CL-REASON
                   WRITE ARC-RPT-RECORD FROM WS-CUSTOMER-LINE
               END-IF
               PERFORM 3050-READ-CUSTOMER
           END-PERFORM
           IF WS-CLOSED-COUNT = ZERO
               WRITE ARC-RPT-RECORD FROM WS-NO-CLOSED-LINE
           END-IF.

       3050-READ-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       3100-CHECK-CUSTOMER.
           MOVE SPACES TO WS-KEEP-REASON
           PERFORM 3200-CHECK-BALANCE
           IF WS-KEEP-REASON = SPACES
               PERFORM 3250-CHECK-ITEMS
           END-IF
           IF WS-KEEP-REASON = SPACES
               PERFORM 3300-CHECK-GL-ACTIVITY
           END-IF
           IF WS-KEEP-REASON = SPACES AND MNTPEND-AVAILABLE
               PERFORM 3350-CHECK-PENDING
           END-IF
           IF WS-KEEP-REASON = SPACES AND RECURMST-AVAILABLE
               PERFORM 3400-CHECK-SCHEDULES
           END-IF.

       3200-CHECK-BALANCE.
           MOVE "00" TO WS-CUSTBAL-STATUS
           MOVE CM-CUST-NO TO CB-CUST-NO
           READ CUSTBAL-FILE
               INVALID KEY
                   SET CUSTBAL-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CUSTBAL-NOT-FOUND
                   CONTINUE
               WHEN NOT CUSTBAL-FOUND
                   DISPLAY "ARCHPURG: CUSTBAL READ FAILED, STATUS "
                       WS-CUSTBAL-STATUS " CUST " CM-CUST-NO
                   PERFORM 9000-ABORT-RUN
               WHEN CB-LAST-UPD-YEAR < WS-RUN-YEAR
                   CONTINUE
               WHEN CB-MTD-TOTAL NOT = ZERO
                   OR CB-MTD-BASE NOT = ZERO
                   OR CB-MTD-TAX NOT = ZERO
                   OR CB-MTD-SURCHARGE NOT = ZERO
                   OR CB-YTD-TOTAL NOT = ZERO
                   OR CB-YTD-BASE NOT = ZERO
                   OR CB-YTD-TAX NOT = ZERO
                   OR CB-YTD-SURCHARGE NOT = ZERO
                   MOVE "CUSTBAL NOT ZERO" TO WS-KEEP-REASON
           END-EVALUATE.

       3250-CHECK-ITEMS.
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE CM-CUST-NO TO OI-CUST-NO
           MOVE ZERO TO OI-POST-DATE
           MOVE ZERO TO OI-ITEM-SEQ
           START OPENITEM-FILE KEY NOT < OI-ITEM-KEY
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           IF NOT SCAN-END-OF-FILE
               PERFORM 1550-READ-NEXT-ITEM
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
                   OR OI-CUST-NO NOT = CM-CUST-NO
                   OR WS-KEEP-REASON = "OPEN ITEMS"
               IF OI-STATUS-OPEN
                   MOVE "OPEN ITEMS" TO WS-KEEP-REASON
               ELSE
                   MOVE "CLOSED ITEMS RETAINED" TO WS-KEEP-REASON
               END-IF
               PERFORM 1550-READ-NEXT-ITEM
           END-PERFORM.

       3300-CHECK-GL-ACTIVITY.
           MOVE "00" TO WS-GLMAST-STATUS
           MOVE CM-CUST-NO TO GM-ACCT-NO
           READ GLMAST-FILE
               INVALID KEY
                   SET GLMAST-NOT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN GLMAST-NOT-FOUND
                   CONTINUE
               WHEN NOT GLMAST-FOUND
                   DISPLAY "ARCHPURG: GLMAST READ FAILED, STATUS "
                       WS-GLMAST-STATUS " CUST " CM-CUST-NO
                   PERFORM 9000-ABORT-RUN
               WHEN GM-ACCT-BALANCE NOT = ZERO
                   MOVE "GLMAST BALANCE" TO WS-KEEP-REASON
               WHEN GM-LAST-POST-DATE NOT < WS-CUTOFF-DATE
                   MOVE "GLMAST ACTIVITY" TO WS-KEEP-REASON
           END-EVALUATE.

       3350-CHECK-PENDING.
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE CM-CUST-NO TO PN-CUST-NO
           MOVE ZERO TO PN-SEQ-NO
           START MNTPEND-FILE KEY NOT < PN-PEND-KEY
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           IF NOT SCAN-END-OF-FILE
               PERFORM 3360-READ-NEXT-PENDING
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
                   OR PN-CUST-NO NOT = CM-CUST-NO
                   OR WS-KEEP-REASON NOT = SPACES
               IF PN-STATUS-PENDING
                   MOVE "CHANGE PENDING" TO WS-KEEP-REASON
               END-IF
               PERFORM 3360-READ-NEXT-PENDING
           END-PERFORM.

       3360-READ-NEXT-PENDING.
           READ MNTPEND-FILE NEXT RECORD
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
           END-READ.

       3400-CHECK-SCHEDULES.
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE CM-CUST-NO TO RS-CUST-NO
           MOVE ZERO TO RS-SCHED-NO
           START RECURMST-FILE KEY NOT < RS-SCHED-KEY
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           IF NOT SCAN-END-OF-FILE
               PERFORM 3410-READ-NEXT-SCHEDULE
           END-IF
           PERFORM UNTIL SCAN-END-OF-FILE
                   OR RS-CUST-NO NOT = CM-CUST-NO
                   OR WS-KEEP-REASON NOT = SPACES
               IF RS-STATUS-ACTIVE
                   MOVE "RECURRING SCHEDULE" TO WS-KEEP-REASON
               END-IF
               PERFORM 3410-READ-NEXT-SCHEDULE
           END-PERFORM.

       3410-READ-NEXT-SCHEDULE.
           READ RECURMST-FILE NEXT RECORD
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    Archive first, then delete - an abort between the *
      *    two leaves the customer on both files, never on   *
      *    neither.  CUSTBAL still holds the record read by  *
      *    the balance check.                                *
      *******************************************************
       3500-PURGE-CUSTOMER.
           MOVE SPACES TO CUSTARC-RECORD
           MOVE CM-CUST-NO TO CH-CUST-NO
           MOVE WS-RUN-DATE TO CH-PURGE-DATE
           MOVE CUSTMAST-RECORD TO CH-CUSTMAST-IMAGE
           IF CUSTBAL-FOUND
               SET CH-CUSTBAL-PRESENT TO TRUE
               MOVE CUSTBAL-RECORD TO CH-CUSTBAL-IMAGE
           ELSE
               MOVE "N" TO CH-CUSTBAL-SW
           END-IF
           WRITE CUSTARC-RECORD
           IF WS-CUSTARC-STATUS NOT = "00"
               DISPLAY "ARCHPURG: CUSTARC WRITE FAILED, STATUS "
                   WS-CUSTARC-STATUS " CUST " CM-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           IF CUSTBAL-FOUND
               DELETE CUSTBAL-FILE
               IF WS-CUSTBAL-STATUS NOT = "00"
                   DISPLAY "ARCHPURG: CUSTBAL DELETE FAILED, STATUS "
                       WS-CUSTBAL-STATUS " CUST " CM-CUST-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO FP-ARCH-COUNT (WS-FP-CUSTBAL)
               ADD CB-MTD-TOTAL TO FP-ARCH-AMOUNT (WS-FP-CUSTBAL)
               ADD CB-YTD-TOTAL TO FP-ARCH-AMOUNT (WS-FP-CUSTBAL)
           END-IF
           DELETE CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ARCHPURG: CUSTMAST DELETE FAILED, STATUS "
                   WS-CUSTMAST-STATUS " CUST " CM-CUST-NO
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO FP-ARCH-COUNT (WS-FP-CUSTMAST)
           ADD CM-CREDIT-LIMIT TO FP-ARCH-AMOUNT (WS-FP-CUSTMAST)
           ADD 1 TO WS-PURGED-COUNT
           MOVE "PURGED  " TO CL-DISPOSITION.

      *******************************************************
      *    Before = remaining + archived, on count and hash, *
      *    for every file.                                   *
      *******************************************************
       4000-PROVE-FILES.
           WRITE ARC-RPT-RECORD FROM WS-PROOF-HEADING
           PERFORM VARYING WS-FP-IX FROM 1 BY 1 UNTIL WS-FP-IX > 3
               MOVE FP-FILE-NAME (WS-FP-IX) TO PL-FILE-NAME
               MOVE "BEFORE     " TO PL-LABEL
               MOVE FP-BEFORE-COUNT (WS-FP-IX) TO PL-COUNT
               MOVE FP-BEFORE-AMOUNT (WS-FP-IX) TO PL-AMOUNT
               MOVE FP-HASH-NAME (WS-FP-IX) TO PL-HASH-NAME
               WRITE ARC-RPT-RECORD FROM WS-PROOF-LINE
               MOVE SPACES TO PL-FILE-NAME
               MOVE SPACES TO PL-HASH-NAME
               MOVE "ARCHIVED   " TO PL-LABEL
               MOVE FP-ARCH-COUNT (WS-FP-IX) TO PL-COUNT
               MOVE FP-ARCH-AMOUNT (WS-FP-IX) TO PL-AMOUNT
               WRITE ARC-RPT-RECORD FROM WS-PROOF-LINE
               MOVE "REMAINING  " TO PL-LABEL
               MOVE FP-AFTER-COUNT (WS-FP-IX) TO PL-COUNT
               MOVE FP-AFTER-AMOUNT (WS-FP-IX) TO PL-AMOUNT
               WRITE ARC-RPT-RECORD FROM WS-PROOF-LINE
               IF FP-BEFORE-COUNT (WS-FP-IX) =
                       FP-AFTER-COUNT (WS-FP-IX)
                       + FP-ARCH-COUNT (WS-FP-IX)
                   AND FP-BEFORE-AMOUNT (WS-FP-IX) =
                       FP-AFTER-AMOUNT (WS-FP-IX)
                       + FP-ARCH-AMOUNT (WS-FP-IX)
                   MOVE "IN BALANCE" TO PR-RESULT
               ELSE
                   MOVE "OUT OF BALANCE" TO PR-RESULT
                   MOVE "N" TO WS-PROOF-SW
                   DISPLAY "ARCHPURG: " FP-FILE-NAME (WS-FP-IX)
                       " DOES NOT PROVE TO ITS ARCHIVE"
               END-IF
               WRITE ARC-RPT-RECORD FROM WS-PROOF-RESULT-LINE
           END-PERFORM.

       4500-WRITE-TOTALS.
           MOVE "PAID ITEMS ARCHIVED:      " TO CNL-LABEL
           MOVE WS-ARCH-PAID-COUNT TO CNL-COUNT
           WRITE ARC-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "CANCELLED ITEMS ARCHIVED: " TO CNL-LABEL
           MOVE WS-ARCH-CANCELLED-COUNT TO CNL-COUNT
           WRITE ARC-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "WRITTEN-OFF ITEMS ARCH:   " TO CNL-LABEL
           MOVE WS-ARCH-WRITTEN-OFF-COUNT TO CNL-COUNT
           WRITE ARC-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "CLOSED CUSTOMERS:         " TO CNL-LABEL
           MOVE WS-CLOSED-COUNT TO CNL-COUNT
           WRITE ARC-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "CUSTOMERS PURGED:         " TO CNL-LABEL
           MOVE WS-PURGED-COUNT TO CNL-COUNT
           WRITE ARC-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "CUSTOMERS KEPT:           " TO CNL-LABEL
           MOVE WS-KEPT-COUNT TO CNL-COUNT
           WRITE ARC-RPT-RECORD FROM WS-COUNT-LINE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE OPENITEM-FILE
           CLOSE CUSTMAST-FILE
           CLOSE CUSTBAL-FILE
           CLOSE GLMAST-FILE
           IF MNTPEND-AVAILABLE
               CLOSE MNTPEND-FILE
           END-IF
           IF RECURMST-AVAILABLE
               CLOSE RECURMST-FILE
           END-IF
           CLOSE OIHIST-FILE
           CLOSE CUSTARC-FILE
           CLOSE ARCHRPT
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
           MOVE "ARCHPURG" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "ARCHPURG: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "ARCHPURG: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE FP-BEFORE-COUNT (WS-FP-OPENITEM) TO SC-READ-COUNT
           MOVE FP-ARCH-COUNT (WS-FP-OPENITEM) TO SC-WRITTEN-COUNT
           ADD WS-PURGED-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-KEPT-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
