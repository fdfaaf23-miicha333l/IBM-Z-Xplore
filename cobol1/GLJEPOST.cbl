       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJEPOST.
      *******************************************************
      *    GLJEPOST - manual general ledger journal entry    *
      *    posting.  Reads JETRANS journal lines (accruals,  *
      *    reclasses, correcting entries), edits each        *
      *    journal as a whole and posts the journals that    *
      *    pass to GLMAST, balance and open-period bucket,   *
      *    exactly as GLPOST posts a batch.                  *
      *                                                      *
      *    A journal is every consecutive line with the same *
      *    journal ID.  It posts only when every line edits  *
      *    clean - account on GLMAST or on the GLCOA chart,  *
      *    debit/credit code D or C, amount numeric and not  *
      *    zero, posting date valid and inside the open      *
      *    GLPERIOD period - and the journal has at least    *
      *    two lines, nets to zero and has not already been  *
      *    posted.  A journal that fails any edit is         *
      *    rejected whole on JEREJ with the reason against   *
      *    each line, and nothing of it reaches GLMAST.      *
      *                                                      *
      *    Each posted line is kept on the JEHIST history,   *
      *    keyed on journal ID and line, which is how GLTBAL *
      *    shows journal activity apart from batch postings  *
      *    and how a journal ID is refused a second time.    *
      *    JERPT is the journal register, one block per      *
      *    journal with its preparer and a sign-off line for *
      *    the approver.  Any rejected journal ends the run  *
      *    with return code 4.                               *
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
           SELECT JETRANS-FILE ASSIGN TO JETRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JETRANS-STATUS.
           SELECT GLMAST-FILE ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-ACCT-NO
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT JEHIST-FILE ASSIGN TO JEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JH-JRNL-KEY
               FILE STATUS IS WS-JEHIST-STATUS.
           SELECT GLCOA-FILE ASSIGN TO GLCOA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCOA-STATUS.
           SELECT GLPERIOD-FILE ASSIGN TO GLPERIOD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT JERPT ASSIGN TO JERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JERPT-STATUS.
           SELECT JEREJ ASSIGN TO JEREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JEREJ-STATUS.
           SELECT PRCDATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JETRANS-FILE
           RECORDING MODE IS F.
       COPY JETRANRC.
       FD  GLMAST-FILE
           RECORDING MODE IS F.
       COPY GLMASTRC.
       FD  JEHIST-FILE
           RECORDING MODE IS F.
       COPY JEHISTRC.
       FD  GLCOA-FILE
           RECORDING MODE IS F.
       COPY GLCOARC.
       FD  GLPERIOD-FILE
           RECORDING MODE IS F.
       COPY GLPERRC.
       FD  JERPT
           RECORDING MODE IS F.
       01  JE-RPT-RECORD                   PIC X(80).
       FD  JEREJ
           RECORDING MODE IS F.
       01  JE-REJ-RECORD                   PIC X(80).
       FD  PRCDATE-FILE
           RECORDING MODE IS F.
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-JETRANS-STATUS               PIC X(2)    VALUE "00".
       01  WS-GLMAST-STATUS                PIC X(2)    VALUE "00".
           88  GLMAST-FOUND                            VALUE "00".
           88  GLMAST-NOT-FOUND                        VALUE "23".
       01  WS-JEHIST-STATUS                PIC X(2)    VALUE "00".
           88  JEHIST-FOUND                            VALUE "00".
           88  JEHIST-NOT-FOUND                        VALUE "23".
       01  WS-GLCOA-STATUS                 PIC X(2)    VALUE "00".
       01  WS-GLPERIOD-STATUS              PIC X(2)    VALUE "00".
       01  WS-JERPT-STATUS                 PIC X(2)    VALUE "00".
       01  WS-JEREJ-STATUS                 PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-COA-EOF-SWITCH               PIC X(1)    VALUE "N".
           88  COA-END-OF-FILE                         VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-OPEN-PERIOD.
           05  WS-OPEN-YEAR                PIC 9(4).
           05  WS-OPEN-MONTH               PIC 9(2).
       01  WS-BKT-IX                       PIC 9(2)    VALUE ZERO.
       01  WS-COA-TABLE.
           05  WS-COA-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-COA-IX                   PIC 9(3)    VALUE ZERO.
           05  WS-COA-MAX                  PIC 9(3)    VALUE 50.
           05  WS-COA-ENTRY OCCURS 50 TIMES.
               10  COA-ACCT-NO             PIC X(15).
       01  WS-COA-FOUND-SW                 PIC X(1)    VALUE "N".
           88  ACCT-ON-COA                             VALUE "Y".
       01  WS-JOURNAL-ID                   PIC X(8)    VALUE SPACES.
       01  WS-JOURNAL-STATUS               PIC X(1)    VALUE "G".
           88  JOURNAL-IS-GOOD                         VALUE "G".
           88  JOURNAL-IS-BAD                          VALUE "B".
       01  WS-JOURNAL-REASON               PIC X(34)   VALUE SPACES.
       01  WS-JOURNAL-LINES.
           05  WS-JL-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WS-JL-IX                    PIC 9(3)    VALUE ZERO.
           05  WS-JL-MAX                   PIC 9(3)    VALUE 99.
           05  WS-JL-OVERFLOW-SW           PIC X(1)    VALUE "N".
               88  JOURNAL-OVERFLOW                    VALUE "Y".
           05  WS-JL-ENTRY OCCURS 99 TIMES.
               10  JL-POST-DATE            PIC X(8).
               10  JL-ACCT-NO              PIC X(15).
               10  JL-DR-CR                PIC X(1).
               10  JL-AMOUNT               PIC X(11).
               10  JL-DESCRIPTION          PIC X(30).
               10  JL-PREPARER             PIC X(8).
               10  JL-SIGNED-AMT           PIC S9(11)V99.
               10  JL-REASON               PIC X(30).
       01  WS-AMOUNT-WORK                  PIC X(11).
       01  WS-AMOUNT-WORK-N REDEFINES WS-AMOUNT-WORK
                                           PIC 9(9)V99.
       01  WS-DATE-WORK                    PIC X(8).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK.
           05  WS-DATE-YEAR                PIC 9(4).
           05  WS-DATE-MONTH               PIC 9(2).
           05  WS-DATE-DAY                 PIC 9(2).
       01  WS-DATE-OK-SW                   PIC X(1)    VALUE "N".
           88  DATE-VALID                              VALUE "Y".
       01  WS-MONTH-DAYS                   PIC 9(2)    VALUE ZERO.
       01  WS-JOURNAL-NET                  PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-DEBITS               PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-CREDITS              PIC S9(11)V99 VALUE ZERO.
       01  WS-READ-COUNT                   PIC 9(7)    VALUE ZERO.
       01  WS-JOURNAL-COUNT                PIC 9(7)    VALUE ZERO.
       01  WS-POSTED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-REJECTED-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-LINES-POSTED                 PIC 9(7)    VALUE ZERO.
       01  WS-NEW-ACCT-COUNT               PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-DEBITS                 PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS                PIC S9(11)V99 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "GLJEPOST JOURNAL REGISTER     ".
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  H1-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(10)   VALUE
               "  PERIOD: ".
           05  H1-PERIOD-YEAR              PIC 9(4).
           05  FILLER                      PIC X(1)    VALUE "/".
           05  H1-PERIOD-MONTH             PIC 9(2).
       01  WS-HEADING-2.
           05  FILLER                      PIC X(4)    VALUE
               "LN  ".
           05  FILLER                      PIC X(16)   VALUE
               "ACCOUNT NUMBER  ".
           05  FILLER                      PIC X(13)   VALUE
               "        DEBIT".
           05  FILLER                      PIC X(13)   VALUE
               "       CREDIT".
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(11)   VALUE
               "DESCRIPTION".
       01  WS-JOURNAL-LINE.
           05  FILLER                      PIC X(9)    VALUE
               "JOURNAL: ".
           05  JH1-JOURNAL-ID              PIC X(8).
           05  FILLER                      PIC X(15)   VALUE
               "  PREPARED BY: ".
           05  JH1-PREPARER                PIC X(8).
           05  FILLER                      PIC X(9)    VALUE
               "  LINES: ".
           05  JH1-LINE-COUNT              PIC ZZ9.
       01  WS-DETAIL-LINE.
           05  DL-LINE-NO                  PIC 9(3).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  DL-ACCT-NO                  PIC X(15).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  DL-DEBIT                    PIC Z(9)9.99.
           05  DL-CREDIT                   PIC Z(9)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DL-DESCRIPTION              PIC X(30).
       01  WS-JOURNAL-TOTAL-LINE.
           05  FILLER                      PIC X(20)   VALUE
               "    JOURNAL TOTALS  ".
           05  JT1-DEBITS                  PIC Z(9)9.99.
           05  JT1-CREDITS                 PIC Z(9)9.99.
       01  WS-APPROVAL-LINE                PIC X(60)   VALUE
               "    APPROVED BY: __________________  DATE: ________".
       01  WS-REJECT-HEADING.
           05  FILLER                      PIC X(30)   VALUE
               "GLJEPOST REJECTED JOURNALS    ".
           05  FILLER                      PIC X(8)    VALUE
               "RUN DT: ".
           05  RH-RUN-DATE                 PIC 9(8).
       01  WS-REJECT-JOURNAL-LINE.
           05  FILLER                      PIC X(9)    VALUE
               "JOURNAL: ".
           05  RJ-JOURNAL-ID               PIC X(8).
           05  FILLER                      PIC X(3)    VALUE " - ".
           05  RJ-REASON                   PIC X(34).
       01  WS-REJECT-DETAIL-LINE.
           05  RD-LINE-NO                  PIC 9(3).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RD-ACCT-NO                  PIC X(15).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RD-DR-CR                    PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RD-AMOUNT                   PIC X(11).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RD-POST-DATE                PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  RD-REASON                   PIC X(30).
       01  WS-COUNT-LINE.
           05  CL-LABEL                    PIC X(24).
           05  CL-COUNT                    PIC Z(6)9.
       01  WS-AMOUNT-LINE.
           05  AL-LABEL                    PIC X(24).
           05  AL-AMOUNT                   PIC -(11)9.99.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           PERFORM 0500-LOAD-COA-ACCOUNTS
           PERFORM 0600-GET-OPEN-PERIOD
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-JETRANS
           PERFORM UNTIL END-OF-FILE
               PERFORM 2000-LOAD-JOURNAL
               PERFORM 3000-EDIT-JOURNAL
               IF JOURNAL-IS-GOOD
                   PERFORM 4000-POST-JOURNAL
               ELSE
                   PERFORM 5000-REJECT-JOURNAL
               END-IF
           END-PERFORM
           PERFORM 6000-WRITE-TOTALS
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE JETRANS-FILE
           CLOSE GLMAST-FILE
           CLOSE JEHIST-FILE
           CLOSE JERPT
           CLOSE JEREJ
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
               DISPLAY "GLJEPOST: PRCDATE OPEN FAILED, STATUS "
                   WS-PRCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PRCDATE-FILE
               AT END
                   DISPLAY "GLJEPOST: PRCDATE RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRCDATE-FILE
                   STOP RUN
           END-READ
           MOVE PD-PROC-DATE TO WS-RUN-DATE
           CLOSE PRCDATE-FILE.

      *******************************************************
      *    Every account mapped on the GLCOA chart is a      *
      *    valid journal account even before anything has    *
      *    posted to it; GLMAST covers the rest.             *
      *******************************************************
       0500-LOAD-COA-ACCOUNTS.
           OPEN INPUT GLCOA-FILE
           IF WS-GLCOA-STATUS NOT = "00"
               DISPLAY "GLJEPOST: GLCOA OPEN FAILED, STATUS "
                   WS-GLCOA-STATUS
           ELSE
               PERFORM 0550-READ-GLCOA
               PERFORM UNTIL COA-END-OF-FILE
                   IF WS-COA-COUNT < WS-COA-MAX
                       ADD 1 TO WS-COA-COUNT
                       MOVE CA-ACCT-NO TO COA-ACCT-NO (WS-COA-COUNT)
                   ELSE
                       DISPLAY "GLJEPOST: GLCOA TABLE FULL - "
                           CA-ACCT-NO " NOT LOADED"
                   END-IF
                   PERFORM 0550-READ-GLCOA
               END-PERFORM
               CLOSE GLCOA-FILE
           END-IF.

       0550-READ-GLCOA.
           READ GLCOA-FILE
               AT END
                   SET COA-END-OF-FILE TO TRUE
           END-READ.

      *******************************************************
      *    Journals post only into the open period.  The     *
      *    period is carried to working storage before the   *
      *    control file closes.                              *
      *******************************************************
       0600-GET-OPEN-PERIOD.
           OPEN INPUT GLPERIOD-FILE
           IF WS-GLPERIOD-STATUS NOT = "00"
               DISPLAY "GLJEPOST: GLPERIOD OPEN FAILED, STATUS "
                   WS-GLPERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           READ GLPERIOD-FILE
               AT END
                   DISPLAY "GLJEPOST: GLPERIOD RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   CLOSE GLPERIOD-FILE
                   PERFORM 9600-END-STEP
                   STOP RUN
           END-READ
           MOVE GP-OPEN-YEAR TO WS-OPEN-YEAR
           MOVE GP-OPEN-MONTH TO WS-OPEN-MONTH
           CLOSE GLPERIOD-FILE.

       1000-INITIALIZE.
           OPEN INPUT JETRANS-FILE
           IF WS-JETRANS-STATUS NOT = "00"
               DISPLAY "GLJEPOST: JETRANS OPEN FAILED, STATUS "
                   WS-JETRANS-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN I-O GLMAST-FILE
           IF WS-GLMAST-STATUS = "35"
               CLOSE GLMAST-FILE
               OPEN OUTPUT GLMAST-FILE
               CLOSE GLMAST-FILE
               OPEN I-O GLMAST-FILE
           END-IF
           IF WS-GLMAST-STATUS NOT = "00"
               DISPLAY "GLJEPOST: GLMAST OPEN FAILED, STATUS "
                   WS-GLMAST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN I-O JEHIST-FILE
           IF WS-JEHIST-STATUS = "35"
               CLOSE JEHIST-FILE
               OPEN OUTPUT JEHIST-FILE
               CLOSE JEHIST-FILE
               OPEN I-O JEHIST-FILE
           END-IF
           IF WS-JEHIST-STATUS NOT = "00"
               DISPLAY "GLJEPOST: JEHIST OPEN FAILED, STATUS "
                   WS-JEHIST-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT JERPT
           IF WS-JERPT-STATUS NOT = "00"
               DISPLAY "GLJEPOST: JERPT OPEN FAILED, STATUS "
                   WS-JERPT-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT JEREJ
           IF WS-JEREJ-STATUS NOT = "00"
               DISPLAY "GLJEPOST: JEREJ OPEN FAILED, STATUS "
                   WS-JEREJ-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-OPEN-YEAR TO H1-PERIOD-YEAR
           MOVE WS-OPEN-MONTH TO H1-PERIOD-MONTH
           WRITE JE-RPT-RECORD FROM WS-HEADING-1
           WRITE JE-RPT-RECORD FROM WS-HEADING-2
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE JE-REJ-RECORD FROM WS-REJECT-HEADING.

       1100-READ-JETRANS.
           READ JETRANS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *******************************************************
      *    Gather every consecutive line of one journal.  A  *
      *    journal longer than the line table is read to its *
      *    end and rejected whole.                           *
      *******************************************************
       2000-LOAD-JOURNAL.
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE JT-JOURNAL-ID TO WS-JOURNAL-ID
           MOVE ZERO TO WS-JL-COUNT
           MOVE "N" TO WS-JL-OVERFLOW-SW
           PERFORM UNTIL END-OF-FILE
                   OR JT-JOURNAL-ID NOT = WS-JOURNAL-ID
               IF WS-JL-COUNT < WS-JL-MAX
                   ADD 1 TO WS-JL-COUNT
                   MOVE JT-POST-DATE TO JL-POST-DATE (WS-JL-COUNT)
                   MOVE JT-ACCT-NO TO JL-ACCT-NO (WS-JL-COUNT)
                   MOVE JT-DR-CR TO JL-DR-CR (WS-JL-COUNT)
                   MOVE JT-AMOUNT TO JL-AMOUNT (WS-JL-COUNT)
                   MOVE JT-DESCRIPTION TO JL-DESCRIPTION (WS-JL-COUNT)
                   MOVE JT-PREPARER TO JL-PREPARER (WS-JL-COUNT)
                   MOVE ZERO TO JL-SIGNED-AMT (WS-JL-COUNT)
                   MOVE SPACES TO JL-REASON (WS-JL-COUNT)
               ELSE
                   SET JOURNAL-OVERFLOW TO TRUE
               END-IF
               PERFORM 1100-READ-JETRANS
           END-PERFORM.

      *******************************************************
      *    Line edits first, so every bad line carries its   *
      *    own reason on the reject listing, then the        *
      *    journal-level edits.                              *
      *******************************************************
       3000-EDIT-JOURNAL.
           SET JOURNAL-IS-GOOD TO TRUE
           MOVE SPACES TO WS-JOURNAL-REASON
           MOVE ZERO TO WS-JOURNAL-NET
           MOVE ZERO TO WS-JOURNAL-DEBITS
           MOVE ZERO TO WS-JOURNAL-CREDITS
           PERFORM VARYING WS-JL-IX FROM 1 BY 1
                   UNTIL WS-JL-IX > WS-JL-COUNT
               PERFORM 3100-EDIT-LINE
               IF JL-REASON (WS-JL-IX) NOT = SPACES
                   SET JOURNAL-IS-BAD TO TRUE
                   MOVE "ONE OR MORE LINES FAILED EDIT"
                       TO WS-JOURNAL-REASON
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-JOURNAL-ID = SPACES
                   SET JOURNAL-IS-BAD TO TRUE
                   MOVE "JOURNAL ID MISSING" TO WS-JOURNAL-REASON
               WHEN JOURNAL-OVERFLOW
                   SET JOURNAL-IS-BAD TO TRUE
                   MOVE "MORE THAN 99 LINES IN JOURNAL"
                       TO WS-JOURNAL-REASON
               WHEN WS-JL-COUNT < 2
                   SET JOURNAL-IS-BAD TO TRUE
                   MOVE "JOURNAL HAS FEWER THAN TWO LINES"
                       TO WS-JOURNAL-REASON
               WHEN JOURNAL-IS-GOOD AND WS-JOURNAL-NET NOT = ZERO
                   SET JOURNAL-IS-BAD TO TRUE
                   MOVE "JOURNAL DOES NOT NET TO ZERO"
                       TO WS-JOURNAL-REASON
           END-EVALUATE
           IF WS-JOURNAL-ID NOT = SPACES
               MOVE WS-JOURNAL-ID TO JH-JOURNAL-ID
               MOVE 1 TO JH-LINE-NO
               MOVE "00" TO WS-JEHIST-STATUS
               READ JEHIST-FILE
                   INVALID KEY
                       SET JEHIST-NOT-FOUND TO TRUE
               END-READ
               IF JEHIST-FOUND
                   SET JOURNAL-IS-BAD TO TRUE
                   MOVE "JOURNAL ALREADY POSTED" TO WS-JOURNAL-REASON
               ELSE IF NOT JEHIST-NOT-FOUND
                   DISPLAY "GLJEPOST: JEHIST READ FAILED, STATUS "
                       WS-JEHIST-STATUS
                   PERFORM 9000-ABORT-RUN
               END-IF
           END-IF.

       3100-EDIT-LINE.
           MOVE JL-AMOUNT (WS-JL-IX) TO WS-AMOUNT-WORK
           MOVE JL-POST-DATE (WS-JL-IX) TO WS-DATE-WORK
           PERFORM 3200-EDIT-POST-DATE
           PERFORM 3300-CHECK-ACCOUNT
           IF JL-ACCT-NO (WS-JL-IX) = SPACES
               MOVE "ACCOUNT MISSING" TO JL-REASON (WS-JL-IX)
           ELSE IF NOT GLMAST-FOUND AND NOT ACCT-ON-COA
               MOVE "ACCOUNT NOT ON GLMAST OR GLCOA"
                   TO JL-REASON (WS-JL-IX)
           ELSE IF JL-DR-CR (WS-JL-IX) NOT = "D"
               AND JL-DR-CR (WS-JL-IX) NOT = "C"
               MOVE "DEBIT/CREDIT CODE NOT D OR C"
                   TO JL-REASON (WS-JL-IX)
           ELSE IF WS-AMOUNT-WORK IS NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO JL-REASON (WS-JL-IX)
           ELSE IF WS-AMOUNT-WORK-N = ZERO
               MOVE "AMOUNT IS ZERO" TO JL-REASON (WS-JL-IX)
           ELSE IF NOT DATE-VALID
               MOVE "POSTING DATE INVALID" TO JL-REASON (WS-JL-IX)
           ELSE IF WS-DATE-YEAR NOT = WS-OPEN-YEAR
               OR WS-DATE-MONTH NOT = WS-OPEN-MONTH
               MOVE "POSTING DATE NOT IN OPEN PERIOD"
                   TO JL-REASON (WS-JL-IX)
           ELSE
               IF JL-DR-CR (WS-JL-IX) = "D"
                   MOVE WS-AMOUNT-WORK-N TO JL-SIGNED-AMT (WS-JL-IX)
                   ADD WS-AMOUNT-WORK-N TO WS-JOURNAL-DEBITS
               ELSE
                   COMPUTE JL-SIGNED-AMT (WS-JL-IX) = ZERO
                       - WS-AMOUNT-WORK-N
                   ADD WS-AMOUNT-WORK-N TO WS-JOURNAL-CREDITS
               END-IF
               ADD JL-SIGNED-AMT (WS-JL-IX) TO WS-JOURNAL-NET
           END-IF.

      *******************************************************
      *    Full posting-date edit, matching the date edits   *
      *    in ADDAMT, RESUBMIT, RATEMNT and CSHAPPLY.        *
      *******************************************************
       3200-EDIT-POST-DATE.
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

       3300-CHECK-ACCOUNT.
           MOVE "N" TO WS-COA-FOUND-SW
           MOVE "23" TO WS-GLMAST-STATUS
           IF JL-ACCT-NO (WS-JL-IX) NOT = SPACES
               MOVE JL-ACCT-NO (WS-JL-IX) TO GM-ACCT-NO
               MOVE "00" TO WS-GLMAST-STATUS
               READ GLMAST-FILE
                   INVALID KEY
                       SET GLMAST-NOT-FOUND TO TRUE
               END-READ
               IF NOT GLMAST-FOUND AND NOT GLMAST-NOT-FOUND
                   DISPLAY "GLJEPOST: GLMAST READ FAILED, STATUS "
                       WS-GLMAST-STATUS " ACCT " GM-ACCT-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
               PERFORM VARYING WS-COA-IX FROM 1 BY 1
                       UNTIL WS-COA-IX > WS-COA-COUNT
                   IF COA-ACCT-NO (WS-COA-IX) = JL-ACCT-NO (WS-JL-IX)
                       SET ACCT-ON-COA TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *******************************************************
      *    Post a proven journal line by line - balance,     *
      *    last-post date and open-period bucket, with the   *
      *    same create-on-first-use and year-rollover rules  *
      *    as GLPOST - and keep each line on JEHIST.         *
      *******************************************************
       4000-POST-JOURNAL.
           ADD 1 TO WS-POSTED-COUNT
           MOVE WS-JOURNAL-ID TO JH1-JOURNAL-ID
           MOVE JL-PREPARER (1) TO JH1-PREPARER
           MOVE WS-JL-COUNT TO JH1-LINE-COUNT
           WRITE JE-RPT-RECORD FROM WS-JOURNAL-LINE
           PERFORM VARYING WS-JL-IX FROM 1 BY 1
                   UNTIL WS-JL-IX > WS-JL-COUNT
               PERFORM 4100-POST-LINE
           END-PERFORM
           MOVE WS-JOURNAL-DEBITS TO JT1-DEBITS
           MOVE WS-JOURNAL-CREDITS TO JT1-CREDITS
           WRITE JE-RPT-RECORD FROM WS-JOURNAL-TOTAL-LINE
           WRITE JE-RPT-RECORD FROM WS-APPROVAL-LINE
           ADD WS-JOURNAL-DEBITS TO WS-TOTAL-DEBITS
           ADD WS-JOURNAL-CREDITS TO WS-TOTAL-CREDITS.

       4100-POST-LINE.
           MOVE JL-ACCT-NO (WS-JL-IX) TO GM-ACCT-NO
           MOVE "00" TO WS-GLMAST-STATUS
           READ GLMAST-FILE
               INVALID KEY
                   SET GLMAST-NOT-FOUND TO TRUE
           END-READ
           IF GLMAST-NOT-FOUND
               MOVE SPACES TO GLMAST-RECORD
               MOVE JL-ACCT-NO (WS-JL-IX) TO GM-ACCT-NO
               MOVE JL-SIGNED-AMT (WS-JL-IX) TO GM-ACCT-BALANCE
               MOVE WS-RUN-DATE TO GM-LAST-POST-DATE
               MOVE WS-OPEN-YEAR TO GM-PERIOD-YEAR
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > 12
                   MOVE ZERO TO GM-PERIOD-AMT (WS-BKT-IX)
               END-PERFORM
               ADD JL-SIGNED-AMT (WS-JL-IX)
                   TO GM-PERIOD-AMT (WS-OPEN-MONTH)
               WRITE GLMAST-RECORD
               IF WS-GLMAST-STATUS NOT = "00"
                   DISPLAY "GLJEPOST: GLMAST WRITE FAILED, STATUS "
                       WS-GLMAST-STATUS " ACCT " GM-ACCT-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-NEW-ACCT-COUNT
           ELSE
               ADD JL-SIGNED-AMT (WS-JL-IX) TO GM-ACCT-BALANCE
               MOVE WS-RUN-DATE TO GM-LAST-POST-DATE
               IF GM-PERIOD-YEAR NOT = WS-OPEN-YEAR
                   MOVE WS-OPEN-YEAR TO GM-PERIOD-YEAR
                   PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                           UNTIL WS-BKT-IX > 12
                       MOVE ZERO TO GM-PERIOD-AMT (WS-BKT-IX)
                   END-PERFORM
               END-IF
               ADD JL-SIGNED-AMT (WS-JL-IX)
                   TO GM-PERIOD-AMT (WS-OPEN-MONTH)
               REWRITE GLMAST-RECORD
               IF WS-GLMAST-STATUS NOT = "00"
                   DISPLAY "GLJEPOST: GLMAST REWRITE FAILED, STATUS "
                       WS-GLMAST-STATUS " ACCT " GM-ACCT-NO
                   PERFORM 9000-ABORT-RUN
               END-IF
           END-IF
           MOVE SPACES TO JEHIST-RECORD
           MOVE WS-JOURNAL-ID TO JH-JOURNAL-ID
           MOVE WS-JL-IX TO JH-LINE-NO
           MOVE WS-OPEN-YEAR TO JH-PERIOD-YEAR
           MOVE WS-OPEN-MONTH TO JH-PERIOD-MONTH
           MOVE JL-POST-DATE (WS-JL-IX) TO JH-POST-DATE
           MOVE JL-ACCT-NO (WS-JL-IX) TO JH-ACCT-NO
           MOVE JL-SIGNED-AMT (WS-JL-IX) TO JH-AMOUNT
           MOVE JL-DESCRIPTION (WS-JL-IX) TO JH-DESCRIPTION
           MOVE JL-PREPARER (WS-JL-IX) TO JH-PREPARER
           MOVE WS-RUN-DATE TO JH-RUN-DATE
           WRITE JEHIST-RECORD
           IF WS-JEHIST-STATUS NOT = "00"
               DISPLAY "GLJEPOST: JEHIST WRITE FAILED, STATUS "
                   WS-JEHIST-STATUS " JOURNAL " WS-JOURNAL-ID
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO WS-LINES-POSTED
           MOVE WS-JL-IX TO DL-LINE-NO
           MOVE JL-ACCT-NO (WS-JL-IX) TO DL-ACCT-NO
           IF JL-SIGNED-AMT (WS-JL-IX) > ZERO
               MOVE JL-SIGNED-AMT (WS-JL-IX) TO DL-DEBIT
               MOVE ZERO TO DL-CREDIT
           ELSE
               MOVE ZERO TO DL-DEBIT
               COMPUTE DL-CREDIT = ZERO - JL-SIGNED-AMT (WS-JL-IX)
           END-IF
           MOVE JL-DESCRIPTION (WS-JL-IX) TO DL-DESCRIPTION
           WRITE JE-RPT-RECORD FROM WS-DETAIL-LINE.

       5000-REJECT-JOURNAL.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-JOURNAL-ID TO RJ-JOURNAL-ID
           MOVE WS-JOURNAL-REASON TO RJ-REASON
           WRITE JE-REJ-RECORD FROM WS-REJECT-JOURNAL-LINE
           PERFORM VARYING WS-JL-IX FROM 1 BY 1
                   UNTIL WS-JL-IX > WS-JL-COUNT
               MOVE WS-JL-IX TO RD-LINE-NO
               MOVE JL-ACCT-NO (WS-JL-IX) TO RD-ACCT-NO
               MOVE JL-DR-CR (WS-JL-IX) TO RD-DR-CR
               MOVE JL-AMOUNT (WS-JL-IX) TO RD-AMOUNT
               MOVE JL-POST-DATE (WS-JL-IX) TO RD-POST-DATE
               MOVE JL-REASON (WS-JL-IX) TO RD-REASON
               WRITE JE-REJ-RECORD FROM WS-REJECT-DETAIL-LINE
           END-PERFORM.

       6000-WRITE-TOTALS.
           MOVE "LINES READ:             " TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           WRITE JE-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "JOURNALS READ:          " TO CL-LABEL
           MOVE WS-JOURNAL-COUNT TO CL-COUNT
           WRITE JE-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "JOURNALS POSTED:        " TO CL-LABEL
           MOVE WS-POSTED-COUNT TO CL-COUNT
           WRITE JE-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "JOURNALS REJECTED:      " TO CL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-COUNT
           WRITE JE-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "LINES POSTED:           " TO CL-LABEL
           MOVE WS-LINES-POSTED TO CL-COUNT
           WRITE JE-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "NEW ACCOUNTS:           " TO CL-LABEL
           MOVE WS-NEW-ACCT-COUNT TO CL-COUNT
           WRITE JE-RPT-RECORD FROM WS-COUNT-LINE
           MOVE "TOTAL DEBITS POSTED:    " TO AL-LABEL
           MOVE WS-TOTAL-DEBITS TO AL-AMOUNT
           WRITE JE-RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "TOTAL CREDITS POSTED:   " TO AL-LABEL
           MOVE WS-TOTAL-CREDITS TO AL-AMOUNT
           WRITE JE-RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "JOURNALS REJECTED:      " TO CL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-COUNT
           WRITE JE-REJ-RECORD FROM WS-COUNT-LINE.

       9000-ABORT-RUN.
           MOVE 16 TO RETURN-CODE
           CLOSE JETRANS-FILE
           CLOSE GLMAST-FILE
           CLOSE JEHIST-FILE
           CLOSE JERPT
           CLOSE JEREJ
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
           MOVE "GLJEPOST" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "GLJEPOST: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "GLJEPOST: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE WS-READ-COUNT TO SC-READ-COUNT
           MOVE WS-POSTED-COUNT TO SC-WRITTEN-COUNT
           MOVE WS-REJECTED-COUNT TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
