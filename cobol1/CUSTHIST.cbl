      *    exactly what a statement or credit-limit          *
      *    dispute months after the change needs.            *
      *    2026-09-02  Initial version.                      *
      *    2026-10-15  Also list customers ARCHPURG has      *
      *                purged, from the CUSTARC archive,     *
      *                with their final master and balance.  *
      *    2026-10-15  Step start and end logged on RUNLOG   *
      *                through RUNCTL; the RUNPREQ           *
      *                prerequisites are checked before any  *
      *                work and an unmet one refuses the     *
      *                run.                                  *
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JN-JRNL-KEY
               FILE STATUS IS WS-MNTJRNL-STATUS.
           SELECT CUSTARC-FILE ASSIGN TO CUSTARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTARC-STATUS.
           SELECT HISTRPT ASSIGN TO HISTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTRPT-STATUS.
       FD  MNTJRNL-FILE
           RECORDING MODE IS F.
       COPY MNTJRLRC.
       FD  CUSTARC-FILE
           RECORDING MODE IS F.
       COPY CUSTARRC.
       FD  HISTRPT
           RECORDING MODE IS F.
       01  HIST-RECORD                     PIC X(80).
       COPY PRCDATRC.
       WORKING-STORAGE SECTION.
       COPY CUSTMREC.
       COPY CUSBALRC.
       01  WS-MNTJRNL-STATUS               PIC X(2)    VALUE "00".
       01  WS-CUSTARC-STATUS               PIC X(2)    VALUE "00".
       01  WS-HISTRPT-STATUS               PIC X(2)    VALUE "00".
       01  WS-PRCDATE-STATUS               PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH                   PIC X(1)    VALUE "N".
           88  END-OF-FILE                             VALUE "Y".
       01  WS-ARC-EOF-SWITCH               PIC X(1)    VALUE "N".
           88  ARC-END-OF-FILE                         VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-PARM.
           05  WS-PARM-CUST-NO             PIC X(15)   VALUE SPACES.
       01  WS-FROM-DATE                    PIC 9(8)    VALUE ZERO.
       01  WS-TO-DATE                      PIC 9(8)    VALUE 99999999.
       01  WS-LISTED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-PURGED-COUNT                 PIC 9(7)    VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER                      PIC X(30)   VALUE
               "CUSTHIST MAINTENANCE HISTORY  ".
           05  FILLER                      PIC X(7)    VALUE
               "  JUR: ".
           05  IL-TAX-JURIS                PIC X(4).
       01  WS-PURGE-LINE.
           05  PL-CUST-NO                  PIC X(15).
           05  FILLER                      PIC X(12)   VALUE
               "  PURGED    ".
           05  PL-PURGE-DATE               PIC 9(8).
       01  WS-BALANCE-LINE.
           05  FILLER                      PIC X(14)   VALUE
               "  BALANCE MTD:".
           05  BL-MTD-TOTAL                PIC -(11)9.99.
           05  FILLER                      PIC X(6)    VALUE
               "  YTD:".
           05  BL-YTD-TOTAL                PIC -(11)9.99.
       01  WS-NO-BALANCE-LINE              PIC X(32)   VALUE
               "  BALANCE  ** NONE ON FILE **".
       01  WS-DELETED-LINE                 PIC X(32)   VALUE
               "  AFTER  ** DELETED **".
       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(20)   VALUE
               "ENTRIES LISTED:     ".
           05  CL-COUNT                    PIC Z(6)9.
       01  WS-PURGED-COUNT-LINE.
           05  FILLER                      PIC X(20)   VALUE
               "CUSTOMERS PURGED:   ".
           05  PC-COUNT                    PIC Z(6)9.
       COPY RUNCTLRC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-PROC-DATE
           PERFORM 9500-START-STEP
           PERFORM 9550-CHECK-PREREQS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-FROM-DATE IS NUMERIC
               AND WS-PARM-FROM-DATE NOT = "00000000"
               DISPLAY "CUSTHIST: MNTJRNL OPEN FAILED, STATUS "
                   WS-MNTJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           OPEN OUTPUT HISTRPT
                   WS-HISTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MNTJRNL-FILE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           END-PERFORM
           MOVE WS-LISTED-COUNT TO CL-COUNT
           WRITE HIST-RECORD FROM WS-COUNT-LINE
           PERFORM 4000-LIST-PURGED
           CLOSE MNTJRNL-FILE
           CLOSE HISTRPT
           PERFORM 9600-END-STEP
           STOP RUN.

      *******************************************************
           MOVE CM-CREDIT-LIMIT TO IL-CREDIT-LIMIT
           MOVE CM-TAX-JURIS TO IL-TAX-JURIS
           WRITE HIST-RECORD FROM WS-IMAGE-LINE.

      *******************************************************
      *    A customer ARCHPURG has purged is gone from       *
      *    CUSTMAST and CUSTBAL; the CUSTARC archive holds   *
      *    both records as they stood.  The same customer    *
      *    and date filters apply, on the purge date.  No    *
      *    CUSTARC yet means nothing has been purged.        *
      *******************************************************
       4000-LIST-PURGED.
           OPEN INPUT CUSTARC-FILE
           IF WS-CUSTARC-STATUS = "35"
               SET ARC-END-OF-FILE TO TRUE
           ELSE IF WS-CUSTARC-STATUS NOT = "00"
               DISPLAY "CUSTHIST: CUSTARC OPEN FAILED, STATUS "
                   WS-CUSTARC-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MNTJRNL-FILE
               CLOSE HISTRPT
               PERFORM 9600-END-STEP
               STOP RUN
           ELSE
               PERFORM 4100-READ-ARCHIVE
           END-IF.
           PERFORM UNTIL ARC-END-OF-FILE
               PERFORM 4200-SELECT-PURGE
               PERFORM 4100-READ-ARCHIVE
           END-PERFORM
           MOVE WS-PURGED-COUNT TO PC-COUNT
           WRITE HIST-RECORD FROM WS-PURGED-COUNT-LINE
           IF WS-CUSTARC-STATUS NOT = "35"
               CLOSE CUSTARC-FILE
           END-IF.

       4100-READ-ARCHIVE.
           READ CUSTARC-FILE
               AT END
                   SET ARC-END-OF-FILE TO TRUE
           END-READ.

       4200-SELECT-PURGE.
           IF WS-PARM-CUST-NO NOT = SPACES
               AND CH-CUST-NO NOT = WS-PARM-CUST-NO
               CONTINUE
           ELSE IF CH-PURGE-DATE < WS-FROM-DATE
               OR CH-PURGE-DATE > WS-TO-DATE
               CONTINUE
           ELSE
               PERFORM 4300-PRINT-PURGE
           END-IF.

       4300-PRINT-PURGE.
           ADD 1 TO WS-PURGED-COUNT
           MOVE CH-CUST-NO TO PL-CUST-NO
           MOVE CH-PURGE-DATE TO PL-PURGE-DATE
           WRITE HIST-RECORD FROM WS-PURGE-LINE
           MOVE CH-CUSTMAST-IMAGE TO CUSTMAST-RECORD
           MOVE "  FINAL  " TO IL-LABEL
           PERFORM 3100-PRINT-IMAGE
           IF CH-CUSTBAL-PRESENT
               MOVE CH-CUSTBAL-IMAGE TO CUSTBAL-RECORD
               MOVE CB-MTD-TOTAL TO BL-MTD-TOTAL
               MOVE CB-YTD-TOTAL TO BL-YTD-TOTAL
               WRITE HIST-RECORD FROM WS-BALANCE-LINE
           ELSE
               WRITE HIST-RECORD FROM WS-NO-BALANCE-LINE
           END-IF.

      *******************************************************
      *    Step start and end go on the RUNLOG run-control   *
      *    log through RUNCTL.  Before any work the step's   *
      *    RUNPREQ prerequisites must have ended cleanly for *
      *    the processing date, or the run is refused.       *
      *******************************************************
       9500-START-STEP.
           MOVE SPACES TO STEP-CONTROL-AREA
           MOVE "CUSTHIST" TO SC-PROGRAM
           MOVE WS-RUN-DATE TO SC-PROC-DATE
           SET SC-FUNC-START TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF NOT SC-RESULT-OK
               DISPLAY "CUSTHIST: RUNLOG UNAVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9550-CHECK-PREREQS.
           SET SC-FUNC-CHECK TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           IF SC-PREREQ-MISSING
               DISPLAY "CUSTHIST: PREREQUISITE " SC-MISSING-PROGRAM
                   " NOT ENDED CLEANLY - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9600-END-STEP
               STOP RUN
           END-IF.

       9600-END-STEP.
           MOVE ZERO TO SC-READ-COUNT
           MOVE WS-LISTED-COUNT TO SC-WRITTEN-COUNT
           ADD WS-PURGED-COUNT TO SC-WRITTEN-COUNT
           MOVE ZERO TO SC-REJECT-COUNT
           MOVE RETURN-CODE TO SC-STEP-RC
           SET SC-FUNC-END TO TRUE
           CALL "RUNCTL" USING STEP-CONTROL-AREA
           MOVE SC-STEP-RC TO RETURN-CODE.
