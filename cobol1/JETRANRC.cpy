      *******************************************************
      *    JETRANRC - manual journal entry transaction, one  *
      *    per journal line, read by GLJEPOST.  Lines of a   *
      *    journal are kept together under one journal ID;   *
      *    each carries the account, a "D"ebit or "C"redit   *
      *    code with an unsigned amount, the posting date,   *
      *    a description and the preparer's operator ID.     *
      *    Fields are carried as keyed so the edits can      *
      *    test them before any numeric use.                 *
      *******************************************************
       01  JETRANS-RECORD.
           05  JT-JOURNAL-ID               PIC X(8).
           05  JT-POST-DATE                PIC X(8).
           05  JT-ACCT-NO                  PIC X(15).
           05  JT-DR-CR                    PIC X(1).
           05  JT-AMOUNT                   PIC X(11).
           05  JT-DESCRIPTION              PIC X(30).
           05  JT-PREPARER                 PIC X(8).
           05  FILLER                      PIC X(19).
