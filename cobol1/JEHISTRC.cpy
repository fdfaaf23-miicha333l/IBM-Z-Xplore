      *******************************************************
      *    JEHISTRC - posted journal entry history, keyed on *
      *    journal ID and line number.  GLJEPOST writes one  *
      *    per line it posts to GLMAST, with the accounting  *
      *    period it posted into and the signed amount       *
      *    (debit positive, credit negative), and refuses a  *
      *    journal ID already here.  GLTBAL reads it to show *
      *    how much of each account's period activity came  *
      *    from journal entries.                             *
      *******************************************************
       01  JEHIST-RECORD.
           05  JH-JRNL-KEY.
               10  JH-JOURNAL-ID           PIC X(8).
               10  JH-LINE-NO              PIC 9(3).
           05  JH-PERIOD.
               10  JH-PERIOD-YEAR          PIC 9(4).
               10  JH-PERIOD-MONTH         PIC 9(2).
           05  JH-POST-DATE                PIC 9(8).
           05  JH-ACCT-NO                  PIC X(15).
           05  JH-AMOUNT                   PIC S9(11)V99.
           05  JH-DESCRIPTION              PIC X(30).
           05  JH-PREPARER                 PIC X(8).
           05  JH-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1).
