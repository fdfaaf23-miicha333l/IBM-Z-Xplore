      *    every posted batch nets to zero.  Read by GLPOST  *
      *    at start of run; a missing mapping rejects the    *
      *    batch before anything posts.                      *
      *    The cash and unapplied-cash accounts are mapped   *
      *    the same way for the CSHAPPLY cash extract.       *
      *    BADDEBT debits the bad-debt expense account for   *
      *    its write-offs against receivable control.        *
      *******************************************************
       01  GLCOA-RECORD.
           05  CA-AMT-TYPE                 PIC X(1).
               88  CA-TYPE-TAX                         VALUE "2".
               88  CA-TYPE-SURCHARGE                   VALUE "3".
               88  CA-TYPE-RECEIVABLE                  VALUE "R".
               88  CA-TYPE-CASH                        VALUE "C".
               88  CA-TYPE-UNAPPLIED                   VALUE "U".
               88  CA-TYPE-BAD-DEBT                    VALUE "B".
           05  CA-ACCT-NO                  PIC X(15).
           05  CA-ACCT-NAME                PIC X(30).
           05  FILLER                      PIC X(14).
