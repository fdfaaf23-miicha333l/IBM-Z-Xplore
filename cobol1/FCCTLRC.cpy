      *******************************************************
      *    FCCTLRC - finance-charge control record, a single *
      *    record read by FINCHG.  Items open more than      *
      *    FC-OVERDUE-DAYS past their posting date are       *
      *    overdue; a customer's overdue total is charged at *
      *    FC-CHARGE-RATE (a fraction - 0.015000 is 1.5%),   *
      *    never less than FC-MIN-CHARGE, and not at all     *
      *    when the overdue total is at or under             *
      *    FC-WAIVE-THRESHOLD.  FINCHG stamps the run date   *
      *    back into FC-LAST-RUN-DATE and refuses a second   *
      *    run in the same month.                            *
      *******************************************************
       01  FCCTL-RECORD.
           05  FC-OVERDUE-DAYS             PIC 9(3).
           05  FC-CHARGE-RATE              PIC 9(1)V9(6).
           05  FC-MIN-CHARGE               PIC 9(5)V99.
           05  FC-WAIVE-THRESHOLD          PIC 9(7)V99.
           05  FC-LAST-RUN-DATE            PIC 9(8).
           05  FILLER                      PIC X(16).
