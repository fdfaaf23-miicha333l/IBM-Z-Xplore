      *******************************************************
      *    RECURRC - recurring-charge schedule master,       *
      *    keyed on customer number and schedule number.     *
      *    Each schedule carries up to ten amount lines in   *
      *    the CUSTAREC type/amount/currency form, a         *
      *    frequency, start and end dates (a zero end date   *
      *    runs until cancelled) and the date it next bills. *
      *    RECURMNT adds, changes and cancels schedules;     *
      *    RECURGEN bills every schedule due on the PRCDATE  *
      *    processing date and moves the next-bill date on.  *
      *    A schedule whose next bill falls past its end     *
      *    date is marked ended.                             *
      *******************************************************
       01  RECURMST-RECORD.
           05  RS-SCHED-KEY.
               10  RS-CUST-NO              PIC X(15).
               10  RS-SCHED-NO             PIC 9(3).
           05  RS-STATUS                   PIC X(1).
               88  RS-STATUS-ACTIVE                    VALUE "A".
               88  RS-STATUS-CANCELLED                 VALUE "C".
               88  RS-STATUS-ENDED                     VALUE "E".
           05  RS-DESCRIPTION              PIC X(30).
           05  RS-FREQUENCY                PIC X(1).
               88  RS-FREQ-MONTHLY                     VALUE "M".
               88  RS-FREQ-QUARTERLY                   VALUE "Q".
               88  RS-FREQ-ANNUAL                      VALUE "A".
           05  RS-START-DATE               PIC 9(8).
           05  RS-END-DATE                 PIC 9(8).
           05  RS-NEXT-BILL-DATE           PIC 9(8).
           05  RS-LAST-BILL-DATE           PIC 9(8).
           05  RS-LAST-BATCH-ID            PIC X(8).
           05  RS-LINE-COUNT               PIC 9(2).
           05  RS-AMT-LINE OCCURS 10 TIMES.
               10  RS-AMT-TYPE             PIC 9(1).
               10  RS-AMT-VALUE            PIC S9(5)V99.
               10  RS-AMT-CURRENCY         PIC X(3).
           05  FILLER                      PIC X(18).
