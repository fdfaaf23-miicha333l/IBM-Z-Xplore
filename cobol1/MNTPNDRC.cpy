      *******************************************************
      *    MNTPNDRC - customer master change held for        *
      *    second-operator approval, keyed on customer       *
      *    number and sequence.  CUSTMNT holds a credit-     *
      *    limit increase over its threshold, and any        *
      *    status change out of suspended or closed, here    *
      *    instead of applying it, with the operator who     *
      *    keyed it, the keyed transaction image and the     *
      *    master as it stood.  A later CUSTMNT run under a  *
      *    different operator approves or declines it; one   *
      *    left pending too long expires.  Decided items     *
      *    stay on file with who decided them and when.      *
      *******************************************************
       01  MNTPEND-RECORD.
           05  PN-PEND-KEY.
               10  PN-CUST-NO              PIC X(15).
               10  PN-SEQ-NO               PIC 9(4).
           05  PN-STATUS                   PIC X(1).
               88  PN-STATUS-PENDING                   VALUE "P".
               88  PN-STATUS-APPROVED                  VALUE "A".
               88  PN-STATUS-DECLINED                  VALUE "D".
               88  PN-STATUS-EXPIRED                   VALUE "E".
           05  PN-HOLD-CODE                PIC X(1).
               88  PN-HOLD-LIMIT                       VALUE "L".
               88  PN-HOLD-STATUS                      VALUE "S".
               88  PN-HOLD-BOTH                        VALUE "B".
           05  PN-KEYED-BY                 PIC X(8).
           05  PN-KEYED-DATE               PIC 9(8).
           05  PN-DECIDED-BY               PIC X(8).
           05  PN-DECIDED-DATE             PIC 9(8).
           05  PN-OLD-STATUS               PIC X(1).
           05  PN-NEW-STATUS               PIC X(1).
           05  PN-OLD-LIMIT                PIC 9(7).
           05  PN-NEW-LIMIT                PIC 9(7).
           05  PN-TXN-IMAGE                PIC X(80).
           05  PN-BEFORE-IMAGE             PIC X(80).
           05  FILLER                      PIC X(11).
