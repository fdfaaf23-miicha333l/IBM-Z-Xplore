      *******************************************************
      *    CUSTARRC - purged-customer archive record.        *
      *    ARCHPURG writes one for each closed customer it   *
      *    purges, before the CUSTMAST and CUSTBAL records   *
      *    are deleted: the master and balance records       *
      *    exactly as they stood, in the CUSTMREC and        *
      *    CUSBALRC layouts, with the processing date of     *
      *    the purge.  A customer that never had a balance   *
      *    record carries spaces in its place.  CUSTHIST     *
      *    reports purged customers from this file.  The     *
      *    file is only ever extended.                       *
      *******************************************************
       01  CUSTARC-RECORD.
           05  CH-CUST-NO                  PIC X(15).
           05  CH-PURGE-DATE               PIC 9(8).
           05  CH-CUSTMAST-IMAGE           PIC X(80).
           05  CH-CUSTBAL-SW               PIC X(1).
               88  CH-CUSTBAL-PRESENT                  VALUE "Y".
           05  CH-CUSTBAL-IMAGE            PIC X(130).
           05  FILLER                      PIC X(6).
