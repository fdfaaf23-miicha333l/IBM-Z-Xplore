      *    and the trailer carries the batch-level split,    *
      *    so GLPOST can generate balanced double-entry      *
      *    postings from the GLCOA account mapping.          *
      *                                                      *
      *    CSHAPPLY writes a cash extract in the same        *
      *    layout, marked "C" in the header extract type.    *
      *    Its details and trailer carry the receipt amount  *
      *    in the total, split into applied and unapplied,   *
      *    and GLPOST posts it against the cash, receivable  *
      *    and unapplied-cash accounts instead.              *
      *******************************************************
       01  WS-GL-HEADER-RECORD.
           05  GLH-RECORD-TYPE             PIC X(1)    VALUE "H".
           05  GLH-BATCH-ID                PIC X(8).
           05  GLH-RUN-DATE                PIC 9(8).
           05  GLH-EXTRACT-TYPE            PIC X(1)    VALUE SPACE.
               88  GLH-SALES-EXTRACT                   VALUE SPACE.
               88  GLH-CASH-EXTRACT                    VALUE "C".
           05  FILLER                      PIC X(62)   VALUE SPACES.
       01  WS-GL-DETAIL-RECORD.
           05  GLD-RECORD-TYPE             PIC X(1)    VALUE "D".
           05  GLD-CUST-NO                 PIC X(15).
           05  GLD-SURCHG-AMOUNT           PIC S9(9)V99.
           05  GLD-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(12)   VALUE SPACES.
       01  WS-GL-CASH-DETAIL REDEFINES WS-GL-DETAIL-RECORD.
           05  FILLER                      PIC X(1).
           05  GLC-CUST-NO                 PIC X(15).
           05  GLC-RECEIPT-AMOUNT          PIC S9(9)V99.
           05  GLC-APPLIED-AMOUNT          PIC S9(9)V99.
           05  GLC-UNAPPLIED-AMOUNT        PIC S9(9)V99.
           05  GLC-SPARE-AMOUNT            PIC S9(9)V99.
           05  GLC-RUN-DATE                PIC 9(8).
           05  GLC-REFERENCE               PIC X(12).
       01  WS-GL-TRAILER-RECORD.
           05  GLT-RECORD-TYPE             PIC X(1)    VALUE "T".
           05  GLT-BATCH-ID                PIC X(8).
           05  GLT-SURCHG-TOTAL            PIC S9(11)V99.
           05  GLT-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.
       01  WS-GL-CASH-TRAILER REDEFINES WS-GL-TRAILER-RECORD.
           05  FILLER                      PIC X(16).
           05  GLTC-RECEIPT-TOTAL          PIC S9(11)V99.
           05  GLTC-APPLIED-TOTAL          PIC S9(11)V99.
           05  GLTC-UNAPPLIED-TOTAL        PIC S9(11)V99.
           05  GLTC-SPARE-TOTAL            PIC S9(11)V99.
           05  FILLER                      PIC X(12).
