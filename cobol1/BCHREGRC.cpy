      *    instance, whose input count covers only its own   *
      *    range of the file.  BREGRPT reports the file      *
      *    for operations and RECONBAT proves batches        *
      *    against it.  BCHREV rewrites a completed batch    *
      *    "R" once its postings have been backed out.       *
      *    GLPOST sets the posted switch when it posts the   *
      *    batch's own extract and refuses one already "R";  *
      *    CUSBALUP sets the balances-applied switch once a  *
      *    key-range batch's BALTRANS postings reach CUSTBAL *
      *    and OPENITEM, and skips those of an "R" batch.    *
      *    BCHREV reverses only a batch posted and applied.  *
      *******************************************************
       01  BCHREG-RECORD.
           05  BR-BATCH-ID                 PIC X(8).
               88  BR-STATUS-OPEN                      VALUE "O".
               88  BR-STATUS-COMPLETED                 VALUE "C".
               88  BR-STATUS-ABORTED                   VALUE "A".
               88  BR-STATUS-REVERSED                  VALUE "R".
           05  BR-RETURN-CODE              PIC 9(2).
           05  BR-REJECT-COUNT             PIC 9(7).
           05  BR-RANGE-SW                 PIC X(1).
               88  BR-RANGE-BATCH                      VALUE "Y".
           05  BR-POSTED-SW                PIC X(1).
               88  BR-GL-POSTED                        VALUE "Y".
           05  BR-APPLIED-SW               PIC X(1).
               88  BR-BALANCES-APPLIED                 VALUE "Y".
           05  FILLER                      PIC X(1).
