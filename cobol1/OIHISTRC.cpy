      *******************************************************
      *    OIHISTRC - open-item history record.  ARCHPURG    *
      *    moves an OPENITEM item here once it has been      *
      *    closed - paid, cancelled or written off - for     *
      *    longer than the retention months, stamped with    *
      *    the processing date it was archived.  The item    *
      *    is kept exactly as it stood on OPENITEM, in the   *
      *    OPENITRC layout, so it can be read back into the  *
      *    OPENITEM record.  The file is only ever extended. *
      *******************************************************
       01  OIHIST-RECORD.
           05  OH-ARCHIVE-DATE             PIC 9(8).
           05  OH-ITEM-IMAGE               PIC X(76).
           05  FILLER                      PIC X(16).
