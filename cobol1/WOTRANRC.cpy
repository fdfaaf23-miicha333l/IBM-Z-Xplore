      *******************************************************
      *    WOTRANRC - bad-debt write-off transaction, read   *
      *    by BADDEBT.  Scope "I" writes off the one         *
      *    OPENITEM item named by posting date and sequence; *
      *    scope "A" writes off every item the customer      *
      *    still has open.  Every write-off carries the      *
      *    reason and the operator ID of whoever approved    *
      *    it, both printed on the write-off register.       *
      *    Fields are carried as keyed so the edits can      *
      *    test them before any numeric use.                 *
      *******************************************************
       01  WOTRANS-RECORD.
           05  WT-CUST-NO                  PIC X(15).
           05  WT-SCOPE                    PIC X(1).
               88  WT-SCOPE-ITEM                       VALUE "I".
               88  WT-SCOPE-ALL                        VALUE "A".
           05  WT-POST-DATE                PIC X(8).
           05  WT-ITEM-SEQ                 PIC X(4).
           05  WT-REASON                   PIC X(30).
           05  WT-APPROVER                 PIC X(8).
           05  FILLER                      PIC X(14).
