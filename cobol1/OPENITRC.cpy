      *    applies cash receipts against the open amount     *
      *    oldest first; AGERPT ages whatever is still       *
      *    open; CUSTSTMT shows the items and payments on    *
      *    the monthly statement.  BCHREV cancels the items  *
      *    of a reversed batch.  A cancelled item keeps the  *
      *    amount that was open when it closed, so billed    *
      *    less open is still what was paid, and its last-   *
      *    pay date carries the date it was closed.          *
      *    BADDEBT closes an uncollectible item as written   *
      *    off the same way.                                 *
      *******************************************************
       01  OPENITEM-RECORD.
           05  OI-ITEM-KEY.
           05  OI-ITEM-STATUS              PIC X(1).
               88  OI-STATUS-OPEN                      VALUE "O".
               88  OI-STATUS-PAID                      VALUE "P".
               88  OI-STATUS-CANCELLED                 VALUE "X".
               88  OI-STATUS-WRITTEN-OFF               VALUE "W".
           05  OI-LAST-PAY-DATE            PIC 9(8).
           05  FILLER                      PIC X(10).
