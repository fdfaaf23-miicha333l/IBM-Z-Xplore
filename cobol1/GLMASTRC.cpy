      *******************************************************
      *    GLMASTRC - GL account balance master record,      *
      *    keyed on GM-ACCT-NO.  Posted by GLPOST, by the    *
      *    GLJEPOST manual journals, by BCHREV batch         *
      *    reversals and by BADDEBT write-offs; read by      *
      *    CUSTMNT for the customer-activity check, by       *
      *    GLTBAL for the trial balance and by GLCLOSE at    *
      *    month end.  GM-ACCT-BALANCE is the running        *
