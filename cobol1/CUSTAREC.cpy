      *******************************************************
      *    CUSTAREC - CUSTAMT transaction record: customer   *
      *    key, transaction date, line count, and up to 30   *
      *    typed amount lines.  Shared by ADDAMT (input),    *
      *    RESUBMIT (corrected-reject output), FINCHG        *
      *    (finance-charge output) and RECURGEN              *
      *    (recurring-charge output).  Amounts carry two     *
      *    decimal places and a currency code; a blank       *
      *    currency code means base currency.  The           *
      *    transaction date drives currency conversion, so a *
      *    correction batch reprocessed days later still     *
      *    converts at the rate in effect when the charge    *
      *    was incurred.                                     *
      *******************************************************
