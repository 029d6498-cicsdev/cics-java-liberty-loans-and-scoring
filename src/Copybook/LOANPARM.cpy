      * positions of the value (the LP-VALUE-9 view).  Parameters in  *
      * use:                                                           *
      *                                                                *
      *  BTBASEMO - baseline month, YYYYMM in the first six positions *
      *             of the value, that the month-end BACKTEST report  *
      *             compares this month's SCOREAUD score distribution *
      *             with.  Falls back to the same month a year        *
      *             earlier when the record is missing or invalid.    *
      *                                                                *
      *  CBMEMBER - member id the credit bureau issued us, in the     *
      *             first ten positions of the value.  There is no    *
      *             fallback - CBEXTRCT cuts no tradeline file        *
      *             without it.                                       *
      *                                                                *
      *  CHGOFFMO - months overdue at which the month-end LNCHGOFF    *
      *             run writes a loan off: an open loan whose oldest  *
      *             unpaid installment is this many months overdue    *
      *             is charged off.  Falls back to 6 months when the  *
      *             record is missing or unreadable.                  *
      *                                                                *
      *  DDLEADDY - notice, in days, the nightly DDEXTRCT run gives    *
      *             before a direct-debit collection: installments     *
      *             collected from tomorrow up to this many days       *
      *             ahead go on the bank file.  Falls back to 3 days   *
      *             when the record is missing or unreadable.          *
      *                                                                *
      *  DDORIGID - originator id the bank issued for direct debits,   *
      *             in the first ten positions of the value.  There    *
      *             is no fallback - DDEXTRCT cuts no file without it. *
      *                                                                *
      *  EXPLIMIT - customer exposure limit, in whole dollars, keyed   *
      *             zero-padded in the first seven positions of the    *
      *             value.  GETQUOTE and RESCORE refer a quote that    *
      *             would take the customer's open loan balances plus  *
      *             approved unbooked quotes past it, and LNBOOK       *
      *             refuses a booking that would take the booked       *
      *             balances past it.  LNOFFER offers no more than     *
      *             the room a customer has left under it.  Falls      *
      *             back to 100000 when the record is missing or       *
      *             unreadable.                                        *
      *                                                                *
      *  QUOTEVAL - validity window, in days, of an approved but      *
      *             unbooked LOANMAST quote.  LNEXPIRE expires older  *
      *             quotes nightly and LNBOOK refuses them; both      *
