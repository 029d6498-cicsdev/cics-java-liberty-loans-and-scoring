               10  LA-ACCT-STATUS        PIC X(1).
                   88  LA-ACCT-OPEN               VALUES ' ' 'O'.
                   88  LA-ACCT-CLOSED             VALUE 'C'.
      *            Charged off by the month-end LNCHGOFF run - the
      *            loss has left the book, so the account no longer
      *            ages or counts toward the customer's debt, and any
      *            payment that still arrives on it is a recovery.
      *            LA-CLOSED-DATE carries the write-off date.
                   88  LA-ACCT-WRITTEN-OFF        VALUE 'W'.
               10  LA-CLOSED-DATE        PIC X(8).
               10  FILLER                PIC X(3).
      *        Sequence 001 onward - one schedule line per month.
