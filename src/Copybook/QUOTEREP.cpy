           05  QR-RISK-TIER          PIC X(02).
           05  QR-SCORE              PIC 9(03).
           05  QR-MESSAGE            PIC X(80).
      *        On a 'P' reply, why the quote was referred - the same
      *        LR-REFER-REASON the supervisor queue carries: 'SB' for
      *        the score band, 'EX' for the customer exposure limit.
           05  QR-REFER-REASON       PIC X(02).
      *        The headline amount of the customer's live pre-approved
      *        offer off CAMPOFFR, zero when they hold none, and 'Y'
      *        in QR-OFFER-HONOURED on an 'A' reply approved within
      *        the offer's terms.  These take the last of the bytes
      *        reserved at the end of the reply, so its length is
      *        unchanged for existing callers; the offer's duration,
      *        product and expiry are shown on the terminal only.
           05  QR-OFFER-AMOUNT       PIC 9(07).
           05  QR-OFFER-HONOURED     PIC X(01).
               88  QR-OFFER-WAS-HONOURED          VALUE 'Y'.
