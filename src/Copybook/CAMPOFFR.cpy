      *----------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                          *
      *  SAMPLE                                                        *
      *  (c) Copyright IBM Corp. 2019 All Rights Reserved              *
      *  US Government Users Restricted Rights - Use, duplication or   *
      *  disclosure restricted by GSA ADP Schedule Contract with       *
      *  IBM Corp                                                      *
      *----------------------------------------------------------------*
      ******************************************************************
      *                                                                *
      * Copybook Name      CAMPOFFR.CPY                                *
      *                                                                *
      * LOANS and SCORING sample - record layout of the CAMPOFFR       *
      * pre-approved offer file, a KSDS keyed by customer number.      *
      * LNOFFER writes one record for each customer it mails an offer  *
      * to; GETQUOTE reads it so the clerk quoting that customer sees  *
      * the offer and can honour it until OF-EXPIRY-DATE.              *
      *                                                                *
      * An offer is made for one product at each of the standard       *
      * durations - the largest amount, in whole hundreds of dollars,  *
      * that clears the approval threshold at that duration.  A        *
      * duration the customer does not qualify at carries a zero       *
      * amount.  OF-AMOUNT / OF-DURATION is the headline offer, the    *
      * largest of them (the shorter duration on a tie).               *
      *                                                                *
      * GETQUOTE (or RESCORE, for a request queued while scoring       *
      * was down) stamps OF-USED-DATE when it approves a quote on the  *
      * offer, so each offer is drawn on once only.                    *
      *                                                                *
      ******************************************************************
       01  CAMPOFFR-RECORD.
           05  OF-CUSTNO                 PIC X(10).
      *        YYYYMMDD the offer was made - the campaign it belongs to.
           05  OF-CAMPAIGN-DATE          PIC X(08).
      *        Last YYYYMMDD the offer may be honoured.
           05  OF-EXPIRY-DATE            PIC X(08).
           05  OF-PRODUCT                PIC X(04).
      *        SC-BASE-SCORE the offer was sized from.
           05  OF-BASE-SCORE             PIC S9(5).
           05  OF-AMOUNT                 PIC 9(07).
           05  OF-DURATION               PIC 9(02).
           05  OF-MONTHLY                PIC 9(06).
           05  OF-TERMS OCCURS 5 TIMES.
               10  OF-TERM-DURATION      PIC 9(02).
               10  OF-TERM-AMOUNT        PIC 9(07).
               10  OF-TERM-MONTHLY       PIC 9(06).
      *        YYYYMMDD a quote was approved on the strength of the
      *        offer - spaces until then.  A used offer is not
      *        honoured again.
           05  OF-USED-DATE              PIC X(08).
           05  FILLER                    PIC X(07).
