      * LOANS and SCORING sample - record layout for the LOANREFQ      *
      * VSAM KSDS, the supervisor referral queue.  GETQUOTE writes    *
      * one record for each quote scoring in the referral band        *
      * (55-60), and for each quote that would take the customer      *
      * past the exposure limit (the EXPLIMIT parameter on LOANPARM), *
      * keyed by the LOANMAST key of the pending quote; the           *
      * LNREFER supervisor screen lists the pending ones and records  *
      * the decision on the same record - decided records are kept,   *
      * not deleted, so the override, its reason and the approving    *
           05  LR-REASON-CODE            PIC X(02).
           05  LR-DECIDED-BY             PIC X(08).
           05  LR-DECIDED-DATE           PIC X(08).
      *        Why the quote was referred.  Records queued before the
      *        exposure limit existed carry spaces and were all
      *        score-band referrals.
           05  LR-REFER-REASON           PIC X(02).
               88  LR-REFER-SCORE-BAND            VALUES 'SB' SPACES.
               88  LR-REFER-EXPOSURE              VALUE 'EX'.
           05  FILLER                    PIC X(08).
