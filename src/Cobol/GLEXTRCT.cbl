      *    so every posting set still balances;                        *
      *  - reversals (NSF): credit cash, debit suspense - PAYPOST has  *
      *    already un-marked the line, so the original split is gone   *
      *    and Finance reclassifies off the delinquency report;        *
      *  - write-offs: every account header the month-end LNCHGOFF    *
      *    run wrote off today (written-off status, LA-CLOSED-DATE =   *
      *    run date) debits loan losses and credits loans receivable   *
      *    for the outstanding principal - the LA-PRINCIPAL-DUE of     *
      *    every schedule line still unpaid, i.e. the LA-BALANCE-AFTER *
      *    of the last line cleared - posted as 'WOFF'.  Run this job  *
      *    AFTER LNCHGOFF on the month-end night;                      *
      *  - recoveries: a receipt on a loan written off before today    *
      *    debits cash and credits recoveries, and a reversal of one   *
      *    debits recoveries and credits cash, posted as 'RCVY' -      *
      *    the receivable is already gone, so there is no line to      *
      *    split against.                                              *
      *                                                                *
      * The feed opens with a header carrying the extract date and     *
      * closes with a trailer carrying the posting count and the       *
      *                   consumed, so an arrears catch-up's          *
      *                   receipts each split off their own line      *
      *                   instead of all crediting the first one.      *
      *  2026-10-14  LAS  Post the month-end write-offs (WOFF) and     *
      *                   the receipts and reversals on written-off    *
      *                   loans as recoveries (RCVY).                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  END-OF-PAYMENTS                VALUE 'Y'.
           05  WS-MATCHED-SWITCH        PIC X(01) VALUE 'N'.
               88  LINE-MATCHED                   VALUE 'Y'.
      *        On while the booking sweep is adding up the unpaid
      *        principal of a loan written off today.
           05  WS-WOFF-PENDING-SW       PIC X(01) VALUE 'N'.
               88  WRITE-OFF-PENDING              VALUE 'Y'.
      *        On when the payment in hand is on a loan written off
      *        before today - it posts as a recovery.
           05  WS-WRITTEN-OFF-SW        PIC X(01) VALUE 'N'.
               88  LOAN-WRITTEN-OFF               VALUE 'Y'.
      *
      *    Today's date - only today's bookings go on the feed.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       77  GL-RECV-ACCT                 PIC X(04) VALUE '1200'.
       77  GL-SUSPENSE-ACCT             PIC X(04) VALUE '2300'.
       77  GL-CHGINC-ACCT               PIC X(04) VALUE '4100'.
       77  GL-RECOVERY-ACCT             PIC X(04) VALUE '4300'.
       77  GL-LOSS-ACCT                 PIC X(04) VALUE '5100'.
      *
       01  WS-WORK-FIELDS.
           05  WS-POSTING-COUNT         PIC 9(9)       VALUE ZERO.
           05  WS-RECEIPT-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-REVERSAL-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-SUSPENSE-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-WRITEOFF-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-RECOVERY-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-DUE-TOTAL             PIC 9(8)       VALUE ZERO.
           05  WS-OVER-SHORT            PIC S9(8)      VALUE ZERO.
           05  WS-CLR-SUB               PIC S9(4) COMP VALUE ZERO.
               10  WS-CLR-DATE          PIC X(08).
               10  WS-CLR-LAST-SEQNO    PIC 9(04).
      *
      *    The loan written off today whose unpaid principal the
      *    booking sweep is adding up - posted when the sweep moves
      *    on to the next account header.
       01  WS-WRITEOFF-HOLD.
           05  WS-WOFF-CUSTNO           PIC X(10)      VALUE SPACES.
           05  WS-WOFF-TS               PIC X(14)      VALUE SPACES.
           05  WS-WOFF-AMOUNT           PIC 9(11)      VALUE ZERO.
      *
      *    One posting, filled in by the caller of 5000-WRITE-POSTING.
       01  WS-POSTING.
           05  WS-PST-ACCOUNT           PIC X(04)      VALUE SPACES.
                   ' BOOKINGS=' WS-BOOKED-COUNT
                   ' RECEIPTS=' WS-RECEIPT-COUNT
                   ' REVERSALS=' WS-REVERSAL-COUNT
                   ' SUSPENSE=' WS-SUSPENSE-COUNT
                   ' WRITE-OFFS=' WS-WRITEOFF-COUNT
                   ' RECOVERIES=' WS-RECOVERY-COUNT.
           IF WS-DEBIT-TOTAL NOT EQUAL WS-CREDIT-TOTAL THEN
              DISPLAY 'GLEXTRCT: FEED DOES NOT BALANCE - DO NOT LOAD'
              MOVE 16 TO RETURN-CODE
      *
      *================================================================*
      * 2000-PROCESS-BOOKINGS - sweep the loan book; every account    *
      * header booked today becomes a disbursement posting pair, and  *
      * every account written off today a write-off pair once its     *
      * schedule lines have been added up.                             *
      *================================================================*
       2000-PROCESS-BOOKINGS.
           READ LOANACCT NEXT RECORD
                   SET END-OF-LOANACCT TO TRUE
           END-READ.
           IF END-OF-LOANACCT THEN
              PERFORM 2200-POST-WRITE-OFF THRU 2200-POST-WRITE-OFF-EXIT
              GO TO 2000-PROCESS-BOOKINGS-EXIT
           END-IF.
           IF LA-SEQNO NOT EQUAL ZERO THEN
              PERFORM 2100-ADD-WRITE-OFF-LINE
                  THRU 2100-ADD-WRITE-OFF-LINE-EXIT
              GO TO 2000-PROCESS-BOOKINGS-EXIT
           END-IF.

      *    A new account header - the previous loan's lines are done.
           PERFORM 2200-POST-WRITE-OFF THRU 2200-POST-WRITE-OFF-EXIT.
           IF LA-ACCT-WRITTEN-OFF
              AND LA-CLOSED-DATE EQUAL WS-RUN-DATE THEN
              SET WRITE-OFF-PENDING TO TRUE
              MOVE LA-CUSTNO    TO WS-WOFF-CUSTNO
              MOVE LA-TIMESTAMP TO WS-WOFF-TS
              MOVE ZERO         TO WS-WOFF-AMOUNT
           END-IF.
           IF LA-BOOKED-DATE EQUAL WS-RUN-DATE THEN
              ADD 1 TO WS-BOOKED-COUNT
              MOVE GL-RECV-ACCT  TO WS-PST-ACCOUNT
              MOVE 'D'           TO WS-PST-DRCR
       2000-PROCESS-BOOKINGS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A schedule line of the loan written off today: an unpaid one  *
      * still carries principal the receivable is writing off.         *
      *----------------------------------------------------------------*
       2100-ADD-WRITE-OFF-LINE.
           IF NOT WRITE-OFF-PENDING THEN
              GO TO 2100-ADD-WRITE-OFF-LINE-EXIT
           END-IF.
           IF LA-CUSTNO EQUAL WS-WOFF-CUSTNO
              AND LA-TIMESTAMP EQUAL WS-WOFF-TS
              AND LA-UNPAID THEN
              ADD LA-PRINCIPAL-DUE TO WS-WOFF-AMOUNT
           END-IF.
       2100-ADD-WRITE-OFF-LINE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Post the held write-off: the outstanding principal moves from *
      * loans receivable to loan losses.                               *
      *----------------------------------------------------------------*
       2200-POST-WRITE-OFF.
           IF NOT WRITE-OFF-PENDING THEN
              GO TO 2200-POST-WRITE-OFF-EXIT
           END-IF.
           MOVE 'N' TO WS-WOFF-PENDING-SW.
           IF WS-WOFF-AMOUNT EQUAL ZERO THEN
              GO TO 2200-POST-WRITE-OFF-EXIT
           END-IF.
           ADD 1 TO WS-WRITEOFF-COUNT.
           MOVE GL-LOSS-ACCT   TO WS-PST-ACCOUNT.
           MOVE 'D'            TO WS-PST-DRCR.
           MOVE WS-WOFF-AMOUNT TO WS-PST-AMOUNT.
           MOVE 'WOFF'         TO WS-PST-SOURCE.
           PERFORM 5000-WRITE-POSTING THRU 5000-WRITE-POSTING-EXIT.
           MOVE GL-RECV-ACCT   TO WS-PST-ACCOUNT.
           MOVE 'C'            TO WS-PST-DRCR.
           PERFORM 5000-WRITE-POSTING THRU 5000-WRITE-POSTING-EXIT.
       2200-POST-WRITE-OFF-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-PROCESS-PAYMENTS - read one payment record and turn it   *
      * into its posting set.                                          *
           IF END-OF-PAYMENTS THEN
              GO TO 3000-PROCESS-PAYMENTS-EXIT
           END-IF.
           PERFORM 3050-CHECK-WRITTEN-OFF
               THRU 3050-CHECK-WRITTEN-OFF-EXIT.
           IF LOAN-WRITTEN-OFF THEN
              PERFORM 3300-POST-RECOVERY THRU 3300-POST-RECOVERY-EXIT
              GO TO 3000-PROCESS-PAYMENTS-EXIT
           END-IF.
           IF PM-REVERSAL THEN
              PERFORM 3200-POST-REVERSAL THRU 3200-POST-REVERSAL-EXIT
           ELSE
           EXIT.
      *
      *----------------------------------------------------------------*
      * Read the payment's account header.  A loan written off before *
      * today takes its payments as recoveries; one written off today *
      * had tonight's payments posted to its schedule by PAYPOST      *
      * before LNCHGOFF ran, so they split as ordinary receipts.       *
      *----------------------------------------------------------------*
       3050-CHECK-WRITTEN-OFF.
           MOVE 'N' TO WS-WRITTEN-OFF-SW.
           MOVE PM-CUSTNO         TO LA-CUSTNO.
           MOVE PM-LOAN-TIMESTAMP TO LA-TIMESTAMP.
           MOVE ZERO              TO LA-SEQNO.
           READ LOANACCT.
           IF LOANACCT-OK AND LA-ACCT-WRITTEN-OFF
              AND LA-CLOSED-DATE LESS THAN WS-RUN-DATE THEN
              SET LOAN-WRITTEN-OFF TO TRUE
           END-IF.
       3050-CHECK-WRITTEN-OFF-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * One cash receipt: debit cash for the money received, credit   *
      * receivable and charge income off the schedule line the        *
      * payment cleared, and put any over/short to suspense so the    *
       3200-POST-REVERSAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A payment on a written-off loan: a receipt debits cash and    *
      * credits recoveries; a reversal takes the recovery back out.   *
      *----------------------------------------------------------------*
       3300-POST-RECOVERY.
           ADD 1 TO WS-RECOVERY-COUNT.
           MOVE PM-AMOUNT        TO WS-PST-AMOUNT.
           MOVE 'RCVY'           TO WS-PST-SOURCE.
           IF PM-REVERSAL THEN
              ADD 1 TO WS-REVERSAL-COUNT
              MOVE GL-RECOVERY-ACCT TO WS-PST-ACCOUNT
           ELSE
              ADD 1 TO WS-RECEIPT-COUNT
              MOVE GL-CASH-ACCT     TO WS-PST-ACCOUNT
           END-IF.
           MOVE 'D'              TO WS-PST-DRCR.
           PERFORM 5000-WRITE-POSTING THRU 5000-WRITE-POSTING-EXIT.
           IF PM-REVERSAL THEN
              MOVE GL-CASH-ACCT     TO WS-PST-ACCOUNT
           ELSE
              MOVE GL-RECOVERY-ACCT TO WS-PST-ACCOUNT
           END-IF.
           MOVE 'C'              TO WS-PST-DRCR.
           PERFORM 5000-WRITE-POSTING THRU 5000-WRITE-POSTING-EXIT.
       3300-POST-RECOVERY-EXIT.
           EXIT.
      *
      *================================================================*
      * 4000-WRITE-TRAILER - posting count and the debit and credit   *
      * totals, which must agree before Finance loads the feed.        *
      *================================================================*
      * 5000-WRITE-POSTING - write one posting from WS-POSTING and    *
      * roll it into the control totals.  The payment fields identify *
      * the loan for receipt/reversal/recovery postings; booking      *
      * postings carry the account header's own key, and write-off    *
      * postings the key of the loan held for them.                    *
      *================================================================*
       5000-WRITE-POSTING.
           MOVE WS-PST-ACCOUNT TO DTL-ACCOUNT.
           MOVE WS-PST-DRCR    TO DTL-DRCR.
           MOVE WS-PST-AMOUNT  TO DTL-AMOUNT.
           MOVE WS-PST-SOURCE  TO DTL-SOURCE.
           EVALUATE WS-PST-SOURCE
              WHEN 'BOOK'
                 MOVE LA-CUSTNO         TO DTL-CUSTNO
                 MOVE LA-TIMESTAMP      TO DTL-TIMESTAMP
              WHEN 'WOFF'
                 MOVE WS-WOFF-CUSTNO    TO DTL-CUSTNO
                 MOVE WS-WOFF-TS        TO DTL-TIMESTAMP
              WHEN OTHER
                 MOVE PM-CUSTNO         TO DTL-CUSTNO
                 MOVE PM-LOAN-TIMESTAMP TO DTL-TIMESTAMP
           END-EVALUATE.
           MOVE SPACES TO GLFEED-LINE.
           WRITE GLFEED-LINE FROM DTL-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
