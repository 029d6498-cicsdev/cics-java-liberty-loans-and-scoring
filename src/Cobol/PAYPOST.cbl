      *    versus-income footing CALCULATE-SCORE weighs it on.         *
      * BLDSCORE picks the refreshed fields up in the same nightly     *
      * suite, so the next day's quotes score against them.            *
      * Every customer the refresh actually changes gets a CUSTHIST   *
      * record with the values before and after, so the rating a     *
      * customer was scored on can still be read back later.          *
      *                                                                *
      * Every loan the aging finds overdue is also put on (or kept    *
      * current on) the COLLQUE collections worklist with its bucket  *
      * and arrears, for the LNCOLL collector screen; COLLSWP runs    *
      * after this job to drop the cases that are no longer overdue.  *
      *                                                                *
      * A loan the month-end LNCHGOFF run has written off is out of   *
      * the aging and the existing-debt refresh like a closed one.    *
      * A receipt that still arrives on it is posted as a recovery -  *
      * logged to the CHGOFLOG charge-off log for Finance's register  *
      * and listed with the exceptions - and a reversal of one is     *
      * logged against the recoveries; the schedule lines of a        *
      * written-off loan are never touched again.                      *
      *                                                                *
      * Installments fall due on the first of each month, so a         *
      * payment is this many months late purely from the year and     *
      *                   file: refuse a duplicate run for a          *
      *                   completed business date and record the      *
      *                   counts for the morning handover.             *
      *  2026-10-14  LAS  Queue every delinquent loan on the COLLQUE  *
      *                   collections worklist with its bucket and     *
      *                   arrears as the aging pass flushes it.        *
      *  2026-10-14  LAS  Leave written-off accounts out of the aging  *
      *                   and the existing-debt refresh, and post      *
      *                   receipts and reversals on them as recoveries *
      *                   to the CHGOFLOG charge-off log.              *
      *  2026-10-14  LAS  Write a CUSTHIST before/after record for     *
      *                   every customer the aging refresh changes.    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT COLLQUE ASSIGN TO COLLQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CQ-KEY
               FILE STATUS IS WS-COLLQUE-STATUS.

           SELECT OPTIONAL CHGOFLOG ASSIGN TO CHGOFLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGOFLOG-STATUS.

           SELECT CUSTHIST ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CUSTHIST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  COLLQUE
           RECORDING MODE IS F.
           COPY COLLQUE.

       FD  CHGOFLOG
           RECORDING MODE IS F.
           COPY CHGOFLOG.

       FD  CUSTHIST
           RECORDING MODE IS F.
           COPY CUSTHIST.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               88  PAYJRNL-EOF                    VALUE '10'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-COLLQUE-STATUS        PIC X(02) VALUE '00'.
               88  COLLQUE-OK                     VALUE '00'.
               88  COLLQUE-NOTFOUND               VALUE '23'.
           05  WS-CHGOFLOG-STATUS       PIC X(02) VALUE '00'.
               88  CHGOFLOG-OK                    VALUE '00'.
           05  WS-CUSTHIST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTHIST-OK                    VALUE '00'.
               88  CUSTHIST-DUPLICATE             VALUE '22'.
           05  WS-HIST-DONE-SW          PIC X(01) VALUE 'N'.
               88  HIST-WRITE-DONE                VALUE 'Y'.
           05  WS-JRN-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-PAYJRNL                 VALUE 'Y'.
      *        On when the journal already holds an aging-complete
               88  PAYMENT-POSTED                 VALUE 'Y'.
           05  WS-REVERSED-SWITCH       PIC X(01) VALUE 'N'.
               88  PAYMENT-REVERSED               VALUE 'Y'.
      *        On when the payment's loan has been written off - it
      *        posts as a recovery, never against a schedule line.
           05  WS-WRITTEN-OFF-SW        PIC X(01) VALUE 'N'.
               88  LOAN-WRITTEN-OFF               VALUE 'Y'.
      *
      *    Today's date, used to work out how many months overdue an
      *    unpaid installment is.
           05  WS-PROOF-TOTAL           PIC 9(7)      VALUE ZERO.
           05  WS-RUNCTL-DATE           PIC X(8)      VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)      VALUE SPACES.
           05  WS-WRITTEN-OFF-DATE      PIC X(8)      VALUE SPACES.
           05  WS-LOG-TYPE              PIC X(1)      VALUE SPACES.
           05  WS-HIST-TIME             PIC X(8)      VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'PAYPOST'.
      *
           05  WS-PAYMENTS-UNMATCHED    PIC 9(7)      VALUE ZERO.
           05  WS-PAYMENTS-REVERSED     PIC 9(7)      VALUE ZERO.
           05  WS-PAYMENTS-SKIPPED      PIC 9(7)      VALUE ZERO.
           05  WS-PAYMENTS-RECOVERED    PIC 9(7)      VALUE ZERO.
           05  WS-LOANS-DELINQUENT      PIC 9(7)      VALUE ZERO.
           05  WS-CUSTOMERS-UPDATED     PIC 9(7)      VALUE ZERO.
           05  WS-CASES-QUEUED          PIC 9(7)      VALUE ZERO.
           05  WS-CASES-REFRESHED       PIC 9(7)      VALUE ZERO.
           05  WS-HISTORY-WRITTEN       PIC 9(7)      VALUE ZERO.
      *
      *    The broken run's journal, loaded at startup: one entry
      *    per payment it already dispositioned for this business
           05  WS-LOAN-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-LOAN-IS-OPEN                VALUE 'Y'.
      *        Set from the account header - a loan LNSETTLE closed
      *        or LNCHGOFF wrote off neither ages nor counts toward
      *        the customer's debt.
           05  WS-LOAN-CLOSED-SW        PIC X(01) VALUE 'N'.
               88  WS-LOAN-IS-CLOSED              VALUE 'Y'.
       01  WS-CUST-HOLD.
       01  RPT-SUMMARY-LINE-2.
           05  FILLER            PIC X(19) VALUE 'PAYMENTS REVERSED: '.
           05  RS-PAYMENTS-REVERSED     PIC ZZZ,ZZ9.
           05  FILLER PIC X(31) VALUE
               '  RECOVERED ON WRITTEN-OFF:    '.
           05  RS-PAYMENTS-RECOVERED    PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-LINE-3.
           05  FILLER PIC X(33) VALUE
               'ALREADY APPLIED IN EARLIER RUN:  '.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'PAYPOST: POSTED=' WS-PAYMENTS-POSTED
                   ' REVERSED=' WS-PAYMENTS-REVERSED
                   ' RECOVERED=' WS-PAYMENTS-RECOVERED
                   ' UNMATCHED=' WS-PAYMENTS-UNMATCHED
                   ' SKIPPED=' WS-PAYMENTS-SKIPPED
                   ' DELINQUENT LOANS=' WS-LOANS-DELINQUENT
                   ' CUSTOMERS UPDATED=' WS-CUSTOMERS-UPDATED
                   ' HISTORY WRITTEN=' WS-HISTORY-WRITTEN
                   ' CASES QUEUED=' WS-CASES-QUEUED
                   ' REFRESHED=' WS-CASES-REFRESHED.
      *    The run proof: every payment read must be accounted for
      *    as posted, reversed, recovered, rejected or skipped-as-
      *    already-done.
           COMPUTE WS-PROOF-TOTAL = WS-PAYMENTS-POSTED
               + WS-PAYMENTS-REVERSED + WS-PAYMENTS-UNMATCHED
               + WS-PAYMENTS-SKIPPED + WS-PAYMENTS-RECOVERED.
           IF WS-PROOF-TOTAL NOT EQUAL WS-PAYMENTS-READ THEN
              DISPLAY 'PAYPOST: PROOF FAILED - READ='
                      WS-PAYMENTS-READ ' ACCOUNTED=' WS-PROOF-TOTAL
              GOBACK
           END-IF.

           OPEN I-O COLLQUE.
           IF NOT COLLQUE-OK THEN
              DISPLAY 'PAYPOST: COLLQUE OPEN FAILED, STATUS='
                      WS-COLLQUE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND CHGOFLOG.
           IF NOT CHGOFLOG-OK THEN
              DISPLAY 'PAYPOST: CHGOFLOG OPEN FAILED, STATUS='
                      WS-CHGOFLOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O CUSTHIST.
           IF NOT CUSTHIST-OK THEN
              DISPLAY 'PAYPOST: CUSTHIST OPEN FAILED, STATUS='
                      WS-CUSTHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT DELNQRPT.

           WRITE DELNQRPT-LINE FROM RPT-TITLE-1.
      * 2000-POST-PAYMENT - read one payment and mark the oldest      *
      * unpaid installment of its loan account paid.  A payment whose  *
      * loan cannot be found, or whose loan has nothing left unpaid,   *
      * goes on the exception section of the report instead; one on a  *
      * written-off loan is a recovery.                                *
      *================================================================*
       2000-POST-PAYMENT.
           READ PAYMENTS
           EXIT.
      *
      *----------------------------------------------------------------*
      * Read the payment's account header: a loan LNCHGOFF has        *
      * written off takes its payments as recoveries.  A header that  *
      * cannot be read is left to the schedule search to report.       *
      *----------------------------------------------------------------*
       2010-CHECK-WRITTEN-OFF.
           MOVE 'N' TO WS-WRITTEN-OFF-SW.
           MOVE PM-CUSTNO         TO LA-CUSTNO.
           MOVE PM-LOAN-TIMESTAMP TO LA-TIMESTAMP.
           MOVE ZERO              TO LA-SEQNO.
           READ LOANACCT.
           IF LOANACCT-OK AND LA-ACCT-WRITTEN-OFF THEN
              SET LOAN-WRITTEN-OFF TO TRUE
              MOVE LA-CLOSED-DATE TO WS-WRITTEN-OFF-DATE
           END-IF.
       2010-CHECK-WRITTEN-OFF-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Position on the loan's first schedule line (sequence 001) and *
      * walk forward to its oldest unpaid installment.                 *
      *----------------------------------------------------------------*
       2100-APPLY-PAYMENT.
           MOVE 'N' TO WS-POSTED-SWITCH.
           MOVE 'N' TO WS-ACCT-EOF-SWITCH.
           PERFORM 2010-CHECK-WRITTEN-OFF
               THRU 2010-CHECK-WRITTEN-OFF-EXIT.
           IF LOAN-WRITTEN-OFF THEN
              PERFORM 2150-POST-RECOVERY THRU 2150-POST-RECOVERY-EXIT
              GO TO 2100-APPLY-PAYMENT-EXIT
           END-IF.
           MOVE PM-CUSTNO         TO LA-CUSTNO.
           MOVE PM-LOAN-TIMESTAMP TO LA-TIMESTAMP.
           MOVE 1                 TO LA-SEQNO.
           END-IF.
       2110-FIND-UNPAID-LINE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A receipt on a written-off loan: the loss is already off the  *
      * book, so the money is a recovery - log it for the charge-off  *
      * and recovery register, list it with the exceptions for the    *
      * collections desk, and journal it.  The schedule is left as it *
      * stood at write-off.                                            *
      *----------------------------------------------------------------*
       2150-POST-RECOVERY.
           MOVE 'R' TO WS-LOG-TYPE.
           PERFORM 2160-WRITE-CHGOFLOG THRU 2160-WRITE-CHGOFLOG-EXIT.
           ADD 1 TO WS-PAYMENTS-RECOVERED.
           MOVE PM-CUSTNO         TO RE-CUSTNO.
           MOVE PM-LOAN-TIMESTAMP TO RE-TIMESTAMP.
           MOVE PM-AMOUNT         TO RE-AMOUNT.
           MOVE 'RECOVERY - WRITTEN OFF' TO RE-REASON.
           WRITE DELNQRPT-LINE FROM RPT-EXCEPTION-LINE.
           MOVE 'R' TO WS-JRN-TYPE.
           PERFORM 2600-WRITE-JOURNAL THRU 2600-WRITE-JOURNAL-EXIT.
       2150-POST-RECOVERY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Append a WS-LOG-TYPE record for the payment in hand to the    *
      * charge-off log.                                                *
      *----------------------------------------------------------------*
       2160-WRITE-CHGOFLOG.
           MOVE SPACES TO CHGOFLOG-RECORD.
           MOVE WS-LOG-TYPE         TO CL-TYPE.
           MOVE WS-RUN-DATE-X       TO CL-POSTED-DATE.
           MOVE PM-CUSTNO           TO CL-CUSTNO.
           MOVE PM-LOAN-TIMESTAMP   TO CL-TIMESTAMP.
           MOVE PM-AMOUNT           TO CL-AMOUNT.
           MOVE ZERO                TO CL-MONTHS-OVERDUE.
           MOVE WS-WRITTEN-OFF-DATE TO CL-WRITTEN-OFF-DATE.
           MOVE PM-PAYMENT-DATE     TO CL-PAYMENT-DATE.
           WRITE CHGOFLOG-RECORD.
           IF NOT CHGOFLOG-OK THEN
              DISPLAY 'PAYPOST: CHGOFLOG WRITE FAILED, STATUS='
                      WS-CHGOFLOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       2160-WRITE-CHGOFLOG-EXIT.
           EXIT.
      *
       2200-REPORT-UNMATCHED.
           ADD 1 TO WS-PAYMENTS-UNMATCHED.
      * it, so the aging pass later in this same run re-ages the      *
      * account and the CUSTMAST refresh stops crediting a payment    *
      * that never cleared.  A reversal with no matching paid line    *
      * goes on the exception section instead.  A reversal on a       *
      * written-off loan takes back a recovery.                        *
      *================================================================*
       2300-REVERSE-PAYMENT.
           MOVE 'N' TO WS-REVERSED-SWITCH.
           MOVE 'N' TO WS-ACCT-EOF-SWITCH.
           PERFORM 2010-CHECK-WRITTEN-OFF
               THRU 2010-CHECK-WRITTEN-OFF-EXIT.
           IF LOAN-WRITTEN-OFF THEN
              PERFORM 2350-REVERSE-RECOVERY
                  THRU 2350-REVERSE-RECOVERY-EXIT
              GO TO 2300-REVERSE-PAYMENT-EXIT
           END-IF.
           MOVE PM-CUSTNO         TO LA-CUSTNO.
           MOVE PM-LOAN-TIMESTAMP TO LA-TIMESTAMP.
           MOVE 1                 TO LA-SEQNO.
                 GOBACK
              END-IF
              SET PAYMENT-REVERSED TO TRUE
              PERFORM 2330-RECORD-REVERSAL
                  THRU 2330-RECORD-REVERSAL-EXIT
           END-IF.
       2310-FIND-PAID-LINE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Count and journal a reversal and hold it for the report's     *
      * reversal section.                                              *
      *----------------------------------------------------------------*
       2330-RECORD-REVERSAL.
           ADD 1 TO WS-PAYMENTS-REVERSED.
           MOVE 'V' TO WS-JRN-TYPE.
           PERFORM 2600-WRITE-JOURNAL THRU 2600-WRITE-JOURNAL-EXIT.
           IF WS-REV-COUNT LESS THAN 500 THEN
              ADD 1 TO WS-REV-COUNT
              MOVE PM-CUSTNO         TO WS-REV-CUSTNO(WS-REV-COUNT)
              MOVE PM-LOAN-TIMESTAMP TO WS-REV-TIMESTAMP(WS-REV-COUNT)
              MOVE PM-AMOUNT         TO WS-REV-AMOUNT(WS-REV-COUNT)
              MOVE PM-PAYMENT-DATE   TO WS-REV-DATE(WS-REV-COUNT)
           END-IF.
       2330-RECORD-REVERSAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A reversal on a written-off loan: the bounced receipt was     *
      * posted as a recovery, so log it against the recoveries and    *
      * report it with the other reversals.                            *
      *----------------------------------------------------------------*
       2350-REVERSE-RECOVERY.
           MOVE 'V' TO WS-LOG-TYPE.
           PERFORM 2160-WRITE-CHGOFLOG THRU 2160-WRITE-CHGOFLOG-EXIT.
           PERFORM 2330-RECORD-REVERSAL THRU 2330-RECORD-REVERSAL-EXIT.
       2350-REVERSE-RECOVERY-EXIT.
           EXIT.
      *
       2320-REPORT-UNREVERSED.
           ADD 1 TO WS-PAYMENTS-UNMATCHED.

           IF LA-SEQNO EQUAL ZERO THEN
              MOVE LA-MONTHLY TO WS-LOAN-MONTHLY
              IF LA-ACCT-CLOSED OR LA-ACCT-WRITTEN-OFF THEN
                 SET WS-LOAN-IS-CLOSED TO TRUE
              END-IF
              GO TO 3200-ACCUMULATE-RECORD-EXIT

      *    A settled line was cleared by an early payoff, not missed
      *    - it never ages, exactly like a paid one; and a closed
      *    or written-off account is out of the picture entirely.
           IF LA-PAID OR LA-SETTLED OR WS-LOAN-IS-CLOSED THEN
              GO TO 3200-ACCUMULATE-RECORD-EXIT
           END-IF.
                    MOVE '30 DAYS ' TO RD-BUCKET
              END-EVALUATE
              WRITE DELNQRPT-LINE FROM RPT-DELINQ-LINE
              PERFORM 3310-QUEUE-COLLECTION
                  THRU 3310-QUEUE-COLLECTION-EXIT
           END-IF.

           IF WS-LOAN-WORST-MONTHS GREATER THAN WS-CUST-WORST-MONTHS
           EXIT.
      *
      *----------------------------------------------------------------*
      * Put the delinquent loan being flushed on the collections      *
      * worklist, or refresh the case already there.  A case whose    *
      * bucket has worsened since it was last worked is brought       *
      * forward for the collectors tonight; the contact history and   *
      * any open promise are left as the collector recorded them.     *
      *----------------------------------------------------------------*
       3310-QUEUE-COLLECTION.
           MOVE WS-CUR-LOAN-CUSTNO TO CQ-CUSTNO.
           MOVE WS-CUR-LOAN-TS     TO CQ-TIMESTAMP.
           READ COLLQUE.
           IF COLLQUE-NOTFOUND THEN
              INITIALIZE COLLQUE-RECORD
              MOVE WS-CUR-LOAN-CUSTNO     TO CQ-CUSTNO
              MOVE WS-CUR-LOAN-TS         TO CQ-TIMESTAMP
              MOVE RD-BUCKET              TO CQ-BUCKET
              MOVE WS-LOAN-WORST-MONTHS   TO CQ-WORST-MONTHS
              MOVE WS-LOAN-OVERDUE-COUNT  TO CQ-OVERDUE-COUNT
              MOVE WS-LOAN-OVERDUE-AMOUNT TO CQ-ARREARS-AMOUNT
              MOVE WS-RUN-DATE-X          TO CQ-FIRST-QUEUED
              MOVE WS-RUN-DATE-X          TO CQ-LAST-AGED
              SET CQ-NEW TO TRUE
              MOVE WS-RUN-DATE-X          TO CQ-NEXT-ACTION-DATE
              WRITE COLLQUE-RECORD
              IF NOT COLLQUE-OK THEN
                 DISPLAY 'PAYPOST: COLLQUE WRITE FAILED, STATUS='
                         WS-COLLQUE-STATUS ' FOR KEY=' CQ-KEY
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-CASES-QUEUED
              GO TO 3310-QUEUE-COLLECTION-EXIT
           END-IF.
           IF NOT COLLQUE-OK THEN
              DISPLAY 'PAYPOST: COLLQUE READ FAILED, STATUS='
                      WS-COLLQUE-STATUS ' FOR KEY=' CQ-KEY
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-LOAN-WORST-MONTHS GREATER THAN CQ-WORST-MONTHS THEN
              MOVE WS-RUN-DATE-X TO CQ-NEXT-ACTION-DATE
           END-IF.
           MOVE RD-BUCKET              TO CQ-BUCKET.
           MOVE WS-LOAN-WORST-MONTHS   TO CQ-WORST-MONTHS.
           MOVE WS-LOAN-OVERDUE-COUNT  TO CQ-OVERDUE-COUNT.
           MOVE WS-LOAN-OVERDUE-AMOUNT TO CQ-ARREARS-AMOUNT.
           MOVE WS-RUN-DATE-X          TO CQ-LAST-AGED.
           REWRITE COLLQUE-RECORD.
           IF NOT COLLQUE-OK THEN
              DISPLAY 'PAYPOST: COLLQUE REWRITE FAILED, STATUS='
                      WS-COLLQUE-STATUS ' FOR KEY=' CQ-KEY
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-CASES-REFRESHED.
       3310-QUEUE-COLLECTION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Flush the held customer: write the aging result back to the   *
      * CUSTMAST fields the SCORING formula weighs.  A customer whose  *
      * CUSTMAST record has gone is only reported - the loan book is   *
              GO TO 3400-FLUSH-CUSTOMER-9000
           END-IF.

      *    Keep the values as read for the history record.
           INITIALIZE CUSTHIST-RECORD.
           MOVE CM-NAME             TO CH-BEF-NAME.
           MOVE CM-MONTHLY-INCOME   TO CH-BEF-INCOME.
           MOVE CM-EXISTING-DEBT    TO CH-BEF-DEBT.
           MOVE CM-REPAYMENT-RATING TO CH-BEF-RATING.
           MOVE CM-YEARS-ON-FILE    TO CH-BEF-YEARS.

      *    Worst bucket caps the repayment rating; an all-current
      *    customer earns a point back, up to the top of the scale.
           EVALUATE TRUE
           END-IF.
           ADD 1 TO WS-CUSTOMERS-UPDATED.

      *    Most nights most customers come out unchanged - only a
      *    real change is worth a history record.
           MOVE CM-NAME             TO CH-AFT-NAME.
           MOVE CM-MONTHLY-INCOME   TO CH-AFT-INCOME.
           MOVE CM-EXISTING-DEBT    TO CH-AFT-DEBT.
           MOVE CM-REPAYMENT-RATING TO CH-AFT-RATING.
           MOVE CM-YEARS-ON-FILE    TO CH-AFT-YEARS.
           IF CH-AFTER NOT EQUAL CH-BEFORE THEN
              PERFORM 3410-WRITE-CUSTHIST THRU 3410-WRITE-CUSTHIST-EXIT
           END-IF.

       3400-FLUSH-CUSTOMER-9000.
           MOVE SPACES TO WS-CUR-CUSTNO.
           MOVE ZERO   TO WS-CUST-WORST-MONTHS.
       3400-FLUSH-CUSTOMER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Write the CUSTHIST record for the customer just refreshed,     *
      * stamped with the business date and the time of the change.   *
      * Batch changes carry no user IDs - the program name says which *
      * job made them.                                                 *
      *----------------------------------------------------------------*
       3410-WRITE-CUSTHIST.
           ACCEPT WS-HIST-TIME FROM TIME.
           MOVE CM-CUSTNO           TO CH-CUSTNO.
           MOVE WS-RUN-DATE-X       TO CH-TIMESTAMP(1:8).
           MOVE WS-HIST-TIME(1:6)   TO CH-TIMESTAMP(9:6).
           MOVE ZERO                TO CH-SEQNO.
           SET CH-CHANGED           TO TRUE.
           MOVE RUNCTL-JOB-NAME     TO CH-PROGRAM.
           MOVE 'N' TO WS-HIST-DONE-SW.
           PERFORM 3420-WRITE-CUSTHIST-RECORD
               THRU 3420-WRITE-CUSTHIST-RECORD-EXIT
               UNTIL HIST-WRITE-DONE.
           IF NOT CUSTHIST-OK THEN
              DISPLAY 'PAYPOST: CUSTHIST WRITE FAILED, STATUS='
                      WS-CUSTHIST-STATUS ' FOR CUSTNO=' CM-CUSTNO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-HISTORY-WRITTEN.
       3410-WRITE-CUSTHIST-EXIT.
           EXIT.
      *
      *    One attempt at the write - a change already recorded for
      *    this customer in the same second takes the next number.
       3420-WRITE-CUSTHIST-RECORD.
           WRITE CUSTHIST-RECORD.
           IF CUSTHIST-DUPLICATE AND CH-SEQNO LESS THAN 99 THEN
              ADD 1 TO CH-SEQNO
           ELSE
              SET HIST-WRITE-DONE TO TRUE
           END-IF.
       3420-WRITE-CUSTHIST-RECORD-EXIT.
           EXIT.
      *
      *================================================================*
      * 4000-PRINT-SUMMARY - totals for the run.                       *
      *================================================================*
           MOVE WS-LOANS-DELINQUENT   TO RS-LOANS-DELINQUENT.
           WRITE DELNQRPT-LINE FROM RPT-SUMMARY-LINE.
           MOVE WS-PAYMENTS-REVERSED  TO RS-PAYMENTS-REVERSED.
           MOVE WS-PAYMENTS-RECOVERED TO RS-PAYMENTS-RECOVERED.
           WRITE DELNQRPT-LINE FROM RPT-SUMMARY-LINE-2.
           IF WS-PAYMENTS-SKIPPED GREATER THAN ZERO THEN
              MOVE WS-PAYMENTS-SKIPPED TO RS-PAYMENTS-SKIPPED
           CLOSE CUSTMAST.
           CLOSE DELNQRPT.
           CLOSE PAYJRNL.
           CLOSE COLLQUE.
           CLOSE CHGOFLOG.
           CLOSE CUSTHIST.
       9999-TERMINATE-EXIT.
           EXIT.
