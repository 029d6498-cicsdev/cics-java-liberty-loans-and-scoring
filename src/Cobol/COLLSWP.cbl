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
      * Module Name        COLLSWP.CBL                                 *
      *                                                                *
      * LOANS and SCORING sample - nightly collections worklist sweep  *
      *                                                                *
      * Runs after PAYPOST has aged the loan book and refreshed the   *
      * COLLQUE collections worklist, and tidies the worklist for     *
      * the next day's collectors:                                     *
      *                                                                *
      *  - the day's PAYMENTS receipts for each loan with an open     *
      *    promise to pay, dated on or after the day the promise was  *
      *    taken, are credited to the promise (a reversal takes its   *
      *    bounced receipt back off);                                  *
      *  - a promise paid in full is marked kept; one whose promised  *
      *    date has passed short of the promised amount is marked     *
      *    broken and handed straight back to the collectors;         *
      *  - a case tonight's aging did not find overdue is deleted -   *
      *    the loan has been brought current, LNSETTLE closed it, or  *
      *    the month-end LNCHGOFF run wrote it off.                    *
      *                                                                *
      * Every broken, kept and dropped case is listed on COLLRPT for  *
      * the collections desk.  RUNCTL counts: 1 = promises broken,    *
      * 2 = promises kept, 3 = cases dropped.                          *
      *                                                                *
      * Rerun: credited days are stamped on the case, so a rerun      *
      * after an abend never credits the same day's receipts twice.   *
      *                                                                *
      * Intended to run as a nightly batch job once CICS has closed    *
      * the files for the day.                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              COLLSWP.
       AUTHOR.                  LOANS-APPLICATION-SUPPORT.
       INSTALLATION.            CICSDEV-LOANS-AND-SCORING.
       DATE-WRITTEN.            2026-10-14.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * Modification history                                          *
      *  2026-10-14  LAS  Initial version.                             *
      *  2026-10-14  LAS  Report cases dropped because the loan was    *
      *                   written off.                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-Z.
       OBJECT-COMPUTER.         IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTS ASSIGN TO PAYMENTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT COLLQUE ASSIGN TO COLLQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CQ-KEY
               FILE STATUS IS WS-COLLQUE-STATUS.

           SELECT LOANACCT ASSIGN TO LOANACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LOANACCT-STATUS.

           SELECT COLLRPT ASSIGN TO COLLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLRPT-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENTS
           RECORDING MODE IS F.
           COPY PAYMTREC.

       FD  COLLQUE
           RECORDING MODE IS F.
           COPY COLLQUE.

       FD  LOANACCT
           RECORDING MODE IS F.
           COPY LOANACCT.

       FD  COLLRPT
           RECORDING MODE IS F.
       01  COLLRPT-LINE                 PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PAYMENTS-STATUS       PIC X(02) VALUE '00'.
               88  PAYMENTS-OK                    VALUE '00'.
               88  PAYMENTS-EOF                   VALUE '10'.
           05  WS-COLLQUE-STATUS        PIC X(02) VALUE '00'.
               88  COLLQUE-OK                     VALUE '00'.
               88  COLLQUE-EOF                    VALUE '10'.
           05  WS-LOANACCT-STATUS       PIC X(02) VALUE '00'.
               88  LOANACCT-OK                    VALUE '00'.
           05  WS-COLLRPT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-PAY-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-PAYMENTS                VALUE 'Y'.
           05  WS-CASE-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-COLLQUE                 VALUE 'Y'.
      *
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE-X            PIC X(8)      VALUE SPACES.
           05  WS-PAY-SUB               PIC S9(8) COMP VALUE ZERO.
           05  WS-RUNCTL-DATE           PIC X(8)      VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)      VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'COLLSWP'.
      *    The worklist this sweep tidies is the one PAYPOST's aging
      *    refreshed tonight - sweeping before it would drop every
      *    case as no longer overdue.
       77  PREREQ-JOB-NAME              PIC X(8) VALUE 'PAYPOST'.
      *
      *    Counters for the end-of-run summary.
       01  WS-COUNTERS.
           05  WS-PAYMENTS-READ         PIC 9(7)      VALUE ZERO.
           05  WS-CASES-READ            PIC 9(7)      VALUE ZERO.
           05  WS-CASES-BROKEN          PIC 9(7)      VALUE ZERO.
           05  WS-CASES-KEPT            PIC 9(7)      VALUE ZERO.
           05  WS-CASES-DROPPED         PIC 9(7)      VALUE ZERO.
           05  WS-CASES-OPEN            PIC 9(7)      VALUE ZERO.
      *
      *    Tonight's receipts and reversals, loaded once so each
      *    promised case can be matched against them.
       01  WS-PAYMENT-TABLE.
           05  WS-PAY-COUNT             PIC S9(8) COMP VALUE ZERO.
           05  WS-PAY-ENTRY OCCURS 10000 TIMES.
               10  WS-PAY-KEY.
                   15  WS-PAY-CUSTNO    PIC X(10).
                   15  WS-PAY-TS        PIC X(14).
               10  WS-PAY-AMOUNT        PIC 9(7).
               10  WS-PAY-DATE          PIC X(8).
               10  WS-PAY-TYPE          PIC X(1).
                   88  WS-PAY-REVERSAL            VALUE 'V'.
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(32) VALUE
               'COLLECTIONS WORKLIST SWEEP      '.
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-COLUMN-HDG.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(16) VALUE 'LOAN            '.
           05  FILLER PIC X(10) VALUE 'BUCKET    '.
           05  FILLER PIC X(12) VALUE '  PROMISED  '.
           05  FILLER PIC X(12) VALUE '      PAID  '.
           05  FILLER PIC X(18) VALUE 'ACTION            '.
       01  RPT-DETAIL-LINE.
           05  RD-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-BUCKET                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-PROMISED              PIC $Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-PAID                  PIC $Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-ACTION                PIC X(18).
       01  RPT-SUMMARY-LINE.
           05  FILLER            PIC X(12) VALUE 'CASES READ: '.
           05  RS-CASES-READ            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE '  BROKEN:'.
           05  RS-CASES-BROKEN          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(07) VALUE '  KEPT:'.
           05  RS-CASES-KEPT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  DROPPED:'.
           05  RS-CASES-DROPPED         PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-LINE-2.
           05  FILLER            PIC X(29) VALUE
               'CASES LEFT ON THE WORKLIST:  '.
           05  RS-CASES-OPEN            PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 0100-RUNCTL-START THRU 0100-RUNCTL-START-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-PAYMENT THRU 2000-LOAD-PAYMENT-EXIT
               UNTIL END-OF-PAYMENTS.
           PERFORM 3000-SWEEP-CASE THRU 3000-SWEEP-CASE-EXIT
               UNTIL END-OF-COLLQUE.
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'COLLSWP: CASES=' WS-CASES-READ
                   ' BROKEN=' WS-CASES-BROKEN
                   ' KEPT=' WS-CASES-KEPT
                   ' DROPPED=' WS-CASES-DROPPED
                   ' OPEN=' WS-CASES-OPEN.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse a duplicate run  *
      * for a business date this job has already completed, refuse    *
      * to sweep before PAYPOST's aging has refreshed the worklist    *
      * for the date, and record that this run has started.           *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'COLLSWP: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK AND RC-RUN-COMPLETE THEN
              DISPLAY 'COLLSWP: ALREADY COMPLETE FOR '
                      WS-RUNCTL-DATE ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PREREQ-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK OR NOT RC-RUN-COMPLETE THEN
              DISPLAY 'COLLSWP: ' PREREQ-JOB-NAME
                      ' HAS NOT COMPLETED FOR ' WS-RUNCTL-DATE
                      ' - RUN IT FIRST'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE RUNCTL-RECORD.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           SET RC-RUN-STARTED TO TRUE.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-START-TIME.
           MOVE 'STARTED' TO RC-OUTCOME.
           WRITE RUNCTL-RECORD
               INVALID KEY
                   REWRITE RUNCTL-RECORD
           END-WRITE.
       0100-RUNCTL-START-EXIT.
           EXIT.
      *
      *================================================================*
      * 1000-INITIALIZE - open files and print the report headings.   *
      *================================================================*
       1000-INITIALIZE.
           MOVE WS-RUNCTL-DATE TO WS-RUN-DATE-X.

           OPEN INPUT PAYMENTS.
           IF NOT PAYMENTS-OK THEN
              DISPLAY 'COLLSWP: PAYMENTS OPEN FAILED, STATUS='
                      WS-PAYMENTS-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O COLLQUE.
           IF NOT COLLQUE-OK THEN
              DISPLAY 'COLLSWP: COLLQUE OPEN FAILED, STATUS='
                      WS-COLLQUE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'COLLSWP: LOANACCT OPEN FAILED, STATUS='
                      WS-LOANACCT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT COLLRPT.

           WRITE COLLRPT-LINE FROM RPT-TITLE-1.
           WRITE COLLRPT-LINE FROM RPT-TITLE-2.
           WRITE COLLRPT-LINE FROM RPT-COLUMN-HDG.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2000-LOAD-PAYMENT - hold one of tonight's payment records for *
      * the promise matching.                                          *
      *================================================================*
       2000-LOAD-PAYMENT.
           READ PAYMENTS
               AT END
                   SET END-OF-PAYMENTS TO TRUE
           END-READ.
           IF END-OF-PAYMENTS THEN
              GO TO 2000-LOAD-PAYMENT-EXIT
           END-IF.
           ADD 1 TO WS-PAYMENTS-READ.
           IF WS-PAY-COUNT NOT LESS THAN 10000 THEN
              DISPLAY 'COLLSWP: PAYMENT TABLE FULL - RAISE'
                      ' THE TABLE SIZE AND RERUN'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           MOVE PM-CUSTNO         TO WS-PAY-CUSTNO(WS-PAY-COUNT).
           MOVE PM-LOAN-TIMESTAMP TO WS-PAY-TS(WS-PAY-COUNT).
           MOVE PM-AMOUNT         TO WS-PAY-AMOUNT(WS-PAY-COUNT).
           MOVE PM-PAYMENT-DATE   TO WS-PAY-DATE(WS-PAY-COUNT).
           MOVE PM-TRAN-TYPE      TO WS-PAY-TYPE(WS-PAY-COUNT).
       2000-LOAD-PAYMENT-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-SWEEP-CASE - read the next worklist case: drop it if the *
      * aging no longer found its loan overdue tonight, otherwise     *
      * settle the fate of any open promise on it.                     *
      *================================================================*
       3000-SWEEP-CASE.
           READ COLLQUE NEXT RECORD
               AT END
                   SET END-OF-COLLQUE TO TRUE
           END-READ.
           IF END-OF-COLLQUE THEN
              GO TO 3000-SWEEP-CASE-EXIT
           END-IF.
           ADD 1 TO WS-CASES-READ.

           IF CQ-LAST-AGED LESS THAN WS-RUN-DATE-X THEN
              PERFORM 3100-DROP-CASE THRU 3100-DROP-CASE-EXIT
              GO TO 3000-SWEEP-CASE-EXIT
           END-IF.

           ADD 1 TO WS-CASES-OPEN.
           IF NOT CQ-PROMISED THEN
              GO TO 3000-SWEEP-CASE-EXIT
           END-IF.

           IF CQ-CREDITED-THRU LESS THAN WS-RUN-DATE-X THEN
              PERFORM 3210-CREDIT-ONE-PAYMENT
                  THRU 3210-CREDIT-ONE-PAYMENT-EXIT
                  VARYING WS-PAY-SUB FROM 1 BY 1
                  UNTIL WS-PAY-SUB GREATER THAN WS-PAY-COUNT
              MOVE WS-RUN-DATE-X TO CQ-CREDITED-THRU
           END-IF.

      *    A receipt can reach the bank file a day after the customer
      *    paid, so a promise only breaks the night after its date.
           EVALUATE TRUE
              WHEN CQ-PROMISE-PAID NOT LESS THAN CQ-PROMISE-AMOUNT
                 SET CQ-PROMISE-KEPT TO TRUE
                 MOVE WS-RUN-DATE-X TO CQ-NEXT-ACTION-DATE
                 ADD 1 TO WS-CASES-KEPT
                 MOVE 'PROMISE KEPT' TO RD-ACTION
                 PERFORM 3300-REPORT-CASE THRU 3300-REPORT-CASE-EXIT
              WHEN CQ-PROMISE-DATE LESS THAN WS-RUN-DATE-X
                 SET CQ-PROMISE-BROKEN TO TRUE
                 IF CQ-BROKEN-COUNT LESS THAN 99 THEN
                    ADD 1 TO CQ-BROKEN-COUNT
                 END-IF
                 MOVE WS-RUN-DATE-X TO CQ-NEXT-ACTION-DATE
                 ADD 1 TO WS-CASES-BROKEN
                 MOVE 'PROMISE BROKEN' TO RD-ACTION
                 PERFORM 3300-REPORT-CASE THRU 3300-REPORT-CASE-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           REWRITE COLLQUE-RECORD.
           IF NOT COLLQUE-OK THEN
              DISPLAY 'COLLSWP: COLLQUE REWRITE FAILED, STATUS='
                      WS-COLLQUE-STATUS ' FOR KEY=' CQ-KEY
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       3000-SWEEP-CASE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * The loan is no longer overdue: say why from the account       *
      * header and take the case off the worklist.                     *
      *----------------------------------------------------------------*
       3100-DROP-CASE.
           MOVE CQ-CUSTNO    TO LA-CUSTNO.
           MOVE CQ-TIMESTAMP TO LA-TIMESTAMP.
           MOVE ZERO         TO LA-SEQNO.
           READ LOANACCT.
           EVALUATE TRUE
              WHEN NOT LOANACCT-OK
                 MOVE 'DROPPED - NO ACCT' TO RD-ACTION
              WHEN LA-ACCT-CLOSED
                 MOVE 'DROPPED - CLOSED' TO RD-ACTION
              WHEN LA-ACCT-WRITTEN-OFF
                 MOVE 'DROPPED - CHG OFF' TO RD-ACTION
              WHEN OTHER
                 MOVE 'DROPPED - CURRENT' TO RD-ACTION
           END-EVALUATE.

           DELETE COLLQUE RECORD.
           IF NOT COLLQUE-OK THEN
              DISPLAY 'COLLSWP: COLLQUE DELETE FAILED, STATUS='
                      WS-COLLQUE-STATUS ' FOR KEY=' CQ-KEY
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-CASES-DROPPED.
           PERFORM 3300-REPORT-CASE THRU 3300-REPORT-CASE-EXIT.
       3100-DROP-CASE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Credit one of tonight's payments to the case's open promise  *
      * if it is for the same loan and was paid on or after the day  *
      * the promise was taken.  A reversal carries the date of the    *
      * receipt it bounced, so it only takes back what was credited.  *
      *----------------------------------------------------------------*
       3210-CREDIT-ONE-PAYMENT.
           IF WS-PAY-KEY(WS-PAY-SUB) NOT EQUAL CQ-KEY
              OR WS-PAY-DATE(WS-PAY-SUB) LESS THAN CQ-PROMISE-MADE THEN
              GO TO 3210-CREDIT-ONE-PAYMENT-EXIT
           END-IF.
           IF WS-PAY-REVERSAL(WS-PAY-SUB) THEN
              IF WS-PAY-AMOUNT(WS-PAY-SUB) GREATER THAN
                 CQ-PROMISE-PAID THEN
                 MOVE ZERO TO CQ-PROMISE-PAID
              ELSE
                 SUBTRACT WS-PAY-AMOUNT(WS-PAY-SUB)
                     FROM CQ-PROMISE-PAID
              END-IF
           ELSE
              ADD WS-PAY-AMOUNT(WS-PAY-SUB) TO CQ-PROMISE-PAID
                  ON SIZE ERROR
                      MOVE 9999999 TO CQ-PROMISE-PAID
              END-ADD
           END-IF.
       3210-CREDIT-ONE-PAYMENT-EXIT.
           EXIT.
      *
       3300-REPORT-CASE.
           MOVE CQ-CUSTNO         TO RD-CUSTNO.
           MOVE CQ-TIMESTAMP      TO RD-TIMESTAMP.
           MOVE CQ-BUCKET         TO RD-BUCKET.
           MOVE CQ-PROMISE-AMOUNT TO RD-PROMISED.
           MOVE CQ-PROMISE-PAID   TO RD-PAID.
           WRITE COLLRPT-LINE FROM RPT-DETAIL-LINE.
       3300-REPORT-CASE-EXIT.
           EXIT.
      *
      *================================================================*
      * 4000-PRINT-SUMMARY - totals for the run.                       *
      *================================================================*
       4000-PRINT-SUMMARY.
           WRITE COLLRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-CASES-READ    TO RS-CASES-READ.
           MOVE WS-CASES-BROKEN  TO RS-CASES-BROKEN.
           MOVE WS-CASES-KEPT    TO RS-CASES-KEPT.
           MOVE WS-CASES-DROPPED TO RS-CASES-DROPPED.
           WRITE COLLRPT-LINE FROM RPT-SUMMARY-LINE.
           MOVE WS-CASES-OPEN    TO RS-CASES-OPEN.
           WRITE COLLRPT-LINE FROM RPT-SUMMARY-LINE-2.
       4000-PRINT-SUMMARY-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (broken / kept / dropped).                *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'COLLSWP: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-CASES-BROKEN  TO RC-COUNT-1.
           MOVE WS-CASES-KEPT    TO RC-COUNT-2.
           MOVE WS-CASES-DROPPED TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'COLLSWP: RUNCTL REWRITE FAILED, STATUS='
                      WS-RUNCTL-STATUS
           END-IF.
       8900-RUNCTL-END-9000.
           CLOSE RUNCTL.
       8900-RUNCTL-END-EXIT.
           EXIT.
      *
      *================================================================*
      * 9999-TERMINATE - close files and return.                       *
      *================================================================*
       9999-TERMINATE.
           CLOSE PAYMENTS.
           CLOSE COLLQUE.
           CLOSE LOANACCT.
           CLOSE COLLRPT.
       9999-TERMINATE-EXIT.
           EXIT.
