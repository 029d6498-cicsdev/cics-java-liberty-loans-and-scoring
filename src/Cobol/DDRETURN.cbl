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
      * Module Name        DDRETURN.CBL                                *
      *                                                                *
      * LOANS and SCORING sample - nightly direct-debit returns       *
      *                                                                *
      * Turns the bank's direct-debit return file (DDRETN.CPY) into   *
      * received-payments records (PAYMTREC.CPY) for PAYPOST, so      *
      * collections are posted with no rekeying:                      *
      *  - a collection the bank reports paid becomes a receipt, for  *
      *    the amount collected, dated the collection date;           *
      *  - a collection the bank reports returned (recalled after it  *
      *    was reported paid) becomes a reversal naming that same     *
      *    date, so PAYPOST un-marks the installment the receipt      *
      *    cleared and the loan ages again;                            *
      *  - an item unpaid at collection moved no money, so nothing is *
      *    posted - it is listed, and the installment stays unpaid    *
      *    for the aging and collections to pick up.                  *
      *                                                                *
      * The file is proved against its trailer before anything is     *
      * written; a file out of balance is refused whole.  Items that  *
      * would post twice - a paid item whose loan already has an      *
      * installment cleared on the collection date, as when a return *
      * file is sent again - and returns with no receipt left to      *
      * reverse are listed on DDRTNRPT for the payments desk instead. *
      * A paid item for a loan no longer on file is still posted: the *
      * money has arrived, and PAYPOST and GLEXTRCT hold it in        *
      * suspense.                                                      *
      *                                                                *
      * DDPAYMT is appended to the night's PAYMENTS generation by the *
      * step after this one, so this job must run after the night's   *
      * receipt file is catalogued and before PAYPOST - RUNCTL        *
      * refuses it once PAYPOST has started for the date.             *
      *                                                                *
      * RUNCTL counts: 1 receipts written, 2 reversals written,       *
      * 3 return items read.                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              DDRETURN.
       AUTHOR.                  LOANS-APPLICATION-SUPPORT.
       INSTALLATION.            CICSDEV-LOANS-AND-SCORING.
       DATE-WRITTEN.            2026-10-14.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * Modification history                                          *
      *  2026-10-14  LAS  Initial version.                             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-Z.
       OBJECT-COMPUTER.         IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDRETN ASSIGN TO DDRETN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDRETN-STATUS.

           SELECT LOANACCT ASSIGN TO LOANACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LOANACCT-STATUS.

           SELECT DDPAYMT ASSIGN TO DDPAYMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDPAYMT-STATUS.

           SELECT DDRTNRPT ASSIGN TO DDRTNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDRTNRPT-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DDRETN
           RECORDING MODE IS F.
           COPY DDRETN.

       FD  LOANACCT
           RECORDING MODE IS F.
           COPY LOANACCT.

       FD  DDPAYMT
           RECORDING MODE IS F.
           COPY PAYMTREC.

       FD  DDRTNRPT
           RECORDING MODE IS F.
       01  DDRTNRPT-LINE                PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-DDRETN-STATUS         PIC X(02) VALUE '00'.
               88  DDRETN-OK                      VALUE '00'.
           05  WS-LOANACCT-STATUS       PIC X(02) VALUE '00'.
               88  LOANACCT-OK                    VALUE '00'.
           05  WS-DDPAYMT-STATUS        PIC X(02) VALUE '00'.
               88  DDPAYMT-OK                     VALUE '00'.
           05  WS-DDRTNRPT-STATUS       PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-RETN-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-DDRETN                  VALUE 'Y'.
           05  WS-LOAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-LOAN                    VALUE 'Y'.
           05  WS-LOAN-FOUND-SW         PIC X(01) VALUE 'N'.
               88  LOAN-ON-FILE                   VALUE 'Y'.
           05  WS-CLEARED-SW            PIC X(01) VALUE 'N'.
               88  LINE-CLEARED-ON-DATE           VALUE 'Y'.
      *        Set by the proving pass.
           05  WS-HEADER-SW             PIC X(01) VALUE 'N'.
               88  HEADER-SEEN                    VALUE 'Y'.
           05  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN                   VALUE 'Y'.
           05  WS-FILE-ERROR-SW         PIC X(01) VALUE 'N'.
               88  FILE-IN-ERROR                  VALUE 'Y'.
      *
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE-X            PIC X(8)       VALUE SPACES.
           05  WS-BANK-FILE-DATE        PIC X(8)       VALUE SPACES.
           05  WS-ITEM-AMOUNT           PIC 9(07)      VALUE ZERO.
           05  WS-RUNCTL-DATE           PIC X(8)       VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)       VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'DDRETURN'.
       77  PAYPOST-JOB-NAME             PIC X(8) VALUE 'PAYPOST'.
      *
      *    Proving totals, accumulated off the details in the first
      *    pass and checked against the bank's trailer.
       01  WS-PROOF-TOTALS.
           05  WS-PROOF-PAID-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-PROOF-PAID-AMOUNT     PIC 9(11)V99   VALUE ZERO.
           05  WS-PROOF-UNPAID-COUNT    PIC 9(07)      VALUE ZERO.
           05  WS-PROOF-UNPAID-AMOUNT   PIC 9(11)V99   VALUE ZERO.
      *        The bank's own figures, off its trailer.
           05  WS-TRL-PAID-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-TRL-PAID-AMOUNT       PIC 9(11)V99   VALUE ZERO.
           05  WS-TRL-UNPAID-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-TRL-UNPAID-AMOUNT     PIC 9(11)V99   VALUE ZERO.
      *
      *    Counters and totals for the report and the run summary.
       01  WS-COUNTERS.
           05  WS-ITEMS-READ            PIC 9(7)       VALUE ZERO.
           05  WS-RECEIPTS-WRITTEN      PIC 9(7)       VALUE ZERO.
           05  WS-RECEIPTS-TOTAL        PIC 9(11)      VALUE ZERO.
           05  WS-REVERSALS-WRITTEN     PIC 9(7)       VALUE ZERO.
           05  WS-REVERSALS-TOTAL       PIC 9(11)      VALUE ZERO.
           05  WS-UNPAID-ITEMS          PIC 9(7)       VALUE ZERO.
           05  WS-UNPAID-TOTAL          PIC 9(11)      VALUE ZERO.
           05  WS-ITEMS-NOT-POSTED      PIC 9(7)       VALUE ZERO.
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(16) VALUE SPACES.
           05  FILLER PIC X(32) VALUE
               'DIRECT-DEBIT RETURNS            '.
           05  FILLER PIC X(12) VALUE '  RUN DATE: '.
           05  RT-RUN-DATE              PIC X(08).
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-FILE-HDG.
           05  FILLER PIC X(22) VALUE 'BANK RETURN FILE DATE '.
           05  RH-FILE-DATE             PIC X(08).
       01  RPT-ITEM-HDG.
           05  FILLER PIC X(40) VALUE
               'ITEMS RETURNED, UNPAID OR NOT POSTED    '.
       01  RPT-ITEM-COLS.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(16) VALUE 'LOAN            '.
           05  FILLER PIC X(10) VALUE 'COLLECTED '.
           05  FILLER PIC X(10) VALUE '    AMOUNT'.
           05  FILLER PIC X(06) VALUE ' RSN  '.
           05  FILLER PIC X(26) VALUE 'ACTION'.
       01  RPT-ITEM-LINE.
           05  RI-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-COLLECT-DATE          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RI-AMOUNT                PIC $ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-REASON                PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-ACTION                PIC X(27).
       01  RPT-SUMMARY-1.
           05  FILLER PIC X(24) VALUE 'RECEIPTS WRITTEN:       '.
           05  RS-RECEIPTS              PIC ZZZ,ZZ9.
           05  FILLER PIC X(10) VALUE '  AMOUNT: '.
           05  RS-RECEIPTS-TOTAL        PIC $ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-SUMMARY-2.
           05  FILLER PIC X(24) VALUE 'REVERSALS WRITTEN:      '.
           05  RS-REVERSALS             PIC ZZZ,ZZ9.
           05  FILLER PIC X(10) VALUE '  AMOUNT: '.
           05  RS-REVERSALS-TOTAL       PIC $ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-SUMMARY-3.
           05  FILLER PIC X(24) VALUE 'UNPAID AT COLLECTION:   '.
           05  RS-UNPAID                PIC ZZZ,ZZ9.
           05  FILLER PIC X(10) VALUE '  AMOUNT: '.
           05  RS-UNPAID-TOTAL          PIC $ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-SUMMARY-4.
           05  FILLER PIC X(24) VALUE 'NOT POSTED - SEE ABOVE: '.
           05  RS-NOT-POSTED            PIC ZZZ,ZZ9.
       01  RPT-NONE-LINE                PIC X(06) VALUE 'NONE. '.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 0100-RUNCTL-START THRU 0100-RUNCTL-START-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROVE-FILE THRU 2000-PROVE-FILE-EXIT.
           PERFORM 3000-POST-RETURNS THRU 3000-POST-RETURNS-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'DDRETURN: ITEMS=' WS-ITEMS-READ
                   ' RECEIPTS=' WS-RECEIPTS-WRITTEN
                   ' REVERSALS=' WS-REVERSALS-WRITTEN
                   ' UNPAID=' WS-UNPAID-ITEMS
                   ' NOT POSTED=' WS-ITEMS-NOT-POSTED.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse a duplicate run  *
      * for a business date this job has already completed, refuse   *
      * to run once PAYPOST has started on the night's payments (the  *
      * records would miss the posting, or upset its restart), and    *
      * record that this run has started.                              *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'DDRETURN: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK AND RC-RUN-COMPLETE THEN
              DISPLAY 'DDRETURN: ALREADY COMPLETE FOR '
                      WS-RUNCTL-DATE ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PAYPOST-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE   TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK THEN
              DISPLAY 'DDRETURN: ' PAYPOST-JOB-NAME
                      ' HAS ALREADY RUN FOR ' WS-RUNCTL-DATE
                      ' - RUN THIS JOB BEFORE IT'
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
      * 1000-INITIALIZE - open the loan book and the report.           *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.

           OPEN INPUT LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'DDRETURN: LOANACCT OPEN FAILED, STATUS='
                      WS-LOANACCT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DDRTNRPT.
           MOVE WS-RUN-DATE-X TO RT-RUN-DATE.
           WRITE DDRTNRPT-LINE FROM RPT-TITLE-1.
           WRITE DDRTNRPT-LINE FROM RPT-TITLE-2.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2000-PROVE-FILE - read the bank file through once, checking   *
      * it has its header and trailer and that the details add up to  *
      * the trailer.  Nothing is posted from a file that does not     *
      * prove.                                                         *
      *================================================================*
       2000-PROVE-FILE.
           OPEN INPUT DDRETN.
           IF NOT DDRETN-OK THEN
              DISPLAY 'DDRETURN: DDRETN OPEN FAILED, STATUS='
                      WS-DDRETN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'N' TO WS-RETN-EOF-SWITCH.
           PERFORM 2100-PROVE-RECORD THRU 2100-PROVE-RECORD-EXIT
               UNTIL END-OF-DDRETN.
           CLOSE DDRETN.

           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN THEN
              DISPLAY 'DDRETURN: DDRETN HEADER OR TRAILER MISSING'
                      ' - NOTHING POSTED'
              SET FILE-IN-ERROR TO TRUE
           END-IF.
           IF TRAILER-SEEN
              AND (WS-TRL-PAID-COUNT    NOT EQUAL WS-PROOF-PAID-COUNT
               OR WS-TRL-PAID-AMOUNT   NOT EQUAL WS-PROOF-PAID-AMOUNT
               OR WS-TRL-UNPAID-COUNT  NOT EQUAL WS-PROOF-UNPAID-COUNT
               OR WS-TRL-UNPAID-AMOUNT NOT EQUAL WS-PROOF-UNPAID-AMOUNT)
              THEN
              DISPLAY 'DDRETURN: DDRETN OUT OF BALANCE - TRAILER PAID='
                      WS-TRL-PAID-COUNT '/' WS-TRL-PAID-AMOUNT
                      ' UNPAID=' WS-TRL-UNPAID-COUNT '/'
                      WS-TRL-UNPAID-AMOUNT
                      ' DETAILS PAID=' WS-PROOF-PAID-COUNT '/'
                      WS-PROOF-PAID-AMOUNT ' UNPAID='
                      WS-PROOF-UNPAID-COUNT '/' WS-PROOF-UNPAID-AMOUNT
              SET FILE-IN-ERROR TO TRUE
           END-IF.
           IF FILE-IN-ERROR THEN
              DISPLAY 'DDRETURN: BANK RETURN FILE REFUSED - ASK THE'
                      ' BANK TO RESEND IT'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       2000-PROVE-FILE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Read one bank record and add a detail to the proving totals,  *
      * keeping the trailer's figures for the check.                   *
      *----------------------------------------------------------------*
       2100-PROVE-RECORD.
           READ DDRETN
               AT END
                   SET END-OF-DDRETN TO TRUE
           END-READ.
           IF END-OF-DDRETN THEN
              GO TO 2100-PROVE-RECORD-EXIT
           END-IF.
           IF TRAILER-SEEN THEN
              DISPLAY 'DDRETURN: DDRETN HAS RECORDS AFTER THE TRAILER'
              SET FILE-IN-ERROR TO TRUE
              SET END-OF-DDRETN TO TRUE
              GO TO 2100-PROVE-RECORD-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN DR-HEADER
                 SET HEADER-SEEN TO TRUE
                 MOVE DR-FILE-DATE TO WS-BANK-FILE-DATE
              WHEN DR-TRAILER
                 SET TRAILER-SEEN TO TRUE
                 MOVE DR-PAID-COUNT    TO WS-TRL-PAID-COUNT
                 MOVE DR-PAID-AMOUNT   TO WS-TRL-PAID-AMOUNT
                 MOVE DR-UNPAID-COUNT  TO WS-TRL-UNPAID-COUNT
                 MOVE DR-UNPAID-AMOUNT TO WS-TRL-UNPAID-AMOUNT
              WHEN DR-DETAIL AND DR-PAID
                 ADD 1         TO WS-PROOF-PAID-COUNT
                 ADD DR-AMOUNT TO WS-PROOF-PAID-AMOUNT
              WHEN DR-DETAIL AND (DR-RETURNED OR DR-UNPAID)
                 ADD 1         TO WS-PROOF-UNPAID-COUNT
                 ADD DR-AMOUNT TO WS-PROOF-UNPAID-AMOUNT
              WHEN OTHER
                 DISPLAY 'DDRETURN: DDRETN RECORD NOT RECOGNISED: '
                         DDRETN-RECORD(1:60)
                 SET FILE-IN-ERROR TO TRUE
           END-EVALUATE.
       2100-PROVE-RECORD-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-POST-RETURNS - read the proven file again and write the  *
      * receipts and reversals, listing what is not posted.            *
      *================================================================*
       3000-POST-RETURNS.
           OPEN INPUT DDRETN.
           IF NOT DDRETN-OK THEN
              DISPLAY 'DDRETURN: DDRETN REOPEN FAILED, STATUS='
                      WS-DDRETN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DDPAYMT.
           IF NOT DDPAYMT-OK THEN
              DISPLAY 'DDRETURN: DDPAYMT OPEN FAILED, STATUS='
                      WS-DDPAYMT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE WS-BANK-FILE-DATE TO RH-FILE-DATE.
           WRITE DDRTNRPT-LINE FROM RPT-FILE-HDG.
           WRITE DDRTNRPT-LINE FROM RPT-ITEM-HDG.
           WRITE DDRTNRPT-LINE FROM RPT-ITEM-COLS.

           MOVE 'N' TO WS-RETN-EOF-SWITCH.
           PERFORM 3100-POST-ITEM THRU 3100-POST-ITEM-EXIT
               UNTIL END-OF-DDRETN.
           CLOSE DDRETN.
           CLOSE DDPAYMT.

           IF WS-UNPAID-ITEMS EQUAL ZERO
              AND WS-REVERSALS-WRITTEN EQUAL ZERO
              AND WS-ITEMS-NOT-POSTED EQUAL ZERO THEN
              WRITE DDRTNRPT-LINE FROM RPT-NONE-LINE
           END-IF.
           WRITE DDRTNRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-RECEIPTS-WRITTEN  TO RS-RECEIPTS.
           MOVE WS-RECEIPTS-TOTAL    TO RS-RECEIPTS-TOTAL.
           WRITE DDRTNRPT-LINE FROM RPT-SUMMARY-1.
           MOVE WS-REVERSALS-WRITTEN TO RS-REVERSALS.
           MOVE WS-REVERSALS-TOTAL   TO RS-REVERSALS-TOTAL.
           WRITE DDRTNRPT-LINE FROM RPT-SUMMARY-2.
           MOVE WS-UNPAID-ITEMS      TO RS-UNPAID.
           MOVE WS-UNPAID-TOTAL      TO RS-UNPAID-TOTAL.
           WRITE DDRTNRPT-LINE FROM RPT-SUMMARY-3.
           MOVE WS-ITEMS-NOT-POSTED  TO RS-NOT-POSTED.
           WRITE DDRTNRPT-LINE FROM RPT-SUMMARY-4.
       3000-POST-RETURNS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Read the next bank record and act on a detail by its outcome. *
      *----------------------------------------------------------------*
       3100-POST-ITEM.
           READ DDRETN
               AT END
                   SET END-OF-DDRETN TO TRUE
           END-READ.
           IF END-OF-DDRETN THEN
              GO TO 3100-POST-ITEM-EXIT
           END-IF.
           IF DR-TRAILER THEN
              SET END-OF-DDRETN TO TRUE
              GO TO 3100-POST-ITEM-EXIT
           END-IF.
           IF NOT DR-DETAIL THEN
              GO TO 3100-POST-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-READ.
           MOVE DR-AMOUNT TO WS-ITEM-AMOUNT.

           MOVE DR-CUSTNO          TO RI-CUSTNO.
           MOVE DR-LOAN-TIMESTAMP  TO RI-TIMESTAMP.
           MOVE DR-COLLECTION-DATE TO RI-COLLECT-DATE.
           MOVE WS-ITEM-AMOUNT     TO RI-AMOUNT.
           MOVE DR-REASON-CODE     TO RI-REASON.

           EVALUATE TRUE
              WHEN DR-UNPAID
                 ADD 1              TO WS-UNPAID-ITEMS
                 ADD WS-ITEM-AMOUNT TO WS-UNPAID-TOTAL
                 MOVE 'UNPAID - LEFT TO COLLECTIONS' TO RI-ACTION
                 WRITE DDRTNRPT-LINE FROM RPT-ITEM-LINE
              WHEN DR-PAID
                 PERFORM 3200-POST-PAID THRU 3200-POST-PAID-EXIT
              WHEN DR-RETURNED
                 PERFORM 3300-POST-RETURNED
                     THRU 3300-POST-RETURNED-EXIT
           END-EVALUATE.
       3100-POST-ITEM-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A paid collection becomes a receipt - unless the loan already *
      * has an installment cleared on the collection date, which is   *
      * this collection posted before.                                 *
      *----------------------------------------------------------------*
       3200-POST-PAID.
           PERFORM 3500-FIND-CLEARED-LINE
               THRU 3500-FIND-CLEARED-LINE-EXIT.
           IF LINE-CLEARED-ON-DATE THEN
              ADD 1 TO WS-ITEMS-NOT-POSTED
              MOVE 'PAID THIS DATE - NOT POSTED' TO RI-ACTION
              WRITE DDRTNRPT-LINE FROM RPT-ITEM-LINE
              GO TO 3200-POST-PAID-EXIT
           END-IF.
           MOVE SPACES             TO PAYMENT-RECORD.
           MOVE DR-CUSTNO          TO PM-CUSTNO.
           MOVE DR-LOAN-TIMESTAMP  TO PM-LOAN-TIMESTAMP.
           MOVE WS-ITEM-AMOUNT     TO PM-AMOUNT.
           MOVE DR-COLLECTION-DATE TO PM-PAYMENT-DATE.
           MOVE 'R'                TO PM-TRAN-TYPE.
           PERFORM 3900-WRITE-PAYMENT THRU 3900-WRITE-PAYMENT-EXIT.
           ADD 1              TO WS-RECEIPTS-WRITTEN.
           ADD WS-ITEM-AMOUNT TO WS-RECEIPTS-TOTAL.
           IF NOT LOAN-ON-FILE THEN
              MOVE 'NO LOAN - POSTS TO SUSPENSE' TO RI-ACTION
              WRITE DDRTNRPT-LINE FROM RPT-ITEM-LINE
           END-IF.
       3200-POST-PAID-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A returned collection reverses the receipt that cleared an    *
      * installment on the collection date.  With no such installment *
      * there is nothing to reverse - the receipt was never posted, or *
      * has been reversed already.                                     *
      *----------------------------------------------------------------*
       3300-POST-RETURNED.
           PERFORM 3500-FIND-CLEARED-LINE
               THRU 3500-FIND-CLEARED-LINE-EXIT.
           IF NOT LINE-CLEARED-ON-DATE THEN
              ADD 1 TO WS-ITEMS-NOT-POSTED
              MOVE 'NO RECEIPT TO REVERSE' TO RI-ACTION
              WRITE DDRTNRPT-LINE FROM RPT-ITEM-LINE
              GO TO 3300-POST-RETURNED-EXIT
           END-IF.
           MOVE SPACES             TO PAYMENT-RECORD.
           MOVE DR-CUSTNO          TO PM-CUSTNO.
           MOVE DR-LOAN-TIMESTAMP  TO PM-LOAN-TIMESTAMP.
           MOVE WS-ITEM-AMOUNT     TO PM-AMOUNT.
           MOVE DR-COLLECTION-DATE TO PM-PAYMENT-DATE.
           SET PM-REVERSAL         TO TRUE.
           PERFORM 3900-WRITE-PAYMENT THRU 3900-WRITE-PAYMENT-EXIT.
           ADD 1              TO WS-REVERSALS-WRITTEN.
           ADD WS-ITEM-AMOUNT TO WS-REVERSALS-TOTAL.
           MOVE 'RETURNED - RECEIPT REVERSED' TO RI-ACTION.
           WRITE DDRTNRPT-LINE FROM RPT-ITEM-LINE.
       3300-POST-RETURNED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Look the item's loan up and walk its schedule lines for one   *
      * paid on the collection date - the installment PAYPOST cleared *
      * with this collection's receipt, whichever line that was.      *
      *----------------------------------------------------------------*
       3500-FIND-CLEARED-LINE.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           MOVE 'N' TO WS-CLEARED-SW.
           MOVE DR-CUSTNO         TO LA-CUSTNO.
           MOVE DR-LOAN-TIMESTAMP TO LA-TIMESTAMP.
           MOVE ZERO              TO LA-SEQNO.
           READ LOANACCT KEY IS LA-KEY.
           IF NOT LOANACCT-OK THEN
              GO TO 3500-FIND-CLEARED-LINE-EXIT
           END-IF.
           SET LOAN-ON-FILE TO TRUE.
           MOVE 1 TO LA-SEQNO.
           MOVE 'N' TO WS-LOAN-EOF-SWITCH.
           START LOANACCT KEY NOT LESS THAN LA-KEY.
           IF NOT LOANACCT-OK THEN
              GO TO 3500-FIND-CLEARED-LINE-EXIT
           END-IF.
           PERFORM 3510-READ-LINE THRU 3510-READ-LINE-EXIT
               UNTIL END-OF-LOAN OR LINE-CLEARED-ON-DATE.
       3500-FIND-CLEARED-LINE-EXIT.
           EXIT.
      *
       3510-READ-LINE.
           READ LOANACCT NEXT RECORD
               AT END
                   SET END-OF-LOAN TO TRUE
           END-READ.
           IF END-OF-LOAN THEN
              GO TO 3510-READ-LINE-EXIT
           END-IF.
           IF LA-CUSTNO NOT EQUAL DR-CUSTNO
              OR LA-TIMESTAMP NOT EQUAL DR-LOAN-TIMESTAMP THEN
              SET END-OF-LOAN TO TRUE
              GO TO 3510-READ-LINE-EXIT
           END-IF.
           IF LA-PAID AND LA-PAID-DATE EQUAL DR-COLLECTION-DATE THEN
              SET LINE-CLEARED-ON-DATE TO TRUE
           END-IF.
       3510-READ-LINE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Write the record built in PAYMENT-RECORD.                      *
      *----------------------------------------------------------------*
       3900-WRITE-PAYMENT.
           WRITE PAYMENT-RECORD.
           IF NOT DDPAYMT-OK THEN
              DISPLAY 'DDRETURN: DDPAYMT WRITE FAILED, STATUS='
                      WS-DDPAYMT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       3900-WRITE-PAYMENT-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (receipts / reversals / items read).     *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'DDRETURN: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-RECEIPTS-WRITTEN  TO RC-COUNT-1.
           MOVE WS-REVERSALS-WRITTEN TO RC-COUNT-2.
           MOVE WS-ITEMS-READ        TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'DDRETURN: RUNCTL REWRITE FAILED, STATUS='
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
           CLOSE LOANACCT.
           CLOSE DDRTNRPT.
       9999-TERMINATE-EXIT.
           EXIT.
