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
      * Module Name        CBEXTRCT.CBL                                *
      *                                                                *
      * LOANS and SCORING sample - month-end credit-bureau tradeline   *
      * file                                                           *
      *                                                                *
      * Cuts the month's tradeline file for the credit bureau         *
      * (TRADELN.CPY): one record for every LOANACCT account that was *
      * open at any time in the month - so an account paid off,       *
      * settled early by LNSETTLE or written off by LNCHGOFF this     *
      * month is reported once more, as closed or charged off, and    *
      * one that closed before the month began is not reported again. *
      *                                                                *
      * Each tradeline carries:                                        *
      *  - the customer's number and CUSTMAST name, and the bureau's  *
      *    own reference for the customer, LM-BUREAU-REF off the      *
      *    LOANMAST quote the account was booked from - or, when that *
      *    quote has been archived or carries none, off the latest    *
      *    of the customer's other quotes that does;                  *
      *  - the date opened (LA-BOOKED-DATE), original principal and   *
      *    scheduled monthly payment off the account header;          *
      *  - the current balance - the principal on the unpaid lines,   *
      *    which is the last cleared LA-BALANCE-AFTER; nothing for a  *
      *    closed account, and the amount written off for a charged-  *
      *    off one;                                                    *
      *  - months past due and the amount past due, aged exactly as   *
      *    PAYPOST ages the book: every unpaid, unsettled line due in *
      *    an earlier month is overdue by the difference in months,  *
      *    the worst line sets the months, and a closed or written-   *
      *    off account no longer ages;                                 *
      *  - the bureau's account status: current, 30/60/90/120/150/    *
      *    180+ days past due, paid or closed, or charged off.        *
      *                                                                *
      * The header carries the member id the bureau knows us by (the  *
      * CBMEMBER parameter - the file is not cut without it) and the  *
      * month reported; the trailer the counts by status and the      *
      * balance totals the bureau proves the file against.            *
      *                                                                *
      * An account whose customer is not on CUSTMAST, has no name, or *
      * has no bureau reference on any quote cannot be matched by the *
      * bureau and is not sent - CBRPT lists it with the reason, and  *
      * the run ends with return code 4 so it is put right before     *
      * next month's file.                                             *
      *                                                                *
      * RUNCTL is keyed by date, but the file is monthly: the gate    *
      * refuses the run when this job has completed on any date of    *
      * the month already, so a month is never sent twice.  An        *
      * abended run can be resubmitted.                                *
      *                                                                *
      * Intended to run on the last business night of the month,     *
      * after LNCHGOFF, so tonight's write-offs go out as charged off. *
      *                                                                *
      * RUNCTL counts: 1 tradelines written, 2 accounts rejected,     *
      * 3 accounts read.                                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              CBEXTRCT.
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
           SELECT LOANACCT ASSIGN TO LOANACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LOANACCT-STATUS.

           SELECT LOANMAST ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-KEY
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTNO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT LOANPARM ASSIGN TO LOANPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-PARM-NAME
               FILE STATUS IS WS-LOANPARM-STATUS.

           SELECT CBOUT ASSIGN TO CBOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBOUT-STATUS.

           SELECT CBRPT ASSIGN TO CBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBRPT-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOANACCT
           RECORDING MODE IS F.
           COPY LOANACCT.

       FD  LOANMAST
           RECORDING MODE IS F.
           COPY LOANMAST.

       FD  CUSTMAST
           RECORDING MODE IS F.
           COPY CUSTMAST.

       FD  LOANPARM
           RECORDING MODE IS F.
           COPY LOANPARM.

       FD  CBOUT
           RECORDING MODE IS F.
           COPY TRADELN.

       FD  CBRPT
           RECORDING MODE IS F.
       01  CBRPT-LINE                   PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOANACCT-STATUS       PIC X(02) VALUE '00'.
               88  LOANACCT-OK                    VALUE '00'.
           05  WS-LOANMAST-STATUS       PIC X(02) VALUE '00'.
               88  LOANMAST-OK                    VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OK                    VALUE '00'.
           05  WS-LOANPARM-STATUS       PIC X(02) VALUE '00'.
               88  LOANPARM-OK                    VALUE '00'.
           05  WS-CBOUT-STATUS          PIC X(02) VALUE '00'.
               88  CBOUT-OK                       VALUE '00'.
           05  WS-CBRPT-STATUS          PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-LOANACCT                VALUE 'Y'.
           05  WS-MONTH-CHECKED-SW      PIC X(01) VALUE 'N'.
               88  MONTH-CHECKED                  VALUE 'Y'.
           05  WS-QUOTES-DONE-SW        PIC X(01) VALUE 'N'.
               88  QUOTES-DONE                    VALUE 'Y'.
      *
       77  CBMEMBER-PARM                PIC X(8) VALUE 'CBMEMBER'.
      *
      *    Today's date - the month reported, and the month unpaid
      *    installments are aged to.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
      *
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE-X            PIC X(8)       VALUE SPACES.
           05  WS-REPORT-MONTH          PIC X(6)       VALUE SPACES.
           05  WS-RUN-MONTHS            PIC 9(7)       VALUE ZERO.
           05  WS-MEMBER-ID             PIC X(10)      VALUE SPACES.
           05  WS-DUE-YYYY              PIC 9(4)       VALUE ZERO.
           05  WS-DUE-MM                PIC 9(2)       VALUE ZERO.
           05  WS-DUE-MONTHS            PIC 9(7)       VALUE ZERO.
           05  WS-MONTHS-OVERDUE        PIC S9(5)      VALUE ZERO.
           05  WS-REJECT-REASON         PIC X(24)      VALUE SPACES.
      *        The bureau reference found for the last customer whose
      *        other quotes had to be searched, so the search is made
      *        once per customer however many accounts they hold.
           05  WS-REF-CUSTNO            PIC X(10)      VALUE SPACES.
           05  WS-REF-BUREAU-REF        PIC X(10)      VALUE SPACES.
           05  WS-RUNCTL-DATE           PIC X(8)       VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)       VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'CBEXTRCT'.
       77  PREREQ-JOB-NAME              PIC X(8) VALUE 'LNCHGOFF'.
      *
      *    Counters and totals for the trailer and the run summary.
       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ         PIC 9(7)       VALUE ZERO.
           05  WS-ACCOUNTS-NOT-OPEN     PIC 9(7)       VALUE ZERO.
           05  WS-ACCOUNTS-REJECTED     PIC 9(7)       VALUE ZERO.
           05  WS-TRADELINE-COUNT       PIC 9(7)       VALUE ZERO.
           05  WS-CURRENT-COUNT         PIC 9(7)       VALUE ZERO.
           05  WS-PAST-DUE-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-PAID-CLOSED-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-CHARGED-OFF-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-REF-FROM-OTHER-QUOTE  PIC 9(7)       VALUE ZERO.
           05  WS-TOTAL-BALANCE         PIC 9(11)      VALUE ZERO.
           05  WS-TOTAL-PAST-DUE        PIC 9(11)      VALUE ZERO.
      *
      *    The sweep reads LOANACCT in key order, so a loan's header
      *    and schedule lines arrive together.  This hold area
      *    accumulates the current loan until the key moves on.
       01  WS-LOAN-HOLD.
           05  WS-CUR-LOAN-KEY.
               10  WS-CUR-LOAN-CUSTNO   PIC X(10) VALUE SPACES.
               10  WS-CUR-LOAN-TS       PIC X(14) VALUE SPACES.
           05  WS-LOAN-PRINCIPAL        PIC 9(7)  VALUE ZERO.
           05  WS-LOAN-MONTHLY          PIC 9(6)  VALUE ZERO.
           05  WS-LOAN-BOOKED-DATE      PIC X(8)  VALUE SPACES.
           05  WS-LOAN-STATE            PIC X(01) VALUE 'O'.
               88  WS-LOAN-IS-OPEN                VALUE 'O'.
               88  WS-LOAN-IS-CLOSED              VALUE 'C'.
               88  WS-LOAN-IS-WRITTEN-OFF         VALUE 'W'.
           05  WS-LOAN-CLOSED-DATE      PIC X(8)  VALUE SPACES.
           05  WS-LOAN-UNPAID-LINES     PIC 9(4)  VALUE ZERO.
           05  WS-LOAN-UNPAID-PRINCIPAL PIC 9(7)  VALUE ZERO.
           05  WS-LOAN-LAST-PAID-DATE   PIC X(8)  VALUE SPACES.
           05  WS-LOAN-WORST-MONTHS     PIC 9(3)  VALUE ZERO.
           05  WS-LOAN-OVERDUE-AMOUNT   PIC 9(7)  VALUE ZERO.
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(26) VALUE 'CREDIT-BUREAU TRADELINES  '.
           05  FILLER PIC X(09) VALUE '  MONTH: '.
           05  RT-MONTH                 PIC X(06).
           05  FILLER PIC X(12) VALUE '  RUN DATE: '.
           05  RT-RUN-DATE              PIC X(08).
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-MEMBER-HDG.
           05  FILLER PIC X(11) VALUE 'MEMBER ID: '.
           05  RH-MEMBER-ID             PIC X(10).
       01  RPT-REJECT-HDG.
           05  FILLER PIC X(40) VALUE
               'ACCOUNTS REJECTED - NOT SENT TO BUREAU  '.
       01  RPT-REJECT-COLS.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(16) VALUE 'LOAN            '.
           05  FILLER PIC X(10) VALUE 'OPENED    '.
           05  FILLER PIC X(04) VALUE 'ST  '.
           05  FILLER PIC X(10) VALUE '   BALANCE'.
           05  FILLER PIC X(04) VALUE SPACES.
           05  FILLER PIC X(24) VALUE 'REASON                  '.
       01  RPT-REJECT-LINE.
           05  RR-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-OPENED                PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-STATUS                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-BALANCE               PIC $Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RR-REASON                PIC X(24).
       01  RPT-SUMMARY-1.
           05  FILLER PIC X(24) VALUE 'ACCOUNTS READ:          '.
           05  RS-ACCOUNTS-READ         PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   CLOSED BEFORE MONTH:  '.
           05  RS-NOT-OPEN              PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-2.
           05  FILLER PIC X(24) VALUE 'TRADELINES WRITTEN:     '.
           05  RS-TRADELINES            PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   REJECTED:             '.
           05  RS-REJECTED              PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-3.
           05  FILLER PIC X(24) VALUE '  CURRENT:              '.
           05  RS-CURRENT               PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   PAST DUE:             '.
           05  RS-PAST-DUE              PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-4.
           05  FILLER PIC X(24) VALUE '  PAID OR CLOSED:       '.
           05  RS-PAID-CLOSED           PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   CHARGED OFF:          '.
           05  RS-CHARGED-OFF           PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-5.
           05  FILLER PIC X(17) VALUE 'TOTAL BALANCE:   '.
           05  RS-TOTAL-BALANCE         PIC $ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(15) VALUE '   PAST DUE:   '.
           05  RS-TOTAL-PAST-DUE        PIC $ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-SUMMARY-6.
           05  FILLER PIC X(40) VALUE
               'BUREAU REFERENCE TAKEN FROM ANOTHER QUOT'.
           05  FILLER PIC X(08) VALUE 'E:      '.
           05  RS-REF-OTHER             PIC ZZZ,ZZ9.
       01  RPT-NONE-LINE                PIC X(06) VALUE 'NONE. '.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 0100-RUNCTL-START THRU 0100-RUNCTL-START-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SCAN-LOANACCT THRU 2000-SCAN-LOANACCT-EXIT
               UNTIL END-OF-LOANACCT.
      *    Flush the last loan left in the hold area.
           PERFORM 2200-FLUSH-LOAN THRU 2200-FLUSH-LOAN-EXIT.
           PERFORM 3000-FINISH-FILE THRU 3000-FINISH-FILE-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'CBEXTRCT: MONTH=' WS-REPORT-MONTH
                   ' ACCOUNTS=' WS-ACCOUNTS-READ
                   ' TRADELINES=' WS-TRADELINE-COUNT
                   ' BALANCE=' WS-TOTAL-BALANCE
                   ' REJECTED=' WS-ACCOUNTS-REJECTED.
           IF WS-ACCOUNTS-REJECTED GREATER THAN ZERO THEN
              DISPLAY 'CBEXTRCT: ACCOUNTS REJECTED - SEE CBRPT AND'
                      ' CORRECT BEFORE NEXT MONTH'
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse the run when     *
      * this job has already completed on any date of this month (the *
      * bureau must never receive a month twice), refuse to run       *
      * before LNCHGOFF has written off tonight's losses, and record   *
      * that this run has started.                                     *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'CBEXTRCT: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *    Browse this job's records from the first of the month.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           MOVE '00'            TO RC-DATE(7:2).
           START RUNCTL KEY NOT LESS THAN RC-KEY.
           IF RUNCTL-OK THEN
              PERFORM 0110-CHECK-MONTH THRU 0110-CHECK-MONTH-EXIT
                  UNTIL MONTH-CHECKED
           END-IF.
           MOVE PREREQ-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL KEY IS RC-KEY.
           IF NOT RUNCTL-OK OR NOT RC-RUN-COMPLETE THEN
              DISPLAY 'CBEXTRCT: ' PREREQ-JOB-NAME
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
      *----------------------------------------------------------------*
      * Read this job's next run-control record; a completed run on   *
      * any date of this month refuses tonight's.  A run left STARTED *
      * abended and does not count.                                    *
      *----------------------------------------------------------------*
       0110-CHECK-MONTH.
           READ RUNCTL NEXT RECORD
               AT END
                   SET MONTH-CHECKED TO TRUE
           END-READ.
           IF MONTH-CHECKED OR NOT RUNCTL-OK THEN
              SET MONTH-CHECKED TO TRUE
              GO TO 0110-CHECK-MONTH-EXIT
           END-IF.
           IF RC-JOB NOT EQUAL RUNCTL-JOB-NAME
              OR RC-DATE(1:6) NOT EQUAL WS-RUNCTL-DATE(1:6) THEN
              SET MONTH-CHECKED TO TRUE
              GO TO 0110-CHECK-MONTH-EXIT
           END-IF.
           IF RC-RUN-COMPLETE THEN
              DISPLAY 'CBEXTRCT: MONTH ' WS-RUNCTL-DATE(1:6)
                      ' ALREADY SENT ON ' RC-DATE
                      ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       0110-CHECK-MONTH-EXIT.
           EXIT.
      *
      *================================================================*
      * 1000-INITIALIZE - read the member id off LOANPARM, open the   *
      * files and write the file header and the report headings.      *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MONTHS = (WS-RUN-YYYY * 12) + WS-RUN-MM.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           MOVE WS-RUN-DATE-X(1:6) TO WS-REPORT-MONTH.

      *    The bureau rejects a file from a member it does not know,
      *    so there is no fallback for the member id.
           OPEN INPUT LOANPARM.
           IF NOT LOANPARM-OK THEN
              DISPLAY 'CBEXTRCT: LOANPARM OPEN FAILED, STATUS='
                      WS-LOANPARM-STATUS ' - FILE NOT CUT'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE CBMEMBER-PARM TO LP-PARM-NAME.
           READ LOANPARM.
           IF NOT LOANPARM-OK OR LP-PARM-VALUE(1:10) EQUAL SPACES THEN
              DISPLAY 'CBEXTRCT: CBMEMBER PARAMETER MISSING'
                      ' - FILE NOT CUT'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE LP-PARM-VALUE(1:10) TO WS-MEMBER-ID.
           CLOSE LOANPARM.

           OPEN INPUT LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'CBEXTRCT: LOANACCT OPEN FAILED, STATUS='
                      WS-LOANACCT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-OK THEN
              DISPLAY 'CBEXTRCT: LOANMAST OPEN FAILED, STATUS='
                      WS-LOANMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CUSTMAST.
           IF NOT CUSTMAST-OK THEN
              DISPLAY 'CBEXTRCT: CUSTMAST OPEN FAILED, STATUS='
                      WS-CUSTMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CBOUT.
           IF NOT CBOUT-OK THEN
              DISPLAY 'CBEXTRCT: CBOUT OPEN FAILED, STATUS='
                      WS-CBOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CBRPT.

           MOVE SPACES          TO TRADELN-RECORD.
           SET TL-HEADER        TO TRUE.
           MOVE WS-MEMBER-ID    TO TL-MEMBER-ID.
           MOVE WS-REPORT-MONTH TO TL-REPORTING-MONTH.
           MOVE WS-RUN-DATE-X   TO TL-FILE-DATE.
           PERFORM 2900-WRITE-CBOUT THRU 2900-WRITE-CBOUT-EXIT.

           MOVE WS-REPORT-MONTH TO RT-MONTH.
           MOVE WS-RUN-DATE-X   TO RT-RUN-DATE.
           WRITE CBRPT-LINE FROM RPT-TITLE-1.
           WRITE CBRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-MEMBER-ID    TO RH-MEMBER-ID.
           WRITE CBRPT-LINE FROM RPT-MEMBER-HDG.
           WRITE CBRPT-LINE FROM RPT-REJECT-HDG.
           WRITE CBRPT-LINE FROM RPT-REJECT-COLS.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2000-SCAN-LOANACCT - read the next LOANACCT record and roll   *
      * it into the loan hold.                                         *
      *================================================================*
       2000-SCAN-LOANACCT.
           READ LOANACCT NEXT RECORD
               AT END
                   SET END-OF-LOANACCT TO TRUE
           END-READ.
           IF NOT END-OF-LOANACCT THEN
              PERFORM 2100-ACCUMULATE-RECORD
                  THRU 2100-ACCUMULATE-RECORD-EXIT
           END-IF.
       2000-SCAN-LOANACCT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Roll one LOANACCT record into the loan hold, flushing the     *
      * previous loan first when the key has moved on.  The header    *
      * gives the account's figures and state; each schedule line     *
      * adds to what is still owed and may push out the aging.        *
      *----------------------------------------------------------------*
       2100-ACCUMULATE-RECORD.
           IF LA-CUSTNO NOT EQUAL WS-CUR-LOAN-CUSTNO
              OR LA-TIMESTAMP NOT EQUAL WS-CUR-LOAN-TS THEN
              PERFORM 2200-FLUSH-LOAN THRU 2200-FLUSH-LOAN-EXIT
              MOVE LA-CUSTNO    TO WS-CUR-LOAN-CUSTNO
              MOVE LA-TIMESTAMP TO WS-CUR-LOAN-TS
           END-IF.

           IF LA-SEQNO EQUAL ZERO THEN
              MOVE LA-PRINCIPAL   TO WS-LOAN-PRINCIPAL
              MOVE LA-MONTHLY     TO WS-LOAN-MONTHLY
              MOVE LA-BOOKED-DATE TO WS-LOAN-BOOKED-DATE
              MOVE LA-CLOSED-DATE TO WS-LOAN-CLOSED-DATE
              IF LA-ACCT-CLOSED THEN
                 SET WS-LOAN-IS-CLOSED TO TRUE
              END-IF
              IF LA-ACCT-WRITTEN-OFF THEN
                 SET WS-LOAN-IS-WRITTEN-OFF TO TRUE
              END-IF
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.

      *    A cleared line - paid or settled - only dates the payoff.
           IF NOT LA-UNPAID THEN
              IF LA-PAID-DATE GREATER THAN WS-LOAN-LAST-PAID-DATE
                 AND LA-PAID-DATE NOT EQUAL SPACES THEN
                 MOVE LA-PAID-DATE TO WS-LOAN-LAST-PAID-DATE
              END-IF
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.

           ADD 1                TO WS-LOAN-UNPAID-LINES.
           ADD LA-PRINCIPAL-DUE TO WS-LOAN-UNPAID-PRINCIPAL.

      *    A closed or written-off account is out of the aging, as it
      *    is in PAYPOST.
           IF NOT WS-LOAN-IS-OPEN THEN
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.

      *    Installments are due on the first of the month, so the
      *    months overdue fall straight out of the year and month.
           MOVE LA-DUE-DATE(1:4) TO WS-DUE-YYYY.
           MOVE LA-DUE-DATE(5:2) TO WS-DUE-MM.
           COMPUTE WS-DUE-MONTHS = (WS-DUE-YYYY * 12) + WS-DUE-MM.
           COMPUTE WS-MONTHS-OVERDUE = WS-RUN-MONTHS - WS-DUE-MONTHS.
           IF WS-MONTHS-OVERDUE GREATER THAN ZERO THEN
              COMPUTE WS-LOAN-OVERDUE-AMOUNT = WS-LOAN-OVERDUE-AMOUNT
                  + LA-PRINCIPAL-DUE + LA-CHARGE-DUE
              IF WS-MONTHS-OVERDUE GREATER THAN WS-LOAN-WORST-MONTHS
                 MOVE WS-MONTHS-OVERDUE TO WS-LOAN-WORST-MONTHS
              END-IF
           END-IF.
       2100-ACCUMULATE-RECORD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Flush the held loan: when it was open at any time this month, *
      * build its tradeline and send it - or reject it when the       *
      * bureau could not match the customer - then clear the hold for *
      * the next one.                                                  *
      *----------------------------------------------------------------*
       2200-FLUSH-LOAN.
           IF WS-CUR-LOAN-CUSTNO EQUAL SPACES THEN
              GO TO 2200-FLUSH-LOAN-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNTS-READ.

      *    Closed, written off or paid off before the month began -
      *    reported in an earlier month for the last time.
           IF NOT WS-LOAN-IS-OPEN AND
              WS-LOAN-CLOSED-DATE(1:6) LESS THAN WS-REPORT-MONTH THEN
              ADD 1 TO WS-ACCOUNTS-NOT-OPEN
              GO TO 2200-FLUSH-LOAN-CLEAR
           END-IF.
           IF WS-LOAN-IS-OPEN AND WS-LOAN-UNPAID-LINES EQUAL ZERO THEN
              IF WS-LOAN-LAST-PAID-DATE(1:6) LESS THAN WS-REPORT-MONTH
                 THEN
                 ADD 1 TO WS-ACCOUNTS-NOT-OPEN
                 GO TO 2200-FLUSH-LOAN-CLEAR
              END-IF
           END-IF.

           MOVE SPACES              TO TRADELN-RECORD.
           SET TL-DETAIL            TO TRUE.
           MOVE WS-CUR-LOAN-CUSTNO  TO TL-CUSTNO.
           MOVE WS-CUR-LOAN-CUSTNO  TO TL-ACCT-CUSTNO.
           MOVE WS-CUR-LOAN-TS      TO TL-ACCT-TIMESTAMP.
           MOVE WS-LOAN-BOOKED-DATE TO TL-DATE-OPENED.
           MOVE WS-LOAN-PRINCIPAL   TO TL-ORIGINAL-PRINCIPAL.
           MOVE WS-LOAN-MONTHLY     TO TL-MONTHLY-PAYMENT.
           MOVE ZERO                TO TL-CURRENT-BALANCE.
           MOVE ZERO                TO TL-AMOUNT-PAST-DUE.
           MOVE ZERO                TO TL-MONTHS-PAST-DUE.
           PERFORM 2250-SET-STATUS THRU 2250-SET-STATUS-EXIT.

           MOVE WS-CUR-LOAN-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST.
           IF NOT CUSTMAST-OK THEN
              MOVE 'NOT ON CUSTMAST' TO WS-REJECT-REASON
              PERFORM 2800-REPORT-REJECT THRU 2800-REPORT-REJECT-EXIT
              GO TO 2200-FLUSH-LOAN-CLEAR
           END-IF.
           IF CM-NAME EQUAL SPACES THEN
              MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON
              PERFORM 2800-REPORT-REJECT THRU 2800-REPORT-REJECT-EXIT
              GO TO 2200-FLUSH-LOAN-CLEAR
           END-IF.
           MOVE CM-NAME TO TL-CUST-NAME.

           PERFORM 2300-FIND-BUREAU-REF THRU 2300-FIND-BUREAU-REF-EXIT.
           IF TL-BUREAU-REF EQUAL SPACES THEN
              MOVE 'NO BUREAU REFERENCE' TO WS-REJECT-REASON
              PERFORM 2800-REPORT-REJECT THRU 2800-REPORT-REJECT-EXIT
              GO TO 2200-FLUSH-LOAN-CLEAR
           END-IF.

           PERFORM 2900-WRITE-CBOUT THRU 2900-WRITE-CBOUT-EXIT.
           ADD 1                  TO WS-TRADELINE-COUNT.
           ADD TL-CURRENT-BALANCE TO WS-TOTAL-BALANCE.
           ADD TL-AMOUNT-PAST-DUE TO WS-TOTAL-PAST-DUE.
           EVALUATE TRUE
              WHEN TL-CURRENT
                 ADD 1 TO WS-CURRENT-COUNT
              WHEN TL-PAID-CLOSED
                 ADD 1 TO WS-PAID-CLOSED-COUNT
              WHEN TL-CHARGED-OFF
                 ADD 1 TO WS-CHARGED-OFF-COUNT
              WHEN OTHER
                 ADD 1 TO WS-PAST-DUE-COUNT
           END-EVALUATE.

       2200-FLUSH-LOAN-CLEAR.
           MOVE SPACES TO WS-CUR-LOAN-CUSTNO.
           MOVE SPACES TO WS-CUR-LOAN-TS.
           MOVE ZERO   TO WS-LOAN-PRINCIPAL.
           MOVE ZERO   TO WS-LOAN-MONTHLY.
           MOVE SPACES TO WS-LOAN-BOOKED-DATE.
           SET WS-LOAN-IS-OPEN TO TRUE.
           MOVE SPACES TO WS-LOAN-CLOSED-DATE.
           MOVE ZERO   TO WS-LOAN-UNPAID-LINES.
           MOVE ZERO   TO WS-LOAN-UNPAID-PRINCIPAL.
           MOVE SPACES TO WS-LOAN-LAST-PAID-DATE.
           MOVE ZERO   TO WS-LOAN-WORST-MONTHS.
           MOVE ZERO   TO WS-LOAN-OVERDUE-AMOUNT.
       2200-FLUSH-LOAN-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Set the tradeline's balance, aging, status and closed date    *
      * from the state of the held loan.                               *
      *----------------------------------------------------------------*
       2250-SET-STATUS.
           IF WS-LOAN-IS-WRITTEN-OFF THEN
              SET TL-CHARGED-OFF TO TRUE
              MOVE WS-LOAN-UNPAID-PRINCIPAL TO TL-CURRENT-BALANCE
              MOVE WS-LOAN-CLOSED-DATE      TO TL-DATE-CLOSED
              GO TO 2250-SET-STATUS-EXIT
           END-IF.
           IF WS-LOAN-IS-CLOSED THEN
              SET TL-PAID-CLOSED TO TRUE
              MOVE WS-LOAN-CLOSED-DATE      TO TL-DATE-CLOSED
              GO TO 2250-SET-STATUS-EXIT
           END-IF.
      *    Every line paid by the customer's own payments.
           IF WS-LOAN-UNPAID-LINES EQUAL ZERO THEN
              SET TL-PAID-CLOSED TO TRUE
              MOVE WS-LOAN-LAST-PAID-DATE   TO TL-DATE-CLOSED
              GO TO 2250-SET-STATUS-EXIT
           END-IF.

           MOVE WS-LOAN-UNPAID-PRINCIPAL TO TL-CURRENT-BALANCE.
           IF WS-LOAN-WORST-MONTHS GREATER THAN 99 THEN
              MOVE 99 TO TL-MONTHS-PAST-DUE
           ELSE
              MOVE WS-LOAN-WORST-MONTHS TO TL-MONTHS-PAST-DUE
           END-IF.
           IF WS-LOAN-WORST-MONTHS GREATER THAN ZERO THEN
              MOVE WS-LOAN-OVERDUE-AMOUNT TO TL-AMOUNT-PAST-DUE
           END-IF.
           EVALUATE WS-LOAN-WORST-MONTHS
              WHEN 0
                 SET TL-CURRENT      TO TRUE
              WHEN 1
                 SET TL-PAST-DUE-30  TO TRUE
              WHEN 2
                 SET TL-PAST-DUE-60  TO TRUE
              WHEN 3
                 SET TL-PAST-DUE-90  TO TRUE
              WHEN 4
                 SET TL-PAST-DUE-120 TO TRUE
              WHEN 5
                 SET TL-PAST-DUE-150 TO TRUE
              WHEN OTHER
                 SET TL-PAST-DUE-180 TO TRUE
           END-EVALUATE.
       2250-SET-STATUS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Put the bureau's reference for the customer in TL-BUREAU-REF: *
      * off the quote the account was booked from, or else the latest *
      * of the customer's other quotes that carries one.  Spaces when *
      * no quote of theirs does.                                       *
      *----------------------------------------------------------------*
       2300-FIND-BUREAU-REF.
           MOVE WS-CUR-LOAN-CUSTNO TO LM-CUSTNO.
           MOVE WS-CUR-LOAN-TS     TO LM-TIMESTAMP.
           READ LOANMAST KEY IS LM-KEY.
           IF LOANMAST-OK AND LM-BUREAU-REF NOT EQUAL SPACES THEN
              MOVE LM-BUREAU-REF TO TL-BUREAU-REF
              GO TO 2300-FIND-BUREAU-REF-EXIT
           END-IF.

           IF WS-REF-CUSTNO NOT EQUAL WS-CUR-LOAN-CUSTNO THEN
              MOVE WS-CUR-LOAN-CUSTNO TO WS-REF-CUSTNO
              MOVE SPACES             TO WS-REF-BUREAU-REF
              MOVE WS-CUR-LOAN-CUSTNO TO LM-CUSTNO
              MOVE LOW-VALUES         TO LM-TIMESTAMP
              START LOANMAST KEY NOT LESS THAN LM-KEY
              IF LOANMAST-OK THEN
                 MOVE 'N' TO WS-QUOTES-DONE-SW
                 PERFORM 2310-NEXT-QUOTE THRU 2310-NEXT-QUOTE-EXIT
                     UNTIL QUOTES-DONE
              END-IF
           END-IF.

           MOVE WS-REF-BUREAU-REF TO TL-BUREAU-REF.
           IF WS-REF-BUREAU-REF NOT EQUAL SPACES THEN
              ADD 1 TO WS-REF-FROM-OTHER-QUOTE
           END-IF.
       2300-FIND-BUREAU-REF-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Read the customer's next quote; quotes come back oldest first, *
      * so the last one with a reference is the latest.                *
      *----------------------------------------------------------------*
       2310-NEXT-QUOTE.
           READ LOANMAST NEXT RECORD
               AT END
                   SET QUOTES-DONE TO TRUE
           END-READ.
           IF QUOTES-DONE OR NOT LOANMAST-OK
              OR LM-CUSTNO NOT EQUAL WS-REF-CUSTNO THEN
              SET QUOTES-DONE TO TRUE
              GO TO 2310-NEXT-QUOTE-EXIT
           END-IF.
           IF LM-BUREAU-REF NOT EQUAL SPACES THEN
              MOVE LM-BUREAU-REF TO WS-REF-BUREAU-REF
           END-IF.
       2310-NEXT-QUOTE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * List a rejected account on the report with the reason held in *
      * WS-REJECT-REASON.                                              *
      *----------------------------------------------------------------*
       2800-REPORT-REJECT.
           ADD 1 TO WS-ACCOUNTS-REJECTED.
           MOVE WS-CUR-LOAN-CUSTNO  TO RR-CUSTNO.
           MOVE WS-CUR-LOAN-TS      TO RR-TIMESTAMP.
           MOVE WS-LOAN-BOOKED-DATE TO RR-OPENED.
           MOVE TL-ACCOUNT-STATUS   TO RR-STATUS.
           MOVE TL-CURRENT-BALANCE  TO RR-BALANCE.
           MOVE WS-REJECT-REASON    TO RR-REASON.
           WRITE CBRPT-LINE FROM RPT-REJECT-LINE.
       2800-REPORT-REJECT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Write the record built in TRADELN-RECORD to the bureau file.   *
      *----------------------------------------------------------------*
       2900-WRITE-CBOUT.
           WRITE TRADELN-RECORD.
           IF NOT CBOUT-OK THEN
              DISPLAY 'CBEXTRCT: CBOUT WRITE FAILED, STATUS='
                      WS-CBOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       2900-WRITE-CBOUT-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-FINISH-FILE - write the trailer and close the bureau     *
      * file, then finish the report with the summary.                 *
      *================================================================*
       3000-FINISH-FILE.
           MOVE SPACES               TO TRADELN-RECORD.
           SET TL-TRAILER            TO TRUE.
           MOVE WS-TRADELINE-COUNT   TO TL-RECORD-COUNT.
           MOVE WS-CURRENT-COUNT     TO TL-CURRENT-COUNT.
           MOVE WS-PAST-DUE-COUNT    TO TL-PAST-DUE-COUNT.
           MOVE WS-PAID-CLOSED-COUNT TO TL-PAID-CLOSED-COUNT.
           MOVE WS-CHARGED-OFF-COUNT TO TL-CHARGED-OFF-COUNT.
           MOVE WS-TOTAL-BALANCE     TO TL-TOTAL-BALANCE.
           MOVE WS-TOTAL-PAST-DUE    TO TL-TOTAL-PAST-DUE.
           PERFORM 2900-WRITE-CBOUT THRU 2900-WRITE-CBOUT-EXIT.
           CLOSE CBOUT.

           IF WS-ACCOUNTS-REJECTED EQUAL ZERO THEN
              WRITE CBRPT-LINE FROM RPT-NONE-LINE
           END-IF.

           WRITE CBRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-ACCOUNTS-READ        TO RS-ACCOUNTS-READ.
           MOVE WS-ACCOUNTS-NOT-OPEN    TO RS-NOT-OPEN.
           WRITE CBRPT-LINE FROM RPT-SUMMARY-1.
           MOVE WS-TRADELINE-COUNT      TO RS-TRADELINES.
           MOVE WS-ACCOUNTS-REJECTED    TO RS-REJECTED.
           WRITE CBRPT-LINE FROM RPT-SUMMARY-2.
           MOVE WS-CURRENT-COUNT        TO RS-CURRENT.
           MOVE WS-PAST-DUE-COUNT       TO RS-PAST-DUE.
           WRITE CBRPT-LINE FROM RPT-SUMMARY-3.
           MOVE WS-PAID-CLOSED-COUNT    TO RS-PAID-CLOSED.
           MOVE WS-CHARGED-OFF-COUNT    TO RS-CHARGED-OFF.
           WRITE CBRPT-LINE FROM RPT-SUMMARY-4.
           MOVE WS-TOTAL-BALANCE        TO RS-TOTAL-BALANCE.
           MOVE WS-TOTAL-PAST-DUE       TO RS-TOTAL-PAST-DUE.
           WRITE CBRPT-LINE FROM RPT-SUMMARY-5.
           MOVE WS-REF-FROM-OTHER-QUOTE TO RS-REF-OTHER.
           WRITE CBRPT-LINE FROM RPT-SUMMARY-6.
       3000-FINISH-FILE-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (tradelines written / accounts rejected / *
      * accounts read).                                                *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL KEY IS RC-KEY.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'CBEXTRCT: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-TRADELINE-COUNT   TO RC-COUNT-1.
           MOVE WS-ACCOUNTS-REJECTED TO RC-COUNT-2.
           MOVE WS-ACCOUNTS-READ     TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'CBEXTRCT: RUNCTL REWRITE FAILED, STATUS='
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
           CLOSE LOANMAST.
           CLOSE CUSTMAST.
           CLOSE CBRPT.
       9999-TERMINATE-EXIT.
           EXIT.
