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
      * Module Name        LNCHGOFF.CBL                                *
      *                                                                *
      * LOANS and SCORING sample - month-end charge-off run            *
      *                                                                *
      * Writes off the loans collections has given up on.  Every open *
      * LOANACCT account whose oldest unpaid installment is at least  *
      * the CHGOFFMO parameter's months overdue (LOANPARM, falling    *
      * back to 6) is moved to written-off status ('W') with tonight  *
      * as its LA-CLOSED-DATE:                                         *
      *  - PAYPOST stops aging it and drops it from the customer's    *
      *    CM-EXISTING-DEBT, and COLLSWP takes its collections case   *
      *    off the worklist;                                           *
      *  - GLEXTRCT, run after this job the same night, posts the     *
      *    outstanding principal (the LA-BALANCE-AFTER of the last    *
      *    cleared installment - the LA-PRINCIPAL-DUE of every line   *
      *    still unpaid) from loans receivable to loan losses;        *
      *  - any payment that still arrives on the loan is posted by    *
      *    PAYPOST and GLEXTRCT as a recovery.                        *
      *                                                                *
      * Months overdue are worked out exactly as PAYPOST ages the      *
      * book: installments fall due on the first of the month, so the *
      * year and month of the due date are all that matter.            *
      *                                                                *
      * Each write-off is appended to the CHGOFLOG charge-off log,    *
      * where PAYPOST logs the recoveries, and CHGREG - the charge-   *
      * off and recovery register for Finance - lists tonight's       *
      * write-offs followed by every recovery logged this month.       *
      *                                                                *
      * Intended to run on the last business night of the month,     *
      * after PAYPOST and before GLEXTRCT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              LNCHGOFF.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LOANACCT-STATUS.

           SELECT LOANPARM ASSIGN TO LOANPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-PARM-NAME
               FILE STATUS IS WS-LOANPARM-STATUS.

           SELECT OPTIONAL CHGOFLOG ASSIGN TO CHGOFLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGOFLOG-STATUS.

           SELECT CHGREG ASSIGN TO CHGREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGREG-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOANACCT
           RECORDING MODE IS F.
           COPY LOANACCT.

       FD  LOANPARM
           RECORDING MODE IS F.
           COPY LOANPARM.

       FD  CHGOFLOG
           RECORDING MODE IS F.
           COPY CHGOFLOG.

       FD  CHGREG
           RECORDING MODE IS F.
       01  CHGREG-LINE                  PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOANACCT-STATUS       PIC X(02) VALUE '00'.
               88  LOANACCT-OK                    VALUE '00'.
               88  LOANACCT-EOF                   VALUE '10'.
           05  WS-LOANPARM-STATUS       PIC X(02) VALUE '00'.
               88  LOANPARM-OK                    VALUE '00'.
           05  WS-CHGOFLOG-STATUS       PIC X(02) VALUE '00'.
               88  CHGOFLOG-OK                    VALUE '00'.
           05  WS-CHGREG-STATUS         PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-LOANACCT                VALUE 'Y'.
           05  WS-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-CHGOFLOG                VALUE 'Y'.
      *
      *    Fallback limit when the LOANPARM record is missing or
      *    unreadable.
       77  DEFAULT-CHGOFF-MONTHS        PIC 9(5) VALUE 6.
       77  CHGOFFMO-PARM                PIC X(8) VALUE 'CHGOFFMO'.
      *
      *    Today's date, used to work out how many months overdue an
      *    unpaid installment is.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
      *
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE-X            PIC X(8)       VALUE SPACES.
           05  WS-RUN-MONTHS            PIC 9(7)       VALUE ZERO.
           05  WS-DUE-YYYY              PIC 9(4)       VALUE ZERO.
           05  WS-DUE-MM                PIC 9(2)       VALUE ZERO.
           05  WS-DUE-MONTHS            PIC 9(7)       VALUE ZERO.
           05  WS-MONTHS-OVERDUE        PIC S9(5)      VALUE ZERO.
           05  WS-CHGOFF-MONTHS         PIC 9(5)       VALUE ZERO.
           05  WS-WO-SUB                PIC S9(4) COMP VALUE ZERO.
           05  WS-RUNCTL-DATE           PIC X(8)       VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)       VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'LNCHGOFF'.
       77  PREREQ-JOB-NAME              PIC X(8) VALUE 'PAYPOST'.
      *
      *    Counters and totals for the register and the run summary.
       01  WS-COUNTERS.
           05  WS-LOANS-EXAMINED        PIC 9(7)       VALUE ZERO.
           05  WS-LOANS-WRITTEN-OFF     PIC 9(7)       VALUE ZERO.
           05  WS-WRITTEN-OFF-TOTAL     PIC 9(11)      VALUE ZERO.
           05  WS-RECOVERY-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-RECOVERY-TOTAL        PIC 9(11)      VALUE ZERO.
           05  WS-REVERSED-COUNT        PIC 9(7)       VALUE ZERO.
           05  WS-REVERSED-TOTAL        PIC 9(11)      VALUE ZERO.
           05  WS-NET-RECOVERED         PIC S9(11)     VALUE ZERO.
      *
      *    The sweep reads LOANACCT in key order, so a loan's header
      *    and schedule lines arrive together.  This hold area
      *    accumulates the current loan until the key moves on.
       01  WS-LOAN-HOLD.
           05  WS-CUR-LOAN-KEY.
               10  WS-CUR-LOAN-CUSTNO   PIC X(10) VALUE SPACES.
               10  WS-CUR-LOAN-TS       PIC X(14) VALUE SPACES.
           05  WS-LOAN-BOOKED-DATE      PIC X(08) VALUE SPACES.
           05  WS-LOAN-WORST-MONTHS     PIC 9(5)  VALUE ZERO.
           05  WS-LOAN-OUTSTANDING      PIC 9(9)  VALUE ZERO.
      *        Set from the account header - only a loan still open
      *        can be written off.
           05  WS-LOAN-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-LOAN-IS-OPEN                VALUE 'Y'.
      *
      *    The loans found past the limit.  The sweep only collects
      *    them; the header rewrites are done afterwards by key, so
      *    the sequential sweep is never repositioned under itself.
       01  WS-WRITEOFF-TABLE.
           05  WS-WO-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  WS-WO-ENTRY OCCURS 2000 TIMES.
               10  WS-WO-CUSTNO         PIC X(10).
               10  WS-WO-TS             PIC X(14).
               10  WS-WO-BOOKED-DATE    PIC X(08).
               10  WS-WO-MONTHS         PIC 9(03).
               10  WS-WO-AMOUNT         PIC 9(09).
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(16) VALUE SPACES.
           05  FILLER PIC X(32) VALUE
               'CHARGE-OFF AND RECOVERY REGISTER'.
           05  FILLER PIC X(12) VALUE '  RUN DATE: '.
           05  RT-RUN-DATE              PIC X(08).
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-WRITEOFF-HDG.
           05  FILLER PIC X(33) VALUE
               'LOANS WRITTEN OFF TONIGHT - LIMIT'.
           05  RH-LIMIT                 PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE ' MONTHS OVERDUE'.
       01  RPT-WRITEOFF-COLS.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(16) VALUE 'LOAN            '.
           05  FILLER PIC X(10) VALUE 'BOOKED    '.
           05  FILLER PIC X(06) VALUE ' MTHS '.
           05  FILLER PIC X(16) VALUE '  WRITTEN OFF   '.
       01  RPT-WRITEOFF-LINE.
           05  RW-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RW-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RW-BOOKED-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RW-MONTHS                PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RW-AMOUNT                PIC $ZZZ,ZZZ,ZZ9.
       01  RPT-WRITEOFF-TOTAL.
           05  FILLER PIC X(19) VALUE 'TOTAL WRITTEN OFF: '.
           05  RW-TOTAL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER PIC X(08) VALUE ' LOANS  '.
           05  RW-TOTAL-AMOUNT          PIC $ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-RECOVERY-HDG.
           05  FILLER PIC X(40) VALUE
               'RECOVERIES ON WRITTEN-OFF LOANS - MONTH '.
           05  RH-MONTH                 PIC X(06).
       01  RPT-RECOVERY-COLS.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(16) VALUE 'LOAN            '.
           05  FILLER PIC X(10) VALUE 'WROTE OFF '.
           05  FILLER PIC X(10) VALUE 'PAID      '.
           05  FILLER PIC X(14) VALUE '      AMOUNT  '.
           05  FILLER PIC X(08) VALUE 'TYPE    '.
       01  RPT-RECOVERY-LINE.
           05  RR-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-WOFF-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-PAID-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-AMOUNT                PIC $ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-TYPE                  PIC X(08).
       01  RPT-RECOVERY-TOTAL.
           05  FILLER PIC X(19) VALUE 'RECOVERED:         '.
           05  RR-TOTAL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER PIC X(08) VALUE ' RCPTS  '.
           05  RR-TOTAL-AMOUNT          PIC $ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-REVERSED-TOTAL.
           05  FILLER PIC X(19) VALUE 'LESS REVERSED:     '.
           05  RR-REV-COUNT             PIC ZZZ,ZZ9.
           05  FILLER PIC X(08) VALUE ' RCPTS  '.
           05  RR-REV-AMOUNT            PIC $ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-NET-TOTAL.
           05  FILLER PIC X(34) VALUE
               'NET RECOVERED THIS MONTH:         '.
           05  RR-NET-AMOUNT            PIC $ZZ,ZZZ,ZZZ,ZZ9-.
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
           PERFORM 3000-WRITE-OFF-LOANS THRU 3000-WRITE-OFF-LOANS-EXIT.
           PERFORM 4000-LIST-RECOVERIES THRU 4000-LIST-RECOVERIES-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'LNCHGOFF: LIMIT=' WS-CHGOFF-MONTHS
                   ' MONTHS  OPEN LOANS=' WS-LOANS-EXAMINED
                   ' WRITTEN OFF=' WS-LOANS-WRITTEN-OFF
                   ' AMOUNT=' WS-WRITTEN-OFF-TOTAL
                   ' RECOVERIES THIS MONTH=' WS-RECOVERY-COUNT.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse a duplicate run  *
      * for a business date this job has already completed, refuse   *
      * to run before PAYPOST has posted the night's payments (a      *
      * loan the night's receipts brought back inside the limit must  *
      * not be written off), and record that this run has started.    *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNCHGOFF: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK AND RC-RUN-COMPLETE THEN
              DISPLAY 'LNCHGOFF: ALREADY COMPLETE FOR '
                      WS-RUNCTL-DATE ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PREREQ-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK OR NOT RC-RUN-COMPLETE THEN
              DISPLAY 'LNCHGOFF: ' PREREQ-JOB-NAME
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
      * 1000-INITIALIZE - read the months-overdue limit off LOANPARM, *
      * open the files, print the register heading and position the   *
      * sweep at the start of the loan book.                           *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MONTHS = (WS-RUN-YYYY * 12) + WS-RUN-MM.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.

           OPEN INPUT LOANPARM.
           MOVE DEFAULT-CHGOFF-MONTHS TO WS-CHGOFF-MONTHS.
           IF LOANPARM-OK THEN
              MOVE CHGOFFMO-PARM TO LP-PARM-NAME
              READ LOANPARM
              IF LOANPARM-OK AND LP-VALUE-9 NUMERIC
                 AND LP-VALUE-9 GREATER THAN ZERO THEN
                 MOVE LP-VALUE-9 TO WS-CHGOFF-MONTHS
              ELSE
                 DISPLAY 'LNCHGOFF: CHGOFFMO PARAMETER MISSING OR'
                         ' NOT NUMERIC - USING ' DEFAULT-CHGOFF-MONTHS
                         ' MONTHS'
              END-IF
              CLOSE LOANPARM
           ELSE
              DISPLAY 'LNCHGOFF: LOANPARM OPEN FAILED, STATUS='
                      WS-LOANPARM-STATUS ' - USING '
                      DEFAULT-CHGOFF-MONTHS ' MONTHS'
           END-IF.

           OPEN I-O LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'LNCHGOFF: LOANACCT OPEN FAILED, STATUS='
                      WS-LOANACCT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT CHGREG.

           MOVE WS-RUN-DATE-X TO RT-RUN-DATE.
           WRITE CHGREG-LINE FROM RPT-TITLE-1.
           WRITE CHGREG-LINE FROM RPT-TITLE-2.
           MOVE WS-CHGOFF-MONTHS TO RH-LIMIT.
           WRITE CHGREG-LINE FROM RPT-WRITEOFF-HDG.
           WRITE CHGREG-LINE FROM RPT-WRITEOFF-COLS.

           MOVE LOW-VALUES TO LA-KEY.
           START LOANACCT KEY NOT LESS THAN LA-KEY.
           IF NOT LOANACCT-OK THEN
      *       An empty loan book is not an error - there is simply
      *       nothing to write off.
              SET END-OF-LOANACCT TO TRUE
           END-IF.
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
      * previous loan first when the key has moved on.  Every unpaid  *
      * line adds its principal to the outstanding balance; the       *
      * overdue ones set the worst months overdue.                     *
      *----------------------------------------------------------------*
       2100-ACCUMULATE-RECORD.
           IF LA-CUSTNO NOT EQUAL WS-CUR-LOAN-CUSTNO
              OR LA-TIMESTAMP NOT EQUAL WS-CUR-LOAN-TS THEN
              PERFORM 2200-FLUSH-LOAN THRU 2200-FLUSH-LOAN-EXIT
              MOVE LA-CUSTNO    TO WS-CUR-LOAN-CUSTNO
              MOVE LA-TIMESTAMP TO WS-CUR-LOAN-TS
           END-IF.

           IF LA-SEQNO EQUAL ZERO THEN
              IF LA-ACCT-OPEN THEN
                 SET WS-LOAN-IS-OPEN TO TRUE
                 MOVE LA-BOOKED-DATE TO WS-LOAN-BOOKED-DATE
                 ADD 1 TO WS-LOANS-EXAMINED
              END-IF
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.

           IF NOT WS-LOAN-IS-OPEN OR NOT LA-UNPAID THEN
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.

           ADD LA-PRINCIPAL-DUE TO WS-LOAN-OUTSTANDING.

           MOVE LA-DUE-DATE(1:4) TO WS-DUE-YYYY.
           MOVE LA-DUE-DATE(5:2) TO WS-DUE-MM.
           COMPUTE WS-DUE-MONTHS = (WS-DUE-YYYY * 12) + WS-DUE-MM.
           COMPUTE WS-MONTHS-OVERDUE = WS-RUN-MONTHS - WS-DUE-MONTHS.
           IF WS-MONTHS-OVERDUE GREATER THAN WS-LOAN-WORST-MONTHS
              MOVE WS-MONTHS-OVERDUE TO WS-LOAN-WORST-MONTHS
           END-IF.
       2100-ACCUMULATE-RECORD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Flush the held loan: an open loan at or past the limit goes   *
      * on the write-off table.  Then clear the hold for the next.    *
      *----------------------------------------------------------------*
       2200-FLUSH-LOAN.
           IF WS-CUR-LOAN-CUSTNO EQUAL SPACES THEN
              GO TO 2200-FLUSH-LOAN-EXIT
           END-IF.

           IF WS-LOAN-IS-OPEN
              AND WS-LOAN-WORST-MONTHS NOT LESS THAN WS-CHGOFF-MONTHS
              THEN
              IF WS-WO-COUNT NOT LESS THAN 2000 THEN
                 DISPLAY 'LNCHGOFF: WRITE-OFF TABLE FULL - RAISE'
                         ' THE TABLE SIZE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-WO-COUNT
              MOVE WS-CUR-LOAN-CUSTNO  TO WS-WO-CUSTNO(WS-WO-COUNT)
              MOVE WS-CUR-LOAN-TS      TO WS-WO-TS(WS-WO-COUNT)
              MOVE WS-LOAN-BOOKED-DATE TO WS-WO-BOOKED-DATE(WS-WO-COUNT)
              MOVE WS-LOAN-WORST-MONTHS TO WS-WO-MONTHS(WS-WO-COUNT)
              MOVE WS-LOAN-OUTSTANDING TO WS-WO-AMOUNT(WS-WO-COUNT)
           END-IF.

           MOVE SPACES TO WS-CUR-LOAN-CUSTNO.
           MOVE SPACES TO WS-CUR-LOAN-TS.
           MOVE SPACES TO WS-LOAN-BOOKED-DATE.
           MOVE ZERO   TO WS-LOAN-WORST-MONTHS.
           MOVE ZERO   TO WS-LOAN-OUTSTANDING.
           MOVE 'N'    TO WS-LOAN-OPEN-SW.
       2200-FLUSH-LOAN-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-WRITE-OFF-LOANS - mark every loan the sweep found past   *
      * the limit written off, log it and print it on the register.   *
      *================================================================*
       3000-WRITE-OFF-LOANS.
           OPEN EXTEND CHGOFLOG.
           IF NOT CHGOFLOG-OK THEN
              DISPLAY 'LNCHGOFF: CHGOFLOG OPEN FAILED, STATUS='
                      WS-CHGOFLOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 3100-WRITE-OFF-ONE-LOAN
               THRU 3100-WRITE-OFF-ONE-LOAN-EXIT
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB GREATER THAN WS-WO-COUNT.

           CLOSE CHGOFLOG.

           IF WS-LOANS-WRITTEN-OFF EQUAL ZERO THEN
              WRITE CHGREG-LINE FROM RPT-NONE-LINE
           END-IF.
           MOVE WS-LOANS-WRITTEN-OFF TO RW-TOTAL-COUNT.
           MOVE WS-WRITTEN-OFF-TOTAL TO RW-TOTAL-AMOUNT.
           WRITE CHGREG-LINE FROM RPT-WRITEOFF-TOTAL.
       3000-WRITE-OFF-LOANS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Rewrite one account header to written-off status, with        *
      * tonight as the write-off date, then log and report it.        *
      *----------------------------------------------------------------*
       3100-WRITE-OFF-ONE-LOAN.
           MOVE WS-WO-CUSTNO(WS-WO-SUB) TO LA-CUSTNO.
           MOVE WS-WO-TS(WS-WO-SUB)     TO LA-TIMESTAMP.
           MOVE ZERO                    TO LA-SEQNO.
           READ LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'LNCHGOFF: LOANACCT READ FAILED, STATUS='
                      WS-LOANACCT-STATUS ' FOR KEY=' LA-KEY
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           SET LA-ACCT-WRITTEN-OFF TO TRUE.
           MOVE WS-RUN-DATE-X TO LA-CLOSED-DATE.
           REWRITE LOANACCT-RECORD.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'LNCHGOFF: LOANACCT REWRITE FAILED, STATUS='
                      WS-LOANACCT-STATUS ' FOR KEY=' LA-KEY
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-LOANS-WRITTEN-OFF.
           ADD WS-WO-AMOUNT(WS-WO-SUB) TO WS-WRITTEN-OFF-TOTAL.

           MOVE SPACES                   TO CHGOFLOG-RECORD.
           SET CL-WRITE-OFF              TO TRUE.
           MOVE WS-RUN-DATE-X            TO CL-POSTED-DATE.
           MOVE WS-WO-CUSTNO(WS-WO-SUB)  TO CL-CUSTNO.
           MOVE WS-WO-TS(WS-WO-SUB)      TO CL-TIMESTAMP.
           MOVE WS-WO-AMOUNT(WS-WO-SUB)  TO CL-AMOUNT.
           MOVE WS-WO-MONTHS(WS-WO-SUB)  TO CL-MONTHS-OVERDUE.
           MOVE WS-RUN-DATE-X            TO CL-WRITTEN-OFF-DATE.
           WRITE CHGOFLOG-RECORD.
           IF NOT CHGOFLOG-OK THEN
              DISPLAY 'LNCHGOFF: CHGOFLOG WRITE FAILED, STATUS='
                      WS-CHGOFLOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE WS-WO-CUSTNO(WS-WO-SUB)      TO RW-CUSTNO.
           MOVE WS-WO-TS(WS-WO-SUB)          TO RW-TIMESTAMP.
           MOVE WS-WO-BOOKED-DATE(WS-WO-SUB) TO RW-BOOKED-DATE.
           MOVE WS-WO-MONTHS(WS-WO-SUB)      TO RW-MONTHS.
           MOVE WS-WO-AMOUNT(WS-WO-SUB)      TO RW-AMOUNT.
           WRITE CHGREG-LINE FROM RPT-WRITEOFF-LINE.
       3100-WRITE-OFF-ONE-LOAN-EXIT.
           EXIT.
      *
      *================================================================*
      * 4000-LIST-RECOVERIES - read the charge-off log back and list  *
      * every recovery PAYPOST logged this month, netting off the     *
      * ones that bounced.                                             *
      *================================================================*
       4000-LIST-RECOVERIES.
           WRITE CHGREG-LINE FROM RPT-TITLE-2.
           MOVE WS-RUN-DATE-X(1:6) TO RH-MONTH.
           WRITE CHGREG-LINE FROM RPT-RECOVERY-HDG.
           WRITE CHGREG-LINE FROM RPT-RECOVERY-COLS.

           OPEN INPUT CHGOFLOG.
           IF WS-CHGOFLOG-STATUS NOT EQUAL '00'
              AND WS-CHGOFLOG-STATUS NOT EQUAL '05' THEN
              DISPLAY 'LNCHGOFF: CHGOFLOG OPEN FAILED, STATUS='
                      WS-CHGOFLOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'N' TO WS-LOG-EOF-SWITCH.
           PERFORM 4100-READ-LOG THRU 4100-READ-LOG-EXIT
               UNTIL END-OF-CHGOFLOG.
           CLOSE CHGOFLOG.

           IF WS-RECOVERY-COUNT EQUAL ZERO
              AND WS-REVERSED-COUNT EQUAL ZERO THEN
              WRITE CHGREG-LINE FROM RPT-NONE-LINE
           END-IF.
           MOVE WS-RECOVERY-COUNT TO RR-TOTAL-COUNT.
           MOVE WS-RECOVERY-TOTAL TO RR-TOTAL-AMOUNT.
           WRITE CHGREG-LINE FROM RPT-RECOVERY-TOTAL.
           MOVE WS-REVERSED-COUNT TO RR-REV-COUNT.
           MOVE WS-REVERSED-TOTAL TO RR-REV-AMOUNT.
           WRITE CHGREG-LINE FROM RPT-REVERSED-TOTAL.
           COMPUTE WS-NET-RECOVERED =
               WS-RECOVERY-TOTAL - WS-REVERSED-TOTAL.
           MOVE WS-NET-RECOVERED TO RR-NET-AMOUNT.
           WRITE CHGREG-LINE FROM RPT-NET-TOTAL.
       4000-LIST-RECOVERIES-EXIT.
           EXIT.
      *
       4100-READ-LOG.
           READ CHGOFLOG
               AT END
                   SET END-OF-CHGOFLOG TO TRUE
           END-READ.
           IF END-OF-CHGOFLOG THEN
              GO TO 4100-READ-LOG-EXIT
           END-IF.
           IF CL-WRITE-OFF
              OR CL-POSTED-DATE(1:6) NOT EQUAL WS-RUN-DATE-X(1:6) THEN
              GO TO 4100-READ-LOG-EXIT
           END-IF.
           IF CL-RECOVERY THEN
              ADD 1 TO WS-RECOVERY-COUNT
              ADD CL-AMOUNT TO WS-RECOVERY-TOTAL
              MOVE 'RECOVERY' TO RR-TYPE
           ELSE
              ADD 1 TO WS-REVERSED-COUNT
              ADD CL-AMOUNT TO WS-REVERSED-TOTAL
              MOVE 'REVERSED' TO RR-TYPE
           END-IF.
           MOVE CL-CUSTNO           TO RR-CUSTNO.
           MOVE CL-TIMESTAMP        TO RR-TIMESTAMP.
           MOVE CL-WRITTEN-OFF-DATE TO RR-WOFF-DATE.
           MOVE CL-PAYMENT-DATE     TO RR-PAID-DATE.
           MOVE CL-AMOUNT           TO RR-AMOUNT.
           WRITE CHGREG-LINE FROM RPT-RECOVERY-LINE.
       4100-READ-LOG-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (written off / recoveries this month /   *
      * open loans examined).                                          *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNCHGOFF: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-LOANS-WRITTEN-OFF TO RC-COUNT-1.
           MOVE WS-RECOVERY-COUNT    TO RC-COUNT-2.
           MOVE WS-LOANS-EXAMINED    TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNCHGOFF: RUNCTL REWRITE FAILED, STATUS='
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
           CLOSE CHGREG.
       9999-TERMINATE-EXIT.
           EXIT.
