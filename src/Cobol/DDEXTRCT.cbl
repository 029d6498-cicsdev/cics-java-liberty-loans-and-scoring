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
      * Module Name        DDEXTRCT.CBL                                *
      *                                                                *
      * LOANS and SCORING sample - nightly direct-debit collection    *
      * file                                                           *
      *                                                                *
      * Cuts the outbound instruction file (DDINSTR.CPY, the bank's   *
      * 120-byte format) asking the bank to collect the installments  *
      * falling due under the customers' direct-debit mandates.       *
      * For every active DDMANDT mandate on an open loan, each unpaid *
      * LOANACCT schedule line is collected on its due month's        *
      * DM-COLLECTION-DAY; a line is sent when that collection date   *
      * falls from tomorrow up to the DDLEADDY parameter's days ahead *
      * (LOANPARM, falling back to 3) - the notice the bank needs.    *
      * A line whose collection date has already passed unsent is     *
      * left to collections rather than collected late.               *
      *                                                                *
      * Each mandate records the latest installment sent, and only    *
      * installments due after it are sent, so a line is collected    *
      * once whichever night it first comes into the window.  The     *
      * mandates are only updated once the whole file has been cut;   *
      * a rerun after an abend cuts the same file again, since a      *
      * mandate updated tonight is judged by what it held before.     *
      *                                                                *
      * The header carries the originator id the bank knows us by   *
      * (the DDORIGID parameter - the file is not cut without it)     *
      * and the trailer the count and total the bank proves the file *
      * against.  DDRPT lists every instruction and every active      *
      * mandate that could not be collected on.                       *
      *                                                                *
      * Runs nightly after PAYPOST, so an installment the customer    *
      * has paid by other means today is not collected as well.      *
      * DDRETURN turns the bank's answers into PAYMENTS records.      *
      *                                                                *
      * RUNCTL counts: 1 instructions sent, 2 mandates not collected  *
      * on, 3 active mandates read.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              DDEXTRCT.
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
           SELECT DDMANDT ASSIGN TO DDMANDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-DDMANDT-STATUS.

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

           SELECT DDOUT ASSIGN TO DDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDOUT-STATUS.

           SELECT DDRPT ASSIGN TO DDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDRPT-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DDMANDT
           RECORDING MODE IS F.
           COPY DDMANDT.

       FD  LOANACCT
           RECORDING MODE IS F.
           COPY LOANACCT.

       FD  LOANPARM
           RECORDING MODE IS F.
           COPY LOANPARM.

       FD  DDOUT
           RECORDING MODE IS F.
           COPY DDINSTR.

       FD  DDRPT
           RECORDING MODE IS F.
       01  DDRPT-LINE                   PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-DDMANDT-STATUS        PIC X(02) VALUE '00'.
               88  DDMANDT-OK                     VALUE '00'.
           05  WS-LOANACCT-STATUS       PIC X(02) VALUE '00'.
               88  LOANACCT-OK                    VALUE '00'.
           05  WS-LOANPARM-STATUS       PIC X(02) VALUE '00'.
               88  LOANPARM-OK                    VALUE '00'.
           05  WS-DDOUT-STATUS          PIC X(02) VALUE '00'.
               88  DDOUT-OK                       VALUE '00'.
           05  WS-DDRPT-STATUS          PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-MANDT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  END-OF-DDMANDT                 VALUE 'Y'.
           05  WS-LOAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-LOAN                    VALUE 'Y'.
      *
      *    Fallback notice when the LOANPARM record is missing or
      *    unreadable.
       77  DEFAULT-LEAD-DAYS            PIC 9(5) VALUE 3.
       77  DDLEADDY-PARM                PIC X(8) VALUE 'DDLEADDY'.
       77  DDORIGID-PARM                PIC X(8) VALUE 'DDORIGID'.
      *
       01  WS-RUN-DATE                  PIC 9(08)      VALUE ZERO.
      *
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE-X            PIC X(8)       VALUE SPACES.
           05  WS-LEAD-DAYS             PIC 9(5)       VALUE ZERO.
           05  WS-ORIGINATOR-ID         PIC X(10)      VALUE SPACES.
      *        The collection window - tomorrow to the lead days out.
           05  WS-RUN-INT               PIC 9(08)      VALUE ZERO.
           05  WS-WINDOW-INT            PIC 9(08)      VALUE ZERO.
           05  WS-WINDOW-FROM           PIC 9(08)      VALUE ZERO.
           05  WS-WINDOW-TO             PIC 9(08)      VALUE ZERO.
           05  WS-WINDOW-FROM-X         PIC X(08)      VALUE SPACES.
           05  WS-WINDOW-TO-X           PIC X(08)      VALUE SPACES.
      *        One installment's collection date - its due month on
      *        the mandate's collection day.
           05  WS-COLLECT-DATE.
               10  WS-COLLECT-YYYYMM    PIC X(06).
               10  WS-COLLECT-DD        PIC 9(02).
           05  WS-INSTALLMENT           PIC 9(07)      VALUE ZERO.
      *        The mandate being worked: installments due after
      *        WS-SENT-THRESHOLD are sent, and the latest one sent
      *        tonight is carried into the update table.
           05  WS-SENT-THRESHOLD        PIC X(08)      VALUE SPACES.
           05  WS-MANDT-HIGH-DUE        PIC X(08)      VALUE SPACES.
           05  WS-UPD-SUB               PIC S9(5) COMP VALUE ZERO.
           05  WS-RUNCTL-DATE           PIC X(8)       VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)       VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'DDEXTRCT'.
       77  PREREQ-JOB-NAME              PIC X(8) VALUE 'PAYPOST'.
      *
      *    Counters and totals for the trailer and the run summary.
       01  WS-COUNTERS.
           05  WS-MANDATES-READ         PIC 9(7)       VALUE ZERO.
           05  WS-MANDATES-CANCELLED    PIC 9(7)       VALUE ZERO.
           05  WS-MANDATES-SKIPPED      PIC 9(7)       VALUE ZERO.
           05  WS-MANDATES-COLLECTED    PIC 9(7)       VALUE ZERO.
           05  WS-INSTRUCTION-COUNT     PIC 9(7)       VALUE ZERO.
           05  WS-INSTRUCTION-TOTAL     PIC 9(11)      VALUE ZERO.
      *
      *    The mandates an instruction went out for tonight, with the
      *    latest installment sent.  The sweep only collects them; the
      *    mandates are rewritten afterwards by key, once the whole
      *    file is cut, so an abend leaves every mandate as it was.
       01  WS-UPDATE-TABLE.
           05  WS-UPD-COUNT             PIC S9(5) COMP VALUE ZERO.
           05  WS-UPD-ENTRY OCCURS 20000 TIMES.
               10  WS-UPD-KEY           PIC X(24).
               10  WS-UPD-HIGH-DUE      PIC X(08).
      *
      *    Exceptions-list lines, held until the instructions have
      *    been printed.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-SKIP-SUB              PIC S9(4) COMP VALUE ZERO.
           05  WS-SKIP-LINE             PIC X(80) OCCURS 2000 TIMES.
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(16) VALUE SPACES.
           05  FILLER PIC X(32) VALUE
               'DIRECT-DEBIT COLLECTION FILE    '.
           05  FILLER PIC X(12) VALUE '  RUN DATE: '.
           05  RT-RUN-DATE              PIC X(08).
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-WINDOW-HDG.
           05  FILLER PIC X(12) VALUE 'ORIGINATOR: '.
           05  RH-ORIGINATOR            PIC X(10).
           05  FILLER PIC X(23) VALUE '   COLLECTION DATES    '.
           05  RH-WINDOW-FROM           PIC X(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  RH-WINDOW-TO             PIC X(08).
       01  RPT-INSTR-COLS.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(16) VALUE 'LOAN            '.
           05  FILLER PIC X(06) VALUE 'SEQ   '.
           05  FILLER PIC X(10) VALUE 'DUE       '.
           05  FILLER PIC X(10) VALUE 'COLLECT   '.
           05  FILLER PIC X(12) VALUE '      AMOUNT'.
       01  RPT-INSTR-LINE.
           05  RI-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-SEQNO                 PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-DUE-DATE              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-COLLECT-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RI-AMOUNT                PIC $Z,ZZZ,ZZ9.
       01  RPT-INSTR-TOTAL.
           05  FILLER PIC X(19) VALUE 'INSTRUCTIONS SENT: '.
           05  RI-TOTAL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER PIC X(10) VALUE '  AMOUNT: '.
           05  RI-TOTAL-AMOUNT          PIC $ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-SKIP-HDG.
           05  FILLER PIC X(40) VALUE
               'ACTIVE MANDATES NOT COLLECTED ON        '.
       01  RPT-SKIP-COLS.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(16) VALUE 'LOAN            '.
           05  FILLER PIC X(20) VALUE 'MANDATE REF         '.
           05  FILLER PIC X(20) VALUE 'REASON              '.
       01  RPT-SKIP-LINE.
           05  RK-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RK-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RK-MANDATE-REF           PIC X(18).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RK-REASON                PIC X(30).
       01  RPT-SKIP-OVERFLOW.
           05  FILLER PIC X(42) VALUE
               '... MORE - SEE THE COUNT IN THE SUMMARY   '.
       01  RPT-SUMMARY-1.
           05  FILLER PIC X(24) VALUE 'ACTIVE MANDATES READ:   '.
           05  RS-MANDATES-READ         PIC ZZZ,ZZ9.
           05  FILLER PIC X(20) VALUE '   WITH COLLECTIONS:'.
           05  RS-MANDATES-COLLECTED    PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-2.
           05  FILLER PIC X(24) VALUE 'NOT COLLECTED ON:       '.
           05  RS-MANDATES-SKIPPED      PIC ZZZ,ZZ9.
           05  FILLER PIC X(20) VALUE '   CANCELLED:       '.
           05  RS-MANDATES-CANCELLED    PIC ZZZ,ZZ9.
       01  RPT-NONE-LINE                PIC X(06) VALUE 'NONE. '.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 0100-RUNCTL-START THRU 0100-RUNCTL-START-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-READ-MANDATE THRU 2000-READ-MANDATE-EXIT
               UNTIL END-OF-DDMANDT.
           PERFORM 3000-FINISH-FILE THRU 3000-FINISH-FILE-EXIT.
           PERFORM 4000-UPDATE-MANDATES THRU 4000-UPDATE-MANDATES-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'DDEXTRCT: MANDATES=' WS-MANDATES-READ
                   ' INSTRUCTIONS=' WS-INSTRUCTION-COUNT
                   ' AMOUNT=' WS-INSTRUCTION-TOTAL
                   ' NOT COLLECTED ON=' WS-MANDATES-SKIPPED.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse a duplicate run  *
      * for a business date this job has already completed, refuse   *
      * to run before PAYPOST has posted the night's payments (an     *
      * installment paid today must not be collected as well), and    *
      * record that this run has started.                              *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'DDEXTRCT: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK AND RC-RUN-COMPLETE THEN
              DISPLAY 'DDEXTRCT: ALREADY COMPLETE FOR '
                      WS-RUNCTL-DATE ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PREREQ-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK OR NOT RC-RUN-COMPLETE THEN
              DISPLAY 'DDEXTRCT: ' PREREQ-JOB-NAME
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
      * 1000-INITIALIZE - read the notice days and originator id off  *
      * LOANPARM, work out the collection window, open the files and  *
      * write the file header and the report headings.                 *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.

           OPEN INPUT LOANPARM.
           MOVE DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
           IF NOT LOANPARM-OK THEN
              DISPLAY 'DDEXTRCT: LOANPARM OPEN FAILED, STATUS='
                      WS-LOANPARM-STATUS ' - FILE NOT CUT'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE DDLEADDY-PARM TO LP-PARM-NAME.
           READ LOANPARM.
           IF LOANPARM-OK AND LP-VALUE-9 NUMERIC
              AND LP-VALUE-9 GREATER THAN ZERO THEN
              MOVE LP-VALUE-9 TO WS-LEAD-DAYS
           ELSE
              DISPLAY 'DDEXTRCT: DDLEADDY PARAMETER MISSING OR'
                      ' NOT NUMERIC - USING ' DEFAULT-LEAD-DAYS
                      ' DAYS'
           END-IF.
      *    The bank rejects a file from an originator it does not
      *    know, so there is no fallback for the originator id.
           MOVE DDORIGID-PARM TO LP-PARM-NAME.
           READ LOANPARM.
           IF NOT LOANPARM-OK OR LP-PARM-VALUE(1:10) EQUAL SPACES THEN
              DISPLAY 'DDEXTRCT: DDORIGID PARAMETER MISSING'
                      ' - FILE NOT CUT'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE LP-PARM-VALUE(1:10) TO WS-ORIGINATOR-ID.
           CLOSE LOANPARM.

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WINDOW-INT = WS-RUN-INT + 1.
           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
           COMPUTE WS-WINDOW-INT = WS-RUN-INT + WS-LEAD-DAYS.
           COMPUTE WS-WINDOW-TO =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
           MOVE WS-WINDOW-FROM TO WS-WINDOW-FROM-X.
           MOVE WS-WINDOW-TO   TO WS-WINDOW-TO-X.

           OPEN I-O DDMANDT.
           IF NOT DDMANDT-OK THEN
              DISPLAY 'DDEXTRCT: DDMANDT OPEN FAILED, STATUS='
                      WS-DDMANDT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'DDEXTRCT: LOANACCT OPEN FAILED, STATUS='
                      WS-LOANACCT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DDOUT.
           IF NOT DDOUT-OK THEN
              DISPLAY 'DDEXTRCT: DDOUT OPEN FAILED, STATUS='
                      WS-DDOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DDRPT.

           MOVE SPACES           TO DDINSTR-RECORD.
           SET DI-HEADER         TO TRUE.
           MOVE WS-ORIGINATOR-ID TO DI-ORIGINATOR-ID.
           MOVE WS-RUN-DATE-X    TO DI-FILE-DATE.
           PERFORM 2900-WRITE-DDOUT THRU 2900-WRITE-DDOUT-EXIT.

           MOVE WS-RUN-DATE-X    TO RT-RUN-DATE.
           WRITE DDRPT-LINE FROM RPT-TITLE-1.
           WRITE DDRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-ORIGINATOR-ID TO RH-ORIGINATOR.
           MOVE WS-WINDOW-FROM-X TO RH-WINDOW-FROM.
           MOVE WS-WINDOW-TO-X   TO RH-WINDOW-TO.
           WRITE DDRPT-LINE FROM RPT-WINDOW-HDG.
           WRITE DDRPT-LINE FROM RPT-INSTR-COLS.

           MOVE LOW-VALUES TO DM-KEY.
           START DDMANDT KEY NOT LESS THAN DM-KEY.
           IF NOT DDMANDT-OK THEN
      *       No mandates on file is not an error - the file goes out
      *       with a header and an empty trailer.
              SET END-OF-DDMANDT TO TRUE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2000-READ-MANDATE - read the next mandate and, when it is     *
      * active, send whatever falls due under it.                      *
      *================================================================*
       2000-READ-MANDATE.
           READ DDMANDT NEXT RECORD
               AT END
                   SET END-OF-DDMANDT TO TRUE
           END-READ.
           IF END-OF-DDMANDT THEN
              GO TO 2000-READ-MANDATE-EXIT
           END-IF.
           IF NOT DM-ACTIVE THEN
              ADD 1 TO WS-MANDATES-CANCELLED
              GO TO 2000-READ-MANDATE-EXIT
           END-IF.
           ADD 1 TO WS-MANDATES-READ.
           PERFORM 2100-COLLECT-MANDATE THRU 2100-COLLECT-MANDATE-EXIT.
       2000-READ-MANDATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Check the mandate's loan is still open, then walk its          *
      * schedule lines for installments to send.  A mandate updated   *
      * by an earlier run tonight is judged by what it held before,   *
      * so a rerun sends the same installments again.                  *
      *----------------------------------------------------------------*
       2100-COLLECT-MANDATE.
           MOVE DM-CUSTNO    TO LA-CUSTNO.
           MOVE DM-TIMESTAMP TO LA-TIMESTAMP.
           MOVE ZERO         TO LA-SEQNO.
           READ LOANACCT KEY IS LA-KEY.
           IF NOT LOANACCT-OK THEN
              MOVE 'NO LOAN ACCOUNT ON FILE' TO RK-REASON
              PERFORM 2800-REPORT-SKIPPED THRU 2800-REPORT-SKIPPED-EXIT
              GO TO 2100-COLLECT-MANDATE-EXIT
           END-IF.
           IF LA-ACCT-CLOSED THEN
              MOVE 'LOAN CLOSED - CANCEL MANDATE' TO RK-REASON
              PERFORM 2800-REPORT-SKIPPED THRU 2800-REPORT-SKIPPED-EXIT
              GO TO 2100-COLLECT-MANDATE-EXIT
           END-IF.
           IF LA-ACCT-WRITTEN-OFF THEN
              MOVE 'LOAN WRITTEN OFF' TO RK-REASON
              PERFORM 2800-REPORT-SKIPPED THRU 2800-REPORT-SKIPPED-EXIT
              GO TO 2100-COLLECT-MANDATE-EXIT
           END-IF.

           IF DM-LAST-SENT-DATE EQUAL WS-RUN-DATE-X THEN
              MOVE DM-PREV-DUE-SENT TO WS-SENT-THRESHOLD
           ELSE
              MOVE DM-LAST-DUE-SENT TO WS-SENT-THRESHOLD
           END-IF.
           MOVE SPACES TO WS-MANDT-HIGH-DUE.

           MOVE 1 TO LA-SEQNO.
           MOVE 'N' TO WS-LOAN-EOF-SWITCH.
           START LOANACCT KEY NOT LESS THAN LA-KEY.
           IF NOT LOANACCT-OK THEN
              SET END-OF-LOAN TO TRUE
           END-IF.
           PERFORM 2200-READ-LINE THRU 2200-READ-LINE-EXIT
               UNTIL END-OF-LOAN.

           IF WS-MANDT-HIGH-DUE EQUAL SPACES THEN
              GO TO 2100-COLLECT-MANDATE-EXIT
           END-IF.
           ADD 1 TO WS-MANDATES-COLLECTED.
           IF WS-UPD-COUNT NOT LESS THAN 20000 THEN
              DISPLAY 'DDEXTRCT: MANDATE UPDATE TABLE FULL - RAISE'
                      ' THE TABLE SIZE AND RERUN'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-UPD-COUNT.
           MOVE DM-KEY            TO WS-UPD-KEY(WS-UPD-COUNT).
           MOVE WS-MANDT-HIGH-DUE TO WS-UPD-HIGH-DUE(WS-UPD-COUNT).
       2100-COLLECT-MANDATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Read the loan's next schedule line.  An unpaid installment    *
      * not yet sent whose collection date falls inside the window    *
      * goes on the file.                                              *
      *----------------------------------------------------------------*
       2200-READ-LINE.
           READ LOANACCT NEXT RECORD
               AT END
                   SET END-OF-LOAN TO TRUE
           END-READ.
           IF END-OF-LOAN THEN
              GO TO 2200-READ-LINE-EXIT
           END-IF.
           IF LA-CUSTNO NOT EQUAL DM-CUSTNO
              OR LA-TIMESTAMP NOT EQUAL DM-TIMESTAMP THEN
              SET END-OF-LOAN TO TRUE
              GO TO 2200-READ-LINE-EXIT
           END-IF.
           IF NOT LA-UNPAID
              OR LA-DUE-DATE NOT GREATER THAN WS-SENT-THRESHOLD THEN
              GO TO 2200-READ-LINE-EXIT
           END-IF.

           MOVE LA-DUE-DATE(1:6)  TO WS-COLLECT-YYYYMM.
           MOVE DM-COLLECTION-DAY TO WS-COLLECT-DD.
           IF WS-COLLECT-DATE LESS THAN WS-WINDOW-FROM-X
              OR WS-COLLECT-DATE GREATER THAN WS-WINDOW-TO-X THEN
              GO TO 2200-READ-LINE-EXIT
           END-IF.

           COMPUTE WS-INSTALLMENT = LA-PRINCIPAL-DUE + LA-CHARGE-DUE.

           MOVE SPACES             TO DDINSTR-RECORD.
           SET DI-DETAIL           TO TRUE.
           MOVE DM-BANK-ID         TO DI-BANK-ID.
           MOVE DM-ACCOUNT-NO      TO DI-ACCOUNT-NO.
           MOVE DM-ACCOUNT-NAME    TO DI-ACCOUNT-NAME.
           MOVE WS-INSTALLMENT     TO DI-AMOUNT.
           MOVE WS-COLLECT-DATE    TO DI-COLLECTION-DATE.
           SET DI-REGULAR-DEBIT    TO TRUE.
           MOVE DM-MANDATE-REF     TO DI-MANDATE-REF.
           MOVE LA-CUSTNO          TO DI-CUSTNO.
           MOVE LA-TIMESTAMP       TO DI-LOAN-TIMESTAMP.
           MOVE LA-SEQNO           TO DI-SEQNO.
           MOVE LA-DUE-DATE        TO DI-DUE-DATE.
           PERFORM 2900-WRITE-DDOUT THRU 2900-WRITE-DDOUT-EXIT.
           ADD 1 TO WS-INSTRUCTION-COUNT.
           ADD WS-INSTALLMENT TO WS-INSTRUCTION-TOTAL.

           IF LA-DUE-DATE GREATER THAN WS-MANDT-HIGH-DUE
              OR WS-MANDT-HIGH-DUE EQUAL SPACES THEN
              MOVE LA-DUE-DATE TO WS-MANDT-HIGH-DUE
           END-IF.

           MOVE LA-CUSTNO       TO RI-CUSTNO.
           MOVE LA-TIMESTAMP    TO RI-TIMESTAMP.
           MOVE LA-SEQNO        TO RI-SEQNO.
           MOVE LA-DUE-DATE     TO RI-DUE-DATE.
           MOVE WS-COLLECT-DATE TO RI-COLLECT-DATE.
           MOVE WS-INSTALLMENT  TO RI-AMOUNT.
           WRITE DDRPT-LINE FROM RPT-INSTR-LINE.
       2200-READ-LINE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Hold an active mandate that could not be collected on for the *
      * exceptions list - RK-REASON is set by the caller.  The list   *
      * is printed after the instructions, so the lines are kept in a *
      * small table.                                                   *
      *----------------------------------------------------------------*
       2800-REPORT-SKIPPED.
           ADD 1 TO WS-MANDATES-SKIPPED.
           IF WS-SKIP-COUNT NOT LESS THAN 2000 THEN
              GO TO 2800-REPORT-SKIPPED-EXIT
           END-IF.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE DM-CUSTNO      TO RK-CUSTNO.
           MOVE DM-TIMESTAMP   TO RK-TIMESTAMP.
           MOVE DM-MANDATE-REF TO RK-MANDATE-REF.
           MOVE RPT-SKIP-LINE  TO WS-SKIP-LINE(WS-SKIP-COUNT).
       2800-REPORT-SKIPPED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Write the record built in DDINSTR-RECORD to the bank file.     *
      *----------------------------------------------------------------*
       2900-WRITE-DDOUT.
           WRITE DDINSTR-RECORD.
           IF NOT DDOUT-OK THEN
              DISPLAY 'DDEXTRCT: DDOUT WRITE FAILED, STATUS='
                      WS-DDOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       2900-WRITE-DDOUT-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-FINISH-FILE - write the trailer and close the bank file, *
      * then finish the report with the exceptions and the summary.   *
      *================================================================*
       3000-FINISH-FILE.
           MOVE SPACES               TO DDINSTR-RECORD.
           SET DI-TRAILER            TO TRUE.
           MOVE WS-INSTRUCTION-COUNT TO DI-RECORD-COUNT.
           MOVE WS-INSTRUCTION-TOTAL TO DI-TOTAL-AMOUNT.
           PERFORM 2900-WRITE-DDOUT THRU 2900-WRITE-DDOUT-EXIT.
           CLOSE DDOUT.

           IF WS-INSTRUCTION-COUNT EQUAL ZERO THEN
              WRITE DDRPT-LINE FROM RPT-NONE-LINE
           END-IF.
           MOVE WS-INSTRUCTION-COUNT TO RI-TOTAL-COUNT.
           MOVE WS-INSTRUCTION-TOTAL TO RI-TOTAL-AMOUNT.
           WRITE DDRPT-LINE FROM RPT-INSTR-TOTAL.

           WRITE DDRPT-LINE FROM RPT-TITLE-2.
           WRITE DDRPT-LINE FROM RPT-SKIP-HDG.
           WRITE DDRPT-LINE FROM RPT-SKIP-COLS.
           PERFORM 3100-PRINT-SKIPPED THRU 3100-PRINT-SKIPPED-EXIT
               VARYING WS-SKIP-SUB FROM 1 BY 1
               UNTIL WS-SKIP-SUB GREATER THAN WS-SKIP-COUNT.
           IF WS-MANDATES-SKIPPED EQUAL ZERO THEN
              WRITE DDRPT-LINE FROM RPT-NONE-LINE
           END-IF.
           IF WS-MANDATES-SKIPPED GREATER THAN WS-SKIP-COUNT THEN
              WRITE DDRPT-LINE FROM RPT-SKIP-OVERFLOW
           END-IF.

           WRITE DDRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-MANDATES-READ      TO RS-MANDATES-READ.
           MOVE WS-MANDATES-COLLECTED TO RS-MANDATES-COLLECTED.
           WRITE DDRPT-LINE FROM RPT-SUMMARY-1.
           MOVE WS-MANDATES-SKIPPED   TO RS-MANDATES-SKIPPED.
           MOVE WS-MANDATES-CANCELLED TO RS-MANDATES-CANCELLED.
           WRITE DDRPT-LINE FROM RPT-SUMMARY-2.
       3000-FINISH-FILE-EXIT.
           EXIT.
      *
       3100-PRINT-SKIPPED.
           WRITE DDRPT-LINE FROM WS-SKIP-LINE(WS-SKIP-SUB).
       3100-PRINT-SKIPPED-EXIT.
           EXIT.
      *
      *================================================================*
      * 4000-UPDATE-MANDATES - now the file is complete, record on    *
      * each mandate the latest installment sent.  The value it held  *
      * before tonight is kept for a rerun - unless a broken earlier  *
      * run tonight already moved it across.                           *
      *================================================================*
       4000-UPDATE-MANDATES.
           PERFORM 4100-UPDATE-ONE-MANDATE
               THRU 4100-UPDATE-ONE-MANDATE-EXIT
               VARYING WS-UPD-SUB FROM 1 BY 1
               UNTIL WS-UPD-SUB GREATER THAN WS-UPD-COUNT.
       4000-UPDATE-MANDATES-EXIT.
           EXIT.
      *
       4100-UPDATE-ONE-MANDATE.
           MOVE WS-UPD-KEY(WS-UPD-SUB) TO DM-KEY.
           READ DDMANDT KEY IS DM-KEY.
           IF NOT DDMANDT-OK THEN
              DISPLAY 'DDEXTRCT: DDMANDT READ FAILED, STATUS='
                      WS-DDMANDT-STATUS ' FOR KEY=' DM-KEY
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF DM-LAST-SENT-DATE NOT EQUAL WS-RUN-DATE-X THEN
              MOVE DM-LAST-DUE-SENT TO DM-PREV-DUE-SENT
           END-IF.
           MOVE WS-UPD-HIGH-DUE(WS-UPD-SUB) TO DM-LAST-DUE-SENT.
           MOVE WS-RUN-DATE-X               TO DM-LAST-SENT-DATE.
           REWRITE DDMANDT-RECORD.
           IF NOT DDMANDT-OK THEN
              DISPLAY 'DDEXTRCT: DDMANDT REWRITE FAILED, STATUS='
                      WS-DDMANDT-STATUS ' FOR KEY=' DM-KEY
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       4100-UPDATE-ONE-MANDATE-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (instructions sent / mandates not         *
      * collected on / active mandates read).                          *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'DDEXTRCT: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-INSTRUCTION-COUNT TO RC-COUNT-1.
           MOVE WS-MANDATES-SKIPPED  TO RC-COUNT-2.
           MOVE WS-MANDATES-READ     TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'DDEXTRCT: RUNCTL REWRITE FAILED, STATUS='
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
           CLOSE DDMANDT.
           CLOSE LOANACCT.
           CLOSE DDRPT.
       9999-TERMINATE-EXIT.
           EXIT.
