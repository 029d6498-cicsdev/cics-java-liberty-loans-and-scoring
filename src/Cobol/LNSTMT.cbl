      *  2026-09-02  LAS  Gate the run through the RUNCTL run-control *
      *                   file - customers must never be posted the   *
      *                   same statement run twice.                    *
      *  2026-10-15  LAS  Skip written-off loans as well as closed     *
      *                   ones, counted separately.                    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  END-OF-LOANACCT                VALUE 'Y'.
      *        On while the records being read belong to a loan a
      *        statement is being built for; off for a closed or
      *        written-off account whose lines are skipped until the
      *        next header.
           05  WS-STMT-OPEN-SW          PIC X(01) VALUE 'N'.
               88  STATEMENT-IN-FLIGHT            VALUE 'Y'.
           05  WS-PAID-SEEN-SW          PIC X(01) VALUE 'N'.
       01  WS-WORK-FIELDS.
           05  WS-STMT-COUNT            PIC 9(7)      VALUE ZERO.
           05  WS-CLOSED-SKIPPED        PIC 9(7)      VALUE ZERO.
           05  WS-WOFF-SKIPPED          PIC 9(7)      VALUE ZERO.
           05  WS-ALL-SKIPPED           PIC 9(7)      VALUE ZERO.
           05  WS-NOCUST-COUNT          PIC 9(7)      VALUE ZERO.
           05  WS-ARREARS-COUNT         PIC 9(4)      VALUE ZERO.
           05  WS-ARREARS-AMOUNT        PIC 9(9)      VALUE ZERO.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'LNSTMT: STATEMENTS=' WS-STMT-COUNT
                   ' CLOSED SKIPPED=' WS-CLOSED-SKIPPED
                   ' WRITTEN-OFF SKIPPED=' WS-WOFF-SKIPPED
                   ' NO-CUSTMAST=' WS-NOCUST-COUNT.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * Open a statement for the account header just read - heading,  *
      * customer name, account figures and the paid-this-period        *
      * section heading.  A closed or written-off account gets no      *
      * statement and its schedule lines are skipped until the next    *
      * header.                                                        *
      *----------------------------------------------------------------*
       2100-START-STATEMENT.
           IF LA-ACCT-CLOSED THEN
              ADD 1 TO WS-CLOSED-SKIPPED
              GO TO 2100-START-STATEMENT-EXIT
           END-IF.
           IF LA-ACCT-WRITTEN-OFF THEN
              ADD 1 TO WS-WOFF-SKIPPED
              GO TO 2100-START-STATEMENT-EXIT
           END-IF.

           SET STATEMENT-IN-FLIGHT TO TRUE.
           MOVE 'N' TO WS-PAID-SEEN-SW.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (statements / closed and written-off      *
      * accounts skipped / names missing).  The written-off share of   *
      * the skipped count is on the closing DISPLAY.                   *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-STMT-COUNT     TO RC-COUNT-1.
           ADD WS-CLOSED-SKIPPED WS-WOFF-SKIPPED
               GIVING WS-ALL-SKIPPED.
           MOVE WS-ALL-SKIPPED    TO RC-COUNT-2.
           MOVE WS-NOCUST-COUNT   TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
