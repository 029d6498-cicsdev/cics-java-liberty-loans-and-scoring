      * - and marks the LOANMAST quote booked so it cannot be booked   *
      * a second time and the inquiry side can tell a disbursed loan   *
      * from a quote that was never taken up.                          *
      *                                                                *
      * The customer exposure limit is checked again at booking,       *
      * against what is actually on the book: the outstanding          *
      * principal on the customer's open LOANACCT loans plus this      *
      * quote must stay within EXPLIMIT on LOANPARM, so two quotes     *
      * approved the same morning cannot both be booked past it.  A    *
      * quote a supervisor approved from an exposure referral on       *
      * LOANREFQ has had the limit overridden and is not re-checked.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              LNBOOK.
      *    LOANPARM copybook
           COPY LOANPARM REPLACING LOANPARM-RECORD BY WS-LOANPARM-REC.
      *
      *    LOANREFQ copybook
           COPY LOANREFQ REPLACING LOANREFQ-RECORD BY WS-LOANREFQ-REC.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 WS-TERMINAL-INPUT     PIC X(80)         VALUE SPACES.
      *    written schedule behind it.
           03 WS-BOOKING-OK-SW      PIC X(1)          VALUE 'Y'.
              88 WS-BOOKING-OK                     VALUE 'Y'.
      *    Fields used to hold the customer's booked exposure to the
      *    EXPLIMIT limit.  The limit falls back to DEFAULT-EXPOSURE-
      *    LIMIT when the LOANPARM record is missing or unreadable.
           03 LR-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LR-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 EX-BR-RESP            PIC 9(8)  COMP    VALUE ZERO.
           03 EX-BR-RESP2           PIC 9(8)  COMP    VALUE ZERO.
           03 WS-EXPOSURE-LIMIT     PIC 9(9)          VALUE ZERO.
           03 WS-EXPOSURE           PIC 9(9)          VALUE ZERO.
           03 WS-EXPOSURE-CUSTNO    PIC X(10)         VALUE SPACES.
           03 WS-ACCT-BROWSE-KEY    PIC X(28)         VALUE LOW-VALUES.
           03 WS-EXP-DONE-SW        PIC X(1)          VALUE 'N'.
              88 WS-EXP-DONE                       VALUE 'Y'.
           03 WS-EXP-ACCT-OPEN-SW   PIC X(1)          VALUE 'N'.
              88 WS-EXP-ACCT-OPEN                  VALUE 'Y'.
           03 WS-OVER-LIMIT-SW      PIC X(1)          VALUE 'N'.
              88 WS-OVER-LIMIT                     VALUE 'Y'.
      *
      *    Message to display for normal completion.
       01 BOOKED-MESSAGE.
                VALUE 'QUOTE HAS ALREADY BEEN BOOKED'.
       01 EXPIRED-MESSAGE PIC X(44)
                VALUE 'QUOTE HAS EXPIRED - PLEASE REQUEST A REQUOTE'.
       01 OVERLIMIT-MESSAGE.
          03 FILLER PIC X(30) VALUE 'BOOKING REFUSED - CUSTOMER WOU'.
          03 FILLER PIC X(30) VALUE 'LD PASS THE EXPOSURE LIMIT    '.
      *   Error message to display if a LOANACCT write fails.
      *   Include slots for RESP and RESP2.
       01 ACCTERR-MESSAGE.
       77 LOANACCT-FILE   PIC X(8)  VALUE 'LOANACCT'.
       77 LOANPARM-FILE   PIC X(8)  VALUE 'LOANPARM'.
       77 QUOTEVAL-PARM   PIC X(8)  VALUE 'QUOTEVAL'.
       77 LOANREFQ-FILE   PIC X(8)  VALUE 'LOANREFQ'.
       77 EXPLIMIT-PARM   PIC X(8)  VALUE 'EXPLIMIT'.
      *   Fallback validity window when the LOANPARM record is
      *   missing or unreadable - a broken table must never make a
      *   stale quote bookable.
       77 DEFAULT-WINDOW-DAYS PIC 9(5) VALUE 30.
      *   Fallback exposure limit, in whole dollars, when the
      *   LOANPARM record is missing or unreadable.
       77 DEFAULT-EXPOSURE-LIMIT PIC 9(9) VALUE 100000.
      *
      *
       PROCEDURE DIVISION USING DFHEIBLK.
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    Repeat the exposure check against the loans already on
      *    the book.  The quote stays approved, so it can still be
      *    booked once the customer's balances have come down.
           PERFORM CHECK-BOOKED-EXPOSURE
               THRU CHECK-BOOKED-EXPOSURE-EXIT.
           IF WS-OVER-LIMIT THEN
              EXEC CICS SEND TEXT FROM(OVERLIMIT-MESSAGE)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           COMPUTE WS-TOTAL-MONTHS = LM-DURATION * 12.

           PERFORM WRITE-ACCOUNT-HEADER
       GET-VALIDITY-WINDOW-EXIT.
           EXIT.
      *================================================================*
      * Total the customer's booked exposure - the outstanding        *
      * principal on every open LOANACCT loan plus this quote - and   *
      * set WS-OVER-LIMIT when it passes the EXPLIMIT limit.  Other   *
      * approved quotes are not counted here: only one of two quotes  *
      * that together pass the limit may be booked, but either one    *
      * may be the one.  A quote a supervisor approved from an        *
      * exposure referral is booked as approved.                      *
      *================================================================*
       CHECK-BOOKED-EXPOSURE.
           MOVE 'N' TO WS-OVER-LIMIT-SW.
           EXEC CICS READ FILE(LOANREFQ-FILE)
                     INTO(WS-LOANREFQ-REC)
                     RIDFLD(LM-KEY)
                     KEYLENGTH(LENGTH OF LM-KEY)
                     RESP(LR-READ-RESP) RESP2(LR-READ-RESP2)
           END-EXEC.
           IF LR-READ-RESP EQUAL DFHRESP(NORMAL)
              AND LR-APPROVED AND LR-REFER-EXPOSURE THEN
              GO TO CHECK-BOOKED-EXPOSURE-EXIT
           END-IF.
           PERFORM GET-EXPOSURE-LIMIT THRU GET-EXPOSURE-LIMIT-EXIT.
           MOVE LM-CUSTNO TO WS-EXPOSURE-CUSTNO.
           MOVE LM-AMOUNT TO WS-EXPOSURE.
           PERFORM SUM-ACCOUNT-EXPOSURE THRU SUM-ACCOUNT-EXPOSURE-EXIT.
           IF WS-EXPOSURE GREATER THAN WS-EXPOSURE-LIMIT THEN
              SET WS-OVER-LIMIT TO TRUE
           END-IF.
       CHECK-BOOKED-EXPOSURE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Read the EXPLIMIT exposure limit off the LOANPARM parameter   *
      * table.  Any failure, or a non-numeric value, leaves the       *
      * fallback in WS-EXPOSURE-LIMIT.                                 *
      *----------------------------------------------------------------*
       GET-EXPOSURE-LIMIT.
           MOVE DEFAULT-EXPOSURE-LIMIT TO WS-EXPOSURE-LIMIT.
           MOVE EXPLIMIT-PARM TO WS-PARM-KEY.
           EXEC CICS READ FILE(LOANPARM-FILE)
                     INTO(WS-LOANPARM-REC)
                     RIDFLD(WS-PARM-KEY)
                     KEYLENGTH(LENGTH OF WS-PARM-KEY)
                     RESP(LP-READ-RESP) RESP2(LP-READ-RESP2)
           END-EXEC.
           IF LP-READ-RESP EQUAL DFHRESP(NORMAL)
              AND LP-PARM-VALUE(1:7) NUMERIC THEN
              MOVE LP-PARM-VALUE(1:7) TO WS-EXPOSURE-LIMIT
           END-IF.
       GET-EXPOSURE-LIMIT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Browse the customer's LOANACCT loans and add the principal    *
      * still due on the unpaid schedule lines of the open ones.  A   *
      * closed or written-off loan no longer counts.                  *
      *----------------------------------------------------------------*
       SUM-ACCOUNT-EXPOSURE.
           MOVE LOW-VALUES TO WS-ACCT-BROWSE-KEY.
           MOVE WS-EXPOSURE-CUSTNO TO WS-ACCT-BROWSE-KEY(1:10).
           EXEC CICS STARTBR FILE(LOANACCT-FILE)
                     RIDFLD(WS-ACCT-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-ACCT-BROWSE-KEY)
                     GTEQ
                     RESP(EX-BR-RESP) RESP2(EX-BR-RESP2)
           END-EXEC.
           IF EX-BR-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              GO TO SUM-ACCOUNT-EXPOSURE-EXIT
           END-IF.
           MOVE 'N' TO WS-EXP-DONE-SW.
           MOVE 'N' TO WS-EXP-ACCT-OPEN-SW.
           PERFORM READ-ACCOUNT-EXPOSURE THRU READ-ACCOUNT-EXPOSURE-EXIT
               UNTIL WS-EXP-DONE.
           EXEC CICS ENDBR FILE(LOANACCT-FILE)
                     RESP(EX-BR-RESP) RESP2(EX-BR-RESP2)
           END-EXEC.
       SUM-ACCOUNT-EXPOSURE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Read the next LOANACCT record.  The header says whether the   *
      * loan is still open; its schedule lines follow it in key       *
      * order.                                                         *
      *----------------------------------------------------------------*
       READ-ACCOUNT-EXPOSURE.
           EXEC CICS READNEXT FILE(LOANACCT-FILE)
                     INTO(WS-LOANACCT-REC)
                     RIDFLD(WS-ACCT-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-ACCT-BROWSE-KEY)
                     RESP(EX-BR-RESP) RESP2(EX-BR-RESP2)
           END-EXEC.
           IF EX-BR-RESP NOT EQUAL DFHRESP(NORMAL)
              OR LA-CUSTNO NOT EQUAL WS-EXPOSURE-CUSTNO THEN
              SET WS-EXP-DONE TO TRUE
              GO TO READ-ACCOUNT-EXPOSURE-EXIT
           END-IF.
           IF LA-SEQNO EQUAL ZERO THEN
              IF LA-ACCT-OPEN THEN
                 SET WS-EXP-ACCT-OPEN TO TRUE
              ELSE
                 MOVE 'N' TO WS-EXP-ACCT-OPEN-SW
              END-IF
              GO TO READ-ACCOUNT-EXPOSURE-EXIT
           END-IF.
           IF WS-EXP-ACCT-OPEN AND LA-UNPAID THEN
              ADD LA-PRINCIPAL-DUE TO WS-EXPOSURE
           END-IF.
       READ-ACCOUNT-EXPOSURE-EXIT.
           EXIT.
      *================================================================*
      * Write the sequence-000 account header to LOANACCT.  DUPREC    *
      * here means another terminal booked this same quote first, so  *
      * it is reported as already booked rather than as an I/O error. *
