      * GQPENDNG for a later run, and once one request fails the rest  *
      * of the pass is requeued rather than hammered against a service *
      * that has just gone down again.                                 *
      *                                                                *
      * The customer exposure limit is applied exactly as GETQUOTE     *
      * applies it: a request that would take the customer past the    *
      * EXPLIMIT limit on LOANPARM is referred with reason 'EX'        *
      * instead of being approved.                                     *
      *                                                                *
      * A pre-approved offer is honoured exactly as GETQUOTE honours   *
      * it: a sole-applicant request for the offer's product, at one   *
      * of its durations and for no more than that term's amount, is   *
      * approved on a live CAMPOFFR offer even if it now scores lower, *
      * and referred with reason 'EX' if it would pass the limit.  As  *
      * in GETQUOTE the approval marks the offer used, and an offer is *
      * not honoured for a customer who has fallen behind.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              RESCORE.
      *    RATETABL copybook
           COPY RATETABL REPLACING RATETABL-RECORD BY WS-RATETABL-REC.
      *
      *    LOANACCT copybook
           COPY LOANACCT REPLACING LOANACCT-RECORD BY WS-LOANACCT-REC.
      *
      *    LOANPARM copybook
           COPY LOANPARM REPLACING LOANPARM-RECORD BY WS-LOANPARM-REC.
      *
      *    CAMPOFFR copybook
           COPY CAMPOFFR REPLACING CAMPOFFR-RECORD BY WS-CAMPOFFR-REC.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 LINK-RESP             PIC 9(8)  COMP    VALUE ZERO.
           03 WS-REJECTED-COUNT     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-REFERRED-COUNT     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-REQUEUED-COUNT     PIC 9(4)  COMP    VALUE ZERO.
      *    Fields used to hold the customer's total exposure to the
      *    EXPLIMIT limit, exactly as GETQUOTE does.  The limit falls
      *    back to DEFAULT-EXPOSURE-LIMIT when the LOANPARM record is
      *    missing or unreadable.
           03 WS-PARM-KEY           PIC X(8)          VALUE SPACES.
           03 LP-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LP-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 EX-BR-RESP            PIC 9(8)  COMP    VALUE ZERO.
           03 EX-BR-RESP2           PIC 9(8)  COMP    VALUE ZERO.
           03 WS-EXPOSURE-LIMIT     PIC 9(9)          VALUE ZERO.
           03 WS-EXPOSURE           PIC 9(9)          VALUE ZERO.
           03 WS-EXPOSURE-CUSTNO    PIC X(10)         VALUE SPACES.
           03 WS-ACCT-BROWSE-KEY    PIC X(28)         VALUE LOW-VALUES.
           03 WS-QUOTE-BROWSE-KEY   PIC X(24)         VALUE LOW-VALUES.
           03 WS-EXP-DONE-SW        PIC X(1)          VALUE 'N'.
              88 WS-EXP-DONE                       VALUE 'Y'.
           03 WS-EXP-ACCT-OPEN-SW   PIC X(1)          VALUE 'N'.
              88 WS-EXP-ACCT-OPEN                  VALUE 'Y'.
      *    Set by the same browse when the customer has fallen
      *    behind - an unpaid installment on an open loan due before
      *    this month, or any loan written off - so a pre-approved
      *    offer made before it happened is not honoured.
           03 WS-EXP-MONTH          PIC X(6)          VALUE SPACES.
           03 WS-EXP-BEHIND-SW      PIC X(1)          VALUE 'N'.
              88 WS-EXP-BEHIND                     VALUE 'Y'.
           03 WS-OVER-LIMIT-SW      PIC X(1)          VALUE 'N'.
              88 WS-OVER-LIMIT                     VALUE 'Y'.
      *    Why a referred quote was referred, carried onto LOANREFQ.
           03 WS-REFER-REASON       PIC X(2)          VALUE SPACES.
      *    Fields used to honour a pre-approved offer, exactly as
      *    GETQUOTE does.
           03 OF-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 OF-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 OF-UPD-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 OF-UPD-RESP2          PIC 9(8)  COMP    VALUE ZERO.
           03 WS-OFFER-PRODUCT      PIC X(4)          VALUE SPACES.
           03 WS-OFFER-SUB          PIC 9(2)  COMP    VALUE ZERO.
           03 WS-OFFER-COVERS-SW    PIC X(1)          VALUE 'N'.
              88 WS-OFFER-COVERS                   VALUE 'Y'.
      *    The whole queue is held here while it is drained, so the
      *    queue itself can be deleted up front and requests that
      *    still cannot be scored written back to a fresh one.  Each
       77 PENDING-TSQUEUE PIC X(8)  VALUE 'GQPENDNG'.
       77 WORKLIST-TSQUEUE PIC X(8) VALUE 'GQWORKLS'.
       77 RATETABL-FILE   PIC X(8)  VALUE 'RATETABL'.
       77 LOANACCT-FILE   PIC X(8)  VALUE 'LOANACCT'.
       77 LOANPARM-FILE   PIC X(8)  VALUE 'LOANPARM'.
       77 EXPLIMIT-PARM   PIC X(8)  VALUE 'EXPLIMIT'.
       77 CAMPOFFR-FILE   PIC X(8)  VALUE 'CAMPOFFR'.
       77 DEFAULT-PRODUCT PIC X(4)  VALUE 'PL01'.
      *   Fallback exposure limit, in whole dollars, when the
      *   LOANPARM record is missing or unreadable.
       77 DEFAULT-EXPOSURE-LIMIT PIC 9(9) VALUE 100000.
      *
      *
       PROCEDURE DIVISION USING DFHEIBLK.
              GO TO PROCESS-PENDING-REQUEST-EXIT
           END-IF.

      *    Same approval line, referral band, exposure limit,
      *    pre-approved offer and repayment pricing as a live
      *    GETQUOTE quote, so a queued customer is treated no
      *    differently for having been caught by the outage.
      *    Approvals earlier in this drain are on LOANMAST already,
      *    so they count toward the limit too.
           PERFORM CHECK-CAMPAIGN-OFFER THRU CHECK-CAMPAIGN-OFFER-EXIT.
           PERFORM CHECK-EXPOSURE-LIMIT THRU CHECK-EXPOSURE-LIMIT-EXIT.
           IF WS-EXP-BEHIND THEN
              MOVE 'N' TO WS-OFFER-COVERS-SW
           END-IF.
           EVALUATE TRUE
              WHEN (SCORE OF WS-SCORE-REP GREATER THAN 60
                    OR WS-OFFER-COVERS)
               AND NOT WS-OVER-LIMIT
               PERFORM GET-RATE-FACTOR THRU GET-RATE-FACTOR-EXIT
               COMPUTE WS-RATE-MONTHS =
                   DURATION OF WS-SCORE-REQ * 12
                   / WS-RATE-MONTHS
               SET WS-LOAN-APPROVED TO TRUE
              WHEN SCORE OF WS-SCORE-REP NOT LESS THAN 55
                OR (WS-OFFER-COVERS AND WS-OVER-LIMIT)
               MOVE ZERO TO WS-MONTHLY
               SET WS-LOAN-REFERRED TO TRUE
               IF WS-OVER-LIMIT THEN
                  MOVE 'EX' TO WS-REFER-REASON
               ELSE
                  MOVE 'SB' TO WS-REFER-REASON
               END-IF
              WHEN OTHER
               MOVE ZERO TO WS-MONTHLY
               SET WS-LOAN-REJECTED TO TRUE

           EVALUATE TRUE
              WHEN WS-LOAN-APPROVED
                 IF WS-OFFER-COVERS THEN
                    PERFORM USE-CAMPAIGN-OFFER
                        THRU USE-CAMPAIGN-OFFER-EXIT
                 END-IF
                 ADD 1 TO WS-APPROVED-COUNT
                 MOVE 'APPROVED' TO WL-STATUS
              WHEN WS-LOAN-REFERRED
           MOVE SCORE OF WS-SCORE-REP      TO LR-SCORE.
           MOVE RISK-TIER OF WS-SCORE-REP  TO LR-RISK-TIER.
           MOVE PRODUCT OF WS-SCORE-REQ    TO LR-PRODUCT.
           MOVE WS-REFER-REASON            TO LR-REFER-REASON.
           SET LR-PENDING TO TRUE.
           MOVE SPACES TO LR-REASON-CODE.
           MOVE SPACES TO LR-DECIDED-BY.
       WRITE-REFERRAL-RECORD-EXIT.
           EXIT.
      *================================================================*
      * Read the customer's CAMPOFFR pre-approved offer and set        *
      * WS-OFFER-COVERS when it is still open today and the request    *
      * is a sole application for the offer's product, asking no more  *
      * than the offer's amount at one of the offer's durations - the  *
      * same test GETQUOTE makes.  No offer, or an expired or already  *
      * used one, just leaves the request to its score.                *
      *================================================================*
       CHECK-CAMPAIGN-OFFER.
           MOVE 'N' TO WS-OFFER-COVERS-SW.
           IF CUSTNO2 OF WS-SCORE-REQ NOT EQUAL SPACES THEN
              GO TO CHECK-CAMPAIGN-OFFER-EXIT
           END-IF.
           EXEC CICS READ FILE(CAMPOFFR-FILE)
                     INTO(WS-CAMPOFFR-REC)
                     RIDFLD(CUSTNO OF WS-SCORE-REQ)
                     KEYLENGTH(LENGTH OF CUSTNO OF WS-SCORE-REQ)
                     RESP(OF-READ-RESP) RESP2(OF-READ-RESP2)
           END-EXEC.
           IF OF-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              GO TO CHECK-CAMPAIGN-OFFER-EXIT
           END-IF.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-ABSDATE)
           END-EXEC.
           IF OF-EXPIRY-DATE LESS THAN WS-ABSDATE THEN
              GO TO CHECK-CAMPAIGN-OFFER-EXIT
           END-IF.
      *    An offer is honoured once only.
           IF OF-USED-DATE NOT EQUAL SPACES THEN
              GO TO CHECK-CAMPAIGN-OFFER-EXIT
           END-IF.
           MOVE PRODUCT OF WS-SCORE-REQ TO WS-OFFER-PRODUCT.
           IF WS-OFFER-PRODUCT EQUAL SPACES THEN
              MOVE DEFAULT-PRODUCT TO WS-OFFER-PRODUCT
           END-IF.
           IF WS-OFFER-PRODUCT NOT EQUAL OF-PRODUCT THEN
              GO TO CHECK-CAMPAIGN-OFFER-EXIT
           END-IF.
           PERFORM CHECK-OFFER-TERM THRU CHECK-OFFER-TERM-EXIT
               VARYING WS-OFFER-SUB FROM 1 BY 1
               UNTIL WS-OFFER-SUB GREATER THAN 5.
       CHECK-CAMPAIGN-OFFER-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * The request is covered when this term of the offer is at the   *
      * duration asked for, for at least the amount asked for.  A      *
      * term the customer did not qualify at carries a zero amount.    *
      *----------------------------------------------------------------*
       CHECK-OFFER-TERM.
           IF OF-TERM-AMOUNT(WS-OFFER-SUB) GREATER THAN ZERO
              AND OF-TERM-DURATION(WS-OFFER-SUB) EQUAL
                  DURATION OF WS-SCORE-REQ
              AND OF-TERM-AMOUNT(WS-OFFER-SUB) NOT LESS THAN
                  AMOUNT OF WS-SCORE-REQ THEN
              SET WS-OFFER-COVERS TO TRUE
           END-IF.
       CHECK-OFFER-TERM-EXIT.
           EXIT.
      *================================================================*
      * Mark the customer's CAMPOFFR offer used now that the drain has *
      * approved a request on its strength, so it cannot be drawn on   *
      * again.  The offer is re-read for update to pick up any change  *
      * since it was checked; if it has gone, or the rewrite fails,    *
      * the approval stands and the offer is simply left as it was.    *
      *================================================================*
       USE-CAMPAIGN-OFFER.
           EXEC CICS READ FILE(CAMPOFFR-FILE)
                     INTO(WS-CAMPOFFR-REC)
                     RIDFLD(CUSTNO OF WS-SCORE-REQ)
                     KEYLENGTH(LENGTH OF CUSTNO OF WS-SCORE-REQ)
                     UPDATE
                     RESP(OF-UPD-RESP) RESP2(OF-UPD-RESP2)
           END-EXEC.
           IF OF-UPD-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              GO TO USE-CAMPAIGN-OFFER-EXIT
           END-IF.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-ABSDATE)
           END-EXEC.
           MOVE WS-ABSDATE TO OF-USED-DATE.
           EXEC CICS REWRITE FILE(CAMPOFFR-FILE)
                     FROM(WS-CAMPOFFR-REC)
                     RESP(OF-UPD-RESP) RESP2(OF-UPD-RESP2)
           END-EXEC.
       USE-CAMPAIGN-OFFER-EXIT.
           EXIT.
      *================================================================*
      * Total the customer's exposure - the outstanding principal on  *
      * every open LOANACCT loan, every approved LOANMAST quote not   *
      * yet booked, and the amount asked for now - and set            *
      * WS-OVER-LIMIT when it passes the EXPLIMIT limit.  Loans       *
      * booked today count at once, not just after PAYPOST has        *
      * refreshed CM-EXISTING-DEBT overnight.                         *
      *================================================================*
       CHECK-EXPOSURE-LIMIT.
           MOVE 'N' TO WS-OVER-LIMIT-SW.
           MOVE 'N' TO WS-EXP-BEHIND-SW.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-ABSDATE)
           END-EXEC.
           MOVE WS-ABSDATE(1:6) TO WS-EXP-MONTH.
           PERFORM GET-EXPOSURE-LIMIT THRU GET-EXPOSURE-LIMIT-EXIT.
           MOVE CUSTNO OF WS-SCORE-REQ TO WS-EXPOSURE-CUSTNO.
           MOVE AMOUNT OF WS-SCORE-REQ TO WS-EXPOSURE.
           PERFORM SUM-ACCOUNT-EXPOSURE THRU SUM-ACCOUNT-EXPOSURE-EXIT.
           PERFORM SUM-QUOTE-EXPOSURE THRU SUM-QUOTE-EXPOSURE-EXIT.
           IF WS-EXPOSURE GREATER THAN WS-EXPOSURE-LIMIT THEN
              SET WS-OVER-LIMIT TO TRUE
           END-IF.
       CHECK-EXPOSURE-LIMIT-EXIT.
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
              IF LA-ACCT-WRITTEN-OFF THEN
                 SET WS-EXP-BEHIND TO TRUE
              END-IF
              GO TO READ-ACCOUNT-EXPOSURE-EXIT
           END-IF.
           IF NOT WS-EXP-ACCT-OPEN OR NOT LA-UNPAID THEN
              GO TO READ-ACCOUNT-EXPOSURE-EXIT
           END-IF.
           ADD LA-PRINCIPAL-DUE TO WS-EXPOSURE.
      *    Installments fall due on the 1st, so one due in an earlier
      *    month and still unpaid is overdue, as PAYPOST ages it.
           IF LA-DUE-DATE(1:6) LESS THAN WS-EXP-MONTH THEN
              SET WS-EXP-BEHIND TO TRUE
           END-IF.
       READ-ACCOUNT-EXPOSURE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Browse the customer's LOANMAST quotes and add the amount of   *
      * every approved one not yet booked.                            *
      *----------------------------------------------------------------*
       SUM-QUOTE-EXPOSURE.
           MOVE LOW-VALUES TO WS-QUOTE-BROWSE-KEY.
           MOVE WS-EXPOSURE-CUSTNO TO WS-QUOTE-BROWSE-KEY(1:10).
           EXEC CICS STARTBR FILE(LOANMAST-FILE)
                     RIDFLD(WS-QUOTE-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-QUOTE-BROWSE-KEY)
                     GTEQ
                     RESP(EX-BR-RESP) RESP2(EX-BR-RESP2)
           END-EXEC.
           IF EX-BR-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              GO TO SUM-QUOTE-EXPOSURE-EXIT
           END-IF.
           MOVE 'N' TO WS-EXP-DONE-SW.
           PERFORM READ-QUOTE-EXPOSURE THRU READ-QUOTE-EXPOSURE-EXIT
               UNTIL WS-EXP-DONE.
           EXEC CICS ENDBR FILE(LOANMAST-FILE)
                     RESP(EX-BR-RESP) RESP2(EX-BR-RESP2)
           END-EXEC.
       SUM-QUOTE-EXPOSURE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Read the next LOANMAST quote for the customer.                 *
      *----------------------------------------------------------------*
       READ-QUOTE-EXPOSURE.
           EXEC CICS READNEXT FILE(LOANMAST-FILE)
                     INTO(WS-LOANMAST-REC)
                     RIDFLD(WS-QUOTE-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-QUOTE-BROWSE-KEY)
                     RESP(EX-BR-RESP) RESP2(EX-BR-RESP2)
           END-EXEC.
           IF EX-BR-RESP NOT EQUAL DFHRESP(NORMAL)
              OR LM-CUSTNO NOT EQUAL WS-EXPOSURE-CUSTNO THEN
              SET WS-EXP-DONE TO TRUE
              GO TO READ-QUOTE-EXPOSURE-EXIT
           END-IF.
           IF LM-APPROVED THEN
              ADD LM-AMOUNT TO WS-EXPOSURE
           END-IF.
       READ-QUOTE-EXPOSURE-EXIT.
           EXIT.
      *================================================================*
      * Look up the repayment factor for the product and duration in  *
      * WS-SCORE-REQ on the RATETABL rate table, exactly as GETQUOTE  *
      * prices a live quote.  Any failure, or a band with no usable   *
