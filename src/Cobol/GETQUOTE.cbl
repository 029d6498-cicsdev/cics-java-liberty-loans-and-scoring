      * validation, scoring, counter-offer, referral and LOANMAST      *
      * ledger logic, so an online customer gets exactly the decision  *
      * a branch clerk would have been given.                          *
      *                                                                *
      * Before anything is approved the customer's total exposure -    *
      * outstanding principal on their open LOANACCT loans, approved   *
      * LOANMAST quotes not yet booked, and this request - is held to  *
      * the EXPLIMIT limit on LOANPARM.  A quote that would pass it is *
      * referred to a supervisor on LOANREFQ with reason 'EX' instead  *
      * of being approved, whatever it scored.                         *
      *                                                                *
      * A customer holding a live pre-approved offer from the LNOFFER  *
      * campaign (CAMPOFFR, until its expiry date) has it shown on a   *
      * second line under the decision; the structured reply carries   *
      * its amount in QR-OFFER-AMOUNT.  A sole application for the     *
      * offer's product at one of its durations, for no more than the  *
      * amount offered at that duration, is approved on the strength   *
      * of the offer even if today's score falls short - the offer is  *
      * honoured - though one that would pass the exposure limit is    *
      * referred with reason 'EX' like any other.  An offer is honoured*
      * once: the approval marks it used on CAMPOFFR.  Nor is it       *
      * honoured, or shown, once the customer has fallen behind - an   *
      * unpaid installment due before this month on an open loan, or a *
      * loan written off - since the campaign ran.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              GETQUOTE.
      *    QUOTEREP copybook
           COPY QUOTEREP REPLACING QUOTE-REP BY WS-QUOTE-REP.
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
           03 WS-TERMINAL-INPUT     PIC X(80)         VALUE SPACES.
           03 WS-CHANNEL-NAME       PIC X(16)         VALUE SPACES.
           03 WS-INVOKE-MODE-SW     PIC X(1)          VALUE 'T'.
              88 WS-LINK-INVOKED                   VALUE 'L'.
      *    The terminal reply: the decision, with the customer's
      *    pre-approved offer on a second line when they hold one.
           03 WS-REPLY-SCREEN.
              05 WS-REPLY-TEXT      PIC X(80)         VALUE SPACES.
              05 WS-OFFER-TEXT      PIC X(80)         VALUE SPACES.
           03 LINK-RESP             PIC 9(8)  COMP    VALUE ZERO.
           03 LINK-RESP2            PIC 9(8)  COMP    VALUE ZERO.
           03 WS-HTTP-REQUEST       PIC X(256)        VALUE SPACES.
      *    closed by the next one even though each is a fresh call.
           03 WS-SESSION-OPEN-SW    PIC X(1)          VALUE 'N'.
              88 WS-SESSION-IS-OPEN                VALUE 'Y'.
      *    Fields used to hold the customer's total exposure to the
      *    EXPLIMIT limit.  The limit falls back to DEFAULT-EXPOSURE-
      *    LIMIT when the LOANPARM record is missing or unreadable.
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
      *    Fields used to find and honour a pre-approved offer.
           03 OF-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 OF-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 OF-UPD-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 OF-UPD-RESP2          PIC 9(8)  COMP    VALUE ZERO.
           03 WS-OFFER-PRODUCT      PIC X(4)          VALUE SPACES.
           03 WS-OFFER-SUB          PIC 9(2)  COMP    VALUE ZERO.
           03 WS-OFFER-HELD-SW      PIC X(1)          VALUE 'N'.
              88 WS-OFFER-HELD                     VALUE 'Y'.
           03 WS-OFFER-COVERS-SW    PIC X(1)          VALUE 'N'.
              88 WS-OFFER-COVERS                   VALUE 'Y'.

      *    Message to display for normal completion.
      *    Display Supplier ID and name.
          03 FILLER PIC X(30) VALUE 'QUOTE UNDER REVIEW - REFERRED '.
          03 FILLER PIC X(21) VALUE 'TO SUPERVISOR - TIER '.
          03 REF-RISK-TIER PIC X(02).
      *   Sent instead of REFERRED-MESSAGE when the quote would take
      *   the customer past the exposure limit - it goes to a
      *   supervisor whatever it scored.
       01 OVERLIMIT-MESSAGE.
          03 FILLER PIC X(30) VALUE 'QUOTE UNDER REVIEW - OVER CUST'.
          03 FILLER PIC X(27) VALUE 'OMER EXPOSURE LIMIT - TIER '.
          03 OVL-RISK-TIER PIC X(02).
      *   Second line shown to a customer holding a live pre-approved
      *   offer - the headline offer and how long it stands.
       01 OFFER-MESSAGE.
          03 FILLER PIC X(21) VALUE 'PRE-APPROVED OFFER: $'.
          03 OFR-AMOUNT PIC 9(7).
          03 FILLER PIC X(6) VALUE ' OVER '.
          03 OFR-DURATION PIC 9(2).
          03 FILLER PIC X(7) VALUE ' YEARS '.
          03 OFR-PRODUCT PIC X(4).
          03 FILLER PIC X(7) VALUE ' UNTIL '.
          03 OFR-EXPIRY PIC X(8).
      *   Sent as the second line instead when the approval was made
      *   within the offer's terms.
       01 OFFERUSED-MESSAGE.
          03 FILLER PIC X(30) VALUE 'PRE-APPROVED OFFER HONOURED - '.
          03 FILLER PIC X(12) VALUE 'VALID UNTIL '.
          03 OFU-EXPIRY PIC X(8).
      *   Error message if the referral-queue write fails - the quote
      *   is on the ledger as pending but no supervisor will see it
      *   until the queue entry is rebuilt.
       77 PENDING-TSQUEUE PIC X(8)  VALUE 'GQPENDNG'.
       77 RATETABL-FILE   PIC X(8)  VALUE 'RATETABL'.
       77 LOANREFQ-FILE   PIC X(8)  VALUE 'LOANREFQ'.
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
              END-IF
           END-IF.

      *    Look for a live pre-approved offer, and whether it covers
      *    what is being asked for.
           PERFORM CHECK-CAMPAIGN-OFFER THRU CHECK-CAMPAIGN-OFFER-EXIT.

      *    Retrieve information to generate JWT
           EXEC CICS ASSIGN USERID(SUBJECT) END-EXEC.
           MOVE 'SCORING' TO AUDIENCE.
              PERFORM SEND-REPLY THRU SEND-REPLY-EXIT
           END-IF.

      *    Hold the customer's total exposure, this request included,
      *    to the limit before anything can be approved.
           PERFORM CHECK-EXPOSURE-LIMIT THRU CHECK-EXPOSURE-LIMIT-EXIT.

      *    A customer who has fallen behind since the campaign ran
      *    can no longer rely on, or be shown, their offer.
           IF WS-EXP-BEHIND THEN
              MOVE 'N' TO WS-OFFER-HELD-SW
              MOVE 'N' TO WS-OFFER-COVERS-SW
              MOVE SPACES TO WS-OFFER-TEXT
              MOVE ZERO TO QR-OFFER-AMOUNT
              MOVE SPACES TO QR-OFFER-HONOURED
           END-IF.

      *    Compute monthly payment, priced off the rate table for
      *    this product and duration.  A request within a live
      *    pre-approved offer is approved on the offer's strength.
           IF (SCORE > 60 OR WS-OFFER-COVERS)
              AND NOT WS-OVER-LIMIT THEN
               PERFORM GET-RATE-FACTOR THRU GET-RATE-FACTOR-EXIT
               COMPUTE WS-RATE-MONTHS =
                   DURATION OF WS-SCORE-REQ * 12
               MOVE RISK-TIER OF WS-SCORE-REP TO QR-RISK-TIER
               MOVE SCORE OF WS-SCORE-REP TO QR-SCORE
               MOVE RESPONSE-MESSAGE TO WS-REPLY-TEXT
               IF WS-OFFER-COVERS THEN
                   PERFORM USE-CAMPAIGN-OFFER
                       THRU USE-CAMPAIGN-OFFER-EXIT
                   MOVE 'Y' TO QR-OFFER-HONOURED
                   MOVE OF-EXPIRY-DATE TO OFU-EXPIRY
                   MOVE OFFERUSED-MESSAGE TO WS-OFFER-TEXT
               END-IF
               PERFORM SEND-REPLY THRU SEND-REPLY-EXIT
           ELSE
           IF SCORE OF WS-SCORE-REP NOT LESS THAN 55
              OR (WS-OFFER-COVERS AND WS-OVER-LIMIT) THEN
      *    A near miss - park the quote for a supervisor instead of
      *    rejecting a customer a manager might well have taken.
      *    A quote that scored well enough but would take the
      *    customer past the exposure limit lands here too, as does
      *    one within a pre-approved offer, whatever it scored.
      *    No repayment is quoted until the manager approves.
               MOVE ZERO TO WS-MONTHLY
               SET WS-LOAN-REFERRED TO TRUE
               IF WS-OVER-LIMIT THEN
                   MOVE 'EX' TO WS-REFER-REASON
               ELSE
                   MOVE 'SB' TO WS-REFER-REASON
               END-IF
               PERFORM WRITE-LOANMAST-RECORD
               PERFORM WRITE-REFERRAL-RECORD
                   THRU WRITE-REFERRAL-RECORD-EXIT
               SET QR-REFERRED TO TRUE
               MOVE WS-REFER-REASON TO QR-REFER-REASON
               MOVE RISK-TIER OF WS-SCORE-REP TO QR-RISK-TIER
               MOVE SCORE OF WS-SCORE-REP TO QR-SCORE
               IF WS-OVER-LIMIT THEN
                   MOVE RISK-TIER OF WS-SCORE-REP TO OVL-RISK-TIER
                   MOVE OVERLIMIT-MESSAGE TO WS-REPLY-TEXT
               ELSE
                   MOVE RISK-TIER OF WS-SCORE-REP TO REF-RISK-TIER
                   MOVE REFERRED-MESSAGE TO WS-REPLY-TEXT
               END-IF
               PERFORM SEND-REPLY THRU SEND-REPLY-EXIT
           ELSE
      *    Score too low - see if a smaller amount or a longer
              EXEC CICS PUT CONTAINER(CONT-QUOTE-REP)
                        CHANNEL(WS-CHANNEL-NAME)
                        FROM(WS-QUOTE-REP) END-EXEC
           ELSE
           IF WS-OFFER-HELD THEN
              EXEC CICS SEND TEXT FROM(WS-REPLY-SCREEN)
                        ERASE FREEKB END-EXEC
           ELSE
              EXEC CICS SEND TEXT FROM(WS-REPLY-TEXT)
                        ERASE FREEKB END-EXEC
           END-IF
           END-IF.
           EXEC CICS RETURN END-EXEC.
       SEND-REPLY-EXIT.
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
      * Read the customer's CAMPOFFR pre-approved offer.  One still    *
      * open today is held: it is shown on the reply, and it covers    *
      * the request when the request is a sole application for the     *
      * offer's product and asks no more than the offer's amount at    *
      * one of the offer's durations.  An expired or already used      *
      * offer, or none at all, is simply not held - quoting goes on as *
      * normal.                                                        *
      *================================================================*
       CHECK-CAMPAIGN-OFFER.
           MOVE 'N' TO WS-OFFER-HELD-SW.
           MOVE 'N' TO WS-OFFER-COVERS-SW.
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

           SET WS-OFFER-HELD TO TRUE.
           MOVE OF-AMOUNT      TO OFR-AMOUNT.
           MOVE OF-DURATION    TO OFR-DURATION.
           MOVE OF-PRODUCT     TO OFR-PRODUCT.
           MOVE OF-EXPIRY-DATE TO OFR-EXPIRY.
           MOVE OFFER-MESSAGE  TO WS-OFFER-TEXT.
           MOVE OF-AMOUNT      TO QR-OFFER-AMOUNT.
           MOVE 'N'            TO QR-OFFER-HONOURED.

      *    The offer was sized on the customer alone, so a joint
      *    application is decided on its own score.
           IF CUSTNO2 OF WS-SCORE-REQ NOT EQUAL SPACES THEN
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
      * Mark the customer's CAMPOFFR offer used now that this quote has*
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
      * WS-SCORE-REQ on the RATETABL rate table.  The table is keyed  *
      * product / duration-band-top / effective-from: the request     *
