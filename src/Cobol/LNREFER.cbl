      * LOANS and SCORING sample - LOANS application                   *
      *                                                                *
      * Supervisor referral screen.  Lists the quotes GETQUOTE        *
      * parked on the LOANREFQ queue - amount, duration, score,       *
      * bureau risk tier and why it was referred: SB for the score    *
      * band, EX for a quote that would take the customer past the    *
      * exposure limit - and takes the manager's approve or decline   *
      * decision with a reason code.  Approving an EX referral         *
      * overrides the limit; LNBOOK books it without re-checking.     *
      *                                                                *
      * A decision rewrites the pending LOANMAST record to approved   *
      * or rejected (an approval also prices the repayment off the    *
           03 WS-BROWSE-SWITCH      PIC X(1)          VALUE 'N'.
              88 END-OF-BROWSE                     VALUE 'Y'.
           03 WS-MONTHLY            PIC 9(6)          VALUE ZERO.
      *    Referral reason as shown on the screen - queue records
      *    written before the reason was kept show as score-band.
           03 WS-SHOW-REASON        PIC X(2)          VALUE SPACES.
      *    Keys of the rows on the screen, so the supervisor's row
      *    number finds its way back to the records it came from.
           03 WS-ROW-KEYS.
      * matching WS-ROW-COUNT.                                         *
      *================================================================*
       MOVE-ROW-TO-MAP.
           IF LR-REFER-EXPOSURE THEN
              MOVE 'EX' TO WS-SHOW-REASON
           ELSE
              MOVE 'SB' TO WS-SHOW-REASON
           END-IF.
           EVALUATE WS-ROW-COUNT
              WHEN 1
                 MOVE LR-CUSTNO    TO RC1O
                 MOVE LR-DURATION  TO RD1O
                 MOVE LR-SCORE     TO RS1O
                 MOVE LR-RISK-TIER TO RT1O
                 MOVE WS-SHOW-REASON TO RR1O
              WHEN 2
                 MOVE LR-CUSTNO    TO RC2O
                 MOVE LR-AMOUNT    TO RA2O
                 MOVE LR-DURATION  TO RD2O
                 MOVE LR-SCORE     TO RS2O
                 MOVE LR-RISK-TIER TO RT2O
                 MOVE WS-SHOW-REASON TO RR2O
              WHEN 3
                 MOVE LR-CUSTNO    TO RC3O
                 MOVE LR-AMOUNT    TO RA3O
                 MOVE LR-DURATION  TO RD3O
                 MOVE LR-SCORE     TO RS3O
                 MOVE LR-RISK-TIER TO RT3O
                 MOVE WS-SHOW-REASON TO RR3O
              WHEN 4
                 MOVE LR-CUSTNO    TO RC4O
                 MOVE LR-AMOUNT    TO RA4O
                 MOVE LR-DURATION  TO RD4O
                 MOVE LR-SCORE     TO RS4O
                 MOVE LR-RISK-TIER TO RT4O
                 MOVE WS-SHOW-REASON TO RR4O
              WHEN 5
                 MOVE LR-CUSTNO    TO RC5O
                 MOVE LR-AMOUNT    TO RA5O
                 MOVE LR-DURATION  TO RD5O
                 MOVE LR-SCORE     TO RS5O
                 MOVE LR-RISK-TIER TO RT5O
                 MOVE WS-SHOW-REASON TO RR5O
              WHEN 6
                 MOVE LR-CUSTNO    TO RC6O
                 MOVE LR-AMOUNT    TO RA6O
                 MOVE LR-DURATION  TO RD6O
                 MOVE LR-SCORE     TO RS6O
                 MOVE LR-RISK-TIER TO RT6O
                 MOVE WS-SHOW-REASON TO RR6O
           END-EVALUATE.
       MOVE-ROW-TO-MAP-EXIT.
           EXIT.
