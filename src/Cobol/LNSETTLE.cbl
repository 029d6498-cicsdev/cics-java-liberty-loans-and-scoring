                VALUE 'LOAN ACCOUNT NOT ON FILE'.
       01 CLOSED-MESSAGE PIC X(30)
                VALUE 'LOAN ACCOUNT IS ALREADY CLOSED'.
       01 WRITTENOFF-MESSAGE PIC X(45)
                VALUE 'LOAN WRITTEN OFF - REFER CUSTOMER TO FINANCE'.
       01 NOTHINGDUE-MESSAGE PIC X(40)
                VALUE 'NOTHING OUTSTANDING - LOAN IS FULLY PAID'.
       01 BADACTION-MESSAGE PIC X(38)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
      *    A written-off loan is off the book - a settlement on it is
      *    a recovery Finance agrees, not a payoff quoted here.
           IF LA-ACCT-WRITTEN-OFF THEN
              EXEC CICS SEND TEXT FROM(WRITTENOFF-MESSAGE)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE LA-TOTAL-CHARGE TO WS-HEADER-CHARGE.

           PERFORM WALK-SCHEDULE THRU WALK-SCHEDULE-EXIT.
      *    The charge rebate is the unearned share of the total
      *    finance charge for the months being cut off, never more
      *    than the charge actually still unpaid on the schedule.
           MOVE ZERO TO WS-REBATE.
           IF WS-TOTAL-MONTHS GREATER THAN ZERO THEN
              COMPUTE WS-REBATE ROUNDED =
                  WS-HEADER-CHARGE * WS-UNPAID-COUNT / WS-TOTAL-MONTHS
           END-IF.
           IF WS-REBATE GREATER THAN WS-CHARGE-REMAINING THEN
              MOVE WS-CHARGE-REMAINING TO WS-REBATE
           END-IF.
      *================================================================*
      * Browse the schedule lines (sequence 0001 onward) of the loan  *
      * named in WS-IN-CUSTNO/WS-IN-TIMESTAMP, totalling what is      *
      * still unpaid, counting every line on the schedule, and        *
      * remembering each unpaid line's sequence number for the        *
      * CONFIRM pass.                                                  *
      *================================================================*
       WALK-SCHEDULE.
           MOVE WS-IN-CUSTNO    TO LA-CUSTNO.
              SET END-OF-SCHEDULE TO TRUE
              GO TO READ-SCHEDULE-LINE-EXIT
           END-IF.
      *    The charge is earned over the installments actually on the
      *    schedule - a rescheduled loan has more than LA-DURATION
      *    years' worth.
           ADD 1 TO WS-TOTAL-MONTHS.
           IF LA-UNPAID THEN
              ADD 1 TO WS-UNPAID-COUNT
              ADD LA-PRINCIPAL-DUE TO WS-OUTSTANDING
