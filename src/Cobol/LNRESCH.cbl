       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)
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
      * Module Name        LNRESCH.CBL                                 *
      *                                                                *
      * LOANS and SCORING sample - LOANS application                   *
      *                                                                *
      * Payment holiday and loan rescheduling.  This program expects   *
      * to be invoked from the terminal with an user input, the        *
      * format is:                                                     *
      * <transaction_code> <customer_number> <loan_timestamp>          *
      *                    [HOLIDAY n | EXTEND n | APPROVE | REJECT]   *
      * naming the LOANACCT key of a booked loan.                      *
      *                                                                *
      * HOLIDAY n (n = 1 to 3) asks for a payment holiday: the next n  *
      * installments are skipped and the unpaid schedule restarts     *
      * after them.  EXTEND n (n = 1 to 36) asks for the remaining    *
      * term to be stretched by n installments, lowering each one.    *
      * Either way the request only works out the new terms and parks *
      * it on RESCHPND - like a CUSTMNT financial change, it takes a  *
      * second user to apply it.  With no action the pending request, *
      * if any, is shown.                                              *
      *                                                                *
      * APPROVE, keyed by anyone but the requester, applies it: every  *
      * unpaid schedule line ('N') is rebuilt - new LA-DUE-DATE, and   *
      * the outstanding principal and the finance charge still unpaid  *
      * re-spread evenly over the new number of installments, with     *
      * LA-BALANCE-AFTER running down to zero.  Paid and settled lines *
      * are never touched.  An extension writes the extra lines after  *
      * the last sequence number on file.  The header LA-MONTHLY       *
      * becomes the new installment, and a RESCHIST record keeps who   *
      * asked, who approved, and the before and after terms.  The      *
      * pending request is deleted before anything is rebuilt, and     *
      * only the approval whose delete succeeds goes on, so two        *
      * approvals, or an approval and a REJECT, keyed at once cannot   *
      * both take effect.  REJECT discards the pending request.        *
      *                                                                *
      * The rebuilt schedule never starts before the first of next    *
      * month, so any installments already in arrears are taken into  *
      * it rather than left overdue.  Nothing changes on the GL side - *
      * the principal outstanding is the same before and after.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              LNRESCH.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    LOANACCT copybook
           COPY LOANACCT REPLACING LOANACCT-RECORD BY WS-LOANACCT-REC.
      *
      *    RESCHPND copybook
           COPY RESCHPND REPLACING RESCHPND-RECORD BY WS-RESCHPND-REC.
      *
      *    RESCHIST copybook
           COPY RESCHIST REPLACING RESCHIST-RECORD BY WS-RESCHIST-REC.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 WS-TERMINAL-INPUT     PIC X(80)         VALUE SPACES.
           03 WS-RECEIVE-LENGTH     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-TRANID             PIC X(4)          VALUE SPACES.
           03 WS-IN-CUSTNO          PIC X(10)         VALUE SPACES.
           03 WS-IN-TIMESTAMP       PIC X(14)         VALUE SPACES.
           03 WS-IN-ACTION          PIC X(10)         VALUE SPACES.
           03 WS-IN-MONTHS          PIC X(2)          VALUE SPACES.
      *    Months operand right-justified for the numeric test.
           03 WS-MONTHS-X           PIC X(2)          VALUE ZEROES.
           03 WS-MONTHS-9 REDEFINES WS-MONTHS-X PIC 9(2).
           03 LA-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LA-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 LA-BR-RESP            PIC 9(8)  COMP    VALUE ZERO.
           03 LA-BR-RESP2           PIC 9(8)  COMP    VALUE ZERO.
           03 LA-REWRITE-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 LA-REWRITE-RESP2      PIC 9(8)  COMP    VALUE ZERO.
           03 RP-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 RP-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 RP-WRITE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 RP-WRITE-RESP2        PIC 9(8)  COMP    VALUE ZERO.
           03 RH-WRITE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 RH-WRITE-RESP2        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME            PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-ABSDATE            PIC X(8)          VALUE SPACES.
           03 WS-ABSTIMEOFDAY       PIC X(6)          VALUE SPACES.
           03 WS-USERID             PIC X(8)          VALUE SPACES.
           03 WS-TODAY.
              05 WS-TODAY-YYYY      PIC 9(4).
              05 WS-TODAY-MM        PIC 9(2).
              05 WS-TODAY-DD        PIC 9(2).
           03 WS-ACTION-SWITCH      PIC X(1)          VALUE SPACE.
              88 WS-SHOWING                        VALUE SPACE.
              88 WS-REQUESTING                     VALUE 'Q'.
              88 WS-APPROVING                      VALUE 'A'.
              88 WS-REJECTING                      VALUE 'R'.
      *    Restructure being worked out - from the keyed request, or
      *    from the pending record on an approval.
           03 WS-RESCH-TYPE         PIC X(1)          VALUE SPACE.
              88 WS-RESCH-HOLIDAY                  VALUE 'H'.
              88 WS-RESCH-EXTENSION                VALUE 'E'.
           03 WS-RESCH-MONTHS       PIC 9(2)          VALUE ZERO.
      *    Figures accumulated off the schedule lines as they stand.
           03 WS-OLD-MONTHLY        PIC 9(6)          VALUE ZERO.
           03 WS-UNPAID-COUNT       PIC 9(4)  COMP    VALUE ZERO.
           03 WS-OUTSTANDING        PIC 9(7)          VALUE ZERO.
           03 WS-CHARGE-REMAINING   PIC 9(7)          VALUE ZERO.
           03 WS-FIRST-UNPAID-DUE   PIC X(8)          VALUE SPACES.
           03 WS-LAST-UNPAID-DUE    PIC X(8)          VALUE SPACES.
           03 WS-HIGH-SEQNO         PIC 9(4)  COMP    VALUE ZERO.
           03 WS-BROWSE-SWITCH      PIC X(1)          VALUE 'N'.
              88 END-OF-SCHEDULE                    VALUE 'Y'.
      *    Sequence numbers of the unpaid lines found by the walk, so
      *    the rebuild can read each for update after the browse has
      *    ended - wide enough for every month of the longest
      *    duration quoted, which also caps the rebuilt schedule.
           03 WS-LINE-SUB           PIC 9(4)  COMP    VALUE ZERO.
           03 WS-UNPAID-SEQNOS.
              05 WS-UNPAID-SEQNO    PIC 9(4) OCCURS 360 TIMES.
      *    The rebuilt schedule.  Month numbers count months from
      *    year zero (yyyy * 12 + mm - 1) so adding months is simple
      *    arithmetic and the due date falls out of one DIVIDE.
           03 WS-NEW-COUNT          PIC 9(4)  COMP    VALUE ZERO.
           03 WS-NEW-MONTHLY        PIC 9(6)          VALUE ZERO.
           03 WS-NEW-FIRST-DUE      PIC X(8)          VALUE SPACES.
           03 WS-NEW-LAST-DUE       PIC X(8)          VALUE SPACES.
           03 WS-FIRST-MONTH-NO     PIC 9(6)  COMP    VALUE ZERO.
           03 WS-NEXT-MONTH-NO      PIC 9(6)  COMP    VALUE ZERO.
           03 WS-MONTH-NO           PIC 9(6)  COMP    VALUE ZERO.
           03 WS-MONTH-YEAR         PIC 9(4)  COMP    VALUE ZERO.
           03 WS-MONTH-REM          PIC 9(4)  COMP    VALUE ZERO.
           03 WS-WORK-YYYY          PIC 9(4)          VALUE ZERO.
           03 WS-WORK-MM            PIC 9(2)          VALUE ZERO.
           03 WS-DUE-DATE.
              05 WS-DUE-YYYY        PIC 9(4).
              05 WS-DUE-MM          PIC 9(2).
              05 WS-DUE-DD          PIC 9(2).
           03 WS-PRINCIPAL-DUE      PIC 9(6)          VALUE ZERO.
           03 WS-CHARGE-DUE         PIC 9(6)          VALUE ZERO.
           03 WS-PRINCIPAL-LEFT     PIC 9(7)          VALUE ZERO.
           03 WS-CHARGE-LEFT        PIC 9(7)          VALUE ZERO.
      *
      *    Message to display once a restructure has been parked.
       01 PARKED-MESSAGE.
          03 FILLER PIC X(34) VALUE 'RESCHEDULE AWAITS APPROVAL. NEW $'.
          03 PK-MONTHLY PIC 9(6).
          03 FILLER PIC X(6) VALUE ' FROM '.
          03 PK-FIRST-DUE PIC X(8).
          03 FILLER PIC X(4) VALUE ' TO '.
          03 PK-LAST-DUE PIC X(8).
      *    Message to display the restructure pending on a loan, so
      *    the second user sees what APPROVE would do, and who asked
      *    for it, before approving.
       01 PENDING-MESSAGE.
          03 FILLER PIC X(9) VALUE 'PENDING: '.
          03 PD-TYPE PIC X(7).
          03 FILLER PIC X(1) VALUE SPACE.
          03 PD-MONTHS PIC 9(2).
          03 FILLER PIC X(7) VALUE ' MTHS $'.
          03 PD-MONTHLY PIC 9(6).
          03 FILLER PIC X(6) VALUE ' FROM '.
          03 PD-FIRST-DUE PIC X(8).
          03 FILLER PIC X(14) VALUE ' REQUESTED BY '.
          03 PD-BY PIC X(8).
      *    Message to display once the schedule has been rebuilt.
       01 RESCHEDULED-MESSAGE.
          03 FILLER PIC X(18) VALUE 'LOAN RESCHEDULED: '.
          03 RS-COUNT PIC 9(4).
          03 FILLER PIC X(18) VALUE ' INSTALLMENTS OF $'.
          03 RS-MONTHLY PIC 9(6).
          03 FILLER PIC X(6) VALUE ' FROM '.
          03 RS-FIRST-DUE PIC X(8).
       01 EMPTYINPUTS-MESSAGE PIC X(42)
                VALUE 'RSCH REQUIRES CUSTOMER AND LOAN TIMESTAMP'.
       01 BADACTION-MESSAGE.
          03 FILLER PIC X(30) VALUE 'ACTION MUST BE HOLIDAY, EXTEND'.
          03 FILLER PIC X(26) VALUE ', APPROVE, REJECT OR BLANK'.
       01 BADHOLIDAY-MESSAGE PIC X(30)
                VALUE 'HOLIDAY MONTHS MUST BE 1 TO 3'.
       01 BADEXTEND-MESSAGE PIC X(30)
                VALUE 'EXTEND MONTHS MUST BE 1 TO 36'.
       01 NOLOAN-MESSAGE PIC X(25)
                VALUE 'LOAN ACCOUNT NOT ON FILE'.
       01 CLOSED-MESSAGE PIC X(30)
                VALUE 'LOAN ACCOUNT IS ALREADY CLOSED'.
       01 WRITTENOFF-MESSAGE PIC X(45)
                VALUE 'LOAN WRITTEN OFF - REFER CUSTOMER TO FINANCE'.
       01 NOTHINGDUE-MESSAGE PIC X(40)
                VALUE 'NOTHING OUTSTANDING - LOAN IS FULLY PAID'.
       01 TOOLONG-MESSAGE PIC X(44)
                VALUE 'SCHEDULE WOULD RUN PAST 360 INSTALLMENTS'.
       01 ALREADYPEND-MESSAGE PIC X(45)
                VALUE 'A RESCHEDULE IS ALREADY PENDING FOR THIS LOAN'.
       01 NOPENDING-MESSAGE PIC X(38)
                VALUE 'NO RESCHEDULE IS PENDING FOR THIS LOAN'.
       01 SELFAPPROVE-MESSAGE PIC X(35)
                VALUE 'APPROVER MUST DIFFER FROM REQUESTER'.
       01 REJECTED-MESSAGE PIC X(27)
                VALUE 'PENDING RESCHEDULE REJECTED'.
      *   Error message for unexpected file responses.
      *   Include slots for the file name, RESP and RESP2.
       01 FILEERR-MESSAGE.
          03 FILLER PIC X(6) VALUE 'ERROR '.
          03 FILEERR-FILE PIC X(8) DISPLAY.
          03 FILLER PIC X(6) VALUE ' RESP:'.
          03 FILEERR-RESP PIC 9(8) DISPLAY.
          03 FILLER PIC X(7) VALUE ' RESP2:'.
          03 FILEERR-RESP2 PIC 9(8) DISPLAY.
      *   Names of various CICS constructs
       77 LOANACCT-FILE   PIC X(8)  VALUE 'LOANACCT'.
       77 RESCHPND-FILE   PIC X(8)  VALUE 'RESCHPND'.
       77 RESCHIST-FILE   PIC X(8)  VALUE 'RESCHIST'.
      *   Limits on the months a restructure may be asked for.
       77 MAX-HOLIDAY-MONTHS PIC 9(2) VALUE 3.
       77 MAX-EXTEND-MONTHS  PIC 9(2) VALUE 36.
       77 MAX-SCHEDULE-LINES PIC 9(4) VALUE 360.
      *
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.
      *    Receive data from terminal
           MOVE LENGTH OF WS-TERMINAL-INPUT TO WS-RECEIVE-LENGTH.
           EXEC CICS RECEIVE INTO(WS-TERMINAL-INPUT)
                     LENGTH(WS-RECEIVE-LENGTH) END-EXEC.

      *    Fold input to uppercase if not already done by CICS
           MOVE FUNCTION UPPER-CASE(WS-TERMINAL-INPUT)
               TO WS-TERMINAL-INPUT.

      *    Parse the input into custno, loan timestamp, action and
      *    the months a holiday or extension is for
           UNSTRING WS-TERMINAL-INPUT DELIMITED BY ALL SPACES
               INTO WS-TRANID,
               WS-IN-CUSTNO,
               WS-IN-TIMESTAMP,
               WS-IN-ACTION,
               WS-IN-MONTHS
           END-UNSTRING.

      *    Check that inputs are not empty
           IF WS-IN-CUSTNO EQUAL SPACES
              OR WS-IN-TIMESTAMP EQUAL SPACES THEN
                  EXEC CICS SEND TEXT FROM(EMPTYINPUTS-MESSAGE)
                       ERASE FREEKB END-EXEC
                  EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE WS-IN-ACTION
              WHEN SPACES
                 SET WS-SHOWING TO TRUE
              WHEN 'HOLIDAY'
                 SET WS-REQUESTING    TO TRUE
                 SET WS-RESCH-HOLIDAY TO TRUE
                 PERFORM EDIT-MONTHS THRU EDIT-MONTHS-EXIT
                 IF WS-RESCH-MONTHS EQUAL ZERO
                    OR WS-RESCH-MONTHS GREATER THAN MAX-HOLIDAY-MONTHS
                    THEN
                    EXEC CICS SEND TEXT FROM(BADHOLIDAY-MESSAGE)
                         ERASE FREEKB END-EXEC
                    EXEC CICS RETURN END-EXEC
                 END-IF
              WHEN 'EXTEND'
                 SET WS-REQUESTING      TO TRUE
                 SET WS-RESCH-EXTENSION TO TRUE
                 PERFORM EDIT-MONTHS THRU EDIT-MONTHS-EXIT
                 IF WS-RESCH-MONTHS EQUAL ZERO
                    OR WS-RESCH-MONTHS GREATER THAN MAX-EXTEND-MONTHS
                    THEN
                    EXEC CICS SEND TEXT FROM(BADEXTEND-MESSAGE)
                         ERASE FREEKB END-EXEC
                    EXEC CICS RETURN END-EXEC
                 END-IF
              WHEN 'APPROVE'
                 SET WS-APPROVING TO TRUE
              WHEN 'REJECT'
                 SET WS-REJECTING TO TRUE
              WHEN OTHER
                 EXEC CICS SEND TEXT FROM(BADACTION-MESSAGE)
                      ERASE FREEKB END-EXEC
                 EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-ABSDATE)
                     TIME(WS-ABSTIMEOFDAY)
           END-EXEC.
           MOVE WS-ABSDATE TO WS-TODAY.

      *    Showing and rejecting only touch the pending record.
           IF WS-SHOWING THEN
              PERFORM SHOW-PENDING THRU SHOW-PENDING-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF.
           IF WS-REJECTING THEN
              PERFORM REJECT-PENDING THRU REJECT-PENDING-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF.

      *    An approval restructures whatever was requested - and
      *    never by the user who asked for it.
           IF WS-APPROVING THEN
              MOVE WS-IN-CUSTNO    TO RP-CUSTNO
              MOVE WS-IN-TIMESTAMP TO RP-TIMESTAMP
              EXEC CICS READ FILE(RESCHPND-FILE)
                        INTO(WS-RESCHPND-REC)
                        RIDFLD(RP-KEY)
                        KEYLENGTH(LENGTH OF RP-KEY)
                        RESP(RP-READ-RESP) RESP2(RP-READ-RESP2)
              END-EXEC
              IF RP-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                 EXEC CICS SEND TEXT FROM(NOPENDING-MESSAGE)
                      ERASE FREEKB END-EXEC
                 EXEC CICS RETURN END-EXEC
              END-IF
              IF RP-REQUESTED-BY EQUAL WS-USERID THEN
                 EXEC CICS SEND TEXT FROM(SELFAPPROVE-MESSAGE)
                      ERASE FREEKB END-EXEC
                 EXEC CICS RETURN END-EXEC
              END-IF
              MOVE RP-TYPE   TO WS-RESCH-TYPE
              MOVE RP-MONTHS TO WS-RESCH-MONTHS
           END-IF.

      *    Read the sequence-0000 account header.
           MOVE WS-IN-CUSTNO    TO LA-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO LA-TIMESTAMP.
           MOVE ZERO            TO LA-SEQNO.
           EXEC CICS READ FILE(LOANACCT-FILE)
                     INTO(WS-LOANACCT-REC)
                     RIDFLD(LA-KEY)
                     KEYLENGTH(LENGTH OF LA-KEY)
                     RESP(LA-READ-RESP) RESP2(LA-READ-RESP2)
           END-EXEC.
           IF LA-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              EXEC CICS SEND TEXT FROM(NOLOAN-MESSAGE)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           IF LA-ACCT-CLOSED THEN
              EXEC CICS SEND TEXT FROM(CLOSED-MESSAGE)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
      *    A written-off loan is off the book - any arrangement on it
      *    is a recovery Finance agrees, not a reschedule.
           IF LA-ACCT-WRITTEN-OFF THEN
              EXEC CICS SEND TEXT FROM(WRITTENOFF-MESSAGE)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE LA-MONTHLY TO WS-OLD-MONTHLY.

           PERFORM WALK-SCHEDULE THRU WALK-SCHEDULE-EXIT.
           IF WS-UNPAID-COUNT EQUAL ZERO THEN
              EXEC CICS SEND TEXT FROM(NOTHINGDUE-MESSAGE)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM PLAN-SCHEDULE THRU PLAN-SCHEDULE-EXIT.
           IF WS-NEW-COUNT GREATER THAN MAX-SCHEDULE-LINES THEN
              EXEC CICS SEND TEXT FROM(TOOLONG-MESSAGE)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-REQUESTING THEN
              PERFORM PARK-REQUEST THRU PARK-REQUEST-EXIT
           ELSE
      *       Take the pending request off the file first - only the
      *       approver whose delete succeeds applies it, so a second
      *       approval or a reject racing this one finds nothing.
              EXEC CICS DELETE FILE(RESCHPND-FILE)
                        RIDFLD(RP-KEY)
                        KEYLENGTH(LENGTH OF RP-KEY)
                        RESP(RP-WRITE-RESP) RESP2(RP-WRITE-RESP2)
              END-EXEC
              IF RP-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                 EXEC CICS SEND TEXT FROM(NOPENDING-MESSAGE)
                      ERASE FREEKB END-EXEC
                 EXEC CICS RETURN END-EXEC
              END-IF
              PERFORM REBUILD-SCHEDULE THRU REBUILD-SCHEDULE-EXIT
              PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT
              MOVE WS-NEW-COUNT     TO RS-COUNT
              MOVE WS-NEW-MONTHLY   TO RS-MONTHLY
              MOVE WS-NEW-FIRST-DUE TO RS-FIRST-DUE
              EXEC CICS SEND TEXT FROM(RESCHEDULED-MESSAGE)
                        ERASE FREEKB END-EXEC
           END-IF.
      *
      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *================================================================*
      * Right-justify the months operand and check it is numeric.  A  *
      * missing or non-numeric value is left as zero, which both       *
      * callers refuse.                                                *
      *================================================================*
       EDIT-MONTHS.
           MOVE ZERO TO WS-RESCH-MONTHS.
           MOVE ZEROES TO WS-MONTHS-X.
           IF WS-IN-MONTHS(2:1) EQUAL SPACE THEN
              MOVE WS-IN-MONTHS(1:1) TO WS-MONTHS-X(2:1)
           ELSE
              MOVE WS-IN-MONTHS TO WS-MONTHS-X
           END-IF.
           IF WS-MONTHS-9 NUMERIC THEN
              MOVE WS-MONTHS-9 TO WS-RESCH-MONTHS
           END-IF.
       EDIT-MONTHS-EXIT.
           EXIT.
      *================================================================*
      * Show the restructure pending on the loan, if there is one.    *
      *================================================================*
       SHOW-PENDING.
           MOVE WS-IN-CUSTNO    TO RP-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO RP-TIMESTAMP.
           EXEC CICS READ FILE(RESCHPND-FILE)
                     INTO(WS-RESCHPND-REC)
                     RIDFLD(RP-KEY)
                     KEYLENGTH(LENGTH OF RP-KEY)
                     RESP(RP-READ-RESP) RESP2(RP-READ-RESP2)
           END-EXEC.
           IF RP-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              EXEC CICS SEND TEXT FROM(NOPENDING-MESSAGE)
                   ERASE FREEKB END-EXEC
              GO TO SHOW-PENDING-EXIT
           END-IF.
           IF RP-HOLIDAY THEN
              MOVE 'HOLIDAY' TO PD-TYPE
           ELSE
              MOVE 'EXTEND'  TO PD-TYPE
           END-IF.
           MOVE RP-MONTHS        TO PD-MONTHS.
           MOVE RP-NEW-MONTHLY   TO PD-MONTHLY.
           MOVE RP-NEW-FIRST-DUE TO PD-FIRST-DUE.
           MOVE RP-REQUESTED-BY  TO PD-BY.
           EXEC CICS SEND TEXT FROM(PENDING-MESSAGE)
                     ERASE FREEKB END-EXEC.
       SHOW-PENDING-EXIT.
           EXIT.
      *================================================================*
      * Discard the restructure pending on the loan without applying  *
      * it.                                                            *
      *================================================================*
       REJECT-PENDING.
           MOVE WS-IN-CUSTNO    TO RP-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO RP-TIMESTAMP.
           EXEC CICS DELETE FILE(RESCHPND-FILE)
                     RIDFLD(RP-KEY)
                     KEYLENGTH(LENGTH OF RP-KEY)
                     RESP(RP-WRITE-RESP) RESP2(RP-WRITE-RESP2)
           END-EXEC.
           IF RP-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              EXEC CICS SEND TEXT FROM(NOPENDING-MESSAGE)
                   ERASE FREEKB END-EXEC
           ELSE
              EXEC CICS SEND TEXT FROM(REJECTED-MESSAGE)
                   ERASE FREEKB END-EXEC
           END-IF.
       REJECT-PENDING-EXIT.
           EXIT.
      *================================================================*
      * Browse the schedule lines (sequence 0001 onward) of the loan  *
      * named in WS-IN-CUSTNO/WS-IN-TIMESTAMP, totalling what is      *
      * still unpaid, remembering each unpaid line's sequence number  *
      * for the rebuild, and noting the highest sequence on file for  *
      * the lines an extension adds.                                   *
      *================================================================*
       WALK-SCHEDULE.
           MOVE WS-IN-CUSTNO    TO LA-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO LA-TIMESTAMP.
           MOVE 1               TO LA-SEQNO.
           EXEC CICS STARTBR FILE(LOANACCT-FILE)
                     RIDFLD(LA-KEY)
                     KEYLENGTH(LENGTH OF LA-KEY)
                     GTEQ
                     RESP(LA-BR-RESP) RESP2(LA-BR-RESP2)
           END-EXEC.
           IF LA-BR-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              SET END-OF-SCHEDULE TO TRUE
              GO TO WALK-SCHEDULE-EXIT
           END-IF.

           PERFORM READ-SCHEDULE-LINE THRU READ-SCHEDULE-LINE-EXIT
               UNTIL END-OF-SCHEDULE.
           EXEC CICS ENDBR FILE(LOANACCT-FILE)
                     RESP(LA-BR-RESP) RESP2(LA-BR-RESP2)
           END-EXEC.
       WALK-SCHEDULE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Read the next schedule line and roll an unpaid one into the   *
      * figures being carried into the rebuild.                        *
      *----------------------------------------------------------------*
       READ-SCHEDULE-LINE.
           EXEC CICS READNEXT FILE(LOANACCT-FILE)
                     INTO(WS-LOANACCT-REC)
                     RIDFLD(LA-KEY)
                     KEYLENGTH(LENGTH OF LA-KEY)
                     RESP(LA-BR-RESP) RESP2(LA-BR-RESP2)
           END-EXEC.
           IF LA-BR-RESP NOT EQUAL DFHRESP(NORMAL)
              OR LA-CUSTNO NOT EQUAL WS-IN-CUSTNO
              OR LA-TIMESTAMP NOT EQUAL WS-IN-TIMESTAMP THEN
              SET END-OF-SCHEDULE TO TRUE
              GO TO READ-SCHEDULE-LINE-EXIT
           END-IF.
           MOVE LA-SEQNO TO WS-HIGH-SEQNO.
           IF LA-UNPAID
              AND WS-UNPAID-COUNT LESS THAN MAX-SCHEDULE-LINES THEN
              ADD 1 TO WS-UNPAID-COUNT
              ADD LA-PRINCIPAL-DUE TO WS-OUTSTANDING
              ADD LA-CHARGE-DUE    TO WS-CHARGE-REMAINING
              MOVE LA-SEQNO TO WS-UNPAID-SEQNO(WS-UNPAID-COUNT)
              IF WS-UNPAID-COUNT EQUAL 1 THEN
                 MOVE LA-DUE-DATE TO WS-FIRST-UNPAID-DUE
              END-IF
              MOVE LA-DUE-DATE TO WS-LAST-UNPAID-DUE
           END-IF.
       READ-SCHEDULE-LINE-EXIT.
           EXIT.
      *================================================================*
      * Work out the rebuilt schedule: how many installments, the     *
      * month the first falls due, the new installment and the last   *
      * due date.  The schedule restarts on the first of next month,  *
      * or at the first unpaid installment if that is later; a        *
      * holiday pushes the restart on by its months, an extension     *
      * adds its months to the number of installments instead.        *
      *================================================================*
       PLAN-SCHEDULE.
           COMPUTE WS-NEXT-MONTH-NO =
               (WS-TODAY-YYYY * 12) + WS-TODAY-MM.
           MOVE WS-FIRST-UNPAID-DUE(1:4) TO WS-WORK-YYYY.
           MOVE WS-FIRST-UNPAID-DUE(5:2) TO WS-WORK-MM.
           COMPUTE WS-FIRST-MONTH-NO =
               (WS-WORK-YYYY * 12) + WS-WORK-MM - 1.
           IF WS-FIRST-MONTH-NO LESS THAN WS-NEXT-MONTH-NO THEN
              MOVE WS-NEXT-MONTH-NO TO WS-FIRST-MONTH-NO
           END-IF.

           MOVE WS-UNPAID-COUNT TO WS-NEW-COUNT.
           IF WS-RESCH-HOLIDAY THEN
              ADD WS-RESCH-MONTHS TO WS-FIRST-MONTH-NO
           ELSE
              ADD WS-RESCH-MONTHS TO WS-NEW-COUNT
           END-IF.

      *    Every installment but the last is the same whole-dollar
      *    slice of principal and of charge - the last picks up what
      *    the slices left behind.
           COMPUTE WS-NEW-MONTHLY =
               (WS-OUTSTANDING / WS-NEW-COUNT)
               + (WS-CHARGE-REMAINING / WS-NEW-COUNT).

           MOVE WS-FIRST-MONTH-NO TO WS-MONTH-NO.
           PERFORM MONTH-TO-DUE-DATE THRU MONTH-TO-DUE-DATE-EXIT.
           MOVE WS-DUE-DATE TO WS-NEW-FIRST-DUE.
           COMPUTE WS-MONTH-NO = WS-FIRST-MONTH-NO + WS-NEW-COUNT - 1.
           PERFORM MONTH-TO-DUE-DATE THRU MONTH-TO-DUE-DATE-EXIT.
           MOVE WS-DUE-DATE TO WS-NEW-LAST-DUE.
       PLAN-SCHEDULE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Turn the month number in WS-MONTH-NO into a due date on the   *
      * first of that month.                                           *
      *----------------------------------------------------------------*
       MONTH-TO-DUE-DATE.
           DIVIDE WS-MONTH-NO BY 12
               GIVING WS-MONTH-YEAR REMAINDER WS-MONTH-REM.
           MOVE WS-MONTH-YEAR TO WS-DUE-YYYY.
           COMPUTE WS-DUE-MM = WS-MONTH-REM + 1.
           MOVE 01 TO WS-DUE-DD.
       MONTH-TO-DUE-DATE-EXIT.
           EXIT.
      *================================================================*
      * Park the restructure on RESCHPND for its second-user          *
      * approval.  Only one restructure per loan can be pending.      *
      *================================================================*
       PARK-REQUEST.
           INITIALIZE WS-RESCHPND-REC.
           MOVE WS-IN-CUSTNO     TO RP-CUSTNO.
           MOVE WS-IN-TIMESTAMP  TO RP-TIMESTAMP.
           MOVE WS-RESCH-TYPE    TO RP-TYPE.
           MOVE WS-RESCH-MONTHS  TO RP-MONTHS.
           MOVE WS-USERID        TO RP-REQUESTED-BY.
           MOVE WS-ABSDATE       TO RP-REQUESTED-DATE.
           MOVE WS-NEW-MONTHLY   TO RP-NEW-MONTHLY.
           MOVE WS-NEW-FIRST-DUE TO RP-NEW-FIRST-DUE.
           MOVE WS-NEW-LAST-DUE  TO RP-NEW-LAST-DUE.

           EXEC CICS WRITE FILE(RESCHPND-FILE)
                     FROM(WS-RESCHPND-REC)
                     RIDFLD(RP-KEY)
                     KEYLENGTH(LENGTH OF RP-KEY)
                     RESP(RP-WRITE-RESP) RESP2(RP-WRITE-RESP2)
           END-EXEC.
           IF RP-WRITE-RESP EQUAL DFHRESP(DUPREC) THEN
              EXEC CICS SEND TEXT FROM(ALREADYPEND-MESSAGE)
                   ERASE FREEKB END-EXEC
              GO TO PARK-REQUEST-EXIT
           END-IF.
           IF RP-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE RESCHPND-FILE  TO FILEERR-FILE
              MOVE RP-WRITE-RESP  TO FILEERR-RESP
              MOVE RP-WRITE-RESP2 TO FILEERR-RESP2
              PERFORM SEND-FILE-ERROR THRU SEND-FILE-ERROR-EXIT
           END-IF.

           MOVE WS-NEW-MONTHLY   TO PK-MONTHLY.
           MOVE WS-NEW-FIRST-DUE TO PK-FIRST-DUE.
           MOVE WS-NEW-LAST-DUE  TO PK-LAST-DUE.
           EXEC CICS SEND TEXT FROM(PARKED-MESSAGE)
                     ERASE FREEKB END-EXEC.
       PARK-REQUEST-EXIT.
           EXIT.
      *================================================================*
      * Apply the restructure: rebuild every unpaid line in sequence  *
      * order, add the lines an extension needs after the last on     *
      * file, then carry the new installment onto the header.  The    *
      * header goes last, like a settlement - a failure partway still *
      * leaves every line holding principal the aging can see.        *
      *================================================================*
       REBUILD-SCHEDULE.
           MOVE WS-OUTSTANDING      TO WS-PRINCIPAL-LEFT.
           MOVE WS-CHARGE-REMAINING TO WS-CHARGE-LEFT.
           PERFORM REBUILD-ONE-LINE THRU REBUILD-ONE-LINE-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB GREATER THAN WS-NEW-COUNT.

           MOVE WS-IN-CUSTNO    TO LA-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO LA-TIMESTAMP.
           MOVE ZERO            TO LA-SEQNO.
           EXEC CICS READ FILE(LOANACCT-FILE)
                     INTO(WS-LOANACCT-REC)
                     RIDFLD(LA-KEY)
                     KEYLENGTH(LENGTH OF LA-KEY)
                     UPDATE
                     RESP(LA-READ-RESP) RESP2(LA-READ-RESP2)
           END-EXEC.
           IF LA-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              PERFORM SEND-ACCT-ERROR THRU SEND-ACCT-ERROR-EXIT
           END-IF.
           MOVE WS-NEW-MONTHLY TO LA-MONTHLY.
           EXEC CICS REWRITE FILE(LOANACCT-FILE)
                     FROM(WS-LOANACCT-REC)
                     RESP(LA-REWRITE-RESP) RESP2(LA-REWRITE-RESP2)
           END-EXEC.
           IF LA-REWRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE LA-REWRITE-RESP  TO LA-READ-RESP
              MOVE LA-REWRITE-RESP2 TO LA-READ-RESP2
              PERFORM SEND-ACCT-ERROR THRU SEND-ACCT-ERROR-EXIT
           END-IF.
       REBUILD-SCHEDULE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Rebuild installment WS-LINE-SUB of the new schedule - over the *
      * next unpaid line on file while there is one, otherwise as a    *
      * new line after the highest sequence number.                    *
      *----------------------------------------------------------------*
       REBUILD-ONE-LINE.
           IF WS-LINE-SUB EQUAL WS-NEW-COUNT THEN
              MOVE WS-PRINCIPAL-LEFT TO WS-PRINCIPAL-DUE
              MOVE WS-CHARGE-LEFT    TO WS-CHARGE-DUE
           ELSE
              COMPUTE WS-PRINCIPAL-DUE = WS-OUTSTANDING / WS-NEW-COUNT
              COMPUTE WS-CHARGE-DUE =
                  WS-CHARGE-REMAINING / WS-NEW-COUNT
           END-IF.
           SUBTRACT WS-PRINCIPAL-DUE FROM WS-PRINCIPAL-LEFT.
           SUBTRACT WS-CHARGE-DUE    FROM WS-CHARGE-LEFT.
           COMPUTE WS-MONTH-NO = WS-FIRST-MONTH-NO + WS-LINE-SUB - 1.
           PERFORM MONTH-TO-DUE-DATE THRU MONTH-TO-DUE-DATE-EXIT.

           MOVE WS-IN-CUSTNO    TO LA-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO LA-TIMESTAMP.
           IF WS-LINE-SUB GREATER THAN WS-UNPAID-COUNT THEN
              COMPUTE LA-SEQNO =
                  WS-HIGH-SEQNO + WS-LINE-SUB - WS-UNPAID-COUNT
              PERFORM WRITE-NEW-LINE THRU WRITE-NEW-LINE-EXIT
              GO TO REBUILD-ONE-LINE-EXIT
           END-IF.

           MOVE WS-UNPAID-SEQNO(WS-LINE-SUB) TO LA-SEQNO.
           EXEC CICS READ FILE(LOANACCT-FILE)
                     INTO(WS-LOANACCT-REC)
                     RIDFLD(LA-KEY)
                     KEYLENGTH(LENGTH OF LA-KEY)
                     UPDATE
                     RESP(LA-READ-RESP) RESP2(LA-READ-RESP2)
           END-EXEC.
           IF LA-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              PERFORM SEND-ACCT-ERROR THRU SEND-ACCT-ERROR-EXIT
           END-IF.
           MOVE WS-DUE-DATE       TO LA-DUE-DATE.
           MOVE WS-PRINCIPAL-DUE  TO LA-PRINCIPAL-DUE.
           MOVE WS-CHARGE-DUE     TO LA-CHARGE-DUE.
           MOVE WS-PRINCIPAL-LEFT TO LA-BALANCE-AFTER.
           EXEC CICS REWRITE FILE(LOANACCT-FILE)
                     FROM(WS-LOANACCT-REC)
                     RESP(LA-REWRITE-RESP) RESP2(LA-REWRITE-RESP2)
           END-EXEC.
           IF LA-REWRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE LA-REWRITE-RESP  TO LA-READ-RESP
              MOVE LA-REWRITE-RESP2 TO LA-READ-RESP2
              PERFORM SEND-ACCT-ERROR THRU SEND-ACCT-ERROR-EXIT
           END-IF.
       REBUILD-ONE-LINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Write one of the extra installments an extension adds, keyed  *
      * by the LA-KEY already set up.                                  *
      *----------------------------------------------------------------*
       WRITE-NEW-LINE.
           INITIALIZE LA-SCHEDULE-DATA.
           MOVE WS-DUE-DATE       TO LA-DUE-DATE.
           MOVE WS-PRINCIPAL-DUE  TO LA-PRINCIPAL-DUE.
           MOVE WS-CHARGE-DUE     TO LA-CHARGE-DUE.
           MOVE WS-PRINCIPAL-LEFT TO LA-BALANCE-AFTER.
           SET LA-UNPAID          TO TRUE.
           MOVE SPACES            TO LA-PAID-DATE.
           EXEC CICS WRITE FILE(LOANACCT-FILE)
                     FROM(WS-LOANACCT-REC)
                     RIDFLD(LA-KEY)
                     KEYLENGTH(LENGTH OF LA-KEY)
                     RESP(LA-READ-RESP) RESP2(LA-READ-RESP2)
           END-EXEC.
           IF LA-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              PERFORM SEND-ACCT-ERROR THRU SEND-ACCT-ERROR-EXIT
           END-IF.
       WRITE-NEW-LINE-EXIT.
           EXIT.
      *================================================================*
      * Record the approved restructure on RESCHIST - who asked, who  *
      * approved, and the unpaid schedule before and after.           *
      *================================================================*
       WRITE-HISTORY.
           INITIALIZE WS-RESCHIST-REC.
           MOVE WS-IN-CUSTNO        TO RH-CUSTNO.
           MOVE WS-IN-TIMESTAMP     TO RH-TIMESTAMP.
           MOVE WS-ABSDATE          TO RH-APPROVED-DATE.
           MOVE WS-ABSTIMEOFDAY     TO RH-APPROVED-TIME.
           MOVE WS-RESCH-TYPE       TO RH-TYPE.
           MOVE WS-RESCH-MONTHS     TO RH-MONTHS.
           MOVE RP-REQUESTED-BY     TO RH-REQUESTED-BY.
           MOVE RP-REQUESTED-DATE   TO RH-REQUESTED-DATE.
           MOVE WS-USERID           TO RH-APPROVED-BY.
           MOVE WS-OUTSTANDING      TO RH-OUTSTANDING.
           MOVE WS-CHARGE-REMAINING TO RH-CHARGE-REMAINING.
           MOVE WS-UNPAID-COUNT     TO RH-OLD-LINES.
           MOVE WS-OLD-MONTHLY      TO RH-OLD-MONTHLY.
           MOVE WS-FIRST-UNPAID-DUE TO RH-OLD-FIRST-DUE.
           MOVE WS-LAST-UNPAID-DUE  TO RH-OLD-LAST-DUE.
           MOVE WS-NEW-COUNT        TO RH-NEW-LINES.
           MOVE WS-NEW-MONTHLY      TO RH-NEW-MONTHLY.
           MOVE WS-NEW-FIRST-DUE    TO RH-NEW-FIRST-DUE.
           MOVE WS-NEW-LAST-DUE     TO RH-NEW-LAST-DUE.

           EXEC CICS WRITE FILE(RESCHIST-FILE)
                     FROM(WS-RESCHIST-REC)
                     RIDFLD(RH-KEY)
                     KEYLENGTH(LENGTH OF RH-KEY)
                     RESP(RH-WRITE-RESP) RESP2(RH-WRITE-RESP2)
           END-EXEC.
           IF RH-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE RESCHIST-FILE  TO FILEERR-FILE
              MOVE RH-WRITE-RESP  TO FILEERR-RESP
              MOVE RH-WRITE-RESP2 TO FILEERR-RESP2
              PERFORM SEND-FILE-ERROR THRU SEND-FILE-ERROR-EXIT
           END-IF.
       WRITE-HISTORY-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Report a failed LOANACCT update and end the transaction.       *
      *----------------------------------------------------------------*
       SEND-ACCT-ERROR.
           MOVE LOANACCT-FILE TO FILEERR-FILE.
           MOVE LA-READ-RESP  TO FILEERR-RESP.
           MOVE LA-READ-RESP2 TO FILEERR-RESP2.
           PERFORM SEND-FILE-ERROR THRU SEND-FILE-ERROR-EXIT.
       SEND-ACCT-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Report a failed file request and end the transaction.          *
      *----------------------------------------------------------------*
       SEND-FILE-ERROR.
           EXEC CICS SEND TEXT FROM(FILEERR-MESSAGE)
                     ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
       SEND-FILE-ERROR-EXIT.
           EXIT.
