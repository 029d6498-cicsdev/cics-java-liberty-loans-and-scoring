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
      * Module Name        LNCOLL.CBL                                  *
      *                                                                *
      * LOANS and SCORING sample - LOANS application                   *
      *                                                                *
      * Collections worklist screen.  Hands the collector the next    *
      * case off the COLLQUE worklist PAYPOST keeps - the case the    *
      * collector already holds today if there is one, otherwise the  *
      * most overdue case due for work (largest arrears breaking a    *
      * tie) that no other collector holds today - and shows the      *
      * customer, the bucket and arrears, the contact history, any    *
      * open promise, and the loan's unpaid LOANACCT schedule lines.  *
      *                                                                *
      * The collector keys the contact outcome; a promise to pay (PP) *
      * also needs the date the customer will pay by, no more than    *
      * MAX-PROMISE-DAYS ahead, and the amount.  The outcome, who     *
      * took it and when are recorded on the case, which is released  *
      * and not handed out again until the day after the promised     *
      * date (the night COLLSWP judges the promise kept or broken) or *
      * tomorrow for any other outcome.  Another outcome on a case    *
      * with an open promise leaves the promise standing.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              LNCOLL.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    LNCOLLM symbolic map
           COPY LNCOLLM.
      *
      *    COLLQUE copybook
           COPY COLLQUE REPLACING COLLQUE-RECORD BY WS-COLLQUE-REC.
      *
      *    CUSTMAST copybook
           COPY CUSTMAST REPLACING CUSTMAST-RECORD BY WS-CUSTMAST-REC.
      *
      *    LOANACCT copybook
           COPY LOANACCT REPLACING LOANACCT-RECORD BY WS-LOANACCT-REC.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 BR-RESP               PIC 9(8)  COMP    VALUE ZERO.
           03 BR-RESP2              PIC 9(8)  COMP    VALUE ZERO.
           03 RN-RESP               PIC 9(8)  COMP    VALUE ZERO.
           03 RN-RESP2              PIC 9(8)  COMP    VALUE ZERO.
           03 CQ-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 CQ-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 CQ-WRITE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 CQ-WRITE-RESP2        PIC 9(8)  COMP    VALUE ZERO.
           03 CM-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 CM-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME            PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-ABSDATE            PIC X(8)          VALUE SPACES.
           03 WS-USERID             PIC X(8)          VALUE SPACES.
           03 WS-BROWSE-SWITCH      PIC X(1)          VALUE 'N'.
              88 END-OF-BROWSE                     VALUE 'Y'.
      *    The case picked for the collector, and what it was picked
      *    on.  A case the collector already holds today always wins.
           03 WS-CASE-FOUND-SW      PIC X(1)          VALUE 'N'.
              88 WS-CASE-FOUND                     VALUE 'Y'.
           03 WS-CASE-MINE-SW       PIC X(1)          VALUE 'N'.
              88 WS-CASE-MINE                      VALUE 'Y'.
           03 WS-CASE-KEY.
              05 WS-CASE-CUSTNO     PIC X(10)         VALUE SPACES.
              05 WS-CASE-TS         PIC X(14)         VALUE SPACES.
           03 WS-CASE-MONTHS        PIC 9(3)          VALUE ZERO.
           03 WS-CASE-ARREARS       PIC 9(9)          VALUE ZERO.
      *    Browse key work areas for the COLLQUE and LOANACCT scans.
           03 WS-BROWSE-KEY         PIC X(24)         VALUE LOW-VALUES.
           03 WS-LA-BROWSE-KEY.
              05 WS-LA-CUSTNO       PIC X(10)         VALUE SPACES.
              05 WS-LA-TS           PIC X(14)         VALUE SPACES.
              05 WS-LA-SEQNO        PIC 9(4)          VALUE ZERO.
           03 WS-ROW-COUNT          PIC 9(2)  COMP    VALUE ZERO.
           03 WS-MORE-COUNT         PIC 9(4)          VALUE ZERO.
      *    Months late of a schedule line - installments fall due on
      *    the first, so year and month are enough, as in PAYPOST.
           03 WS-TODAY-MONTHS       PIC 9(7)          VALUE ZERO.
           03 WS-DUE-MONTHS         PIC 9(7)          VALUE ZERO.
           03 WS-MONTHS-LATE        PIC S9(5)         VALUE ZERO.
           03 WS-MONTHS-LATE-D      PIC ZZ9.
           03 WS-DUE-YYYY           PIC 9(4)          VALUE ZERO.
           03 WS-DUE-MM             PIC 9(2)          VALUE ZERO.
      *    Date arithmetic for the promise window and next action.
           03 WS-TODAY-N            PIC 9(8)          VALUE ZERO.
           03 WS-TODAY-PARTS REDEFINES WS-TODAY-N.
              05 WS-TODAY-YYYY      PIC 9(4).
              05 WS-TODAY-MM        PIC 9(2).
              05 WS-TODAY-DD        PIC 9(2).
           03 WS-TODAY-INT          PIC 9(8)          VALUE ZERO.
           03 WS-DATE-N             PIC 9(8)          VALUE ZERO.
           03 WS-DATE-INT           PIC 9(8)          VALUE ZERO.
           03 WS-PROMISE-N          PIC 9(8)          VALUE ZERO.
           03 WS-PROMISE-PARTS REDEFINES WS-PROMISE-N.
              05 WS-PROMISE-YYYY    PIC 9(4).
              05 WS-PROMISE-MM      PIC 9(2).
              05 WS-PROMISE-DD      PIC 9(2).
           03 WS-PROMISE-INT        PIC 9(8)          VALUE ZERO.
           03 WS-NEXT-ACTION        PIC X(8)          VALUE SPACES.
      *    The outcome keyed by the collector.
           03 WS-OUTCOME            PIC X(2)          VALUE SPACES.
              88 WS-OUTCOME-VALID                  VALUES 'PP' 'NC'
                                                    'LM' 'RP' 'DS'
                                                    'WN'.
              88 WS-OUTCOME-PROMISE                VALUE 'PP'.
      *    The promise date and amount as keyed, saved off the input
      *    map before it is cleared for the reply.
           03 WS-PDATE-IN           PIC X(8)          VALUE SPACES.
           03 WS-PAMT-IN            PIC X(7)          VALUE SPACES.
      *    Numeric edit work area - BMS NUM fields arrive right-
      *    justified and zero-filled, so after the keyed test a
      *    simple NUMERIC check is enough.
           03 WS-NUM-WORK-X         PIC X(7)          VALUE ZEROES.
           03 WS-NUM-WORK-9 REDEFINES WS-NUM-WORK-X PIC 9(7).
           03 WS-EDIT-OK-SW         PIC X(1)          VALUE 'N'.
              88 WS-EDIT-OK                        VALUE 'Y'.
      *
      *    Screen messages.  MSGO is PIC X(79); these are moved to it.
       01 MSG-NOCASES      PIC X(29)
                VALUE 'NO COLLECTIONS CASES DUE NOW'.
       01 MSG-TAKEN        PIC X(46)
                VALUE 'CASE TAKEN BY ANOTHER COLLECTOR - PRESS ENTER'.
       01 MSG-ENTER        PIC X(50)
                VALUE 'KEY THE OUTCOME - PP NEEDS A DATE AND AN AMOUNT'.
       01 MSG-BADOUTCOME   PIC X(40)
                VALUE 'OUTCOME MUST BE PP, NC, LM, RP, DS OR WN'.
       01 MSG-BADPDATE.
          03 FILLER PIC X(33) VALUE 'PROMISE DATE MUST BE YYYYMMDD, TO'.
          03 FILLER PIC X(13) VALUE 'DAY OR WITHIN'.
          03 BADPDATE-DAYS PIC ZZ9.
          03 FILLER PIC X(5) VALUE ' DAYS'.
       01 MSG-BADPAMT      PIC X(36)
                VALUE 'PROMISE AMOUNT MUST BE ABOVE ZERO'.
       01 MSG-NOCUSTOMER   PIC X(20)
                VALUE '*** NOT ON CUSTMAST'.
       01 MSG-MORE.
          03 FILLER PIC X(31) VALUE 'FURTHER UNPAID LINES NOT SHOWN:'.
          03 MORE-COUNT PIC ZZZ9.
       01 MSG-RECORDED.
          03 FILLER PIC X(18) VALUE 'OUTCOME RECORDED ('.
          03 RECORDED-OUTCOME PIC X(2).
          03 FILLER PIC X(22) VALUE ') - NEXT ACTION DATE '.
          03 RECORDED-NEXT PIC X(8).
      *   Error message for unexpected file responses.
      *   Include slots for the file name, RESP and RESP2.
       01 FILEERR-MESSAGE.
          03 FILLER PIC X(6) VALUE 'ERROR '.
          03 FILEERR-FILE PIC X(8) DISPLAY.
          03 FILLER PIC X(6) VALUE ' RESP:'.
          03 FILEERR-RESP PIC 9(8) DISPLAY.
          03 FILLER PIC X(7) VALUE ' RESP2:'.
          03 FILEERR-RESP2 PIC 9(8) DISPLAY.
          03 FILLER PIC X(44) VALUE SPACES.
      *   Names of various CICS constructs
       77 COLLQUE-FILE     PIC X(8) VALUE 'COLLQUE'.
       77 CUSTMAST-FILE    PIC X(8) VALUE 'CUSTMAST'.
       77 LOANACCT-FILE    PIC X(8) VALUE 'LOANACCT'.
       77 LNCOLLM-MAPSET   PIC X(8) VALUE 'LNCOLLM'.
       77 LNCOLL1-MAP      PIC X(8) VALUE 'LNCOLL1'.
      *   Furthest ahead, in days, a promise to pay may be dated.
       77 MAX-PROMISE-DAYS PIC 9(3) VALUE 30.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.
      *    Hand out the next case, wait for the collector's outcome,
      *    and record it.
           PERFORM PICK-NEXT-CASE THRU PICK-NEXT-CASE-EXIT.
           PERFORM BUILD-AND-SEND-CASE THRU BUILD-AND-SEND-CASE-EXIT.
           IF WS-CASE-FOUND THEN
              PERFORM RECEIVE-AND-RECORD THRU RECEIVE-AND-RECORD-EXIT
           END-IF.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *================================================================*
      * Scan the COLLQUE worklist for the case to hand out, then hold *
      * it for this collector for the rest of the day.                *
      *================================================================*
       PICK-NEXT-CASE.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-ABSDATE)
           END-EXEC.
           MOVE WS-ABSDATE TO WS-TODAY-N.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
           COMPUTE WS-TODAY-MONTHS = (WS-TODAY-YYYY * 12) + WS-TODAY-MM.

           MOVE LOW-VALUES TO LNCOLL1O.
           MOVE 'N' TO WS-CASE-FOUND-SW.
           MOVE 'N' TO WS-CASE-MINE-SW.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           EXEC CICS STARTBR FILE(COLLQUE-FILE)
                     RIDFLD(WS-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                     GTEQ
                     RESP(BR-RESP) RESP2(BR-RESP2)
           END-EXEC.
           IF BR-RESP EQUAL DFHRESP(NORMAL) THEN
              PERFORM BROWSE-NEXT-CASE THRU BROWSE-NEXT-CASE-EXIT
                  UNTIL END-OF-BROWSE OR WS-CASE-MINE
              EXEC CICS ENDBR FILE(COLLQUE-FILE) END-EXEC
           END-IF.
           IF NOT WS-CASE-FOUND THEN
              MOVE MSG-NOCASES TO MSGO
              GO TO PICK-NEXT-CASE-EXIT
           END-IF.

           EXEC CICS READ FILE(COLLQUE-FILE)
                     INTO(WS-COLLQUE-REC)
                     RIDFLD(WS-CASE-KEY)
                     KEYLENGTH(LENGTH OF WS-CASE-KEY)
                     UPDATE
                     RESP(CQ-READ-RESP) RESP2(CQ-READ-RESP2)
           END-EXEC.
           IF CQ-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE 'N' TO WS-CASE-FOUND-SW
              MOVE COLLQUE-FILE  TO FILEERR-FILE
              MOVE CQ-READ-RESP  TO FILEERR-RESP
              MOVE CQ-READ-RESP2 TO FILEERR-RESP2
              MOVE FILEERR-MESSAGE TO MSGO
              GO TO PICK-NEXT-CASE-EXIT
           END-IF.
      *    Another collector may have been handed this case between
      *    the scan and this read.
           IF CQ-ASSIGNED-TO NOT EQUAL SPACES
              AND CQ-ASSIGNED-TO NOT EQUAL WS-USERID
              AND CQ-ASSIGNED-DATE EQUAL WS-ABSDATE THEN
              EXEC CICS UNLOCK FILE(COLLQUE-FILE) END-EXEC
              MOVE 'N' TO WS-CASE-FOUND-SW
              MOVE MSG-TAKEN TO MSGO
              GO TO PICK-NEXT-CASE-EXIT
           END-IF.
           MOVE WS-USERID  TO CQ-ASSIGNED-TO.
           MOVE WS-ABSDATE TO CQ-ASSIGNED-DATE.
           EXEC CICS REWRITE FILE(COLLQUE-FILE)
                     FROM(WS-COLLQUE-REC)
                     RESP(CQ-WRITE-RESP) RESP2(CQ-WRITE-RESP2)
           END-EXEC.
           IF CQ-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE 'N' TO WS-CASE-FOUND-SW
              MOVE COLLQUE-FILE   TO FILEERR-FILE
              MOVE CQ-WRITE-RESP  TO FILEERR-RESP
              MOVE CQ-WRITE-RESP2 TO FILEERR-RESP2
              MOVE FILEERR-MESSAGE TO MSGO
           END-IF.
       PICK-NEXT-CASE-EXIT.
           EXIT.
      *================================================================*
      * Read the next worklist case and keep it if it is due for work *
      * and beats the best case seen so far.                           *
      *================================================================*
       BROWSE-NEXT-CASE.
           EXEC CICS READNEXT FILE(COLLQUE-FILE)
                     INTO(WS-COLLQUE-REC)
                     RIDFLD(WS-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                     RESP(RN-RESP) RESP2(RN-RESP2)
           END-EXEC.
           IF RN-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              SET END-OF-BROWSE TO TRUE
              GO TO BROWSE-NEXT-CASE-EXIT
           END-IF.
           IF CQ-ASSIGNED-DATE EQUAL WS-ABSDATE
              AND CQ-ASSIGNED-TO EQUAL WS-USERID THEN
              SET WS-CASE-MINE TO TRUE
              PERFORM KEEP-CASE THRU KEEP-CASE-EXIT
              GO TO BROWSE-NEXT-CASE-EXIT
           END-IF.
           IF CQ-NEXT-ACTION-DATE GREATER THAN WS-ABSDATE THEN
              GO TO BROWSE-NEXT-CASE-EXIT
           END-IF.
           IF CQ-ASSIGNED-DATE EQUAL WS-ABSDATE
              AND CQ-ASSIGNED-TO NOT EQUAL SPACES THEN
              GO TO BROWSE-NEXT-CASE-EXIT
           END-IF.
           IF NOT WS-CASE-FOUND
              OR CQ-WORST-MONTHS GREATER THAN WS-CASE-MONTHS
              OR (CQ-WORST-MONTHS EQUAL WS-CASE-MONTHS
                  AND CQ-ARREARS-AMOUNT GREATER THAN WS-CASE-ARREARS)
              THEN
              PERFORM KEEP-CASE THRU KEEP-CASE-EXIT
           END-IF.
       BROWSE-NEXT-CASE-EXIT.
           EXIT.
      *
       KEEP-CASE.
           SET WS-CASE-FOUND TO TRUE.
           MOVE CQ-KEY            TO WS-CASE-KEY.
           MOVE CQ-WORST-MONTHS   TO WS-CASE-MONTHS.
           MOVE CQ-ARREARS-AMOUNT TO WS-CASE-ARREARS.
       KEEP-CASE-EXIT.
           EXIT.
      *================================================================*
      * Fill the screen from the held case, its customer and its      *
      * unpaid schedule lines, and paint it.                           *
      *================================================================*
       BUILD-AND-SEND-CASE.
           IF NOT WS-CASE-FOUND THEN
              GO TO BUILD-AND-SEND-CASE-SEND
           END-IF.

           MOVE CQ-CUSTNO            TO CUSTNOO.
           MOVE CQ-TIMESTAMP         TO LOANTSO.
           MOVE CQ-BUCKET            TO BUCKETO.
           MOVE CQ-ARREARS-AMOUNT    TO ARREARSO.
           MOVE CQ-STATUS            TO CSTATO.
           MOVE CQ-LAST-CONTACT-DATE TO LCDATEO.
           MOVE CQ-LAST-OUTCOME      TO LCOUTO.
           MOVE CQ-BROKEN-COUNT      TO BROKENO.
           IF CQ-PROMISE-DATE NOT EQUAL SPACES THEN
              MOVE CQ-PROMISE-DATE   TO PRDATEO
              MOVE CQ-PROMISE-AMOUNT TO PRAMTO
              MOVE CQ-PROMISE-PAID   TO PRPAIDO
           END-IF.

           EXEC CICS READ FILE(CUSTMAST-FILE)
                     INTO(WS-CUSTMAST-REC)
                     RIDFLD(CQ-CUSTNO)
                     KEYLENGTH(LENGTH OF CQ-CUSTNO)
                     RESP(CM-READ-RESP) RESP2(CM-READ-RESP2)
           END-EXEC.
           IF CM-READ-RESP EQUAL DFHRESP(NORMAL) THEN
              MOVE CM-NAME TO CNAMEO
           ELSE
              MOVE MSG-NOCUSTOMER TO CNAMEO
           END-IF.

      *    The unpaid schedule lines, oldest first from line 0001, so
      *    the overdue ones always make the screen.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-MORE-COUNT.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           MOVE CQ-CUSTNO    TO WS-LA-CUSTNO.
           MOVE CQ-TIMESTAMP TO WS-LA-TS.
           MOVE 1            TO WS-LA-SEQNO.
           EXEC CICS STARTBR FILE(LOANACCT-FILE)
                     RIDFLD(WS-LA-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-LA-BROWSE-KEY)
                     GTEQ
                     RESP(BR-RESP) RESP2(BR-RESP2)
           END-EXEC.
           IF BR-RESP EQUAL DFHRESP(NORMAL) THEN
              PERFORM BROWSE-NEXT-LINE THRU BROWSE-NEXT-LINE-EXIT
                  UNTIL END-OF-BROWSE
              EXEC CICS ENDBR FILE(LOANACCT-FILE) END-EXEC
           END-IF.
           IF WS-MORE-COUNT GREATER THAN ZERO THEN
              MOVE WS-MORE-COUNT TO MORE-COUNT
              MOVE MSG-MORE TO MOREO
           END-IF.
           MOVE MSG-ENTER TO MSGO.

       BUILD-AND-SEND-CASE-SEND.
           EXEC CICS SEND MAP(LNCOLL1-MAP)
                     MAPSET(LNCOLLM-MAPSET)
                     FROM(LNCOLL1O)
                     ERASE
           END-EXEC.
       BUILD-AND-SEND-CASE-EXIT.
           EXIT.
      *================================================================*
      * Read the next schedule line of the case's loan; unpaid lines  *
      * go on the next free screen row, the rest are only counted.    *
      *================================================================*
       BROWSE-NEXT-LINE.
           EXEC CICS READNEXT FILE(LOANACCT-FILE)
                     INTO(WS-LOANACCT-REC)
                     RIDFLD(WS-LA-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-LA-BROWSE-KEY)
                     RESP(RN-RESP) RESP2(RN-RESP2)
           END-EXEC.
           IF RN-RESP NOT EQUAL DFHRESP(NORMAL)
              OR LA-CUSTNO NOT EQUAL CQ-CUSTNO
              OR LA-TIMESTAMP NOT EQUAL CQ-TIMESTAMP THEN
              SET END-OF-BROWSE TO TRUE
              GO TO BROWSE-NEXT-LINE-EXIT
           END-IF.
           IF NOT LA-UNPAID THEN
              GO TO BROWSE-NEXT-LINE-EXIT
           END-IF.
           IF WS-ROW-COUNT EQUAL 8 THEN
              ADD 1 TO WS-MORE-COUNT
              GO TO BROWSE-NEXT-LINE-EXIT
           END-IF.

           ADD 1 TO WS-ROW-COUNT.
           MOVE LA-DUE-DATE(1:4) TO WS-DUE-YYYY.
           MOVE LA-DUE-DATE(5:2) TO WS-DUE-MM.
           COMPUTE WS-DUE-MONTHS = (WS-DUE-YYYY * 12) + WS-DUE-MM.
           COMPUTE WS-MONTHS-LATE = WS-TODAY-MONTHS - WS-DUE-MONTHS.
           IF WS-MONTHS-LATE LESS THAN ZERO THEN
              MOVE ZERO TO WS-MONTHS-LATE
           END-IF.
           MOVE WS-MONTHS-LATE TO WS-MONTHS-LATE-D.
           PERFORM MOVE-LINE-TO-MAP THRU MOVE-LINE-TO-MAP-EXIT.
       BROWSE-NEXT-LINE-EXIT.
           EXIT.
      *================================================================*
      * Move the current schedule line onto the row of the map        *
      * matching WS-ROW-COUNT.                                         *
      *================================================================*
       MOVE-LINE-TO-MAP.
           EVALUATE WS-ROW-COUNT
              WHEN 1
                 MOVE LA-DUE-DATE      TO DD1O
                 MOVE LA-PRINCIPAL-DUE TO DP1O
                 MOVE LA-CHARGE-DUE    TO DC1O
                 MOVE LA-BALANCE-AFTER TO DB1O
                 MOVE WS-MONTHS-LATE-D TO DM1O
              WHEN 2
                 MOVE LA-DUE-DATE      TO DD2O
                 MOVE LA-PRINCIPAL-DUE TO DP2O
                 MOVE LA-CHARGE-DUE    TO DC2O
                 MOVE LA-BALANCE-AFTER TO DB2O
                 MOVE WS-MONTHS-LATE-D TO DM2O
              WHEN 3
                 MOVE LA-DUE-DATE      TO DD3O
                 MOVE LA-PRINCIPAL-DUE TO DP3O
                 MOVE LA-CHARGE-DUE    TO DC3O
                 MOVE LA-BALANCE-AFTER TO DB3O
                 MOVE WS-MONTHS-LATE-D TO DM3O
              WHEN 4
                 MOVE LA-DUE-DATE      TO DD4O
                 MOVE LA-PRINCIPAL-DUE TO DP4O
                 MOVE LA-CHARGE-DUE    TO DC4O
                 MOVE LA-BALANCE-AFTER TO DB4O
                 MOVE WS-MONTHS-LATE-D TO DM4O
              WHEN 5
                 MOVE LA-DUE-DATE      TO DD5O
                 MOVE LA-PRINCIPAL-DUE TO DP5O
                 MOVE LA-CHARGE-DUE    TO DC5O
                 MOVE LA-BALANCE-AFTER TO DB5O
                 MOVE WS-MONTHS-LATE-D TO DM5O
              WHEN 6
                 MOVE LA-DUE-DATE      TO DD6O
                 MOVE LA-PRINCIPAL-DUE TO DP6O
                 MOVE LA-CHARGE-DUE    TO DC6O
                 MOVE LA-BALANCE-AFTER TO DB6O
                 MOVE WS-MONTHS-LATE-D TO DM6O
              WHEN 7
                 MOVE LA-DUE-DATE      TO DD7O
                 MOVE LA-PRINCIPAL-DUE TO DP7O
                 MOVE LA-CHARGE-DUE    TO DC7O
                 MOVE LA-BALANCE-AFTER TO DB7O
                 MOVE WS-MONTHS-LATE-D TO DM7O
              WHEN 8
                 MOVE LA-DUE-DATE      TO DD8O
                 MOVE LA-PRINCIPAL-DUE TO DP8O
                 MOVE LA-CHARGE-DUE    TO DC8O
                 MOVE LA-BALANCE-AFTER TO DB8O
                 MOVE WS-MONTHS-LATE-D TO DM8O
           END-EVALUATE.
       MOVE-LINE-TO-MAP-EXIT.
           EXIT.
      *================================================================*
      * Receive the collector's outcome, validate it, and record it   *
      * on the case.                                                   *
      *================================================================*
       RECEIVE-AND-RECORD.
           EXEC CICS RECEIVE MAP(LNCOLL1-MAP)
                     MAPSET(LNCOLLM-MAPSET)
                     INTO(LNCOLL1I)
           END-EXEC.

           MOVE OUTCOMEI TO WS-OUTCOME.
           MOVE PDATEI   TO WS-PDATE-IN.
           MOVE PAMTI    TO WS-PAMT-IN.
           MOVE LOW-VALUES TO LNCOLL1O.

           IF NOT WS-OUTCOME-VALID THEN
              MOVE MSG-BADOUTCOME TO MSGO
              GO TO RECEIVE-AND-RECORD-SEND
           END-IF.

           IF WS-OUTCOME-PROMISE THEN
              PERFORM EDIT-PROMISE THRU EDIT-PROMISE-EXIT
              IF NOT WS-EDIT-OK THEN
                 GO TO RECEIVE-AND-RECORD-SEND
              END-IF
           END-IF.

           PERFORM RECORD-OUTCOME THRU RECORD-OUTCOME-EXIT.

       RECEIVE-AND-RECORD-SEND.
           EXEC CICS SEND MAP(LNCOLL1-MAP)
                     MAPSET(LNCOLLM-MAPSET)
                     FROM(LNCOLL1O)
                     DATAONLY
           END-EXEC.
       RECEIVE-AND-RECORD-EXIT.
           EXIT.
      *================================================================*
      * A promise to pay needs a real date from today to no more than *
      * MAX-PROMISE-DAYS ahead, and an amount.  Any problem leaves     *
      * WS-EDIT-OK off and its message in MSGO; the bad-date message   *
      * quotes MAX-PROMISE-DAYS, so the two cannot disagree.           *
      *================================================================*
       EDIT-PROMISE.
           MOVE 'N' TO WS-EDIT-OK-SW.
           MOVE MAX-PROMISE-DAYS TO BADPDATE-DAYS.
           IF WS-PDATE-IN NOT NUMERIC THEN
              MOVE MSG-BADPDATE TO MSGO
              GO TO EDIT-PROMISE-EXIT
           END-IF.
           MOVE WS-PDATE-IN TO WS-PROMISE-N.
           IF WS-PROMISE-MM LESS THAN 1 OR WS-PROMISE-MM GREATER THAN 12
              OR WS-PROMISE-DD LESS THAN 1
              OR WS-PROMISE-DD GREATER THAN 31 THEN
              MOVE MSG-BADPDATE TO MSGO
              GO TO EDIT-PROMISE-EXIT
           END-IF.
           IF WS-PROMISE-N LESS THAN WS-TODAY-N THEN
              MOVE MSG-BADPDATE TO MSGO
              GO TO EDIT-PROMISE-EXIT
           END-IF.
           COMPUTE WS-PROMISE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROMISE-N).
           IF WS-PROMISE-INT EQUAL ZERO
              OR WS-PROMISE-INT - WS-TODAY-INT
                 GREATER THAN MAX-PROMISE-DAYS THEN
              MOVE MSG-BADPDATE TO MSGO
              GO TO EDIT-PROMISE-EXIT
           END-IF.

           IF WS-PAMT-IN EQUAL SPACES
              OR WS-PAMT-IN EQUAL LOW-VALUES THEN
              MOVE MSG-BADPAMT TO MSGO
              GO TO EDIT-PROMISE-EXIT
           END-IF.
           MOVE WS-PAMT-IN TO WS-NUM-WORK-X.
           IF WS-NUM-WORK-X NOT NUMERIC
              OR WS-NUM-WORK-9 EQUAL ZERO THEN
              MOVE MSG-BADPAMT TO MSGO
              GO TO EDIT-PROMISE-EXIT
           END-IF.
           SET WS-EDIT-OK TO TRUE.
       EDIT-PROMISE-EXIT.
           EXIT.
      *================================================================*
      * Record the outcome on the case, take any new promise, set the *
      * date it is next handed out, and release it.                    *
      *================================================================*
       RECORD-OUTCOME.
           EXEC CICS READ FILE(COLLQUE-FILE)
                     INTO(WS-COLLQUE-REC)
                     RIDFLD(WS-CASE-KEY)
                     KEYLENGTH(LENGTH OF WS-CASE-KEY)
                     UPDATE
                     RESP(CQ-READ-RESP) RESP2(CQ-READ-RESP2)
           END-EXEC.
           IF CQ-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE COLLQUE-FILE  TO FILEERR-FILE
              MOVE CQ-READ-RESP  TO FILEERR-RESP
              MOVE CQ-READ-RESP2 TO FILEERR-RESP2
              MOVE FILEERR-MESSAGE TO MSGO
              GO TO RECORD-OUTCOME-EXIT
           END-IF.

           MOVE WS-OUTCOME  TO CQ-LAST-OUTCOME.
           MOVE WS-ABSDATE  TO CQ-LAST-CONTACT-DATE.
           MOVE WS-USERID   TO CQ-LAST-CONTACT-BY.
           MOVE SPACES      TO CQ-ASSIGNED-TO.
           MOVE SPACES      TO CQ-ASSIGNED-DATE.

      *    A promise comes back to the collectors the day after its
      *    date, once COLLSWP has judged it; anything else tomorrow.
      *    Receipts are credited from the day the promise is taken,
      *    so the credited-through stamp starts clear.
           IF WS-OUTCOME-PROMISE THEN
              SET CQ-PROMISED TO TRUE
              MOVE WS-ABSDATE     TO CQ-PROMISE-MADE
              MOVE WS-PROMISE-N   TO CQ-PROMISE-DATE
              MOVE WS-NUM-WORK-9  TO CQ-PROMISE-AMOUNT
              MOVE ZERO           TO CQ-PROMISE-PAID
              MOVE SPACES         TO CQ-CREDITED-THRU
              COMPUTE WS-DATE-INT = WS-PROMISE-INT + 1
           ELSE
              IF NOT CQ-PROMISED THEN
                 SET CQ-WORKED TO TRUE
              END-IF
              COMPUTE WS-DATE-INT = WS-TODAY-INT + 1
           END-IF.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-N TO WS-NEXT-ACTION.
           MOVE WS-NEXT-ACTION TO CQ-NEXT-ACTION-DATE.

           EXEC CICS REWRITE FILE(COLLQUE-FILE)
                     FROM(WS-COLLQUE-REC)
                     RESP(CQ-WRITE-RESP) RESP2(CQ-WRITE-RESP2)
           END-EXEC.
           IF CQ-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE COLLQUE-FILE   TO FILEERR-FILE
              MOVE CQ-WRITE-RESP  TO FILEERR-RESP
              MOVE CQ-WRITE-RESP2 TO FILEERR-RESP2
              MOVE FILEERR-MESSAGE TO MSGO
              GO TO RECORD-OUTCOME-EXIT
           END-IF.

           MOVE WS-OUTCOME     TO RECORDED-OUTCOME.
           MOVE WS-NEXT-ACTION TO RECORDED-NEXT.
           MOVE MSG-RECORDED   TO MSGO.
       RECORD-OUTCOME-EXIT.
           EXIT.
