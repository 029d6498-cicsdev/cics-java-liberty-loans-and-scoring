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
      * Module Name        LNMANDT.CBL                                 *
      *                                                                *
      * LOANS and SCORING sample - LOANS application                   *
      *                                                                *
      * Direct-debit mandate maintenance.  This program expects to be  *
      * invoked from the terminal with an user input, the format is:   *
      * <transaction_code> <customer_number> <loan_timestamp>          *
      *                    [SET <bank_id> <account_no> <day> <name> |  *
      *                     CANCEL]                                    *
      * naming the LOANACCT key of a booked loan.                      *
      *                                                                *
      * SET records the customer's signed mandate on DDMANDT: the     *
      * bank sort code / routing number, the account number, the day  *
      * of the month (01 to 28) to collect on, and the name the       *
      * account is held in (the rest of the line).  Setting a mandate *
      * on a loan that already has one replaces the bank details but  *
      * keeps the record of what has been sent for collection, so a   *
      * change of bank never collects an installment twice.  Only an  *
      * open loan can take a mandate.                                  *
      *                                                                *
      * CANCEL stops collection - the mandate stays on file, marked   *
      * cancelled, with who cancelled it and when.  With no action    *
      * the mandate on the loan, if any, is shown.                     *
      *                                                                *
      * DDEXTRCT sends the installments falling due under each active *
      * mandate to the bank nightly.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              LNMANDT.
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
      *    DDMANDT copybook
           COPY DDMANDT REPLACING DDMANDT-RECORD BY WS-DDMANDT-REC.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 WS-TERMINAL-INPUT     PIC X(80)         VALUE SPACES.
           03 WS-RECEIVE-LENGTH     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-INPUT-PTR          PIC 9(4)  COMP    VALUE 1.
           03 WS-TRANID             PIC X(4)          VALUE SPACES.
           03 WS-IN-CUSTNO          PIC X(10)         VALUE SPACES.
           03 WS-IN-TIMESTAMP       PIC X(14)         VALUE SPACES.
           03 WS-IN-ACTION          PIC X(10)         VALUE SPACES.
           03 WS-IN-BANK-ID         PIC X(9)          VALUE SPACES.
           03 WS-IN-ACCOUNT-NO      PIC X(17)         VALUE SPACES.
           03 WS-IN-DAY             PIC X(2)          VALUE SPACES.
           03 WS-IN-ACCOUNT-NAME    PIC X(18)         VALUE SPACES.
      *    Day operand right-justified for the numeric test.
           03 WS-DAY-X              PIC X(2)          VALUE ZEROES.
           03 WS-DAY-9 REDEFINES WS-DAY-X PIC 9(2).
           03 WS-COLLECTION-DAY     PIC 9(2)          VALUE ZERO.
           03 LA-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LA-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 DM-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 DM-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 DM-WRITE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 DM-WRITE-RESP2        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME            PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-ABSDATE            PIC X(8)          VALUE SPACES.
           03 WS-USERID             PIC X(8)          VALUE SPACES.
           03 WS-ACTION-SWITCH      PIC X(1)          VALUE SPACE.
              88 WS-SHOWING                        VALUE SPACE.
              88 WS-SETTING                        VALUE 'S'.
              88 WS-CANCELLING                     VALUE 'C'.
      *    Bank details keyed on a SET, held while the record is read
      *    for update.
           03 WS-NEW-DETAILS.
              05 WS-NEW-BANK-ID     PIC X(9)          VALUE SPACES.
              05 WS-NEW-ACCOUNT-NO  PIC X(17)         VALUE SPACES.
              05 WS-NEW-ACCOUNT-NAME PIC X(18)        VALUE SPACES.
      *
      *    Message to display the mandate on a loan.
       01 MANDATE-MESSAGE.
          03 FILLER PIC X(8) VALUE 'MANDATE '.
          03 MD-STATUS PIC X(9).
          03 FILLER PIC X(6) VALUE ' BANK '.
          03 MD-BANK-ID PIC X(9).
          03 FILLER PIC X(6) VALUE ' ACCT '.
          03 MD-ACCOUNT-NO PIC X(17).
          03 FILLER PIC X(5) VALUE ' DAY '.
          03 MD-DAY PIC 9(2).
          03 FILLER PIC X(6) VALUE ' SENT '.
          03 MD-LAST-DUE PIC X(8).
      *    Message to display once a mandate has been set up.
       01 SETUP-MESSAGE.
          03 FILLER PIC X(14) VALUE 'MANDATE SET UP'.
          03 SU-REPLACED PIC X(20).
          03 FILLER PIC X(5) VALUE ' REF '.
          03 SU-MANDATE-REF PIC X(18).
          03 FILLER PIC X(5) VALUE ' DAY '.
          03 SU-DAY PIC 9(2).
       01 EMPTYINPUTS-MESSAGE PIC X(42)
                VALUE 'MAND REQUIRES CUSTOMER AND LOAN TIMESTAMP'.
       01 BADACTION-MESSAGE PIC X(35)
                VALUE 'ACTION MUST BE SET, CANCEL OR BLANK'.
       01 BADDETAILS-MESSAGE.
          03 FILLER PIC X(33) VALUE 'SET REQUIRES BANK ID, ACCOUNT NO,'.
          03 FILLER PIC X(24) VALUE ' COLLECTION DAY AND NAME'.
       01 BADDAY-MESSAGE PIC X(34)
                VALUE 'COLLECTION DAY MUST BE 01 TO 28'.
       01 NOLOAN-MESSAGE PIC X(25)
                VALUE 'LOAN ACCOUNT NOT ON FILE'.
       01 CLOSED-MESSAGE PIC X(30)
                VALUE 'LOAN ACCOUNT IS ALREADY CLOSED'.
       01 WRITTENOFF-MESSAGE PIC X(45)
                VALUE 'LOAN WRITTEN OFF - REFER CUSTOMER TO FINANCE'.
       01 NOMANDATE-MESSAGE PIC X(32)
                VALUE 'NO MANDATE IS HELD FOR THIS LOAN'.
       01 ALREADYCAN-MESSAGE PIC X(30)
                VALUE 'MANDATE IS ALREADY CANCELLED'.
       01 CANCELLED-MESSAGE PIC X(40)
                VALUE 'MANDATE CANCELLED - COLLECTION STOPPED'.
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
       77 DDMANDT-FILE    PIC X(8)  VALUE 'DDMANDT'.
      *   Latest day of the month that exists in every month.
       77 MAX-COLLECTION-DAY PIC 9(2) VALUE 28.
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
      *    the bank details of a SET.  The account name may hold
      *    spaces, so it is whatever follows the collection day.
           MOVE 1 TO WS-INPUT-PTR.
           UNSTRING WS-TERMINAL-INPUT DELIMITED BY ALL SPACES
               INTO WS-TRANID,
               WS-IN-CUSTNO,
               WS-IN-TIMESTAMP,
               WS-IN-ACTION,
               WS-IN-BANK-ID,
               WS-IN-ACCOUNT-NO,
               WS-IN-DAY
               WITH POINTER WS-INPUT-PTR
           END-UNSTRING.
           IF WS-INPUT-PTR NOT GREATER THAN LENGTH OF WS-TERMINAL-INPUT
              THEN
              MOVE WS-TERMINAL-INPUT(WS-INPUT-PTR:)
                  TO WS-IN-ACCOUNT-NAME
           END-IF.

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
              WHEN 'SET'
                 SET WS-SETTING TO TRUE
                 IF WS-IN-BANK-ID EQUAL SPACES
                    OR WS-IN-ACCOUNT-NO EQUAL SPACES
                    OR WS-IN-DAY EQUAL SPACES
                    OR WS-IN-ACCOUNT-NAME EQUAL SPACES THEN
                    EXEC CICS SEND TEXT FROM(BADDETAILS-MESSAGE)
                         ERASE FREEKB END-EXEC
                    EXEC CICS RETURN END-EXEC
                 END-IF
                 PERFORM EDIT-DAY THRU EDIT-DAY-EXIT
                 IF WS-COLLECTION-DAY EQUAL ZERO
                    OR WS-COLLECTION-DAY GREATER THAN MAX-COLLECTION-DAY
                    THEN
                    EXEC CICS SEND TEXT FROM(BADDAY-MESSAGE)
                         ERASE FREEKB END-EXEC
                    EXEC CICS RETURN END-EXEC
                 END-IF
                 MOVE WS-IN-BANK-ID      TO WS-NEW-BANK-ID
                 MOVE WS-IN-ACCOUNT-NO   TO WS-NEW-ACCOUNT-NO
                 MOVE WS-IN-ACCOUNT-NAME TO WS-NEW-ACCOUNT-NAME
              WHEN 'CANCEL'
                 SET WS-CANCELLING TO TRUE
              WHEN OTHER
                 EXEC CICS SEND TEXT FROM(BADACTION-MESSAGE)
                      ERASE FREEKB END-EXEC
                 EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-ABSDATE)
           END-EXEC.

      *    Showing and cancelling only touch the mandate - a mandate
      *    can be stopped whatever state the loan is in.
           IF WS-SHOWING THEN
              PERFORM SHOW-MANDATE THRU SHOW-MANDATE-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF.
           IF WS-CANCELLING THEN
              PERFORM CANCEL-MANDATE THRU CANCEL-MANDATE-EXIT
              EXEC CICS RETURN END-EXEC
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
           IF LA-ACCT-WRITTEN-OFF THEN
              EXEC CICS SEND TEXT FROM(WRITTENOFF-MESSAGE)
                   ERASE FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM SET-MANDATE THRU SET-MANDATE-EXIT.
      *
      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *================================================================*
      * Right-justify the collection day and check it is numeric.  A  *
      * non-numeric value is left as zero, which the caller refuses.  *
      *================================================================*
       EDIT-DAY.
           MOVE ZERO TO WS-COLLECTION-DAY.
           MOVE ZEROES TO WS-DAY-X.
           IF WS-IN-DAY(2:1) EQUAL SPACE THEN
              MOVE WS-IN-DAY(1:1) TO WS-DAY-X(2:1)
           ELSE
              MOVE WS-IN-DAY TO WS-DAY-X
           END-IF.
           IF WS-DAY-9 NUMERIC THEN
              MOVE WS-DAY-9 TO WS-COLLECTION-DAY
           END-IF.
       EDIT-DAY-EXIT.
           EXIT.
      *================================================================*
      * Show the mandate held for the loan, if there is one.          *
      *================================================================*
       SHOW-MANDATE.
           MOVE WS-IN-CUSTNO    TO DM-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO DM-TIMESTAMP.
           EXEC CICS READ FILE(DDMANDT-FILE)
                     INTO(WS-DDMANDT-REC)
                     RIDFLD(DM-KEY)
                     KEYLENGTH(LENGTH OF DM-KEY)
                     RESP(DM-READ-RESP) RESP2(DM-READ-RESP2)
           END-EXEC.
           IF DM-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              EXEC CICS SEND TEXT FROM(NOMANDATE-MESSAGE)
                   ERASE FREEKB END-EXEC
              GO TO SHOW-MANDATE-EXIT
           END-IF.
           IF DM-ACTIVE THEN
              MOVE 'ACTIVE'    TO MD-STATUS
           ELSE
              MOVE 'CANCELLED' TO MD-STATUS
           END-IF.
           MOVE DM-BANK-ID        TO MD-BANK-ID.
           MOVE DM-ACCOUNT-NO     TO MD-ACCOUNT-NO.
           MOVE DM-COLLECTION-DAY TO MD-DAY.
           MOVE DM-LAST-DUE-SENT  TO MD-LAST-DUE.
           EXEC CICS SEND TEXT FROM(MANDATE-MESSAGE)
                     ERASE FREEKB END-EXEC.
       SHOW-MANDATE-EXIT.
           EXIT.
      *================================================================*
      * Cancel the mandate held for the loan.  The record is kept,    *
      * marked cancelled, so the bank details stay on the audit       *
      * trail.                                                         *
      *================================================================*
       CANCEL-MANDATE.
           MOVE WS-IN-CUSTNO    TO DM-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO DM-TIMESTAMP.
           EXEC CICS READ FILE(DDMANDT-FILE)
                     INTO(WS-DDMANDT-REC)
                     RIDFLD(DM-KEY)
                     KEYLENGTH(LENGTH OF DM-KEY)
                     UPDATE
                     RESP(DM-READ-RESP) RESP2(DM-READ-RESP2)
           END-EXEC.
           IF DM-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              EXEC CICS SEND TEXT FROM(NOMANDATE-MESSAGE)
                   ERASE FREEKB END-EXEC
              GO TO CANCEL-MANDATE-EXIT
           END-IF.
           IF DM-CANCELLED THEN
              EXEC CICS UNLOCK FILE(DDMANDT-FILE) END-EXEC
              EXEC CICS SEND TEXT FROM(ALREADYCAN-MESSAGE)
                   ERASE FREEKB END-EXEC
              GO TO CANCEL-MANDATE-EXIT
           END-IF.
           SET DM-CANCELLED TO TRUE.
           MOVE WS-ABSDATE TO DM-CANCELLED-DATE.
           MOVE WS-USERID  TO DM-CANCELLED-BY.
           EXEC CICS REWRITE FILE(DDMANDT-FILE)
                     FROM(WS-DDMANDT-REC)
                     RESP(DM-WRITE-RESP) RESP2(DM-WRITE-RESP2)
           END-EXEC.
           IF DM-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE DDMANDT-FILE   TO FILEERR-FILE
              MOVE DM-WRITE-RESP  TO FILEERR-RESP
              MOVE DM-WRITE-RESP2 TO FILEERR-RESP2
              PERFORM SEND-FILE-ERROR THRU SEND-FILE-ERROR-EXIT
           END-IF.
           EXEC CICS SEND TEXT FROM(CANCELLED-MESSAGE)
                     ERASE FREEKB END-EXEC.
       CANCEL-MANDATE-EXIT.
           EXIT.
      *================================================================*
      * Record the mandate.  A loan that already has one, active or   *
      * cancelled, has it replaced - new bank details, active again - *
      * but keeps the last installment sent, so DDEXTRCT carries on   *
      * from where the old mandate stopped.                            *
      *================================================================*
       SET-MANDATE.
           INITIALIZE WS-DDMANDT-REC.
           MOVE WS-IN-CUSTNO        TO DM-CUSTNO.
           MOVE WS-IN-TIMESTAMP     TO DM-TIMESTAMP.
           PERFORM FILL-MANDATE THRU FILL-MANDATE-EXIT.
           MOVE SPACES              TO DM-LAST-DUE-SENT.
           MOVE SPACES              TO DM-LAST-SENT-DATE.
           MOVE SPACES              TO DM-PREV-DUE-SENT.
           MOVE SPACES              TO SU-REPLACED.

           EXEC CICS WRITE FILE(DDMANDT-FILE)
                     FROM(WS-DDMANDT-REC)
                     RIDFLD(DM-KEY)
                     KEYLENGTH(LENGTH OF DM-KEY)
                     RESP(DM-WRITE-RESP) RESP2(DM-WRITE-RESP2)
           END-EXEC.
           IF DM-WRITE-RESP EQUAL DFHRESP(DUPREC) THEN
              PERFORM REPLACE-MANDATE THRU REPLACE-MANDATE-EXIT
              MOVE ' (REPLACES PREVIOUS)' TO SU-REPLACED
           ELSE
              IF DM-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                 MOVE DDMANDT-FILE   TO FILEERR-FILE
                 MOVE DM-WRITE-RESP  TO FILEERR-RESP
                 MOVE DM-WRITE-RESP2 TO FILEERR-RESP2
                 PERFORM SEND-FILE-ERROR THRU SEND-FILE-ERROR-EXIT
              END-IF
           END-IF.

           MOVE DM-MANDATE-REF    TO SU-MANDATE-REF.
           MOVE DM-COLLECTION-DAY TO SU-DAY.
           EXEC CICS SEND TEXT FROM(SETUP-MESSAGE)
                     ERASE FREEKB END-EXEC.
       SET-MANDATE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Overwrite the mandate already on file with the new details.   *
      *----------------------------------------------------------------*
       REPLACE-MANDATE.
           MOVE WS-IN-CUSTNO    TO DM-CUSTNO.
           MOVE WS-IN-TIMESTAMP TO DM-TIMESTAMP.
           EXEC CICS READ FILE(DDMANDT-FILE)
                     INTO(WS-DDMANDT-REC)
                     RIDFLD(DM-KEY)
                     KEYLENGTH(LENGTH OF DM-KEY)
                     UPDATE
                     RESP(DM-READ-RESP) RESP2(DM-READ-RESP2)
           END-EXEC.
           IF DM-READ-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE DDMANDT-FILE  TO FILEERR-FILE
              MOVE DM-READ-RESP  TO FILEERR-RESP
              MOVE DM-READ-RESP2 TO FILEERR-RESP2
              PERFORM SEND-FILE-ERROR THRU SEND-FILE-ERROR-EXIT
           END-IF.
           PERFORM FILL-MANDATE THRU FILL-MANDATE-EXIT.
           MOVE SPACES TO DM-CANCELLED-DATE.
           MOVE SPACES TO DM-CANCELLED-BY.
           EXEC CICS REWRITE FILE(DDMANDT-FILE)
                     FROM(WS-DDMANDT-REC)
                     RESP(DM-WRITE-RESP) RESP2(DM-WRITE-RESP2)
           END-EXEC.
           IF DM-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE DDMANDT-FILE   TO FILEERR-FILE
              MOVE DM-WRITE-RESP  TO FILEERR-RESP
              MOVE DM-WRITE-RESP2 TO FILEERR-RESP2
              PERFORM SEND-FILE-ERROR THRU SEND-FILE-ERROR-EXIT
           END-IF.
       REPLACE-MANDATE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Move the keyed bank details, and who set the mandate up and   *
      * when, into the mandate record.                                 *
      *----------------------------------------------------------------*
       FILL-MANDATE.
           SET DM-ACTIVE TO TRUE.
           MOVE WS-NEW-BANK-ID      TO DM-BANK-ID.
           MOVE WS-NEW-ACCOUNT-NO   TO DM-ACCOUNT-NO.
           MOVE WS-NEW-ACCOUNT-NAME TO DM-ACCOUNT-NAME.
           MOVE WS-COLLECTION-DAY   TO DM-COLLECTION-DAY.
           MOVE SPACES              TO DM-MANDATE-REF.
           STRING 'LN' WS-IN-CUSTNO WS-IN-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO DM-MANDATE-REF
           END-STRING.
           MOVE WS-ABSDATE          TO DM-SIGNED-DATE.
           MOVE WS-USERID           TO DM-SET-UP-BY.
       FILL-MANDATE-EXIT.
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
