      * instead of applying them, and a second user (not the          *
      * requester) applies or discards them with the approve/reject   *
      * actions.  Name and years-on-file changes apply immediately.   *
      *                                                                *
      * Every add, update and approved change also writes a CUSTHIST  *
      * record with the customer's values before and after, who       *
      * asked and who approved, so the values a customer was scored   *
      * on can be read back later (CUSTHIS inquiry screen).            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              CUSTMNT.
      *    CUSTPEND copybook
           COPY CUSTPEND REPLACING CUSTPEND-RECORD BY WS-CUSTPEND-REC.
      *
      *    CUSTHIST copybook
           COPY CUSTHIST REPLACING CUSTHIST-RECORD BY WS-CUSTHIST-REC.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 CM-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 CP-WRITE-RESP2        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME            PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-ABSDATE            PIC X(8)          VALUE SPACES.
           03 WS-ABSHHMMSS          PIC X(6)          VALUE SPACES.
           03 CH-WRITE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 CH-WRITE-RESP2        PIC 9(8)  COMP    VALUE ZERO.
      *    Set once the CUSTHIST write has landed or failed for good;
      *    a duplicate key (two changes in the same second) just
      *    moves on to the next sequence number.
           03 WS-HIST-DONE-SW       PIC X(1)          VALUE 'N'.
              88 WS-HIST-DONE                      VALUE 'Y'.
           03 WS-USERID             PIC X(8)          VALUE SPACES.
      *    Proposed financial values for an update - each starts from
      *    the record's current value and is overlaid by whatever the
      *   Names of various CICS constructs
       77 CUSTMAST-FILE    PIC X(8) VALUE 'CUSTMAST'.
       77 CUSTPEND-FILE    PIC X(8) VALUE 'CUSTPEND'.
       77 CUSTHIST-FILE    PIC X(8) VALUE 'CUSTHIST'.
       77 CUSTMNT-PROGRAM  PIC X(8) VALUE 'CUSTMNT'.
       77 CUSTMNTM-MAPSET  PIC X(8) VALUE 'CUSTMNTM'.
       77 CUSTMNT1-MAP     PIC X(8) VALUE 'CUSTMNT1'.
      *
                 MOVE FILEERR-MESSAGE TO MSGO
              ELSE
                 MOVE MSG-ADDED TO MSGO
                 INITIALIZE WS-CUSTHIST-REC
                 SET CH-ADDED TO TRUE
                 MOVE WS-USERID TO CH-REQUESTED-BY
                 PERFORM WRITE-CUSTHIST THRU WRITE-CUSTHIST-EXIT
              END-IF
           END-IF.
       ADD-CUSTOMER-EXIT.
              MOVE MSG-NOTFOUND TO MSGO
              GO TO UPDATE-CUSTOMER-EXIT
           END-IF.
           PERFORM SAVE-BEFORE-IMAGE THRU SAVE-BEFORE-IMAGE-EXIT.

      *    Proposed financial values start from what is on file, so
      *    an unkeyed field proposes no change.
              GO TO UPDATE-CUSTOMER-EXIT
           END-IF.

      *    Record the name/years change, if there was one, before
      *    anything is parked - a history failure stops here with
      *    the file error on the screen.
           IF CM-NAME NOT EQUAL CH-BEF-NAME
              OR CM-YEARS-ON-FILE NOT EQUAL CH-BEF-YEARS THEN
              SET CH-CHANGED TO TRUE
              MOVE WS-USERID TO CH-REQUESTED-BY
              PERFORM WRITE-CUSTHIST THRU WRITE-CUSTHIST-EXIT
              IF CH-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
                 GO TO UPDATE-CUSTOMER-EXIT
              END-IF
           END-IF.

           IF WS-PROP-INCOME EQUAL CM-MONTHLY-INCOME
              AND WS-PROP-DEBT EQUAL CM-EXISTING-DEBT
              AND WS-PROP-RATING EQUAL CM-REPAYMENT-RATING THEN
              MOVE MSG-NOTFOUND TO MSGO
              GO TO APPROVE-PENDING-EXIT
           END-IF.
           PERFORM SAVE-BEFORE-IMAGE THRU SAVE-BEFORE-IMAGE-EXIT.

           MOVE CP-MONTHLY-INCOME   TO CM-MONTHLY-INCOME.
           MOVE CP-EXISTING-DEBT    TO CM-EXISTING-DEBT.

           PERFORM MOVE-RECORD-TO-MAP THRU MOVE-RECORD-TO-MAP-EXIT.
           MOVE MSG-APPROVED TO MSGO.

      *    The history names both users: who asked and who approved.
           SET CH-CHANGED TO TRUE.
           MOVE CP-REQUESTED-BY TO CH-REQUESTED-BY.
           MOVE WS-USERID       TO CH-APPROVED-BY.
           PERFORM WRITE-CUSTHIST THRU WRITE-CUSTHIST-EXIT.
       APPROVE-PENDING-EXIT.
           EXIT.
      *================================================================*
       MOVE-RECORD-TO-MAP-EXIT.
           EXIT.
      *================================================================*
      * Start a CUSTHIST record holding the CUSTMAST record just read  *
      * for update as the before image of the change.                  *
      *================================================================*
       SAVE-BEFORE-IMAGE.
           INITIALIZE WS-CUSTHIST-REC.
           MOVE CM-NAME             TO CH-BEF-NAME.
           MOVE CM-MONTHLY-INCOME   TO CH-BEF-INCOME.
           MOVE CM-EXISTING-DEBT    TO CH-BEF-DEBT.
           MOVE CM-REPAYMENT-RATING TO CH-BEF-RATING.
           MOVE CM-YEARS-ON-FILE    TO CH-BEF-YEARS.
       SAVE-BEFORE-IMAGE-EXIT.
           EXIT.
      *================================================================*
      * Write the CUSTHIST record for the change just made to the      *
      * CUSTMAST record.  The caller has set the change type, the user *
      * IDs and the before image; the after image is the record as     *
      * written.  A failure replaces the screen message with the file  *
      * error.                                                         *
      *================================================================*
       WRITE-CUSTHIST.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-ABSDATE)
                     TIME(WS-ABSHHMMSS)
           END-EXEC.

           MOVE CM-CUSTNO           TO CH-CUSTNO.
           STRING WS-ABSDATE WS-ABSHHMMSS DELIMITED BY SIZE
               INTO CH-TIMESTAMP.
           MOVE ZERO                TO CH-SEQNO.
           MOVE CUSTMNT-PROGRAM     TO CH-PROGRAM.
           MOVE CM-NAME             TO CH-AFT-NAME.
           MOVE CM-MONTHLY-INCOME   TO CH-AFT-INCOME.
           MOVE CM-EXISTING-DEBT    TO CH-AFT-DEBT.
           MOVE CM-REPAYMENT-RATING TO CH-AFT-RATING.
           MOVE CM-YEARS-ON-FILE    TO CH-AFT-YEARS.

           MOVE 'N' TO WS-HIST-DONE-SW.
           PERFORM WRITE-CUSTHIST-RECORD THRU WRITE-CUSTHIST-RECORD-EXIT
               UNTIL WS-HIST-DONE.

           IF CH-WRITE-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              MOVE CUSTHIST-FILE  TO FILEERR-FILE
              MOVE CH-WRITE-RESP  TO FILEERR-RESP
              MOVE CH-WRITE-RESP2 TO FILEERR-RESP2
              MOVE FILEERR-MESSAGE TO MSGO
           END-IF.
       WRITE-CUSTHIST-EXIT.
           EXIT.
      *================================================================*
      * One attempt at the CUSTHIST write.  Another change to the same *
      * customer in the same second takes the next sequence number.    *
      *================================================================*
       WRITE-CUSTHIST-RECORD.
           EXEC CICS WRITE FILE(CUSTHIST-FILE)
                     FROM(WS-CUSTHIST-REC)
                     RIDFLD(CH-KEY)
                     KEYLENGTH(LENGTH OF CH-KEY)
                     RESP(CH-WRITE-RESP) RESP2(CH-WRITE-RESP2)
           END-EXEC.
           IF CH-WRITE-RESP EQUAL DFHRESP(DUPREC)
              AND CH-SEQNO LESS THAN 99 THEN
              ADD 1 TO CH-SEQNO
           ELSE
              SET WS-HIST-DONE TO TRUE
           END-IF.
       WRITE-CUSTHIST-RECORD-EXIT.
           EXIT.
      *================================================================*
      * Check every keyed amount field really is numeric.  BMS NUM     *
      * fields arrive right-justified and zero-filled, so anything     *
      * else here means the map arrived without that editing (e.g. a   *
