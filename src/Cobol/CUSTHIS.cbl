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
      * Module Name        CUSTHIS.CBL                                 *
      *                                                                *
      * LOANS and SCORING sample - LOANS application                   *
      *                                                                *
      * Customer change history inquiry screen.  Takes a CUSTNO from  *
      * the CUSTHIS1 map and lists the customer's latest CUSTHIST     *
      * changes newest first - when, added/changed/removed, which     *
      * program made the change, who asked for it, who approved it,  *
      * and the income, existing debt, repayment rating and years on *
      * file before and after - so a disputed decline can be judged  *
      * against the values the customer was really scored on.        *
      *                                                                *
      * Below them it lists the SCOREAUD scoring decisions, newest    *
      * first, in which the customer was the applicant or the         *
      * co-applicant, from the oldest change shown up to today (all   *
      * of the audit trail when the customer has no history).        *
      * SCOREAUD is an entry-sequenced file in the order the          *
      * decisions were made, so it is browsed backward from its end   *
      * and the browse stops at the start of the period - or after    *
      * SCAN-LIMIT records, with a note on the screen, so one         *
      * inquiry cannot read the whole audit trail.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              CUSTHIS.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    CUSTHISM symbolic map
           COPY CUSTHISM.
      *
      *    CUSTMAST copybook
           COPY CUSTMAST REPLACING CUSTMAST-RECORD BY WS-CUSTMAST-REC.
      *
      *    CUSTHIST copybook
           COPY CUSTHIST REPLACING CUSTHIST-RECORD BY WS-CUSTHIST-REC.
      *
      *    SCOREAUD copybook
           COPY SCOREAUD REPLACING SCOREAUD-RECORD BY WS-SCOREAUD-REC.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 WS-CUSTNO-KEY         PIC X(10)         VALUE SPACES.
      *    Full-length CH-KEY work area used to position the browse
      *    past this customer's last change and then walk it
      *    backward, so changes list newest first.
           03 WS-BROWSE-KEY.
              05 WS-BROWSE-CUSTNO   PIC X(10)         VALUE SPACES.
              05 WS-BROWSE-REST     PIC X(16)         VALUE SPACES.
      *    SCOREAUD relative byte address.  All X'FF' starts the
      *    backward browse at the last record on the file.
           03 WS-AUDIT-RBA          PIC X(4)          VALUE SPACES.
           03 CM-READ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 CM-READ-RESP2         PIC 9(8)  COMP    VALUE ZERO.
           03 BR-RESP               PIC 9(8)  COMP    VALUE ZERO.
           03 BR-RESP2              PIC 9(8)  COMP    VALUE ZERO.
           03 RN-RESP               PIC 9(8)  COMP    VALUE ZERO.
           03 RN-RESP2              PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ROW-COUNT          PIC 9(2)  COMP    VALUE ZERO.
           03 WS-AUD-COUNT          PIC 9(2)  COMP    VALUE ZERO.
           03 WS-SCAN-COUNT         PIC 9(7)  COMP    VALUE ZERO.
           03 WS-BROWSE-SWITCH      PIC X(1)          VALUE 'N'.
              88 END-OF-BROWSE                     VALUE 'Y'.
           03 WS-AUD-SWITCH         PIC X(1)          VALUE 'N'.
              88 END-OF-AUDIT                      VALUE 'Y'.
      *    Start of the period the decisions are listed for: the
      *    oldest change shown.  LOW-VALUES lists them all.
           03 WS-PERIOD-FROM        PIC X(14)         VALUE LOW-VALUES.
      *    Date and time as shown on the map.
           03 WS-SHOW-TIMESTAMP.
              05 WS-SHOW-DATE       PIC X(8)          VALUE SPACES.
              05 FILLER             PIC X(1)          VALUE SPACE.
              05 WS-SHOW-TIME       PIC X(6)          VALUE SPACES.
           03 WS-SHOW-TYPE          PIC X(7)          VALUE SPACES.
      *    The other party on a joint decision - the co-applicant
      *    when this customer applied, the applicant when this
      *    customer was the co-applicant.
           03 WS-SHOW-JOINT         PIC X(10)         VALUE SPACES.
      *    The before and after values of one change, as one line.
           03 WS-SHOW-VALUES.
              05 FILLER             PIC X(4)          VALUE 'INC '.
              05 WS-SHOW-BEF-INCOME PIC Z(6)9.
              05 FILLER             PIC X(1)          VALUE '>'.
              05 WS-SHOW-AFT-INCOME PIC Z(6)9.
              05 FILLER             PIC X(7)          VALUE '  DEBT '.
              05 WS-SHOW-BEF-DEBT   PIC Z(6)9.
              05 FILLER             PIC X(1)          VALUE '>'.
              05 WS-SHOW-AFT-DEBT   PIC Z(6)9.
              05 FILLER             PIC X(6)          VALUE '  RTG '.
              05 WS-SHOW-BEF-RATING PIC 9(1).
              05 FILLER             PIC X(1)          VALUE '>'.
              05 WS-SHOW-AFT-RATING PIC 9(1).
              05 FILLER             PIC X(6)          VALUE '  YRS '.
              05 WS-SHOW-BEF-YEARS  PIC Z9.
              05 FILLER             PIC X(1)          VALUE '>'.
              05 WS-SHOW-AFT-YEARS  PIC Z9.
              05 WS-SHOW-NAME-FLAG  PIC X(14)         VALUE SPACES.
      *
       01 NO-HISTORY-MESSAGE.
          03 FILLER PIC X(30) VALUE 'NO CHANGE HISTORY OR SCORING D'.
          03 FILLER PIC X(26) VALUE 'ECISIONS FOR THIS CUSTOMER'.
       01 NOT-ON-FILE-NAME   PIC X(30)
                VALUE '*** NO LONGER ON CUSTMAST ***'.
       01 NAME-CHANGED-FLAG  PIC X(14)
                VALUE '  NAME CHANGED'.
       01 SCAN-LIMIT-MESSAGE.
          03 FILLER PIC X(30) VALUE 'OLDER SCORING DECISIONS NOT SE'.
          03 FILLER PIC X(30) VALUE 'ARCHED - LATEST AUDIT RECORDS '.
          03 FILLER PIC X(5)  VALUE 'ONLY'.
      *   Names of various CICS constructs
       77 CUSTMAST-FILE     PIC X(8) VALUE 'CUSTMAST'.
       77 CUSTHIST-FILE     PIC X(8) VALUE 'CUSTHIST'.
       77 SCOREAUD-FILE     PIC X(8) VALUE 'SCOREAUD'.
       77 CUSTHISM-MAPSET   PIC X(8) VALUE 'CUSTHISM'.
       77 CUSTHIS1-MAP      PIC X(8) VALUE 'CUSTHIS1'.
      *   Most SCOREAUD records one inquiry reads looking for the
      *   customer's decisions.
       77 SCAN-LIMIT        PIC 9(7) COMP VALUE 5000.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.
      *    Paint the empty inquiry screen and wait for the clerk to
      *    key a CUSTNO, then browse CUSTHIST and SCOREAUD and
      *    redisplay the map with that customer's history.
           PERFORM SEND-INITIAL-MAP THRU SEND-INITIAL-MAP-EXIT.
           PERFORM RECEIVE-AND-BROWSE THRU RECEIVE-AND-BROWSE-EXIT.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *================================================================*
      * Paint the blank inquiry map on first entry to the transaction. *
      *================================================================*
       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CUSTHIS1O.
           EXEC CICS SEND MAP(CUSTHIS1-MAP)
                     MAPSET(CUSTHISM-MAPSET)
                     ERASE
           END-EXEC.
       SEND-INITIAL-MAP-EXIT.
           EXIT.
      *================================================================*
      * Receive the CUSTNO the clerk keyed, list the customer's       *
      * changes and then the scoring decisions over the same period,  *
      * and redisplay the map with the results.                        *
      *================================================================*
       RECEIVE-AND-BROWSE.
           EXEC CICS RECEIVE MAP(CUSTHIS1-MAP)
                     MAPSET(CUSTHISM-MAPSET)
                     INTO(CUSTHIS1I)
           END-EXEC.

           MOVE CUSTNOI TO WS-CUSTNO-KEY.
           MOVE LOW-VALUES TO CUSTHIS1O.
           MOVE CUSTNOI TO CUSTNOO.
           MOVE SPACES TO MSGO.

      *    The name is only a convenience - a customer the weekend
      *    update removed still has a history to show.
           EXEC CICS READ FILE(CUSTMAST-FILE)
                     INTO(WS-CUSTMAST-REC)
                     RIDFLD(WS-CUSTNO-KEY)
                     KEYLENGTH(LENGTH OF WS-CUSTNO-KEY)
                     RESP(CM-READ-RESP) RESP2(CM-READ-RESP2)
           END-EXEC.
           IF CM-READ-RESP EQUAL DFHRESP(NORMAL) THEN
              MOVE CM-NAME TO NAMEO
           ELSE
              MOVE NOT-ON-FILE-NAME TO NAMEO
           END-IF.

           PERFORM LIST-CHANGES THRU LIST-CHANGES-EXIT.
           PERFORM LIST-DECISIONS THRU LIST-DECISIONS-EXIT.

           IF WS-ROW-COUNT EQUAL ZERO AND WS-AUD-COUNT EQUAL ZERO
              AND WS-SCAN-COUNT LESS THAN SCAN-LIMIT THEN
              MOVE NO-HISTORY-MESSAGE TO MSGO
           END-IF.

           EXEC CICS SEND MAP(CUSTHIS1-MAP)
                     MAPSET(CUSTHISM-MAPSET)
                     FROM(CUSTHIS1O)
                     DATAONLY
           END-EXEC.
       RECEIVE-AND-BROWSE-EXIT.
           EXIT.
      *================================================================*
      * Browse CUSTHIST backward from past the customer's highest key *
      * so the changes list newest first, until the browse runs off   *
      * the customer or all four change rows are filled.  The oldest  *
      * change shown opens the period the decisions are listed for.   *
      *================================================================*
       LIST-CHANGES.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE 'N' TO WS-BROWSE-SWITCH.

      *    A key this high will not exist, so NOTFND is the expected
      *    outcome here; CICS still establishes a browse position,
      *    so READPREV works.
           MOVE WS-CUSTNO-KEY TO WS-BROWSE-CUSTNO.
           MOVE HIGH-VALUES TO WS-BROWSE-REST.

           EXEC CICS STARTBR FILE(CUSTHIST-FILE)
                     RIDFLD(WS-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                     GTEQ
                     RESP(BR-RESP) RESP2(BR-RESP2)
           END-EXEC.

           IF BR-RESP EQUAL DFHRESP(NORMAL)
              OR BR-RESP EQUAL DFHRESP(NOTFND) THEN
              PERFORM BROWSE-PREV-CHANGE THRU BROWSE-PREV-CHANGE-EXIT
                  UNTIL END-OF-BROWSE OR WS-ROW-COUNT EQUAL 4
              EXEC CICS ENDBR FILE(CUSTHIST-FILE) END-EXEC
           END-IF.
       LIST-CHANGES-EXIT.
           EXIT.
      *================================================================*
      * Read the previous CUSTHIST record and, while it is still this *
      * customer's, move it to the next free pair of change rows.     *
      *================================================================*
       BROWSE-PREV-CHANGE.
           EXEC CICS READPREV FILE(CUSTHIST-FILE)
                     INTO(WS-CUSTHIST-REC)
                     RIDFLD(WS-BROWSE-KEY)
                     KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                     RESP(RN-RESP) RESP2(RN-RESP2)
           END-EXEC.

           IF RN-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              SET END-OF-BROWSE TO TRUE
              GO TO BROWSE-PREV-CHANGE-EXIT
           END-IF.
           IF CH-CUSTNO NOT EQUAL WS-CUSTNO-KEY THEN
              SET END-OF-BROWSE TO TRUE
              GO TO BROWSE-PREV-CHANGE-EXIT
           END-IF.

           ADD 1 TO WS-ROW-COUNT.
           MOVE CH-TIMESTAMP TO WS-PERIOD-FROM.
           MOVE CH-TIMESTAMP(1:8) TO WS-SHOW-DATE.
           MOVE CH-TIMESTAMP(9:6) TO WS-SHOW-TIME.
           EVALUATE TRUE
              WHEN CH-ADDED
                 MOVE 'ADDED' TO WS-SHOW-TYPE
              WHEN CH-DELETED
                 MOVE 'REMOVED' TO WS-SHOW-TYPE
              WHEN OTHER
                 MOVE 'CHANGED' TO WS-SHOW-TYPE
           END-EVALUATE.
           MOVE CH-BEF-INCOME TO WS-SHOW-BEF-INCOME.
           MOVE CH-AFT-INCOME TO WS-SHOW-AFT-INCOME.
           MOVE CH-BEF-DEBT   TO WS-SHOW-BEF-DEBT.
           MOVE CH-AFT-DEBT   TO WS-SHOW-AFT-DEBT.
           MOVE CH-BEF-RATING TO WS-SHOW-BEF-RATING.
           MOVE CH-AFT-RATING TO WS-SHOW-AFT-RATING.
           MOVE CH-BEF-YEARS  TO WS-SHOW-BEF-YEARS.
           MOVE CH-AFT-YEARS  TO WS-SHOW-AFT-YEARS.
           IF CH-CHANGED AND CH-BEF-NAME NOT EQUAL CH-AFT-NAME THEN
              MOVE NAME-CHANGED-FLAG TO WS-SHOW-NAME-FLAG
           ELSE
              MOVE SPACES TO WS-SHOW-NAME-FLAG
           END-IF.
           PERFORM MOVE-CHANGE-TO-MAP THRU MOVE-CHANGE-TO-MAP-EXIT.
       BROWSE-PREV-CHANGE-EXIT.
           EXIT.
      *================================================================*
      * Move the current change onto the pair of map rows matching    *
      * WS-ROW-COUNT.                                                  *
      *================================================================*
       MOVE-CHANGE-TO-MAP.
           EVALUATE WS-ROW-COUNT
              WHEN 1
                 MOVE WS-SHOW-TIMESTAMP TO CHT1O
                 MOVE WS-SHOW-TYPE      TO CHY1O
                 MOVE CH-PROGRAM        TO CHP1O
                 MOVE CH-REQUESTED-BY   TO CHR1O
                 MOVE CH-APPROVED-BY    TO CHA1O
                 MOVE WS-SHOW-VALUES    TO CHD1O
              WHEN 2
                 MOVE WS-SHOW-TIMESTAMP TO CHT2O
                 MOVE WS-SHOW-TYPE      TO CHY2O
                 MOVE CH-PROGRAM        TO CHP2O
                 MOVE CH-REQUESTED-BY   TO CHR2O
                 MOVE CH-APPROVED-BY    TO CHA2O
                 MOVE WS-SHOW-VALUES    TO CHD2O
              WHEN 3
                 MOVE WS-SHOW-TIMESTAMP TO CHT3O
                 MOVE WS-SHOW-TYPE      TO CHY3O
                 MOVE CH-PROGRAM        TO CHP3O
                 MOVE CH-REQUESTED-BY   TO CHR3O
                 MOVE CH-APPROVED-BY    TO CHA3O
                 MOVE WS-SHOW-VALUES    TO CHD3O
              WHEN 4
                 MOVE WS-SHOW-TIMESTAMP TO CHT4O
                 MOVE WS-SHOW-TYPE      TO CHY4O
                 MOVE CH-PROGRAM        TO CHP4O
                 MOVE CH-REQUESTED-BY   TO CHR4O
                 MOVE CH-APPROVED-BY    TO CHA4O
                 MOVE WS-SHOW-VALUES    TO CHD4O
           END-EVALUATE.
       MOVE-CHANGE-TO-MAP-EXIT.
           EXIT.
      *================================================================*
      * Browse SCOREAUD backward from its last record, listing the    *
      * customer's decisions until the five rows are filled, the      *
      * browse passes the start of the period, or SCAN-LIMIT records  *
      * have been read.                                                *
      *================================================================*
       LIST-DECISIONS.
           MOVE ZERO TO WS-AUD-COUNT.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE 'N' TO WS-AUD-SWITCH.
           MOVE HIGH-VALUES TO WS-AUDIT-RBA.

           EXEC CICS STARTBR FILE(SCOREAUD-FILE)
                     RIDFLD(WS-AUDIT-RBA)
                     RBA
                     RESP(BR-RESP) RESP2(BR-RESP2)
           END-EXEC.
           IF BR-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              GO TO LIST-DECISIONS-EXIT
           END-IF.

           PERFORM BROWSE-PREV-DECISION THRU BROWSE-PREV-DECISION-EXIT
               UNTIL END-OF-AUDIT OR WS-AUD-COUNT EQUAL 5.
           EXEC CICS ENDBR FILE(SCOREAUD-FILE) END-EXEC.

           IF WS-SCAN-COUNT NOT LESS THAN SCAN-LIMIT THEN
              MOVE SCAN-LIMIT-MESSAGE TO MSGO
           END-IF.
       LIST-DECISIONS-EXIT.
           EXIT.
      *================================================================*
      * Read the previous SCOREAUD record and list it when this       *
      * customer was either party to the decision.                     *
      *================================================================*
       BROWSE-PREV-DECISION.
           IF WS-SCAN-COUNT NOT LESS THAN SCAN-LIMIT THEN
              SET END-OF-AUDIT TO TRUE
              GO TO BROWSE-PREV-DECISION-EXIT
           END-IF.

           EXEC CICS READPREV FILE(SCOREAUD-FILE)
                     INTO(WS-SCOREAUD-REC)
                     RIDFLD(WS-AUDIT-RBA)
                     RBA
                     RESP(RN-RESP) RESP2(RN-RESP2)
           END-EXEC.

           IF RN-RESP NOT EQUAL DFHRESP(NORMAL) THEN
              SET END-OF-AUDIT TO TRUE
              GO TO BROWSE-PREV-DECISION-EXIT
           END-IF.
           ADD 1 TO WS-SCAN-COUNT.
           IF SA-TIMESTAMP LESS THAN WS-PERIOD-FROM THEN
              SET END-OF-AUDIT TO TRUE
              GO TO BROWSE-PREV-DECISION-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN SA-CUSTNO EQUAL WS-CUSTNO-KEY
                 MOVE SA-CUSTNO2 TO WS-SHOW-JOINT
              WHEN SA-CUSTNO2 EQUAL WS-CUSTNO-KEY
                 MOVE SA-CUSTNO TO WS-SHOW-JOINT
              WHEN OTHER
                 GO TO BROWSE-PREV-DECISION-EXIT
           END-EVALUATE.

           ADD 1 TO WS-AUD-COUNT.
           MOVE SA-TIMESTAMP(1:8) TO WS-SHOW-DATE.
           MOVE SA-TIMESTAMP(9:6) TO WS-SHOW-TIME.
           PERFORM MOVE-DECISION-TO-MAP
               THRU MOVE-DECISION-TO-MAP-EXIT.
       BROWSE-PREV-DECISION-EXIT.
           EXIT.
      *================================================================*
      * Move the current decision onto the map row matching           *
      * WS-AUD-COUNT.                                                  *
      *================================================================*
       MOVE-DECISION-TO-MAP.
           EVALUATE WS-AUD-COUNT
              WHEN 1
                 MOVE WS-SHOW-TIMESTAMP TO SAT1O
                 MOVE SA-AMOUNT         TO SAM1O
                 MOVE SA-DURATION       TO SAD1O
                 MOVE SA-SCORE          TO SAS1O
                 MOVE SA-SUBJECT        TO SAU1O
                 MOVE SA-ROLE           TO SAR1O
                 MOVE WS-SHOW-JOINT     TO SAC1O
              WHEN 2
                 MOVE WS-SHOW-TIMESTAMP TO SAT2O
                 MOVE SA-AMOUNT         TO SAM2O
                 MOVE SA-DURATION       TO SAD2O
                 MOVE SA-SCORE          TO SAS2O
                 MOVE SA-SUBJECT        TO SAU2O
                 MOVE SA-ROLE           TO SAR2O
                 MOVE WS-SHOW-JOINT     TO SAC2O
              WHEN 3
                 MOVE WS-SHOW-TIMESTAMP TO SAT3O
                 MOVE SA-AMOUNT         TO SAM3O
                 MOVE SA-DURATION       TO SAD3O
                 MOVE SA-SCORE          TO SAS3O
                 MOVE SA-SUBJECT        TO SAU3O
                 MOVE SA-ROLE           TO SAR3O
                 MOVE WS-SHOW-JOINT     TO SAC3O
              WHEN 4
                 MOVE WS-SHOW-TIMESTAMP TO SAT4O
                 MOVE SA-AMOUNT         TO SAM4O
                 MOVE SA-DURATION       TO SAD4O
                 MOVE SA-SCORE          TO SAS4O
                 MOVE SA-SUBJECT        TO SAU4O
                 MOVE SA-ROLE           TO SAR4O
                 MOVE WS-SHOW-JOINT     TO SAC4O
              WHEN 5
                 MOVE WS-SHOW-TIMESTAMP TO SAT5O
                 MOVE SA-AMOUNT         TO SAM5O
                 MOVE SA-DURATION       TO SAD5O
                 MOVE SA-SCORE          TO SAS5O
                 MOVE SA-SUBJECT        TO SAU5O
                 MOVE SA-ROLE           TO SAR5O
                 MOVE WS-SHOW-JOINT     TO SAC5O
           END-EVALUATE.
       MOVE-DECISION-TO-MAP-EXIT.
           EXIT.
