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
      * Module Name        CUSTHCMP.CBL                                *
      *                                                                *
      * LOANS and SCORING sample - weekend customer change history    *
      *                                                                *
      * The weekend file update replaces CUSTMAST customer data        *
      * wholesale and keeps no record of what it changed.  CUSTSNAP   *
      * unloads CUSTMAST immediately before the update; this job runs *
      * immediately after it and compares the unload with the updated *
      * cluster, customer by customer, writing a CUSTHIST record for  *
      * every customer the update added, changed or removed - the     *
      * same before/after history CUSTMNT and PAYPOST write for their *
      * own changes - and listing them on CUSTHRPT.                    *
      *                                                                *
      * Both files are read in CUSTNO order and matched:               *
      *  - on the unload only         - removed, before image only;    *
      *  - on CUSTMAST only           - added, after image only;       *
      *  - on both, but different     - changed, both images.          *
      * The records carry program CUSTHCMP and no user IDs.  CICS     *
      * must stay down between the unload and this job, or online     *
      * changes made in between would be recorded a second time as   *
      * weekend changes.                                               *
      *                                                                *
      * Every history record of a run is stamped with the run date    *
      * and the time the run first started.  A rerun after an abend   *
      * reuses that start time from RUNCTL, so the records the broken *
      * run already wrote come back as duplicate keys and are         *
      * skipped, not written twice.  An empty unload is refused - it  *
      * would report every customer on file as added.                  *
      *                                                                *
      * RUNCTL counts: 1 customers added, 2 changed, 3 removed.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              CUSTHCMP.
       AUTHOR.                  LOANS-APPLICATION-SUPPORT.
       INSTALLATION.            CICSDEV-LOANS-AND-SCORING.
       DATE-WRITTEN.            2026-10-14.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * Modification history                                          *
      *  2026-10-14  LAS  Initial version.                             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-Z.
       OBJECT-COMPUTER.         IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTSNAP ASSIGN TO CUSTSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSNAP-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTNO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTHIST ASSIGN TO CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT CUSTHRPT ASSIGN TO CUSTHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTHRPT-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTSNAP
           RECORDING MODE IS F.
       01  CUSTSNAP-RECORD              PIC X(67).

       FD  CUSTMAST
           RECORDING MODE IS F.
           COPY CUSTMAST.

       FD  CUSTHIST
           RECORDING MODE IS F.
           COPY CUSTHIST.

       FD  CUSTHRPT
           RECORDING MODE IS F.
       01  CUSTHRPT-LINE                PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CUSTSNAP-STATUS       PIC X(02) VALUE '00'.
               88  CUSTSNAP-OK                    VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OK                    VALUE '00'.
           05  WS-CUSTHIST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTHIST-OK                    VALUE '00'.
               88  CUSTHIST-DUPLICATE             VALUE '22'.
           05  WS-CUSTHRPT-STATUS       PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-SNAP-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-CUSTSNAP                VALUE 'Y'.
           05  WS-MAST-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-CUSTMAST                VALUE 'Y'.
      *
      *    The customer as the unload holds it, from before the
      *    weekend update.
           COPY CUSTMAST REPLACING CUSTMAST-RECORD BY WS-SNAP-REC.
      *
      *    Match keys - HIGH-VALUES once a file is exhausted.
       01  WS-MATCH-KEYS.
           05  WS-SNAP-KEY              PIC X(10)     VALUE SPACES.
           05  WS-MAST-KEY              PIC X(10)     VALUE SPACES.
      *
       01  WS-WORK-FIELDS.
           05  WS-RUNCTL-DATE           PIC X(8)      VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)      VALUE SPACES.
      *        Time stamped on every history record of this run - the
      *        first attempt's start time on a rerun.
           05  WS-STAMP-TIME            PIC X(6)      VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'CUSTHCMP'.
      *
      *    Counters for the run summary.
       01  WS-COUNTERS.
           05  WS-SNAP-READ             PIC 9(7)      VALUE ZERO.
           05  WS-MAST-READ             PIC 9(7)      VALUE ZERO.
           05  WS-CUST-ADDED            PIC 9(7)      VALUE ZERO.
           05  WS-CUST-CHANGED          PIC 9(7)      VALUE ZERO.
           05  WS-CUST-REMOVED          PIC 9(7)      VALUE ZERO.
           05  WS-ALREADY-RECORDED      PIC 9(7)      VALUE ZERO.
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(16) VALUE SPACES.
           05  FILLER PIC X(32) VALUE
               'WEEKEND CUSTOMER CHANGES        '.
           05  FILLER PIC X(12) VALUE '  RUN DATE: '.
           05  RT-RUN-DATE              PIC X(08).
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-COLS.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(09) VALUE 'CHANGE   '.
           05  FILLER PIC X(20) VALUE '   INCOME BEF/AFTER '.
           05  FILLER PIC X(20) VALUE '     DEBT BEF/AFTER '.
           05  FILLER PIC X(07) VALUE 'RATING '.
           05  FILLER PIC X(08) VALUE 'YEARS   '.
       01  RPT-DETAIL-LINE.
           05  RD-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-CHANGE                PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-BEF-INCOME            PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RD-AFT-INCOME            PIC ZZZZZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RD-BEF-DEBT              PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RD-AFT-DEBT              PIC ZZZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RD-BEF-RATING            PIC 9.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RD-AFT-RATING            PIC 9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RD-BEF-YEARS             PIC Z9.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RD-AFT-YEARS             PIC Z9.
       01  RPT-SUMMARY-1.
           05  FILLER PIC X(24) VALUE 'CUSTOMERS BEFORE UPDATE:'.
           05  RS-SNAP-READ             PIC ZZZ,ZZ9.
           05  FILLER PIC X(20) VALUE '   AFTER UPDATE:    '.
           05  RS-MAST-READ             PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-2.
           05  FILLER PIC X(24) VALUE 'ADDED:                  '.
           05  RS-CUST-ADDED            PIC ZZZ,ZZ9.
           05  FILLER PIC X(20) VALUE '   CHANGED:         '.
           05  RS-CUST-CHANGED          PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-3.
           05  FILLER PIC X(24) VALUE 'REMOVED:                '.
           05  RS-CUST-REMOVED          PIC ZZZ,ZZ9.
           05  FILLER PIC X(20) VALUE '   ALREADY RECORDED:'.
           05  RS-ALREADY-RECORDED      PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 0100-RUNCTL-START THRU 0100-RUNCTL-START-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-MATCH-CUSTOMER THRU 2000-MATCH-CUSTOMER-EXIT
               UNTIL END-OF-CUSTSNAP AND END-OF-CUSTMAST.
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'CUSTHCMP: BEFORE=' WS-SNAP-READ
                   ' AFTER=' WS-MAST-READ
                   ' ADDED=' WS-CUST-ADDED
                   ' CHANGED=' WS-CUST-CHANGED
                   ' REMOVED=' WS-CUST-REMOVED
                   ' ALREADY RECORDED=' WS-ALREADY-RECORDED.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse a duplicate run  *
      * for a business date this job has already completed, and      *
      * record that this run has started.  A rerun of an abended run  *
      * keeps the first attempt's start time as the history stamp.    *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO WS-STAMP-TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'CUSTHCMP: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK AND RC-RUN-COMPLETE THEN
              DISPLAY 'CUSTHCMP: ALREADY COMPLETE FOR '
                      WS-RUNCTL-DATE ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF RUNCTL-OK AND RC-RUN-STARTED THEN
              MOVE RC-START-TIME TO WS-STAMP-TIME
              DISPLAY 'CUSTHCMP: RESTART OF THE RUN STARTED AT '
                      WS-STAMP-TIME
           END-IF.
           INITIALIZE RUNCTL-RECORD.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           SET RC-RUN-STARTED TO TRUE.
           MOVE WS-STAMP-TIME   TO RC-START-TIME.
           MOVE 'STARTED' TO RC-OUTCOME.
           WRITE RUNCTL-RECORD
               INVALID KEY
                   REWRITE RUNCTL-RECORD
           END-WRITE.
       0100-RUNCTL-START-EXIT.
           EXIT.
      *
      *================================================================*
      * 1000-INITIALIZE - open the files, print the headings and      *
      * prime both sides of the match.                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT CUSTSNAP.
           IF NOT CUSTSNAP-OK THEN
              DISPLAY 'CUSTHCMP: CUSTSNAP OPEN FAILED, STATUS='
                      WS-CUSTSNAP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CUSTMAST.
           IF NOT CUSTMAST-OK THEN
              DISPLAY 'CUSTHCMP: CUSTMAST OPEN FAILED, STATUS='
                      WS-CUSTMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O CUSTHIST.
           IF NOT CUSTHIST-OK THEN
              DISPLAY 'CUSTHCMP: CUSTHIST OPEN FAILED, STATUS='
                      WS-CUSTHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT CUSTHRPT.
           MOVE WS-RUNCTL-DATE TO RT-RUN-DATE.
           WRITE CUSTHRPT-LINE FROM RPT-TITLE-1.
           WRITE CUSTHRPT-LINE FROM RPT-TITLE-2.
           WRITE CUSTHRPT-LINE FROM RPT-COLS.

           PERFORM 2100-READ-CUSTSNAP THRU 2100-READ-CUSTSNAP-EXIT.
      *    No unload means the snapshot step did not run - every
      *    customer would come out as added.
           IF END-OF-CUSTSNAP THEN
              DISPLAY 'CUSTHCMP: CUSTSNAP UNLOAD IS EMPTY - RUN '
                      'CUSTSNAP BEFORE THE WEEKEND UPDATE'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2200-READ-CUSTMAST THRU 2200-READ-CUSTMAST-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2000-MATCH-CUSTOMER - compare the lower of the two keys and    *
      * record what the weekend update did to that customer.           *
      *================================================================*
       2000-MATCH-CUSTOMER.
           EVALUATE TRUE
              WHEN WS-SNAP-KEY LESS THAN WS-MAST-KEY
                 INITIALIZE CUSTHIST-RECORD
                 PERFORM 3100-SNAP-TO-BEFORE
                     THRU 3100-SNAP-TO-BEFORE-EXIT
                 MOVE WS-SNAP-KEY TO CH-CUSTNO
                 SET CH-DELETED TO TRUE
                 PERFORM 3000-WRITE-HISTORY THRU 3000-WRITE-HISTORY-EXIT
                 PERFORM 2100-READ-CUSTSNAP THRU 2100-READ-CUSTSNAP-EXIT
              WHEN WS-MAST-KEY LESS THAN WS-SNAP-KEY
                 INITIALIZE CUSTHIST-RECORD
                 PERFORM 3200-MAST-TO-AFTER
                     THRU 3200-MAST-TO-AFTER-EXIT
                 MOVE WS-MAST-KEY TO CH-CUSTNO
                 SET CH-ADDED TO TRUE
                 PERFORM 3000-WRITE-HISTORY THRU 3000-WRITE-HISTORY-EXIT
                 PERFORM 2200-READ-CUSTMAST THRU 2200-READ-CUSTMAST-EXIT
              WHEN OTHER
                 INITIALIZE CUSTHIST-RECORD
                 PERFORM 3100-SNAP-TO-BEFORE
                     THRU 3100-SNAP-TO-BEFORE-EXIT
                 PERFORM 3200-MAST-TO-AFTER
                     THRU 3200-MAST-TO-AFTER-EXIT
                 IF CH-AFTER NOT EQUAL CH-BEFORE THEN
                    MOVE WS-MAST-KEY TO CH-CUSTNO
                    SET CH-CHANGED TO TRUE
                    PERFORM 3000-WRITE-HISTORY
                        THRU 3000-WRITE-HISTORY-EXIT
                 END-IF
                 PERFORM 2100-READ-CUSTSNAP THRU 2100-READ-CUSTSNAP-EXIT
                 PERFORM 2200-READ-CUSTMAST THRU 2200-READ-CUSTMAST-EXIT
           END-EVALUATE.
       2000-MATCH-CUSTOMER-EXIT.
           EXIT.
      *
       2100-READ-CUSTSNAP.
           READ CUSTSNAP INTO WS-SNAP-REC
               AT END
                   SET END-OF-CUSTSNAP TO TRUE
           END-READ.
           IF END-OF-CUSTSNAP THEN
              MOVE HIGH-VALUES TO WS-SNAP-KEY
           ELSE
              ADD 1 TO WS-SNAP-READ
              MOVE CM-CUSTNO OF WS-SNAP-REC TO WS-SNAP-KEY
           END-IF.
       2100-READ-CUSTSNAP-EXIT.
           EXIT.
      *
       2200-READ-CUSTMAST.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET END-OF-CUSTMAST TO TRUE
           END-READ.
           IF END-OF-CUSTMAST THEN
              MOVE HIGH-VALUES TO WS-MAST-KEY
           ELSE
              ADD 1 TO WS-MAST-READ
              MOVE CM-CUSTNO OF CUSTMAST-RECORD TO WS-MAST-KEY
           END-IF.
       2200-READ-CUSTMAST-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-WRITE-HISTORY - stamp and write the CUSTHIST record the  *
      * match has built, and list it.  A duplicate key is the record  *
      * an abended earlier attempt of this run already wrote.          *
      *================================================================*
       3000-WRITE-HISTORY.
           MOVE WS-RUNCTL-DATE      TO CH-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME       TO CH-TIMESTAMP(9:6).
           MOVE ZERO                TO CH-SEQNO.
           MOVE RUNCTL-JOB-NAME     TO CH-PROGRAM.
           WRITE CUSTHIST-RECORD.
           IF CUSTHIST-DUPLICATE THEN
              ADD 1 TO WS-ALREADY-RECORDED
              GO TO 3000-WRITE-HISTORY-EXIT
           END-IF.
           IF NOT CUSTHIST-OK THEN
              DISPLAY 'CUSTHCMP: CUSTHIST WRITE FAILED, STATUS='
                      WS-CUSTHIST-STATUS ' FOR CUSTNO=' CH-CUSTNO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           EVALUATE TRUE
              WHEN CH-ADDED
                 ADD 1 TO WS-CUST-ADDED
                 MOVE 'ADDED'   TO RD-CHANGE
              WHEN CH-DELETED
                 ADD 1 TO WS-CUST-REMOVED
                 MOVE 'REMOVED' TO RD-CHANGE
              WHEN OTHER
                 ADD 1 TO WS-CUST-CHANGED
                 MOVE 'CHANGED' TO RD-CHANGE
           END-EVALUATE.
           MOVE CH-CUSTNO           TO RD-CUSTNO.
           MOVE CH-BEF-INCOME       TO RD-BEF-INCOME.
           MOVE CH-AFT-INCOME       TO RD-AFT-INCOME.
           MOVE CH-BEF-DEBT         TO RD-BEF-DEBT.
           MOVE CH-AFT-DEBT         TO RD-AFT-DEBT.
           MOVE CH-BEF-RATING       TO RD-BEF-RATING.
           MOVE CH-AFT-RATING       TO RD-AFT-RATING.
           MOVE CH-BEF-YEARS        TO RD-BEF-YEARS.
           MOVE CH-AFT-YEARS        TO RD-AFT-YEARS.
           WRITE CUSTHRPT-LINE FROM RPT-DETAIL-LINE.
       3000-WRITE-HISTORY-EXIT.
           EXIT.
      *
       3100-SNAP-TO-BEFORE.
           MOVE CM-NAME OF WS-SNAP-REC           TO CH-BEF-NAME.
           MOVE CM-MONTHLY-INCOME OF WS-SNAP-REC TO CH-BEF-INCOME.
           MOVE CM-EXISTING-DEBT OF WS-SNAP-REC  TO CH-BEF-DEBT.
           MOVE CM-REPAYMENT-RATING OF WS-SNAP-REC
                                                 TO CH-BEF-RATING.
           MOVE CM-YEARS-ON-FILE OF WS-SNAP-REC  TO CH-BEF-YEARS.
       3100-SNAP-TO-BEFORE-EXIT.
           EXIT.
      *
       3200-MAST-TO-AFTER.
           MOVE CM-NAME OF CUSTMAST-RECORD       TO CH-AFT-NAME.
           MOVE CM-MONTHLY-INCOME OF CUSTMAST-RECORD
                                                 TO CH-AFT-INCOME.
           MOVE CM-EXISTING-DEBT OF CUSTMAST-RECORD
                                                 TO CH-AFT-DEBT.
           MOVE CM-REPAYMENT-RATING OF CUSTMAST-RECORD
                                                 TO CH-AFT-RATING.
           MOVE CM-YEARS-ON-FILE OF CUSTMAST-RECORD
                                                 TO CH-AFT-YEARS.
       3200-MAST-TO-AFTER-EXIT.
           EXIT.
      *
      *================================================================*
      * 4000-PRINT-SUMMARY - totals for the run.                       *
      *================================================================*
       4000-PRINT-SUMMARY.
           WRITE CUSTHRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-SNAP-READ          TO RS-SNAP-READ.
           MOVE WS-MAST-READ          TO RS-MAST-READ.
           WRITE CUSTHRPT-LINE FROM RPT-SUMMARY-1.
           MOVE WS-CUST-ADDED         TO RS-CUST-ADDED.
           MOVE WS-CUST-CHANGED       TO RS-CUST-CHANGED.
           WRITE CUSTHRPT-LINE FROM RPT-SUMMARY-2.
           MOVE WS-CUST-REMOVED       TO RS-CUST-REMOVED.
           MOVE WS-ALREADY-RECORDED   TO RS-ALREADY-RECORDED.
           WRITE CUSTHRPT-LINE FROM RPT-SUMMARY-3.
       4000-PRINT-SUMMARY-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (added / changed / removed) for the      *
      * morning handover.                                              *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'CUSTHCMP: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-CUST-ADDED   TO RC-COUNT-1.
           MOVE WS-CUST-CHANGED TO RC-COUNT-2.
           MOVE WS-CUST-REMOVED TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'CUSTHCMP: RUNCTL REWRITE FAILED, STATUS='
                      WS-RUNCTL-STATUS
           END-IF.
       8900-RUNCTL-END-9000.
           CLOSE RUNCTL.
       8900-RUNCTL-END-EXIT.
           EXIT.
      *
      *================================================================*
      * 9999-TERMINATE - close files and return.                       *
      *================================================================*
       9999-TERMINATE.
           CLOSE CUSTSNAP.
           CLOSE CUSTMAST.
           CLOSE CUSTHIST.
           CLOSE CUSTHRPT.
       9999-TERMINATE-EXIT.
           EXIT.
