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
      * Module Name        BACKTEST.CBL                                *
      *                                                                *
      * LOANS and SCORING sample - month-end scorecard back-test       *
      *                                                                *
      * Checks whether the GETSCORE scorecard actually separates good *
      * payers from bad.  Every loan on the LOANACCT book is joined   *
      * back to the score it was granted on and to its LOANMAST risk  *
      * tier and product:                                              *
      *  - the score is the SCOREAUD entry for the quote, paired the  *
      *    way AUDRECON pairs them (same customer, amount and         *
      *    duration, same day, closest within five minutes); when     *
      *    the audit entry cannot be found the LM-SCORE recorded on   *
      *    the ledger is used, and a loan with neither is counted as  *
      *    unscored and left out of the band tables;                  *
      *  - tier and product come from the LOANMAST quote the loan was *
      *    booked from ('--' when the quote has been archived).       *
      *                                                                *
      * Each loan's worst lateness is the most months any installment *
      * ran past its due date - a paid or settled line up to the      *
      * month it cleared, an unpaid one up to this month - counted as *
      * PAYPOST ages the book (due on the first, so year and month    *
      * are all that matter): 1 month is 30 days, 2 is 60, 3 or more  *
      * is 90+.  A loan is bad once it has reached 90+ or has been    *
      * written off; settled early means LNSETTLE paid it off.        *
      *                                                                *
      * BTRPT prints, for Risk:                                        *
      *  1. performance by booking month (vintage) and score band -   *
      *     booked, ever 30 / 60 / 90+, settled early, bad and the    *
      *     bad rate - for the last ten years of vintages, anything   *
      *     older rolled into one line;                                *
      *  2. the same across all vintages, band by band;                *
      *  3. the same by risk tier and product;                         *
      *  4. this month's distribution of SCOREAUD scores by band       *
      *     against the baseline month (BTBASEMO on LOANPARM, falling *
      *     back to the same month a year earlier), with the shift in *
      *     share per band and any band that moved by DRIFT-POINTS or *
      *     more flagged, so a drifting applicant population shows up *
      *     before the cutoff is changed.                              *
      *                                                                *
      * Intended to run on the last business night of the month,     *
      * after LNCHGOFF, so tonight's write-offs count as bad.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              BACKTEST.
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
           SELECT LOANACCT ASSIGN TO LOANACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LOANACCT-STATUS.

           SELECT LOANMAST ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-KEY
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT LOANPARM ASSIGN TO LOANPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-PARM-NAME
               FILE STATUS IS WS-LOANPARM-STATUS.

           SELECT SCOREAUD ASSIGN TO AS-SCOREAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCOREAUD-STATUS.

           SELECT BTRPT ASSIGN TO BTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTRPT-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOANACCT
           RECORDING MODE IS F.
           COPY LOANACCT.

       FD  LOANMAST
           RECORDING MODE IS F.
           COPY LOANMAST.

       FD  LOANPARM
           RECORDING MODE IS F.
           COPY LOANPARM.

       FD  SCOREAUD
           RECORDING MODE IS F.
           COPY SCOREAUD.

       FD  BTRPT
           RECORDING MODE IS F.
       01  BTRPT-LINE                   PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LOANACCT-STATUS       PIC X(02) VALUE '00'.
               88  LOANACCT-OK                    VALUE '00'.
           05  WS-LOANMAST-STATUS       PIC X(02) VALUE '00'.
               88  LOANMAST-OK                    VALUE '00'.
           05  WS-LOANPARM-STATUS       PIC X(02) VALUE '00'.
               88  LOANPARM-OK                    VALUE '00'.
           05  WS-SCOREAUD-STATUS       PIC X(02) VALUE '00'.
               88  SCOREAUD-OK                    VALUE '00'.
           05  WS-BTRPT-STATUS          PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-LOANACCT                VALUE 'Y'.
           05  WS-SA-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-SCOREAUD                VALUE 'Y'.
           05  WS-FIRST-FOUND-SW        PIC X(01) VALUE 'N'.
               88  FIRST-LOAN-FOUND               VALUE 'Y'.
           05  WS-CUST-DONE-SW          PIC X(01) VALUE 'N'.
               88  CUSTOMER-DONE                  VALUE 'Y'.
           05  WS-SLOT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  SLOT-FOUND                     VALUE 'Y'.
      *
       77  BTBASEMO-PARM                PIC X(8) VALUE 'BTBASEMO'.
      *
      *    Matching window: an audit entry and a loan's quote more
      *    than this many seconds apart are never the same decision.
       77  WS-MATCH-WINDOW              PIC S9(5) COMP-3 VALUE 300.
      *
      *    A band whose share of the month's scores has moved by this
      *    many percentage points or more from the baseline is flagged.
       77  DRIFT-POINTS                 PIC 9(3)V9 VALUE 5.0.
      *
      *    Today's date - the report month, and the month unpaid
      *    installments are aged to.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
      *
      *    Baseline month for the distribution comparison.
       01  WS-BASE-MONTH.
           05  WS-BASE-YYYY             PIC 9(4).
           05  WS-BASE-MM               PIC 9(2).
      *
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE-X            PIC X(8)       VALUE SPACES.
           05  WS-RUN-MONTHS            PIC 9(7)       VALUE ZERO.
           05  WS-BASE-SOURCE           PIC X(9)       VALUE SPACES.
           05  WS-DUE-YYYY              PIC 9(4)       VALUE ZERO.
           05  WS-DUE-MM                PIC 9(2)       VALUE ZERO.
           05  WS-DUE-MONTHS            PIC 9(7)       VALUE ZERO.
           05  WS-PAID-YYYY             PIC 9(4)       VALUE ZERO.
           05  WS-PAID-MM               PIC 9(2)       VALUE ZERO.
           05  WS-PAID-MONTHS           PIC 9(7)       VALUE ZERO.
           05  WS-LATE-MONTHS           PIC S9(7)      VALUE ZERO.
           05  WS-VINTAGE-YYYY          PIC 9(4)       VALUE ZERO.
           05  WS-VINTAGE-MM            PIC 9(2)       VALUE ZERO.
           05  WS-VINTAGE-AGE           PIC S9(7)      VALUE ZERO.
           05  WS-HH                    PIC 9(2)       VALUE ZERO.
           05  WS-MM                    PIC 9(2)       VALUE ZERO.
           05  WS-SS                    PIC 9(2)       VALUE ZERO.
           05  WS-SECONDS               PIC S9(8) COMP VALUE ZERO.
           05  WS-GAP                   PIC S9(8) COMP VALUE ZERO.
           05  WS-LB-SUB                PIC S9(8) COMP VALUE ZERO.
           05  WS-VT-SUB                PIC S9(4) COMP VALUE ZERO.
           05  WS-BAND-SUB              PIC S9(4) COMP VALUE ZERO.
           05  WS-TP-SUB                PIC S9(4) COMP VALUE ZERO.
           05  WS-TP-MOVE-SUB           PIC S9(4) COMP VALUE ZERO.
           05  WS-BAND-SCORE            PIC 9(3)       VALUE ZERO.
           05  WS-BAD-PCT               PIC 9(3)V9     VALUE ZERO.
           05  WS-BASE-PCT              PIC 9(3)V9     VALUE ZERO.
           05  WS-CURR-PCT              PIC 9(3)V9     VALUE ZERO.
           05  WS-SHIFT                 PIC S9(3)V9    VALUE ZERO.
           05  WS-RUNCTL-DATE           PIC X(8)       VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)       VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'BACKTEST'.
       77  PREREQ-JOB-NAME              PIC X(8) VALUE 'LNCHGOFF'.
      *
       01  WS-COUNTERS.
           05  WS-LOANS-ANALYSED        PIC 9(7)       VALUE ZERO.
           05  WS-SCORED-FROM-AUDIT     PIC 9(7)       VALUE ZERO.
           05  WS-SCORED-FROM-LEDGER    PIC 9(7)       VALUE ZERO.
           05  WS-LOANS-UNSCORED        PIC 9(7)       VALUE ZERO.
           05  WS-LOANS-BAD             PIC 9(7)       VALUE ZERO.
           05  WS-DIST-BASE-TOTAL       PIC 9(7)       VALUE ZERO.
           05  WS-DIST-CURR-TOTAL       PIC 9(7)       VALUE ZERO.
      *
      *    The sweep reads LOANACCT in key order, so a loan's header
      *    and schedule lines arrive together.  This hold area
      *    accumulates the current loan until the key moves on.
       01  WS-LOAN-HOLD.
           05  WS-CUR-LOAN-KEY.
               10  WS-CUR-LOAN-CUSTNO   PIC X(10) VALUE SPACES.
               10  WS-CUR-LOAN-TS       PIC X(14) VALUE SPACES.
           05  WS-LOAN-AMOUNT           PIC 9(7)  VALUE ZERO.
           05  WS-LOAN-DURATION         PIC 9(2)  VALUE ZERO.
           05  WS-LOAN-BOOKED-DATE      PIC X(8)  VALUE SPACES.
           05  WS-LOAN-WORST-MONTHS     PIC 9(3)  VALUE ZERO.
           05  WS-LOAN-SETTLED-SW       PIC X(01) VALUE 'N'.
           05  WS-LOAN-WOFF-SW          PIC X(01) VALUE 'N'.
      *
      *    Counts one loan contributes - and the same six counts as
      *    every accumulator below carries them, so a whole group
      *    can be moved in and out of WS-PRINT-COUNTS for adding and
      *    printing.
       01  WS-ONE-LOAN.
           05  OL-BOOKED                PIC S9(7) COMP VALUE ZERO.
           05  OL-EVER30                PIC S9(7) COMP VALUE ZERO.
           05  OL-EVER60                PIC S9(7) COMP VALUE ZERO.
           05  OL-EVER90                PIC S9(7) COMP VALUE ZERO.
           05  OL-SETTLED               PIC S9(7) COMP VALUE ZERO.
           05  OL-BAD                   PIC S9(7) COMP VALUE ZERO.
       01  WS-PRINT-COUNTS.
           05  PC-BOOKED                PIC S9(7) COMP VALUE ZERO.
           05  PC-EVER30                PIC S9(7) COMP VALUE ZERO.
           05  PC-EVER60                PIC S9(7) COMP VALUE ZERO.
           05  PC-EVER90                PIC S9(7) COMP VALUE ZERO.
           05  PC-SETTLED               PIC S9(7) COMP VALUE ZERO.
           05  PC-BAD                   PIC S9(7) COMP VALUE ZERO.
       01  WS-SUM-COUNTS.
           05  SM-BOOKED                PIC S9(7) COMP VALUE ZERO.
           05  SM-EVER30                PIC S9(7) COMP VALUE ZERO.
           05  SM-EVER60                PIC S9(7) COMP VALUE ZERO.
           05  SM-EVER90                PIC S9(7) COMP VALUE ZERO.
           05  SM-SETTLED               PIC S9(7) COMP VALUE ZERO.
           05  SM-BAD                   PIC S9(7) COMP VALUE ZERO.
      *
      *    Score bands: the top score of each band and its label.
      *    The referral band (55-60) and the approval line (above 60)
      *    GETQUOTE works to are band edges, so each side of the
      *    cutoff can be read straight off the report.
       01  WS-BAND-DEFS.
           05  FILLER                   PIC X(10) VALUE '049000-049'.
           05  FILLER                   PIC X(10) VALUE '054050-054'.
           05  FILLER                   PIC X(10) VALUE '060055-060'.
           05  FILLER                   PIC X(10) VALUE '065061-065'.
           05  FILLER                   PIC X(10) VALUE '070066-070'.
           05  FILLER                   PIC X(10) VALUE '080071-080'.
           05  FILLER                   PIC X(10) VALUE '090081-090'.
           05  FILLER                   PIC X(10) VALUE '999091+   '.
       01  WS-BAND-TABLE REDEFINES WS-BAND-DEFS.
           05  WS-BAND-ENTRY OCCURS 8 TIMES.
               10  BD-HIGH              PIC 9(3).
               10  BD-LABEL             PIC X(7).
       77  WS-BAND-COUNT                PIC S9(4) COMP VALUE 8.
      *
      *    Performance by vintage and band.  Entry 121 is this month,
      *    120 last month and so on back ten years; entry 1 holds
      *    every older vintage.
       01  WS-VINTAGE-TABLE.
           05  VT-ENTRY OCCURS 121 TIMES.
               10  VT-MONTH             PIC X(6).
               10  VT-BAND OCCURS 8 TIMES.
                   15  VT-BOOKED        PIC S9(7) COMP.
                   15  VT-EVER30        PIC S9(7) COMP.
                   15  VT-EVER60        PIC S9(7) COMP.
                   15  VT-EVER90        PIC S9(7) COMP.
                   15  VT-SETTLED       PIC S9(7) COMP.
                   15  VT-BAD           PIC S9(7) COMP.
       77  WS-VINTAGE-COUNT             PIC S9(4) COMP VALUE 121.
      *
      *    Performance by band across every vintage.
       01  WS-BAND-TOTALS.
           05  BT-BAND OCCURS 8 TIMES.
               10  BT-BOOKED            PIC S9(7) COMP.
               10  BT-EVER30            PIC S9(7) COMP.
               10  BT-EVER60            PIC S9(7) COMP.
               10  BT-EVER90            PIC S9(7) COMP.
               10  BT-SETTLED           PIC S9(7) COMP.
               10  BT-BAD               PIC S9(7) COMP.
      *
      *    Performance by risk tier and product, kept in tier and
      *    product order as entries are added.
       01  WS-TIER-TABLE.
           05  WS-TP-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  TP-ENTRY OCCURS 200 TIMES.
               10  TP-KEY.
                   15  TP-TIER          PIC X(2).
                   15  TP-PRODUCT       PIC X(4).
               10  TP-BOOKED            PIC S9(7) COMP.
               10  TP-EVER30            PIC S9(7) COMP.
               10  TP-EVER60            PIC S9(7) COMP.
               10  TP-EVER90            PIC S9(7) COMP.
               10  TP-SETTLED           PIC S9(7) COMP.
               10  TP-BAD               PIC S9(7) COMP.
       01  WS-NEW-TP-KEY.
           05  WS-NEW-TP-TIER           PIC X(2)  VALUE SPACES.
           05  WS-NEW-TP-PRODUCT        PIC X(4)  VALUE SPACES.
      *
      *    SCOREAUD scores by band for the month and the baseline.
       01  WS-DIST-TABLE.
           05  DT-BAND OCCURS 8 TIMES.
               10  DT-BASE-COUNT        PIC 9(7) COMP.
               10  DT-CURR-COUNT        PIC 9(7) COMP.
      *
      *    Every loan on the book, in LOANACCT key order - so in
      *    customer order, which lets a SCOREAUD entry find its
      *    customer's loans with a binary search.
       01  WS-LB-COUNT                  PIC S9(8) COMP VALUE ZERO.
       01  WS-LOAN-TABLE.
           05  LB-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LB-COUNT
                   ASCENDING KEY IS LBT-CUSTNO
                   INDEXED BY LB-IDX.
               10  LBT-CUSTNO           PIC X(10).
               10  LBT-TIMESTAMP        PIC X(14).
               10  LBT-AMOUNT           PIC 9(7).
               10  LBT-DURATION         PIC 9(2).
               10  LBT-SECONDS          PIC S9(8) COMP.
               10  LBT-BEST-GAP         PIC S9(8) COMP.
               10  LBT-SCORE            PIC 9(3).
      *            'A' - SCOREAUD, 'L' - LOANMAST, space - unscored.
               10  LBT-SCORE-SOURCE     PIC X(1).
               10  LBT-VINTAGE          PIC X(6).
               10  LBT-TIER             PIC X(2).
               10  LBT-PRODUCT          PIC X(4).
               10  LBT-WORST-MONTHS     PIC 9(3).
               10  LBT-SETTLED-SW       PIC X(1).
               10  LBT-WOFF-SW          PIC X(1).
       77  LOAN-TABLE-MAX               PIC S9(8) COMP VALUE 20000.
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(26) VALUE 'SCORECARD BACK-TEST REPORT'.
           05  FILLER PIC X(09) VALUE '  MONTH: '.
           05  RT-MONTH                 PIC X(06).
           05  FILLER PIC X(12) VALUE '  RUN DATE: '.
           05  RT-RUN-DATE              PIC X(08).
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-HDG-VINTAGE.
           05  FILLER PIC X(40) VALUE
               'SECTION 1 - PERFORMANCE BY VINTAGE AND S'.
           05  FILLER PIC X(09) VALUE 'CORE BAND'.
       01  RPT-HDG-BAND.
           05  FILLER PIC X(40) VALUE
               'SECTION 2 - ALL VINTAGES BY SCORE BAND  '.
       01  RPT-HDG-TIER.
           05  FILLER PIC X(40) VALUE
               'SECTION 3 - BY RISK TIER AND PRODUCT    '.
       01  RPT-HDG-DRIFT.
           05  FILLER PIC X(40) VALUE
               'SECTION 4 - SCOREAUD SCORE DISTRIBUTION '.
           05  FILLER PIC X(16) VALUE 'AGAINST BASELINE'.
       01  RPT-PERF-COLS.
           05  FILLER PIC X(09) VALUE 'VINTAGE  '.
           05  RC-LABEL-2-HDG           PIC X(08) VALUE 'BAND    '.
           05  FILLER PIC X(08) VALUE '  BOOKED'.
           05  FILLER PIC X(08) VALUE '  EVER30'.
           05  FILLER PIC X(08) VALUE '  EVER60'.
           05  FILLER PIC X(08) VALUE '  EVER90'.
           05  FILLER PIC X(08) VALUE ' SETTLED'.
           05  FILLER PIC X(08) VALUE '     BAD'.
           05  FILLER PIC X(07) VALUE '  BAD %'.
       01  RPT-TIER-COLS.
           05  FILLER PIC X(09) VALUE 'TIER     '.
           05  FILLER PIC X(08) VALUE 'PRODUCT '.
           05  FILLER PIC X(08) VALUE '  BOOKED'.
           05  FILLER PIC X(08) VALUE '  EVER30'.
           05  FILLER PIC X(08) VALUE '  EVER60'.
           05  FILLER PIC X(08) VALUE '  EVER90'.
           05  FILLER PIC X(08) VALUE ' SETTLED'.
           05  FILLER PIC X(08) VALUE '     BAD'.
           05  FILLER PIC X(07) VALUE '  BAD %'.
       01  RPT-PERF-LINE.
           05  RP-LABEL-1               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RP-LABEL-2               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RP-BOOKED                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RP-EVER30                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RP-EVER60                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RP-EVER90                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RP-SETTLED               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RP-BAD                   PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RP-BAD-PCT               PIC ZZ9.9.
       01  RPT-DRIFT-MONTHS.
           05  FILLER PIC X(16) VALUE 'BASELINE MONTH: '.
           05  RM-BASE-MONTH            PIC X(06).
           05  FILLER PIC X(02) VALUE ' ('.
           05  RM-BASE-SOURCE           PIC X(09).
           05  FILLER PIC X(16) VALUE ')   THIS MONTH: '.
           05  RM-CURR-MONTH            PIC X(06).
       01  RPT-DRIFT-COLS.
           05  FILLER PIC X(10) VALUE 'BAND      '.
           05  FILLER PIC X(10) VALUE '  BASELINE'.
           05  FILLER PIC X(08) VALUE '  SHARE%'.
           05  FILLER PIC X(12) VALUE '  THIS MONTH'.
           05  FILLER PIC X(08) VALUE '  SHARE%'.
           05  FILLER PIC X(08) VALUE '   SHIFT'.
       01  RPT-DRIFT-LINE.
           05  RD-BAND                  PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RD-BASE-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RD-BASE-PCT              PIC ZZ9.9.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  RD-CURR-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RD-CURR-PCT              PIC ZZ9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-SHIFT                 PIC ---9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RD-FLAG                  PIC X(05).
       01  RPT-DRIFT-NOTE.
           05  FILLER PIC X(34) VALUE
               'DRIFT FLAGS A BAND WHOSE SHARE HAS'.
           05  FILLER PIC X(09) VALUE ' MOVED BY'.
           05  RN-POINTS                PIC ZZ9.9.
           05  FILLER PIC X(17) VALUE ' POINTS OR MORE  '.
       01  RPT-SUMMARY-1.
           05  FILLER PIC X(16) VALUE 'LOANS ANALYSED: '.
           05  RS-LOANS                 PIC ZZZ,ZZ9.
           05  FILLER PIC X(19) VALUE '   SCORED - AUDIT: '.
           05  RS-AUDIT                 PIC ZZZ,ZZ9.
           05  FILLER PIC X(10) VALUE '  LEDGER: '.
           05  RS-LEDGER                PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-2.
           05  FILLER PIC X(16) VALUE 'UNSCORED:       '.
           05  RS-UNSCORED              PIC ZZZ,ZZ9.
           05  FILLER PIC X(19) VALUE '   BAD LOANS:      '.
           05  RS-BAD                   PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 0100-RUNCTL-START THRU 0100-RUNCTL-START-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SCAN-LOANACCT THRU 2000-SCAN-LOANACCT-EXIT
               UNTIL END-OF-LOANACCT.
      *    Flush the last loan left in the hold area.
           PERFORM 2200-FLUSH-LOAN THRU 2200-FLUSH-LOAN-EXIT.
           PERFORM 3000-READ-SCOREAUD THRU 3000-READ-SCOREAUD-EXIT
               UNTIL END-OF-SCOREAUD.
           PERFORM 4000-ROLL-UP-LOAN THRU 4000-ROLL-UP-LOAN-EXIT
               VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB GREATER THAN WS-LB-COUNT.
           PERFORM 5000-PRINT-REPORT THRU 5000-PRINT-REPORT-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'BACKTEST: LOANS=' WS-LOANS-ANALYSED
                   ' AUDIT-SCORED=' WS-SCORED-FROM-AUDIT
                   ' LEDGER-SCORED=' WS-SCORED-FROM-LEDGER
                   ' UNSCORED=' WS-LOANS-UNSCORED
                   ' BAD=' WS-LOANS-BAD
                   ' BASELINE=' WS-BASE-MONTH.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse a duplicate run  *
      * for a business date this job has already completed, refuse   *
      * to run before LNCHGOFF has written off tonight's losses (they *
      * must count as bad), and record that this run has started.     *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'BACKTEST: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK AND RC-RUN-COMPLETE THEN
              DISPLAY 'BACKTEST: ALREADY COMPLETE FOR '
                      WS-RUNCTL-DATE ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PREREQ-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK OR NOT RC-RUN-COMPLETE THEN
              DISPLAY 'BACKTEST: ' PREREQ-JOB-NAME
                      ' HAS NOT COMPLETED FOR ' WS-RUNCTL-DATE
                      ' - RUN IT FIRST'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE RUNCTL-RECORD.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           SET RC-RUN-STARTED TO TRUE.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-START-TIME.
           MOVE 'STARTED' TO RC-OUTCOME.
           WRITE RUNCTL-RECORD
               INVALID KEY
                   REWRITE RUNCTL-RECORD
           END-WRITE.
       0100-RUNCTL-START-EXIT.
           EXIT.
      *
      *================================================================*
      * 1000-INITIALIZE - work out the baseline month, clear the      *
      * accumulators and open the files.                               *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MONTHS = (WS-RUN-YYYY * 12) + WS-RUN-MM.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.

           INITIALIZE WS-VINTAGE-TABLE.
           INITIALIZE WS-BAND-TOTALS.
           INITIALIZE WS-DIST-TABLE.
           MOVE 'OLDER' TO VT-MONTH(1).

      *    The baseline defaults to the same month a year ago, so a
      *    seasonal swing in applicants is not mistaken for drift.
           COMPUTE WS-BASE-YYYY = WS-RUN-YYYY - 1.
           MOVE WS-RUN-MM TO WS-BASE-MM.
           MOVE 'DEFAULT' TO WS-BASE-SOURCE.
           OPEN INPUT LOANPARM.
           IF LOANPARM-OK THEN
              MOVE BTBASEMO-PARM TO LP-PARM-NAME
              READ LOANPARM
              IF LOANPARM-OK AND LP-PARM-VALUE(1:6) NUMERIC
                 AND LP-PARM-VALUE(5:2) GREATER THAN '00'
                 AND LP-PARM-VALUE(5:2) LESS THAN '13' THEN
                 MOVE LP-PARM-VALUE(1:6) TO WS-BASE-MONTH
                 MOVE 'PARAMETER' TO WS-BASE-SOURCE
              ELSE
                 DISPLAY 'BACKTEST: BTBASEMO PARAMETER MISSING OR'
                         ' INVALID - USING ' WS-BASE-MONTH
              END-IF
              CLOSE LOANPARM
           ELSE
              DISPLAY 'BACKTEST: LOANPARM OPEN FAILED, STATUS='
                      WS-LOANPARM-STATUS ' - USING ' WS-BASE-MONTH
           END-IF.

           OPEN INPUT LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'BACKTEST: LOANACCT OPEN FAILED, STATUS='
                      WS-LOANACCT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-OK THEN
              DISPLAY 'BACKTEST: LOANMAST OPEN FAILED, STATUS='
                      WS-LOANMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT SCOREAUD.
           IF NOT SCOREAUD-OK THEN
              DISPLAY 'BACKTEST: SCOREAUD OPEN FAILED, STATUS='
                      WS-SCOREAUD-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT BTRPT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2000-SCAN-LOANACCT - read the next LOANACCT record and roll   *
      * it into the loan hold.                                         *
      *================================================================*
       2000-SCAN-LOANACCT.
           READ LOANACCT NEXT RECORD
               AT END
                   SET END-OF-LOANACCT TO TRUE
           END-READ.
           IF NOT END-OF-LOANACCT THEN
              PERFORM 2100-ACCUMULATE-RECORD
                  THRU 2100-ACCUMULATE-RECORD-EXIT
           END-IF.
       2000-SCAN-LOANACCT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Roll one LOANACCT record into the loan hold, flushing the     *
      * previous loan first when the key has moved on.  The header    *
      * gives the loan's figures; each schedule line may push out the *
      * worst lateness.                                                *
      *----------------------------------------------------------------*
       2100-ACCUMULATE-RECORD.
           IF LA-CUSTNO NOT EQUAL WS-CUR-LOAN-CUSTNO
              OR LA-TIMESTAMP NOT EQUAL WS-CUR-LOAN-TS THEN
              PERFORM 2200-FLUSH-LOAN THRU 2200-FLUSH-LOAN-EXIT
              MOVE LA-CUSTNO    TO WS-CUR-LOAN-CUSTNO
              MOVE LA-TIMESTAMP TO WS-CUR-LOAN-TS
           END-IF.

           IF LA-SEQNO EQUAL ZERO THEN
              MOVE LA-PRINCIPAL   TO WS-LOAN-AMOUNT
              MOVE LA-DURATION    TO WS-LOAN-DURATION
              MOVE LA-BOOKED-DATE TO WS-LOAN-BOOKED-DATE
              IF LA-ACCT-WRITTEN-OFF THEN
                 MOVE 'Y' TO WS-LOAN-WOFF-SW
              END-IF
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.

           IF LA-SETTLED THEN
              MOVE 'Y' TO WS-LOAN-SETTLED-SW
           END-IF.

      *    An unpaid line is late up to this month; a cleared one was
      *    late up to the month it cleared.
           MOVE LA-DUE-DATE(1:4) TO WS-DUE-YYYY.
           MOVE LA-DUE-DATE(5:2) TO WS-DUE-MM.
           COMPUTE WS-DUE-MONTHS = (WS-DUE-YYYY * 12) + WS-DUE-MM.
           IF LA-UNPAID THEN
              COMPUTE WS-LATE-MONTHS = WS-RUN-MONTHS - WS-DUE-MONTHS
           ELSE
              IF LA-PAID-DATE EQUAL SPACES THEN
                 GO TO 2100-ACCUMULATE-RECORD-EXIT
              END-IF
              MOVE LA-PAID-DATE(1:4) TO WS-PAID-YYYY
              MOVE LA-PAID-DATE(5:2) TO WS-PAID-MM
              COMPUTE WS-PAID-MONTHS =
                  (WS-PAID-YYYY * 12) + WS-PAID-MM
              COMPUTE WS-LATE-MONTHS = WS-PAID-MONTHS - WS-DUE-MONTHS
           END-IF.
           IF WS-LATE-MONTHS GREATER THAN WS-LOAN-WORST-MONTHS THEN
              MOVE WS-LATE-MONTHS TO WS-LOAN-WORST-MONTHS
           END-IF.
       2100-ACCUMULATE-RECORD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Flush the held loan into the loan table, picking up its tier, *
      * product and recorded score from the LOANMAST quote it was     *
      * booked from, and clear the hold for the next one.              *
      *----------------------------------------------------------------*
       2200-FLUSH-LOAN.
           IF WS-CUR-LOAN-CUSTNO EQUAL SPACES THEN
              GO TO 2200-FLUSH-LOAN-EXIT
           END-IF.
           IF WS-LB-COUNT NOT LESS THAN LOAN-TABLE-MAX THEN
              DISPLAY 'BACKTEST: LOAN TABLE FULL - RAISE THE'
                      ' TABLE SIZE AND RERUN'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           ADD 1 TO WS-LB-COUNT.
           MOVE WS-CUR-LOAN-CUSTNO     TO LBT-CUSTNO(WS-LB-COUNT).
           MOVE WS-CUR-LOAN-TS         TO LBT-TIMESTAMP(WS-LB-COUNT).
           MOVE WS-LOAN-AMOUNT         TO LBT-AMOUNT(WS-LB-COUNT).
           MOVE WS-LOAN-DURATION       TO LBT-DURATION(WS-LB-COUNT).
           MOVE WS-LOAN-BOOKED-DATE(1:6)
                                       TO LBT-VINTAGE(WS-LB-COUNT).
           MOVE WS-LOAN-WORST-MONTHS   TO
                                   LBT-WORST-MONTHS(WS-LB-COUNT).
           MOVE WS-LOAN-SETTLED-SW     TO LBT-SETTLED-SW(WS-LB-COUNT).
           MOVE WS-LOAN-WOFF-SW        TO LBT-WOFF-SW(WS-LB-COUNT).
           MOVE WS-CUR-LOAN-TS(9:2)  TO WS-HH.
           MOVE WS-CUR-LOAN-TS(11:2) TO WS-MM.
           MOVE WS-CUR-LOAN-TS(13:2) TO WS-SS.
           COMPUTE WS-SECONDS =
               (WS-HH * 3600) + (WS-MM * 60) + WS-SS.
           MOVE WS-SECONDS TO LBT-SECONDS(WS-LB-COUNT).
           MOVE 99999999   TO LBT-BEST-GAP(WS-LB-COUNT).

           MOVE WS-CUR-LOAN-CUSTNO TO LM-CUSTNO.
           MOVE WS-CUR-LOAN-TS     TO LM-TIMESTAMP.
           READ LOANMAST.
           IF LOANMAST-OK THEN
              MOVE LM-RISK-TIER TO LBT-TIER(WS-LB-COUNT)
              MOVE LM-PRODUCT   TO LBT-PRODUCT(WS-LB-COUNT)
              MOVE LM-SCORE     TO LBT-SCORE(WS-LB-COUNT)
              MOVE 'L'          TO LBT-SCORE-SOURCE(WS-LB-COUNT)
           ELSE
              MOVE '--'         TO LBT-TIER(WS-LB-COUNT)
              MOVE '----'       TO LBT-PRODUCT(WS-LB-COUNT)
              MOVE ZERO         TO LBT-SCORE(WS-LB-COUNT)
              MOVE SPACE        TO LBT-SCORE-SOURCE(WS-LB-COUNT)
           END-IF.

           MOVE SPACES TO WS-CUR-LOAN-CUSTNO.
           MOVE SPACES TO WS-CUR-LOAN-TS.
           MOVE ZERO   TO WS-LOAN-AMOUNT.
           MOVE ZERO   TO WS-LOAN-DURATION.
           MOVE SPACES TO WS-LOAN-BOOKED-DATE.
           MOVE ZERO   TO WS-LOAN-WORST-MONTHS.
           MOVE 'N'    TO WS-LOAN-SETTLED-SW.
           MOVE 'N'    TO WS-LOAN-WOFF-SW.
       2200-FLUSH-LOAN-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-READ-SCOREAUD - count one audit entry into the month's   *
      * or the baseline's distribution, and offer it to its           *
      * customer's loans as the score they were granted on.           *
      *================================================================*
       3000-READ-SCOREAUD.
           READ SCOREAUD
               AT END
                   SET END-OF-SCOREAUD TO TRUE
           END-READ.
           IF END-OF-SCOREAUD THEN
              GO TO 3000-READ-SCOREAUD-EXIT
           END-IF.

           IF SA-TIMESTAMP(1:6) EQUAL WS-RUN-DATE-X(1:6)
              OR SA-TIMESTAMP(1:6) EQUAL WS-BASE-MONTH THEN
              MOVE SA-SCORE TO WS-BAND-SCORE
              PERFORM 4100-FIND-BAND THRU 4100-FIND-BAND-EXIT
              IF SA-TIMESTAMP(1:6) EQUAL WS-RUN-DATE-X(1:6) THEN
                 ADD 1 TO DT-CURR-COUNT(WS-BAND-SUB)
                 ADD 1 TO WS-DIST-CURR-TOTAL
              END-IF
              IF SA-TIMESTAMP(1:6) EQUAL WS-BASE-MONTH THEN
                 ADD 1 TO DT-BASE-COUNT(WS-BAND-SUB)
                 ADD 1 TO WS-DIST-BASE-TOTAL
              END-IF
           END-IF.

           IF WS-LB-COUNT EQUAL ZERO THEN
              GO TO 3000-READ-SCOREAUD-EXIT
           END-IF.
           SEARCH ALL LB-ENTRY
               AT END
                   GO TO 3000-READ-SCOREAUD-EXIT
               WHEN LBT-CUSTNO(LB-IDX) EQUAL SA-CUSTNO
                   SET WS-LB-SUB TO LB-IDX
           END-SEARCH.

      *    The search lands on any one of the customer's loans - step
      *    back to the first, then offer the entry to each in turn.
           MOVE 'N' TO WS-FIRST-FOUND-SW.
           PERFORM 3100-STEP-BACK THRU 3100-STEP-BACK-EXIT
               UNTIL FIRST-LOAN-FOUND.
           MOVE 'N' TO WS-CUST-DONE-SW.
           PERFORM 3200-CONSIDER-LOAN THRU 3200-CONSIDER-LOAN-EXIT
               UNTIL CUSTOMER-DONE
                  OR WS-LB-SUB GREATER THAN WS-LB-COUNT.
       3000-READ-SCOREAUD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Step back one loan while the one before is still this         *
      * customer's.                                                    *
      *----------------------------------------------------------------*
       3100-STEP-BACK.
           IF WS-LB-SUB EQUAL 1 THEN
              SET FIRST-LOAN-FOUND TO TRUE
              GO TO 3100-STEP-BACK-EXIT
           END-IF.
           IF LBT-CUSTNO(WS-LB-SUB - 1) NOT EQUAL SA-CUSTNO THEN
              SET FIRST-LOAN-FOUND TO TRUE
              GO TO 3100-STEP-BACK-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-LB-SUB.
       3100-STEP-BACK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Pair the audit entry with one of the customer's loans if it   *
      * scored the same amount and duration on the same day, within   *
      * the window, and closer than any entry paired so far.          *
      *----------------------------------------------------------------*
       3200-CONSIDER-LOAN.
           IF LBT-CUSTNO(WS-LB-SUB) NOT EQUAL SA-CUSTNO THEN
              SET CUSTOMER-DONE TO TRUE
              GO TO 3200-CONSIDER-LOAN-EXIT
           END-IF.
           IF SA-TIMESTAMP(1:8) NOT EQUAL
                 LBT-TIMESTAMP(WS-LB-SUB)(1:8)
              OR SA-AMOUNT NOT EQUAL LBT-AMOUNT(WS-LB-SUB)
              OR SA-DURATION NOT EQUAL LBT-DURATION(WS-LB-SUB) THEN
              GO TO 3200-CONSIDER-LOAN-NEXT
           END-IF.
           MOVE SA-TIMESTAMP(9:2)  TO WS-HH.
           MOVE SA-TIMESTAMP(11:2) TO WS-MM.
           MOVE SA-TIMESTAMP(13:2) TO WS-SS.
           COMPUTE WS-SECONDS =
               (WS-HH * 3600) + (WS-MM * 60) + WS-SS.
           COMPUTE WS-GAP = WS-SECONDS - LBT-SECONDS(WS-LB-SUB).
           IF WS-GAP LESS THAN ZERO THEN
              COMPUTE WS-GAP = 0 - WS-GAP
           END-IF.
           IF WS-GAP NOT GREATER THAN WS-MATCH-WINDOW
              AND WS-GAP LESS THAN LBT-BEST-GAP(WS-LB-SUB) THEN
              MOVE WS-GAP   TO LBT-BEST-GAP(WS-LB-SUB)
              MOVE SA-SCORE TO LBT-SCORE(WS-LB-SUB)
              MOVE 'A'      TO LBT-SCORE-SOURCE(WS-LB-SUB)
           END-IF.
       3200-CONSIDER-LOAN-NEXT.
           ADD 1 TO WS-LB-SUB.
       3200-CONSIDER-LOAN-EXIT.
           EXIT.
      *
      *================================================================*
      * 4000-ROLL-UP-LOAN - add one loan into the tier and product    *
      * table and, when it has a score, into its vintage and band.    *
      *================================================================*
       4000-ROLL-UP-LOAN.
           ADD 1 TO WS-LOANS-ANALYSED.
           INITIALIZE WS-ONE-LOAN.
           MOVE 1 TO OL-BOOKED.
           IF LBT-WORST-MONTHS(WS-LB-SUB) NOT LESS THAN 1 THEN
              MOVE 1 TO OL-EVER30
           END-IF.
           IF LBT-WORST-MONTHS(WS-LB-SUB) NOT LESS THAN 2 THEN
              MOVE 1 TO OL-EVER60
           END-IF.
           IF LBT-WORST-MONTHS(WS-LB-SUB) NOT LESS THAN 3 THEN
              MOVE 1 TO OL-EVER90
           END-IF.
           IF LBT-SETTLED-SW(WS-LB-SUB) EQUAL 'Y' THEN
              MOVE 1 TO OL-SETTLED
           END-IF.
           IF OL-EVER90 EQUAL 1
              OR LBT-WOFF-SW(WS-LB-SUB) EQUAL 'Y' THEN
              MOVE 1 TO OL-BAD
              ADD 1 TO WS-LOANS-BAD
           END-IF.

           PERFORM 4300-ADD-TO-TIER THRU 4300-ADD-TO-TIER-EXIT.

           EVALUATE LBT-SCORE-SOURCE(WS-LB-SUB)
              WHEN 'A'
                 ADD 1 TO WS-SCORED-FROM-AUDIT
              WHEN 'L'
                 ADD 1 TO WS-SCORED-FROM-LEDGER
              WHEN OTHER
                 ADD 1 TO WS-LOANS-UNSCORED
                 GO TO 4000-ROLL-UP-LOAN-EXIT
           END-EVALUATE.

           MOVE LBT-SCORE(WS-LB-SUB) TO WS-BAND-SCORE.
           PERFORM 4100-FIND-BAND THRU 4100-FIND-BAND-EXIT.
           PERFORM 4200-FIND-VINTAGE THRU 4200-FIND-VINTAGE-EXIT.

           MOVE VT-BAND(WS-VT-SUB, WS-BAND-SUB) TO WS-PRINT-COUNTS.
           PERFORM 4900-ADD-LOAN-COUNTS THRU 4900-ADD-LOAN-COUNTS-EXIT.
           MOVE WS-PRINT-COUNTS TO VT-BAND(WS-VT-SUB, WS-BAND-SUB).

           MOVE BT-BAND(WS-BAND-SUB) TO WS-PRINT-COUNTS.
           PERFORM 4900-ADD-LOAN-COUNTS THRU 4900-ADD-LOAN-COUNTS-EXIT.
           MOVE WS-PRINT-COUNTS TO BT-BAND(WS-BAND-SUB).
       4000-ROLL-UP-LOAN-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Set WS-BAND-SUB to the band WS-BAND-SCORE falls in.            *
      *----------------------------------------------------------------*
       4100-FIND-BAND.
           MOVE 1 TO WS-BAND-SUB.
           PERFORM 4110-NEXT-BAND THRU 4110-NEXT-BAND-EXIT
               UNTIL WS-BAND-SCORE NOT GREATER THAN
                     BD-HIGH(WS-BAND-SUB).
       4100-FIND-BAND-EXIT.
           EXIT.
      *
       4110-NEXT-BAND.
           ADD 1 TO WS-BAND-SUB.
       4110-NEXT-BAND-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Set WS-VT-SUB to the vintage entry for the loan's booking     *
      * month - 121 for this month, one less per month back, and 1    *
      * for anything ten years old or more.                            *
      *----------------------------------------------------------------*
       4200-FIND-VINTAGE.
           MOVE LBT-VINTAGE(WS-LB-SUB)(1:4) TO WS-VINTAGE-YYYY.
           MOVE LBT-VINTAGE(WS-LB-SUB)(5:2) TO WS-VINTAGE-MM.
           COMPUTE WS-VINTAGE-AGE = WS-RUN-MONTHS
               - ((WS-VINTAGE-YYYY * 12) + WS-VINTAGE-MM).
           IF WS-VINTAGE-AGE LESS THAN ZERO THEN
              MOVE ZERO TO WS-VINTAGE-AGE
           END-IF.
           IF WS-VINTAGE-AGE NOT LESS THAN WS-VINTAGE-COUNT - 1 THEN
              MOVE 1 TO WS-VT-SUB
           ELSE
              COMPUTE WS-VT-SUB = WS-VINTAGE-COUNT - WS-VINTAGE-AGE
              MOVE LBT-VINTAGE(WS-LB-SUB) TO VT-MONTH(WS-VT-SUB)
           END-IF.
       4200-FIND-VINTAGE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Add the loan into its tier and product entry, opening one in  *
      * key order when this is the first loan seen for the pair.      *
      *----------------------------------------------------------------*
       4300-ADD-TO-TIER.
           MOVE LBT-TIER(WS-LB-SUB)    TO WS-NEW-TP-TIER.
           MOVE LBT-PRODUCT(WS-LB-SUB) TO WS-NEW-TP-PRODUCT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 4310-FIND-SLOT THRU 4310-FIND-SLOT-EXIT
               VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL SLOT-FOUND
                  OR WS-TP-SUB GREATER THAN WS-TP-COUNT.
           IF SLOT-FOUND THEN
              SUBTRACT 1 FROM WS-TP-SUB
           END-IF.

           IF WS-TP-SUB GREATER THAN WS-TP-COUNT
              OR TP-KEY(WS-TP-SUB) NOT EQUAL WS-NEW-TP-KEY THEN
              IF WS-TP-COUNT NOT LESS THAN 200 THEN
                 DISPLAY 'BACKTEST: TIER TABLE FULL - RAISE THE'
                         ' TABLE SIZE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 4320-OPEN-SLOT THRU 4320-OPEN-SLOT-EXIT
                  VARYING WS-TP-MOVE-SUB FROM WS-TP-COUNT BY -1
                  UNTIL WS-TP-MOVE-SUB LESS THAN WS-TP-SUB
              ADD 1 TO WS-TP-COUNT
              INITIALIZE TP-ENTRY(WS-TP-SUB)
              MOVE WS-NEW-TP-KEY TO TP-KEY(WS-TP-SUB)
           END-IF.

           MOVE TP-BOOKED(WS-TP-SUB)  TO PC-BOOKED.
           MOVE TP-EVER30(WS-TP-SUB)  TO PC-EVER30.
           MOVE TP-EVER60(WS-TP-SUB)  TO PC-EVER60.
           MOVE TP-EVER90(WS-TP-SUB)  TO PC-EVER90.
           MOVE TP-SETTLED(WS-TP-SUB) TO PC-SETTLED.
           MOVE TP-BAD(WS-TP-SUB)     TO PC-BAD.
           PERFORM 4900-ADD-LOAN-COUNTS THRU 4900-ADD-LOAN-COUNTS-EXIT.
           MOVE PC-BOOKED  TO TP-BOOKED(WS-TP-SUB).
           MOVE PC-EVER30  TO TP-EVER30(WS-TP-SUB).
           MOVE PC-EVER60  TO TP-EVER60(WS-TP-SUB).
           MOVE PC-EVER90  TO TP-EVER90(WS-TP-SUB).
           MOVE PC-SETTLED TO TP-SETTLED(WS-TP-SUB).
           MOVE PC-BAD     TO TP-BAD(WS-TP-SUB).
       4300-ADD-TO-TIER-EXIT.
           EXIT.
      *
      *    Stop at the first entry not below the new key - either the
      *    pair's own entry or the slot it belongs in.
       4310-FIND-SLOT.
           IF TP-KEY(WS-TP-SUB) NOT LESS THAN WS-NEW-TP-KEY THEN
              SET SLOT-FOUND TO TRUE
           END-IF.
       4310-FIND-SLOT-EXIT.
           EXIT.
      *
      *    Shift one entry down to open the slot for a new pair.
       4320-OPEN-SLOT.
           MOVE TP-ENTRY(WS-TP-MOVE-SUB)
                                   TO TP-ENTRY(WS-TP-MOVE-SUB + 1).
       4320-OPEN-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Add the loan's counts into the accumulator loaded into        *
      * WS-PRINT-COUNTS.                                               *
      *----------------------------------------------------------------*
       4900-ADD-LOAN-COUNTS.
           ADD OL-BOOKED  TO PC-BOOKED.
           ADD OL-EVER30  TO PC-EVER30.
           ADD OL-EVER60  TO PC-EVER60.
           ADD OL-EVER90  TO PC-EVER90.
           ADD OL-SETTLED TO PC-SETTLED.
           ADD OL-BAD     TO PC-BAD.
       4900-ADD-LOAN-COUNTS-EXIT.
           EXIT.
      *
      *================================================================*
      * 5000-PRINT-REPORT - the four sections, then the totals.        *
      *================================================================*
       5000-PRINT-REPORT.
           MOVE WS-RUN-DATE-X(1:6) TO RT-MONTH.
           MOVE WS-RUN-DATE-X      TO RT-RUN-DATE.
           WRITE BTRPT-LINE FROM RPT-TITLE-1.
           WRITE BTRPT-LINE FROM RPT-TITLE-2.

           WRITE BTRPT-LINE FROM RPT-HDG-VINTAGE.
           WRITE BTRPT-LINE FROM RPT-PERF-COLS.
           PERFORM 5100-PRINT-VINTAGE THRU 5100-PRINT-VINTAGE-EXIT
               VARYING WS-VT-SUB FROM 1 BY 1
               UNTIL WS-VT-SUB GREATER THAN WS-VINTAGE-COUNT.

           WRITE BTRPT-LINE FROM RPT-TITLE-2.
           WRITE BTRPT-LINE FROM RPT-HDG-BAND.
           WRITE BTRPT-LINE FROM RPT-PERF-COLS.
           INITIALIZE WS-SUM-COUNTS.
           PERFORM 5200-PRINT-BAND THRU 5200-PRINT-BAND-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB GREATER THAN WS-BAND-COUNT.
           MOVE WS-SUM-COUNTS TO WS-PRINT-COUNTS.
           MOVE 'ALL'         TO RP-LABEL-1.
           MOVE 'ALL'         TO RP-LABEL-2.
           PERFORM 5900-WRITE-PERF-LINE THRU 5900-WRITE-PERF-LINE-EXIT.

           WRITE BTRPT-LINE FROM RPT-TITLE-2.
           WRITE BTRPT-LINE FROM RPT-HDG-TIER.
           WRITE BTRPT-LINE FROM RPT-TIER-COLS.
           PERFORM 5300-PRINT-TIER THRU 5300-PRINT-TIER-EXIT
               VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL WS-TP-SUB GREATER THAN WS-TP-COUNT.

           WRITE BTRPT-LINE FROM RPT-TITLE-2.
           WRITE BTRPT-LINE FROM RPT-HDG-DRIFT.
           MOVE WS-BASE-MONTH      TO RM-BASE-MONTH.
           MOVE WS-BASE-SOURCE     TO RM-BASE-SOURCE.
           MOVE WS-RUN-DATE-X(1:6) TO RM-CURR-MONTH.
           WRITE BTRPT-LINE FROM RPT-DRIFT-MONTHS.
           WRITE BTRPT-LINE FROM RPT-DRIFT-COLS.
           PERFORM 5400-PRINT-DRIFT THRU 5400-PRINT-DRIFT-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB GREATER THAN WS-BAND-COUNT.
           MOVE 'ALL'              TO RD-BAND.
           MOVE WS-DIST-BASE-TOTAL TO RD-BASE-COUNT.
           MOVE WS-DIST-CURR-TOTAL TO RD-CURR-COUNT.
           MOVE 100                TO RD-BASE-PCT.
           MOVE 100                TO RD-CURR-PCT.
           MOVE ZERO               TO RD-SHIFT.
           MOVE SPACES             TO RD-FLAG.
           WRITE BTRPT-LINE FROM RPT-DRIFT-LINE.
           MOVE DRIFT-POINTS TO RN-POINTS.
           WRITE BTRPT-LINE FROM RPT-DRIFT-NOTE.

           WRITE BTRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-LOANS-ANALYSED     TO RS-LOANS.
           MOVE WS-SCORED-FROM-AUDIT  TO RS-AUDIT.
           MOVE WS-SCORED-FROM-LEDGER TO RS-LEDGER.
           MOVE WS-LOANS-UNSCORED     TO RS-UNSCORED.
           MOVE WS-LOANS-BAD          TO RS-BAD.
           WRITE BTRPT-LINE FROM RPT-SUMMARY-1.
           WRITE BTRPT-LINE FROM RPT-SUMMARY-2.
       5000-PRINT-REPORT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * One vintage: a line per band that booked anything, then the   *
      * vintage across all bands.  An empty vintage prints nothing.   *
      *----------------------------------------------------------------*
       5100-PRINT-VINTAGE.
           INITIALIZE WS-SUM-COUNTS.
           PERFORM 5110-PRINT-VINTAGE-BAND
               THRU 5110-PRINT-VINTAGE-BAND-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB GREATER THAN WS-BAND-COUNT.
           IF SM-BOOKED EQUAL ZERO THEN
              GO TO 5100-PRINT-VINTAGE-EXIT
           END-IF.
           MOVE WS-SUM-COUNTS       TO WS-PRINT-COUNTS.
           MOVE VT-MONTH(WS-VT-SUB) TO RP-LABEL-1.
           MOVE 'ALL'               TO RP-LABEL-2.
           PERFORM 5900-WRITE-PERF-LINE THRU 5900-WRITE-PERF-LINE-EXIT.
       5100-PRINT-VINTAGE-EXIT.
           EXIT.
      *
       5110-PRINT-VINTAGE-BAND.
           MOVE VT-BAND(WS-VT-SUB, WS-BAND-SUB) TO WS-PRINT-COUNTS.
           IF PC-BOOKED EQUAL ZERO THEN
              GO TO 5110-PRINT-VINTAGE-BAND-EXIT
           END-IF.
           MOVE VT-MONTH(WS-VT-SUB)      TO RP-LABEL-1.
           MOVE BD-LABEL(WS-BAND-SUB)    TO RP-LABEL-2.
           PERFORM 5900-WRITE-PERF-LINE THRU 5900-WRITE-PERF-LINE-EXIT.
           PERFORM 5950-ADD-TO-SUM THRU 5950-ADD-TO-SUM-EXIT.
       5110-PRINT-VINTAGE-BAND-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * One band across every vintage - printed even when empty, so   *
      * the whole score range is always on the page.                   *
      *----------------------------------------------------------------*
       5200-PRINT-BAND.
           MOVE BT-BAND(WS-BAND-SUB)  TO WS-PRINT-COUNTS.
           MOVE 'ALL'                 TO RP-LABEL-1.
           MOVE BD-LABEL(WS-BAND-SUB) TO RP-LABEL-2.
           PERFORM 5900-WRITE-PERF-LINE THRU 5900-WRITE-PERF-LINE-EXIT.
           PERFORM 5950-ADD-TO-SUM THRU 5950-ADD-TO-SUM-EXIT.
       5200-PRINT-BAND-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * One risk tier and product pair.                                *
      *----------------------------------------------------------------*
       5300-PRINT-TIER.
           MOVE TP-BOOKED(WS-TP-SUB)  TO PC-BOOKED.
           MOVE TP-EVER30(WS-TP-SUB)  TO PC-EVER30.
           MOVE TP-EVER60(WS-TP-SUB)  TO PC-EVER60.
           MOVE TP-EVER90(WS-TP-SUB)  TO PC-EVER90.
           MOVE TP-SETTLED(WS-TP-SUB) TO PC-SETTLED.
           MOVE TP-BAD(WS-TP-SUB)     TO PC-BAD.
           MOVE TP-TIER(WS-TP-SUB)    TO RP-LABEL-1.
           MOVE TP-PRODUCT(WS-TP-SUB) TO RP-LABEL-2.
           PERFORM 5900-WRITE-PERF-LINE THRU 5900-WRITE-PERF-LINE-EXIT.
       5300-PRINT-TIER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * One band of the distribution comparison: each month's share   *
      * of its scores, and the shift from the baseline.                *
      *----------------------------------------------------------------*
       5400-PRINT-DRIFT.
           MOVE ZERO TO WS-BASE-PCT.
           MOVE ZERO TO WS-CURR-PCT.
           IF WS-DIST-BASE-TOTAL GREATER THAN ZERO THEN
              COMPUTE WS-BASE-PCT ROUNDED =
                  DT-BASE-COUNT(WS-BAND-SUB) * 100 / WS-DIST-BASE-TOTAL
           END-IF.
           IF WS-DIST-CURR-TOTAL GREATER THAN ZERO THEN
              COMPUTE WS-CURR-PCT ROUNDED =
                  DT-CURR-COUNT(WS-BAND-SUB) * 100 / WS-DIST-CURR-TOTAL
           END-IF.
           COMPUTE WS-SHIFT = WS-CURR-PCT - WS-BASE-PCT.

           MOVE BD-LABEL(WS-BAND-SUB)      TO RD-BAND.
           MOVE DT-BASE-COUNT(WS-BAND-SUB) TO RD-BASE-COUNT.
           MOVE WS-BASE-PCT                TO RD-BASE-PCT.
           MOVE DT-CURR-COUNT(WS-BAND-SUB) TO RD-CURR-COUNT.
           MOVE WS-CURR-PCT                TO RD-CURR-PCT.
           MOVE WS-SHIFT                   TO RD-SHIFT.
           MOVE SPACES                     TO RD-FLAG.
           IF WS-SHIFT NOT LESS THAN DRIFT-POINTS
              OR (0 - WS-SHIFT) NOT LESS THAN DRIFT-POINTS THEN
              MOVE 'DRIFT' TO RD-FLAG
           END-IF.
           WRITE BTRPT-LINE FROM RPT-DRIFT-LINE.
       5400-PRINT-DRIFT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Print WS-PRINT-COUNTS under the labels already set, with the  *
      * bad rate as a percentage of the loans booked.                  *
      *----------------------------------------------------------------*
       5900-WRITE-PERF-LINE.
           MOVE ZERO TO WS-BAD-PCT.
           IF PC-BOOKED GREATER THAN ZERO THEN
              COMPUTE WS-BAD-PCT ROUNDED = PC-BAD * 100 / PC-BOOKED
           END-IF.
           MOVE PC-BOOKED  TO RP-BOOKED.
           MOVE PC-EVER30  TO RP-EVER30.
           MOVE PC-EVER60  TO RP-EVER60.
           MOVE PC-EVER90  TO RP-EVER90.
           MOVE PC-SETTLED TO RP-SETTLED.
           MOVE PC-BAD     TO RP-BAD.
           MOVE WS-BAD-PCT TO RP-BAD-PCT.
           WRITE BTRPT-LINE FROM RPT-PERF-LINE.
       5900-WRITE-PERF-LINE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Add WS-PRINT-COUNTS into the running sum.                      *
      *----------------------------------------------------------------*
       5950-ADD-TO-SUM.
           ADD PC-BOOKED  TO SM-BOOKED.
           ADD PC-EVER30  TO SM-EVER30.
           ADD PC-EVER60  TO SM-EVER60.
           ADD PC-EVER90  TO SM-EVER90.
           ADD PC-SETTLED TO SM-SETTLED.
           ADD PC-BAD     TO SM-BAD.
       5950-ADD-TO-SUM-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (loans analysed / scored off SCOREAUD /  *
      * bad loans).                                                    *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'BACKTEST: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-LOANS-ANALYSED    TO RC-COUNT-1.
           MOVE WS-SCORED-FROM-AUDIT TO RC-COUNT-2.
           MOVE WS-LOANS-BAD         TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'BACKTEST: RUNCTL REWRITE FAILED, STATUS='
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
           CLOSE LOANACCT.
           CLOSE LOANMAST.
           CLOSE SCOREAUD.
           CLOSE BTRPT.
       9999-TERMINATE-EXIT.
           EXIT.
