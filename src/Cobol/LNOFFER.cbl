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
      * Module Name        LNOFFER.CBL                                 *
      *                                                                *
      * LOANS and SCORING sample - pre-approved offer campaign         *
      *                                                                *
      * Works out, for every customer on SCORECACH, the loan they are  *
      * pre-approved for on the campaign's product, mails it, and      *
      * records it on CAMPOFFR so GETQUOTE can show and honour it.     *
      *                                                                *
      * The offer is sized with the same fast-path formula GETSCORE    *
      * applies to a SCORECACH hit: SC-BASE-SCORE less half the new    *
      * loan's repayment burden (monthly payment as a percentage of    *
      * SC-MONTHLY-INCOME) must come out above 60.  At each standard   *
      * duration (1 to 5 years) the repayment is priced off the        *
      * product's RATETABL factor exactly as the online lookup does,   *
      * and the largest amount, in whole hundreds, that still clears   *
      * the threshold is found - worked out from the formula, then     *
      * proved by scoring it.  The headline offer is the largest of    *
      * them.  No offer is made under MINIMUM-OFFER, none over the     *
      * campaign maximum, and none that would take the customer past   *
      * the EXPLIMIT exposure limit GETQUOTE holds quotes to.          *
      *                                                                *
      * A customer is left out when they are:                          *
      *  - delinquent - an unpaid installment on an open loan due in   *
      *    an earlier month (aged as PAYPOST ages the book), or any    *
      *    loan written off.  A live offer they hold from an earlier   *
      *    campaign is withdrawn;                                      *
      *  - holding a live approved LOANMAST quote not yet booked;      *
      *  - over the exposure limit - outstanding principal on their    *
      *    open loans leaves no room for the minimum offer;            *
      *  - already holding a live offer from an earlier campaign,      *
      *    which stands until it expires or a quote is approved on it. *
      * Customers who qualify but are not on CUSTMAST, or have no      *
      * name to mail, are listed on OFFRRPT and the run ends with      *
      * return code 4.                                                 *
      *                                                                *
      * SYSIN card: product in columns 1-4 (blank for the standard     *
      * product PL01), the days the offer stays open in columns 6-8    *
      * (blank for DEFAULT-VALID-DAYS) and the campaign's largest      *
      * offer in whole dollars in columns 10-16 (blank for             *
      * DEFAULT-MAX-OFFER).  The product must have a rate on           *
      * RATETABL.                                                      *
      *                                                                *
      * OFFRMAIL is the mailing file for marketing; OFFRRPT the        *
      * summary by offer size and the counts of customers left out.    *
      *                                                                *
      * Runs after BLDSCORE, so the offers are sized from tonight's    *
      * base scores.  An abended run can be resubmitted the same       *
      * night: offers made by the first attempt are made again.        *
      *                                                                *
      * RUNCTL counts: 1 offers made, 2 customers left out or not      *
      * mailed, 3 customers read.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              LNOFFER.
       AUTHOR.                  LOANS-APPLICATION-SUPPORT.
       INSTALLATION.            CICSDEV-LOANS-AND-SCORING.
       DATE-WRITTEN.            2026-10-14.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * Modification history                                           *
      *  2026-10-14  LAS  Initial version.                             *
      *  2026-10-15  LAS  An offer already used is not held live.      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.         IBM-Z.
       OBJECT-COMPUTER.         IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORECACH ASSIGN TO SCORCACH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-CUSTNO
               FILE STATUS IS WS-SCORECACH-STATUS.

           SELECT LOANACCT ASSIGN TO LOANACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LOANACCT-STATUS.

           SELECT LOANMAST ASSIGN TO LOANMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-KEY
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT CUSTMAST ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTNO
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT RATETABL ASSIGN TO RATETABL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATETABL-STATUS.

           SELECT LOANPARM ASSIGN TO LOANPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LP-PARM-NAME
               FILE STATUS IS WS-LOANPARM-STATUS.

           SELECT CAMPOFFR ASSIGN TO CAMPOFFR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OF-CUSTNO
               FILE STATUS IS WS-CAMPOFFR-STATUS.

           SELECT OFFRMAIL ASSIGN TO OFFRMAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFRMAIL-STATUS.

           SELECT OFFRRPT ASSIGN TO OFFRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFRRPT-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SCORECACH
           RECORDING MODE IS F.
           COPY SCORECACH.

       FD  LOANACCT
           RECORDING MODE IS F.
           COPY LOANACCT.

       FD  LOANMAST
           RECORDING MODE IS F.
           COPY LOANMAST.

       FD  CUSTMAST
           RECORDING MODE IS F.
           COPY CUSTMAST.

       FD  RATETABL
           RECORDING MODE IS F.
           COPY RATETABL.

       FD  LOANPARM
           RECORDING MODE IS F.
           COPY LOANPARM.

       FD  CAMPOFFR
           RECORDING MODE IS F.
           COPY CAMPOFFR.

       FD  OFFRMAIL
           RECORDING MODE IS F.
           COPY OFFRMAIL.

       FD  OFFRRPT
           RECORDING MODE IS F.
       01  OFFRRPT-LINE                 PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-SCORECACH-STATUS      PIC X(02) VALUE '00'.
               88  SCORECACH-OK                   VALUE '00'.
           05  WS-LOANACCT-STATUS       PIC X(02) VALUE '00'.
               88  LOANACCT-OK                    VALUE '00'.
           05  WS-LOANMAST-STATUS       PIC X(02) VALUE '00'.
               88  LOANMAST-OK                    VALUE '00'.
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE '00'.
               88  CUSTMAST-OK                    VALUE '00'.
           05  WS-RATETABL-STATUS       PIC X(02) VALUE '00'.
               88  RATETABL-OK                    VALUE '00'.
           05  WS-LOANPARM-STATUS       PIC X(02) VALUE '00'.
               88  LOANPARM-OK                    VALUE '00'.
           05  WS-CAMPOFFR-STATUS       PIC X(02) VALUE '00'.
               88  CAMPOFFR-OK                    VALUE '00'.
           05  WS-OFFRMAIL-STATUS       PIC X(02) VALUE '00'.
               88  OFFRMAIL-OK                    VALUE '00'.
           05  WS-OFFRRPT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-CACHE-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  END-OF-SCORECACH               VALUE 'Y'.
           05  WS-RT-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  END-OF-RATETABL                VALUE 'Y'.
           05  WS-LOANS-DONE-SW         PIC X(01) VALUE 'N'.
               88  LOANS-DONE                     VALUE 'Y'.
           05  WS-QUOTES-DONE-SW        PIC X(01) VALUE 'N'.
               88  QUOTES-DONE                    VALUE 'Y'.
      *        State of the loan whose schedule lines are being read.
           05  WS-LOAN-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-LOAN-IS-OPEN                VALUE 'Y'.
           05  WS-DELINQUENT-SW         PIC X(01) VALUE 'N'.
               88  WS-CUST-DELINQUENT             VALUE 'Y'.
           05  WS-LIVE-QUOTE-SW         PIC X(01) VALUE 'N'.
               88  WS-CUST-HAS-LIVE-QUOTE         VALUE 'Y'.
      *        Whether CAMPOFFR already has a record for the customer,
      *        so the new offer is written or rewritten.
           05  WS-OFFER-ON-FILE-SW      PIC X(01) VALUE 'N'.
               88  WS-OFFER-ON-FILE               VALUE 'Y'.
           05  WS-TERM-CLEARS-SW        PIC X(01) VALUE 'N'.
               88  WS-TERM-CLEARS                 VALUE 'Y'.
      *
      *    Campaign defaults for a SYSIN card left blank, and the
      *    fallback exposure limit when the LOANPARM record is
      *    missing or unreadable - the one GETQUOTE falls back to.
       77  DEFAULT-PRODUCT              PIC X(4) VALUE 'PL01'.
       77  DEFAULT-VALID-DAYS           PIC 9(3) VALUE 60.
       77  DEFAULT-MAX-OFFER            PIC 9(7) VALUE 50000.
       77  DEFAULT-EXPOSURE-LIMIT       PIC 9(9) VALUE 100000.
      *    No offer is made for less than this.
       77  MINIMUM-OFFER                PIC 9(7) VALUE 1000.
       77  EXPLIMIT-PARM                PIC X(8) VALUE 'EXPLIMIT'.
      *
      *    Campaign card from SYSIN.
       01  WS-CAMPAIGN-CARD.
           05  WS-CARD-PRODUCT          PIC X(04).
           05  FILLER                   PIC X(01).
           05  WS-CARD-VALID-DAYS       PIC X(03).
           05  FILLER                   PIC X(01).
           05  WS-CARD-MAX-OFFER        PIC X(07).
           05  FILLER                   PIC X(64).
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE
                                        PIC 9(8).
      *
      *    The standard durations, in years, an offer is sized at.
       01  WS-STD-DURATIONS.
           05  FILLER                   PIC X(10) VALUE '0102030405'.
       01  WS-STD-DURATION-TABLE REDEFINES WS-STD-DURATIONS.
           05  WS-STD-DURATION          PIC 9(02) OCCURS 5 TIMES.
      *
      *    Offer-size bands for the summary - the lowest offer in
      *    each band and how it is labelled.  The first band starts
      *    at MINIMUM-OFFER.
       01  WS-BAND-FLOORS.
           05  FILLER                   PIC 9(7) VALUE 1000.
           05  FILLER                   PIC 9(7) VALUE 5000.
           05  FILLER                   PIC 9(7) VALUE 10000.
           05  FILLER                   PIC 9(7) VALUE 25000.
           05  FILLER                   PIC 9(7) VALUE 50000.
       01  WS-BAND-FLOOR-TABLE REDEFINES WS-BAND-FLOORS.
           05  WS-BAND-FLOOR            PIC 9(7) OCCURS 5 TIMES.
       01  WS-BAND-NAMES.
           05  FILLER PIC X(20) VALUE '  $1,000 -   $4,999 '.
           05  FILLER PIC X(20) VALUE '  $5,000 -   $9,999 '.
           05  FILLER PIC X(20) VALUE ' $10,000 -  $24,999 '.
           05  FILLER PIC X(20) VALUE ' $25,000 -  $49,999 '.
           05  FILLER PIC X(20) VALUE ' $50,000 AND OVER   '.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME             PIC X(20) OCCURS 5 TIMES.
       01  WS-BAND-TOTALS.
           05  WS-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-BAND-OFFERS       PIC 9(7).
               10  WS-BAND-AMOUNT       PIC 9(11).
      *
      *    The product's rates, held in storage so every customer and
      *    duration prices off them without re-reading.  Entries
      *    arrive in key order (band / effective from), so within the
      *    selected band the last qualifying rate wins, exactly as
      *    the online lookup browses.
       01  WS-RATES.
           05  WS-RATE-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-BAND         PIC 9(02).
               10  WS-RATE-EFF-FROM     PIC X(08).
               10  WS-RATE-FACTOR       PIC 9(1)V9(3).
      *
      *    Inputs and results of one rate lookup.
       01  WS-LOOKUP-FIELDS.
           05  WS-LU-DURATION           PIC 9(02)      VALUE ZERO.
           05  WS-LU-FACTOR             PIC 9(1)V9(3)  VALUE 1.300.
           05  WS-LU-BAND               PIC 9(02)      VALUE ZERO.
           05  WS-LU-SUB                PIC S9(4) COMP VALUE ZERO.
      *
      *    Scoring work fields - the fast-path formula GETSCORE
      *    applies, in the same pictures so the result rounds and
      *    truncates the same way.
       01  WS-SCORE-FIELDS.
           05  WS-RATE-MONTHS           PIC 9(4) COMP  VALUE ZERO.
           05  WS-MONTHLY-PAYMENT       PIC 9(7)V99    VALUE ZERO.
           05  WS-BURDEN-PCT            PIC S9(5)V99   VALUE ZERO.
           05  WS-CALC-SCORE            PIC S9(5)      VALUE ZERO.
      *
      *    The offer being sized for the current customer.
       01  WS-OFFER-FIELDS.
           05  WS-TERM-SUB              PIC S9(4) COMP VALUE ZERO.
           05  WS-TERM-YEARS            PIC 9(02)      VALUE ZERO.
           05  WS-TERM-FACTOR           PIC 9(1)V9(3)  VALUE ZERO.
           05  WS-EST-AMOUNT            PIC 9(11)      VALUE ZERO.
           05  WS-HUNDREDS              PIC 9(9)       VALUE ZERO.
           05  WS-TRY-AMOUNT            PIC 9(7)       VALUE ZERO.
           05  WS-TERM-MONTHLY          PIC 9(6)       VALUE ZERO.
      *        The most the customer may be offered - the campaign
      *        maximum or the room under the exposure limit, in whole
      *        hundreds.
           05  WS-CAP-AMOUNT            PIC 9(7)       VALUE ZERO.
           05  WS-BEST-AMOUNT           PIC 9(7)       VALUE ZERO.
           05  WS-BEST-DURATION         PIC 9(02)      VALUE ZERO.
           05  WS-BEST-MONTHLY          PIC 9(06)      VALUE ZERO.
           05  WS-OFFER-TERMS OCCURS 5 TIMES.
               10  WS-OFFER-DURATION    PIC 9(02).
               10  WS-OFFER-AMOUNT      PIC 9(07).
               10  WS-OFFER-MONTHLY     PIC 9(06).
      *
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE-X            PIC X(8)       VALUE SPACES.
           05  WS-RUN-MONTHS            PIC 9(7)       VALUE ZERO.
           05  WS-PRODUCT               PIC X(4)       VALUE SPACES.
           05  WS-VALID-DAYS            PIC 9(3)       VALUE ZERO.
           05  WS-MAX-OFFER             PIC 9(7)       VALUE ZERO.
           05  WS-RUN-INT               PIC 9(8)       VALUE ZERO.
           05  WS-EXPIRY-INT            PIC 9(8)       VALUE ZERO.
           05  WS-EXPIRY-DATE           PIC 9(8)       VALUE ZERO.
           05  WS-EXPIRY-DATE-X         PIC X(8)       VALUE SPACES.
           05  WS-EXPOSURE-LIMIT        PIC 9(9)       VALUE ZERO.
           05  WS-OUTSTANDING           PIC 9(9)       VALUE ZERO.
           05  WS-HEADROOM              PIC 9(9)       VALUE ZERO.
           05  WS-DUE-YYYY              PIC 9(4)       VALUE ZERO.
           05  WS-DUE-MM                PIC 9(2)       VALUE ZERO.
           05  WS-DUE-MONTHS            PIC 9(7)       VALUE ZERO.
           05  WS-MONTHS-OVERDUE        PIC S9(5)      VALUE ZERO.
           05  WS-BAND-SUB              PIC S9(4) COMP VALUE ZERO.
           05  WS-REJECT-REASON         PIC X(24)      VALUE SPACES.
           05  WS-RUNCTL-DATE           PIC X(8)       VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)       VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'LNOFFER'.
       77  PREREQ-JOB-NAME              PIC X(8) VALUE 'BLDSCORE'.
      *
      *    Counters for the run summary.
       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ        PIC 9(7)       VALUE ZERO.
           05  WS-OFFERS-MADE           PIC 9(7)       VALUE ZERO.
           05  WS-OFFERS-TOTAL          PIC 9(11)      VALUE ZERO.
           05  WS-DELINQUENT-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-LIVE-QUOTE-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-OVER-LIMIT-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-LIVE-OFFER-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-CANNOT-QUALIFY-COUNT  PIC 9(7)       VALUE ZERO.
           05  WS-BELOW-MINIMUM-COUNT   PIC 9(7)       VALUE ZERO.
           05  WS-NOT-MAILED-COUNT      PIC 9(7)       VALUE ZERO.
           05  WS-WITHDRAWN-COUNT       PIC 9(7)       VALUE ZERO.
           05  WS-LEFT-OUT-COUNT        PIC 9(7)       VALUE ZERO.
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               'PRE-APPROVED OFFER CAMPAIGN   '.
           05  FILLER PIC X(12) VALUE '  RUN DATE: '.
           05  RT-RUN-DATE              PIC X(08).
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-CAMPAIGN-HDG.
           05  FILLER PIC X(09) VALUE 'PRODUCT: '.
           05  RH-PRODUCT               PIC X(04).
           05  FILLER PIC X(13) VALUE '   VALID TO: '.
           05  RH-EXPIRY-DATE           PIC X(08).
           05  FILLER PIC X(18) VALUE '   MAXIMUM OFFER: '.
           05  RH-MAX-OFFER             PIC $Z,ZZZ,ZZ9.
       01  RPT-REJECT-HDG.
           05  FILLER PIC X(40) VALUE
               'QUALIFYING CUSTOMERS NOT MAILED         '.
       01  RPT-REJECT-COLS.
           05  FILLER PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER PIC X(10) VALUE '     OFFER'.
           05  FILLER PIC X(04) VALUE SPACES.
           05  FILLER PIC X(24) VALUE 'REASON                  '.
       01  RPT-REJECT-LINE.
           05  RR-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RR-AMOUNT                PIC $Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RR-REASON                PIC X(24).
       01  RPT-BAND-HDG.
           05  FILLER PIC X(40) VALUE
               'OFFERS MADE BY SIZE                     '.
       01  RPT-BAND-COLS.
           05  FILLER PIC X(22) VALUE 'OFFER SIZE'.
           05  FILLER PIC X(09) VALUE '   OFFERS'.
           05  FILLER PIC X(18) VALUE '     TOTAL OFFERED'.
           05  FILLER PIC X(14) VALUE '       AVERAGE'.
       01  RPT-BAND-LINE.
           05  RB-NAME                  PIC X(20).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RB-OFFERS                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RB-TOTAL                 PIC $ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RB-AVERAGE               PIC $Z,ZZZ,ZZ9.
       01  RPT-SUMMARY-1.
           05  FILLER PIC X(24) VALUE 'CUSTOMERS READ:         '.
           05  RS-CUSTOMERS-READ        PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   OFFERS MADE:          '.
           05  RS-OFFERS-MADE           PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-2.
           05  FILLER PIC X(24) VALUE 'LEFT OUT - DELINQUENT:  '.
           05  RS-DELINQUENT            PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   LIVE APPROVED QUOTE:  '.
           05  RS-LIVE-QUOTE            PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-3.
           05  FILLER PIC X(24) VALUE '  OVER EXPOSURE LIMIT:  '.
           05  RS-OVER-LIMIT            PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   HOLD A LIVE OFFER:    '.
           05  RS-LIVE-OFFER            PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-4.
           05  FILLER PIC X(24) VALUE '  SCORE CANNOT QUALIFY: '.
           05  RS-CANNOT-QUALIFY        PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   BELOW MINIMUM OFFER:  '.
           05  RS-BELOW-MINIMUM         PIC ZZZ,ZZ9.
       01  RPT-SUMMARY-5.
           05  FILLER PIC X(24) VALUE 'NOT MAILED:             '.
           05  RS-NOT-MAILED            PIC ZZZ,ZZ9.
           05  FILLER PIC X(25) VALUE '   LIVE OFFERS WITHDRAWN:'.
           05  RS-WITHDRAWN             PIC ZZZ,ZZ9.
       01  RPT-NONE-LINE                PIC X(06) VALUE 'NONE. '.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 0100-RUNCTL-START THRU 0100-RUNCTL-START-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-READ-CACHE THRU 2000-READ-CACHE-EXIT
               UNTIL END-OF-SCORECACH.
           PERFORM 3000-FINISH-REPORT THRU 3000-FINISH-REPORT-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'LNOFFER: PRODUCT=' WS-PRODUCT
                   ' CUSTOMERS=' WS-CUSTOMERS-READ
                   ' OFFERS=' WS-OFFERS-MADE
                   ' AMOUNT=' WS-OFFERS-TOTAL
                   ' NOT MAILED=' WS-NOT-MAILED-COUNT.
           IF WS-NOT-MAILED-COUNT GREATER THAN ZERO THEN
              DISPLAY 'LNOFFER: QUALIFYING CUSTOMERS NOT MAILED - SEE'
                      ' OFFRRPT'
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse a duplicate run   *
      * for a business date this job has already completed, refuse     *
      * to run before BLDSCORE has rebuilt tonight's score cache, and  *
      * record that this run has started.                              *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNOFFER: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK AND RC-RUN-COMPLETE THEN
              DISPLAY 'LNOFFER: ALREADY COMPLETE FOR '
                      WS-RUNCTL-DATE ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PREREQ-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK OR NOT RC-RUN-COMPLETE THEN
              DISPLAY 'LNOFFER: ' PREREQ-JOB-NAME
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
      * 1000-INITIALIZE - read the campaign card and the exposure      *
      * limit, load the product's rates, work out the expiry date,     *
      * open the files and write the report headings.                  *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           COMPUTE WS-RUN-MONTHS = (WS-RUN-YYYY * 12) + WS-RUN-MM.

           MOVE SPACES TO WS-CAMPAIGN-CARD.
           ACCEPT WS-CAMPAIGN-CARD.
           MOVE WS-CARD-PRODUCT TO WS-PRODUCT.
           IF WS-PRODUCT EQUAL SPACES THEN
              MOVE DEFAULT-PRODUCT TO WS-PRODUCT
           END-IF.
           IF WS-CARD-VALID-DAYS NUMERIC
              AND WS-CARD-VALID-DAYS GREATER THAN '000' THEN
              MOVE WS-CARD-VALID-DAYS TO WS-VALID-DAYS
           ELSE
              MOVE DEFAULT-VALID-DAYS TO WS-VALID-DAYS
              IF WS-CARD-VALID-DAYS NOT EQUAL SPACES THEN
                 DISPLAY 'LNOFFER: VALIDITY DAYS NOT NUMERIC - USING '
                         DEFAULT-VALID-DAYS ' DAYS'
              END-IF
           END-IF.
           IF WS-CARD-MAX-OFFER NUMERIC
              AND WS-CARD-MAX-OFFER GREATER THAN '0000000' THEN
              MOVE WS-CARD-MAX-OFFER TO WS-MAX-OFFER
           ELSE
              MOVE DEFAULT-MAX-OFFER TO WS-MAX-OFFER
              IF WS-CARD-MAX-OFFER NOT EQUAL SPACES THEN
                 DISPLAY 'LNOFFER: MAXIMUM OFFER NOT NUMERIC - USING '
                         DEFAULT-MAX-OFFER
              END-IF
           END-IF.
           IF WS-MAX-OFFER LESS THAN MINIMUM-OFFER THEN
              DISPLAY 'LNOFFER: MAXIMUM OFFER ' WS-MAX-OFFER
                      ' IS UNDER THE MINIMUM ' MINIMUM-OFFER
                      ' - NO CAMPAIGN RUN'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-9).
           COMPUTE WS-EXPIRY-INT = WS-RUN-INT + WS-VALID-DAYS.
           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT).
           MOVE WS-EXPIRY-DATE TO WS-EXPIRY-DATE-X.

           OPEN INPUT LOANPARM.
           MOVE DEFAULT-EXPOSURE-LIMIT TO WS-EXPOSURE-LIMIT.
           IF NOT LOANPARM-OK THEN
              DISPLAY 'LNOFFER: LOANPARM OPEN FAILED, STATUS='
                      WS-LOANPARM-STATUS ' - NO CAMPAIGN RUN'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE EXPLIMIT-PARM TO LP-PARM-NAME.
           READ LOANPARM.
           IF LOANPARM-OK AND LP-PARM-VALUE(1:7) NUMERIC THEN
              MOVE LP-PARM-VALUE(1:7) TO WS-EXPOSURE-LIMIT
           ELSE
              DISPLAY 'LNOFFER: EXPLIMIT PARAMETER MISSING OR'
                      ' NOT NUMERIC - USING ' DEFAULT-EXPOSURE-LIMIT
           END-IF.
           CLOSE LOANPARM.

           OPEN INPUT RATETABL.
           IF NOT RATETABL-OK THEN
              DISPLAY 'LNOFFER: RATETABL OPEN FAILED, STATUS='
                      WS-RATETABL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1100-LOAD-RATE THRU 1100-LOAD-RATE-EXIT
               UNTIL END-OF-RATETABL.
           CLOSE RATETABL.
      *    Offers priced off the 1.300 fallback would not be the
      *    product's real terms, so a product with no rates is
      *    refused rather than mailed.
           IF WS-RATE-COUNT EQUAL ZERO THEN
              DISPLAY 'LNOFFER: NO RATETABL RATES FOR PRODUCT '
                      WS-PRODUCT ' - NO CAMPAIGN RUN'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT SCORECACH.
           IF NOT SCORECACH-OK THEN
              DISPLAY 'LNOFFER: SCORECACH OPEN FAILED, STATUS='
                      WS-SCORECACH-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'LNOFFER: LOANACCT OPEN FAILED, STATUS='
                      WS-LOANACCT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-OK THEN
              DISPLAY 'LNOFFER: LOANMAST OPEN FAILED, STATUS='
                      WS-LOANMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CUSTMAST.
           IF NOT CUSTMAST-OK THEN
              DISPLAY 'LNOFFER: CUSTMAST OPEN FAILED, STATUS='
                      WS-CUSTMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CAMPOFFR.
           IF NOT CAMPOFFR-OK THEN
              DISPLAY 'LNOFFER: CAMPOFFR OPEN FAILED, STATUS='
                      WS-CAMPOFFR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT OFFRMAIL.
           IF NOT OFFRMAIL-OK THEN
              DISPLAY 'LNOFFER: OFFRMAIL OPEN FAILED, STATUS='
                      WS-OFFRMAIL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT OFFRRPT.

           INITIALIZE WS-BAND-TOTALS.
           MOVE WS-RUN-DATE-X    TO RT-RUN-DATE.
           WRITE OFFRRPT-LINE FROM RPT-TITLE-1.
           WRITE OFFRRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-PRODUCT       TO RH-PRODUCT.
           MOVE WS-EXPIRY-DATE-X TO RH-EXPIRY-DATE.
           MOVE WS-MAX-OFFER     TO RH-MAX-OFFER.
           WRITE OFFRRPT-LINE FROM RPT-CAMPAIGN-HDG.
           WRITE OFFRRPT-LINE FROM RPT-TITLE-2.
           WRITE OFFRRPT-LINE FROM RPT-REJECT-HDG.
           WRITE OFFRRPT-LINE FROM RPT-REJECT-COLS.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Load one of the campaign product's rates into the table.       *
      *----------------------------------------------------------------*
       1100-LOAD-RATE.
           READ RATETABL NEXT RECORD
               AT END
                   SET END-OF-RATETABL TO TRUE
           END-READ.
           IF END-OF-RATETABL THEN
              GO TO 1100-LOAD-RATE-EXIT
           END-IF.
           IF RT-PRODUCT NOT EQUAL WS-PRODUCT THEN
              GO TO 1100-LOAD-RATE-EXIT
           END-IF.
           IF WS-RATE-COUNT NOT LESS THAN 100 THEN
              DISPLAY 'LNOFFER: RATE TABLE TOO LARGE - RAISE THE'
                      ' TABLE SIZE AND RERUN'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RT-DUR-BAND-HIGH TO WS-RATE-BAND(WS-RATE-COUNT).
           MOVE RT-EFF-FROM      TO WS-RATE-EFF-FROM(WS-RATE-COUNT).
           MOVE RT-FACTOR        TO WS-RATE-FACTOR(WS-RATE-COUNT).
       1100-LOAD-RATE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2000-READ-CACHE - read the next SCORECACH customer and work    *
      * out their offer.                                               *
      *================================================================*
       2000-READ-CACHE.
           READ SCORECACH NEXT RECORD
               AT END
                   SET END-OF-SCORECACH TO TRUE
           END-READ.
           IF END-OF-SCORECACH THEN
              GO TO 2000-READ-CACHE-EXIT
           END-IF.
           ADD 1 TO WS-CUSTOMERS-READ.
           PERFORM 2100-ASSESS-CUSTOMER THRU 2100-ASSESS-CUSTOMER-EXIT.
       2000-READ-CACHE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Decide whether the customer gets an offer, size it and, when   *
      * they do, record and mail it.  Each customer left out is        *
      * counted once, under the first reason that applies.             *
      *----------------------------------------------------------------*
       2100-ASSESS-CUSTOMER.
           PERFORM 2200-SCAN-LOANS THRU 2200-SCAN-LOANS-EXIT.
           IF WS-CUST-DELINQUENT THEN
              ADD 1 TO WS-DELINQUENT-COUNT
              PERFORM 2250-WITHDRAW-OFFER THRU 2250-WITHDRAW-OFFER-EXIT
              GO TO 2100-ASSESS-CUSTOMER-LEFT-OUT
           END-IF.

      *    A base score of 60 or less cannot clear the threshold
      *    whatever the loan, and no income means no burden can be
      *    worked out - GETSCORE scores that customer zero.
           IF SC-BASE-SCORE NOT GREATER THAN 60
              OR SC-MONTHLY-INCOME EQUAL ZERO THEN
              ADD 1 TO WS-CANNOT-QUALIFY-COUNT
              GO TO 2100-ASSESS-CUSTOMER-LEFT-OUT
           END-IF.

           PERFORM 2300-SCAN-QUOTES THRU 2300-SCAN-QUOTES-EXIT.
           IF WS-CUST-HAS-LIVE-QUOTE THEN
              ADD 1 TO WS-LIVE-QUOTE-COUNT
              GO TO 2100-ASSESS-CUSTOMER-LEFT-OUT
           END-IF.

      *    Room left under the exposure limit, which GETQUOTE holds
      *    outstanding principal plus the new quote to.
           IF WS-OUTSTANDING NOT LESS THAN WS-EXPOSURE-LIMIT THEN
              MOVE ZERO TO WS-HEADROOM
           ELSE
              COMPUTE WS-HEADROOM = WS-EXPOSURE-LIMIT - WS-OUTSTANDING
           END-IF.
           IF WS-HEADROOM LESS THAN MINIMUM-OFFER THEN
              ADD 1 TO WS-OVER-LIMIT-COUNT
              GO TO 2100-ASSESS-CUSTOMER-LEFT-OUT
           END-IF.

      *    An offer still open from an earlier campaign stands until
      *    it expires or is used; one made today is a rerun's, and is
      *    made again.
           MOVE 'N' TO WS-OFFER-ON-FILE-SW.
           MOVE SC-CUSTNO TO OF-CUSTNO.
           READ CAMPOFFR.
           IF CAMPOFFR-OK THEN
              SET WS-OFFER-ON-FILE TO TRUE
              IF OF-EXPIRY-DATE NOT LESS THAN WS-RUN-DATE-X
                 AND OF-CAMPAIGN-DATE NOT EQUAL WS-RUN-DATE-X
                 AND OF-USED-DATE EQUAL SPACES THEN
                 ADD 1 TO WS-LIVE-OFFER-COUNT
                 GO TO 2100-ASSESS-CUSTOMER-LEFT-OUT
              END-IF
           END-IF.

           MOVE WS-MAX-OFFER TO WS-CAP-AMOUNT.
           IF WS-HEADROOM LESS THAN WS-CAP-AMOUNT THEN
              MOVE WS-HEADROOM TO WS-CAP-AMOUNT
           END-IF.
           DIVIDE WS-CAP-AMOUNT BY 100 GIVING WS-HUNDREDS.
           COMPUTE WS-CAP-AMOUNT = WS-HUNDREDS * 100.

           PERFORM 2400-SIZE-OFFER THRU 2400-SIZE-OFFER-EXIT.
           IF WS-BEST-AMOUNT LESS THAN MINIMUM-OFFER THEN
              ADD 1 TO WS-BELOW-MINIMUM-COUNT
              GO TO 2100-ASSESS-CUSTOMER-LEFT-OUT
           END-IF.

           MOVE SC-CUSTNO TO CM-CUSTNO.
           READ CUSTMAST.
           IF NOT CUSTMAST-OK THEN
              MOVE 'NOT ON CUSTMAST' TO WS-REJECT-REASON
              PERFORM 2800-REPORT-REJECT THRU 2800-REPORT-REJECT-EXIT
              GO TO 2100-ASSESS-CUSTOMER-LEFT-OUT
           END-IF.
           IF CM-NAME EQUAL SPACES THEN
              MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON
              PERFORM 2800-REPORT-REJECT THRU 2800-REPORT-REJECT-EXIT
              GO TO 2100-ASSESS-CUSTOMER-LEFT-OUT
           END-IF.

           PERFORM 2500-RECORD-OFFER THRU 2500-RECORD-OFFER-EXIT.
           GO TO 2100-ASSESS-CUSTOMER-EXIT.
       2100-ASSESS-CUSTOMER-LEFT-OUT.
           ADD 1 TO WS-LEFT-OUT-COUNT.
       2100-ASSESS-CUSTOMER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Browse the customer's LOANACCT loans: total the principal      *
      * still due on the open ones, and flag the customer delinquent   *
      * for any loan written off or any open loan with an unpaid       *
      * installment due in an earlier month.                           *
      *----------------------------------------------------------------*
       2200-SCAN-LOANS.
           MOVE ZERO TO WS-OUTSTANDING.
           MOVE 'N'  TO WS-DELINQUENT-SW.
           MOVE 'N'  TO WS-LOAN-OPEN-SW.
           MOVE SC-CUSTNO  TO LA-CUSTNO.
           MOVE LOW-VALUES TO LA-TIMESTAMP.
           MOVE ZERO       TO LA-SEQNO.
           START LOANACCT KEY NOT LESS THAN LA-KEY.
           IF NOT LOANACCT-OK THEN
              GO TO 2200-SCAN-LOANS-EXIT
           END-IF.
           MOVE 'N' TO WS-LOANS-DONE-SW.
           PERFORM 2210-NEXT-LOAN-RECORD
               THRU 2210-NEXT-LOAN-RECORD-EXIT
               UNTIL LOANS-DONE.
       2200-SCAN-LOANS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Read the customer's next LOANACCT record.  A loan's header     *
      * says whether it is open; its schedule lines follow it in key   *
      * order.                                                         *
      *----------------------------------------------------------------*
       2210-NEXT-LOAN-RECORD.
           READ LOANACCT NEXT RECORD
               AT END
                   SET LOANS-DONE TO TRUE
           END-READ.
           IF LOANS-DONE OR NOT LOANACCT-OK
              OR LA-CUSTNO NOT EQUAL SC-CUSTNO THEN
              SET LOANS-DONE TO TRUE
              GO TO 2210-NEXT-LOAN-RECORD-EXIT
           END-IF.
           IF LA-SEQNO EQUAL ZERO THEN
              MOVE 'N' TO WS-LOAN-OPEN-SW
              IF LA-ACCT-OPEN THEN
                 SET WS-LOAN-IS-OPEN TO TRUE
              END-IF
              IF LA-ACCT-WRITTEN-OFF THEN
                 SET WS-CUST-DELINQUENT TO TRUE
              END-IF
              GO TO 2210-NEXT-LOAN-RECORD-EXIT
           END-IF.
           IF NOT WS-LOAN-IS-OPEN OR NOT LA-UNPAID THEN
              GO TO 2210-NEXT-LOAN-RECORD-EXIT
           END-IF.
           ADD LA-PRINCIPAL-DUE TO WS-OUTSTANDING.

      *    Installments are due on the first of the month, so the
      *    months overdue fall straight out of the year and month.
           MOVE LA-DUE-DATE(1:4) TO WS-DUE-YYYY.
           MOVE LA-DUE-DATE(5:2) TO WS-DUE-MM.
           COMPUTE WS-DUE-MONTHS = (WS-DUE-YYYY * 12) + WS-DUE-MM.
           COMPUTE WS-MONTHS-OVERDUE = WS-RUN-MONTHS - WS-DUE-MONTHS.
           IF WS-MONTHS-OVERDUE GREATER THAN ZERO THEN
              SET WS-CUST-DELINQUENT TO TRUE
           END-IF.
       2210-NEXT-LOAN-RECORD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A delinquent customer no longer qualifies, so any offer they   *
      * hold that is still open is taken off CAMPOFFR and cannot be    *
      * honoured at the counter.                                       *
      *----------------------------------------------------------------*
       2250-WITHDRAW-OFFER.
           MOVE SC-CUSTNO TO OF-CUSTNO.
           READ CAMPOFFR.
           IF NOT CAMPOFFR-OK THEN
              GO TO 2250-WITHDRAW-OFFER-EXIT
           END-IF.
           IF OF-EXPIRY-DATE LESS THAN WS-RUN-DATE-X
              OR OF-USED-DATE NOT EQUAL SPACES THEN
              GO TO 2250-WITHDRAW-OFFER-EXIT
           END-IF.
           DELETE CAMPOFFR.
           IF NOT CAMPOFFR-OK THEN
              DISPLAY 'LNOFFER: CAMPOFFR DELETE FAILED, STATUS='
                      WS-CAMPOFFR-STATUS ' FOR ' OF-CUSTNO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-WITHDRAWN-COUNT.
       2250-WITHDRAW-OFFER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Browse the customer's LOANMAST quotes for an approved one not  *
      * yet booked or expired.                                         *
      *----------------------------------------------------------------*
       2300-SCAN-QUOTES.
           MOVE 'N' TO WS-LIVE-QUOTE-SW.
           MOVE SC-CUSTNO  TO LM-CUSTNO.
           MOVE LOW-VALUES TO LM-TIMESTAMP.
           START LOANMAST KEY NOT LESS THAN LM-KEY.
           IF NOT LOANMAST-OK THEN
              GO TO 2300-SCAN-QUOTES-EXIT
           END-IF.
           MOVE 'N' TO WS-QUOTES-DONE-SW.
           PERFORM 2310-NEXT-QUOTE THRU 2310-NEXT-QUOTE-EXIT
               UNTIL QUOTES-DONE.
       2300-SCAN-QUOTES-EXIT.
           EXIT.
      *
       2310-NEXT-QUOTE.
           READ LOANMAST NEXT RECORD
               AT END
                   SET QUOTES-DONE TO TRUE
           END-READ.
           IF QUOTES-DONE OR NOT LOANMAST-OK
              OR LM-CUSTNO NOT EQUAL SC-CUSTNO THEN
              SET QUOTES-DONE TO TRUE
              GO TO 2310-NEXT-QUOTE-EXIT
           END-IF.
           IF LM-APPROVED THEN
              SET WS-CUST-HAS-LIVE-QUOTE TO TRUE
              SET QUOTES-DONE TO TRUE
           END-IF.
       2310-NEXT-QUOTE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2400-SIZE-OFFER - find the largest amount the customer         *
      * qualifies for at each standard duration, and the headline      *
      * offer - the largest of them, the shorter duration on a tie.    *
      *================================================================*
       2400-SIZE-OFFER.
           MOVE ZERO TO WS-BEST-AMOUNT.
           MOVE ZERO TO WS-BEST-DURATION.
           MOVE ZERO TO WS-BEST-MONTHLY.
           PERFORM 2410-SIZE-TERM THRU 2410-SIZE-TERM-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB GREATER THAN 5.
       2400-SIZE-OFFER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Size the offer at one duration.  The score clears when half    *
      * the burden is under SC-BASE-SCORE less 60, so the largest      *
      * amount follows from the formula turned round; it is taken      *
      * down to whole hundreds and the cap, then scored exactly as     *
      * GETSCORE would and stepped down a hundred at a time until it   *
      * clears, since the rounding in the formula can tip an amount    *
      * right on the line the wrong way.                               *
      *----------------------------------------------------------------*
       2410-SIZE-TERM.
           MOVE WS-STD-DURATION(WS-TERM-SUB) TO WS-TERM-YEARS.
           MOVE WS-TERM-YEARS TO WS-OFFER-DURATION(WS-TERM-SUB).
           MOVE ZERO TO WS-OFFER-AMOUNT(WS-TERM-SUB).
           MOVE ZERO TO WS-OFFER-MONTHLY(WS-TERM-SUB).

           MOVE WS-TERM-YEARS TO WS-LU-DURATION.
           PERFORM 5000-FIND-FACTOR THRU 5000-FIND-FACTOR-EXIT.
           MOVE WS-LU-FACTOR TO WS-TERM-FACTOR.
           COMPUTE WS-RATE-MONTHS = WS-TERM-YEARS * 12.

           COMPUTE WS-EST-AMOUNT =
               ((SC-BASE-SCORE - 60) * 2 * SC-MONTHLY-INCOME
                 * WS-RATE-MONTHS) / (100 * WS-TERM-FACTOR).
           IF WS-EST-AMOUNT GREATER THAN WS-CAP-AMOUNT THEN
              MOVE WS-CAP-AMOUNT TO WS-EST-AMOUNT
           END-IF.
           DIVIDE WS-EST-AMOUNT BY 100 GIVING WS-HUNDREDS.
           COMPUTE WS-TRY-AMOUNT = WS-HUNDREDS * 100.

           MOVE 'N' TO WS-TERM-CLEARS-SW.
           PERFORM 2420-TRY-AMOUNT THRU 2420-TRY-AMOUNT-EXIT
               UNTIL WS-TERM-CLEARS
                  OR WS-TRY-AMOUNT LESS THAN MINIMUM-OFFER.
           IF NOT WS-TERM-CLEARS THEN
              GO TO 2410-SIZE-TERM-EXIT
           END-IF.

      *    The repayment as GETQUOTE quotes it - whole dollars.
           COMPUTE WS-TERM-MONTHLY =
               (WS-TRY-AMOUNT * WS-TERM-FACTOR) / WS-RATE-MONTHS.
           MOVE WS-TRY-AMOUNT   TO WS-OFFER-AMOUNT(WS-TERM-SUB).
           MOVE WS-TERM-MONTHLY TO WS-OFFER-MONTHLY(WS-TERM-SUB).
           IF WS-TRY-AMOUNT GREATER THAN WS-BEST-AMOUNT THEN
              MOVE WS-TRY-AMOUNT   TO WS-BEST-AMOUNT
              MOVE WS-TERM-YEARS   TO WS-BEST-DURATION
              MOVE WS-TERM-MONTHLY TO WS-BEST-MONTHLY
           END-IF.
       2410-SIZE-TERM-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Score WS-TRY-AMOUNT over WS-TERM-YEARS with GETSCORE's fast-   *
      * path formula; an amount that does not clear is stepped down.   *
      *----------------------------------------------------------------*
       2420-TRY-AMOUNT.
           COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
               (WS-TRY-AMOUNT * WS-TERM-FACTOR) / WS-RATE-MONTHS.
           COMPUTE WS-BURDEN-PCT ROUNDED =
               (WS-MONTHLY-PAYMENT / SC-MONTHLY-INCOME) * 100.
           COMPUTE WS-CALC-SCORE = SC-BASE-SCORE - (WS-BURDEN-PCT / 2).
           IF WS-CALC-SCORE GREATER THAN 60 THEN
              SET WS-TERM-CLEARS TO TRUE
           ELSE
              SUBTRACT 100 FROM WS-TRY-AMOUNT
           END-IF.
       2420-TRY-AMOUNT-EXIT.
           EXIT.
      *
      *================================================================*
      * 2500-RECORD-OFFER - record the offer on CAMPOFFR, write the    *
      * mailing record and add it to its offer-size band.              *
      *================================================================*
       2500-RECORD-OFFER.
           MOVE SPACES            TO CAMPOFFR-RECORD.
           MOVE SC-CUSTNO         TO OF-CUSTNO.
           MOVE WS-RUN-DATE-X     TO OF-CAMPAIGN-DATE.
           MOVE WS-EXPIRY-DATE-X  TO OF-EXPIRY-DATE.
           MOVE WS-PRODUCT        TO OF-PRODUCT.
           MOVE SC-BASE-SCORE     TO OF-BASE-SCORE.
           MOVE WS-BEST-AMOUNT    TO OF-AMOUNT.
           MOVE WS-BEST-DURATION  TO OF-DURATION.
           MOVE WS-BEST-MONTHLY   TO OF-MONTHLY.
           PERFORM 2510-MOVE-TERM THRU 2510-MOVE-TERM-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB GREATER THAN 5.
           IF WS-OFFER-ON-FILE THEN
              REWRITE CAMPOFFR-RECORD
           ELSE
              WRITE CAMPOFFR-RECORD
           END-IF.
           IF NOT CAMPOFFR-OK THEN
              DISPLAY 'LNOFFER: CAMPOFFR WRITE FAILED, STATUS='
                      WS-CAMPOFFR-STATUS ' FOR ' OF-CUSTNO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES            TO OFFRMAIL-RECORD.
           MOVE SC-CUSTNO         TO OM-CUSTNO.
           MOVE CM-NAME           TO OM-NAME.
           MOVE WS-PRODUCT        TO OM-PRODUCT.
           MOVE WS-RUN-DATE-X     TO OM-CAMPAIGN-DATE.
           MOVE WS-EXPIRY-DATE-X  TO OM-EXPIRY-DATE.
           MOVE WS-BEST-AMOUNT    TO OM-AMOUNT.
           MOVE WS-BEST-DURATION  TO OM-DURATION.
           MOVE WS-BEST-MONTHLY   TO OM-MONTHLY.
           PERFORM 2520-MOVE-MAIL-TERM THRU 2520-MOVE-MAIL-TERM-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB GREATER THAN 5.
           WRITE OFFRMAIL-RECORD.
           IF NOT OFFRMAIL-OK THEN
              DISPLAY 'LNOFFER: OFFRMAIL WRITE FAILED, STATUS='
                      WS-OFFRMAIL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           ADD 1              TO WS-OFFERS-MADE.
           ADD WS-BEST-AMOUNT TO WS-OFFERS-TOTAL.
      *    Find the band from the top down - every offer is at least
      *    MINIMUM-OFFER, the first band's floor.
           MOVE 5 TO WS-BAND-SUB.
           PERFORM 2530-BAND-DOWN THRU 2530-BAND-DOWN-EXIT
               UNTIL WS-BAND-SUB EQUAL 1
                  OR WS-BEST-AMOUNT NOT LESS THAN
                     WS-BAND-FLOOR(WS-BAND-SUB).
           ADD 1              TO WS-BAND-OFFERS(WS-BAND-SUB).
           ADD WS-BEST-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-SUB).
       2500-RECORD-OFFER-EXIT.
           EXIT.
      *
       2510-MOVE-TERM.
           MOVE WS-OFFER-DURATION(WS-TERM-SUB)
               TO OF-TERM-DURATION(WS-TERM-SUB).
           MOVE WS-OFFER-AMOUNT(WS-TERM-SUB)
               TO OF-TERM-AMOUNT(WS-TERM-SUB).
           MOVE WS-OFFER-MONTHLY(WS-TERM-SUB)
               TO OF-TERM-MONTHLY(WS-TERM-SUB).
       2510-MOVE-TERM-EXIT.
           EXIT.
      *
       2520-MOVE-MAIL-TERM.
           MOVE WS-OFFER-DURATION(WS-TERM-SUB)
               TO OM-TERM-DURATION(WS-TERM-SUB).
           MOVE WS-OFFER-AMOUNT(WS-TERM-SUB)
               TO OM-TERM-AMOUNT(WS-TERM-SUB).
           MOVE WS-OFFER-MONTHLY(WS-TERM-SUB)
               TO OM-TERM-MONTHLY(WS-TERM-SUB).
       2520-MOVE-MAIL-TERM-EXIT.
           EXIT.
      *
       2530-BAND-DOWN.
           SUBTRACT 1 FROM WS-BAND-SUB.
       2530-BAND-DOWN-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * List a qualifying customer who cannot be mailed, with the      *
      * reason held in WS-REJECT-REASON.                               *
      *----------------------------------------------------------------*
       2800-REPORT-REJECT.
           ADD 1 TO WS-NOT-MAILED-COUNT.
           MOVE SC-CUSTNO        TO RR-CUSTNO.
           MOVE WS-BEST-AMOUNT   TO RR-AMOUNT.
           MOVE WS-REJECT-REASON TO RR-REASON.
           WRITE OFFRRPT-LINE FROM RPT-REJECT-LINE.
       2800-REPORT-REJECT-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-FINISH-REPORT - close the mailing file and finish the     *
      * report with the offers by size and the counts of customers     *
      * left out.                                                      *
      *================================================================*
       3000-FINISH-REPORT.
           CLOSE OFFRMAIL.

           IF WS-NOT-MAILED-COUNT EQUAL ZERO THEN
              WRITE OFFRRPT-LINE FROM RPT-NONE-LINE
           END-IF.

           WRITE OFFRRPT-LINE FROM RPT-TITLE-2.
           WRITE OFFRRPT-LINE FROM RPT-BAND-HDG.
           WRITE OFFRRPT-LINE FROM RPT-BAND-COLS.
           PERFORM 3100-PRINT-BAND THRU 3100-PRINT-BAND-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB GREATER THAN 5.
           MOVE 'ALL OFFERS'    TO RB-NAME.
           MOVE WS-OFFERS-MADE  TO RB-OFFERS.
           MOVE WS-OFFERS-TOTAL TO RB-TOTAL.
           MOVE ZERO            TO RB-AVERAGE.
           IF WS-OFFERS-MADE GREATER THAN ZERO THEN
              COMPUTE RB-AVERAGE = WS-OFFERS-TOTAL / WS-OFFERS-MADE
           END-IF.
           WRITE OFFRRPT-LINE FROM RPT-BAND-LINE.

           WRITE OFFRRPT-LINE FROM RPT-TITLE-2.
           MOVE WS-CUSTOMERS-READ       TO RS-CUSTOMERS-READ.
           MOVE WS-OFFERS-MADE          TO RS-OFFERS-MADE.
           WRITE OFFRRPT-LINE FROM RPT-SUMMARY-1.
           MOVE WS-DELINQUENT-COUNT     TO RS-DELINQUENT.
           MOVE WS-LIVE-QUOTE-COUNT     TO RS-LIVE-QUOTE.
           WRITE OFFRRPT-LINE FROM RPT-SUMMARY-2.
           MOVE WS-OVER-LIMIT-COUNT     TO RS-OVER-LIMIT.
           MOVE WS-LIVE-OFFER-COUNT     TO RS-LIVE-OFFER.
           WRITE OFFRRPT-LINE FROM RPT-SUMMARY-3.
           MOVE WS-CANNOT-QUALIFY-COUNT TO RS-CANNOT-QUALIFY.
           MOVE WS-BELOW-MINIMUM-COUNT  TO RS-BELOW-MINIMUM.
           WRITE OFFRRPT-LINE FROM RPT-SUMMARY-4.
           MOVE WS-NOT-MAILED-COUNT     TO RS-NOT-MAILED.
           MOVE WS-WITHDRAWN-COUNT      TO RS-WITHDRAWN.
           WRITE OFFRRPT-LINE FROM RPT-SUMMARY-5.
       3000-FINISH-REPORT-EXIT.
           EXIT.
      *
       3100-PRINT-BAND.
           MOVE WS-BAND-NAME(WS-BAND-SUB)   TO RB-NAME.
           MOVE WS-BAND-OFFERS(WS-BAND-SUB) TO RB-OFFERS.
           MOVE WS-BAND-AMOUNT(WS-BAND-SUB) TO RB-TOTAL.
           MOVE ZERO                        TO RB-AVERAGE.
           IF WS-BAND-OFFERS(WS-BAND-SUB) GREATER THAN ZERO THEN
              COMPUTE RB-AVERAGE = WS-BAND-AMOUNT(WS-BAND-SUB)
                                 / WS-BAND-OFFERS(WS-BAND-SUB)
           END-IF.
           WRITE OFFRRPT-LINE FROM RPT-BAND-LINE.
       3100-PRINT-BAND-EXIT.
           EXIT.
      *
      *================================================================*
      * 5000-FIND-FACTOR - select the factor for WS-LU-DURATION from   *
      * the product's rates: the lowest band whose top is at or above  *
      * the duration, taking the newest rate in that band not dated    *
      * in the future, with the 1.300 fallback when nothing            *
      * qualifies - the same selection the online lookup makes.        *
      *================================================================*
       5000-FIND-FACTOR.
           MOVE 1.300 TO WS-LU-FACTOR.
           MOVE ZERO  TO WS-LU-BAND.
           PERFORM 5010-CHECK-ENTRY THRU 5010-CHECK-ENTRY-EXIT
               VARYING WS-LU-SUB FROM 1 BY 1
               UNTIL WS-LU-SUB GREATER THAN WS-RATE-COUNT.
       5000-FIND-FACTOR-EXIT.
           EXIT.
      *
       5010-CHECK-ENTRY.
           IF WS-RATE-BAND(WS-LU-SUB) LESS THAN WS-LU-DURATION THEN
              GO TO 5010-CHECK-ENTRY-EXIT
           END-IF.
           IF WS-LU-BAND GREATER THAN ZERO
              AND WS-RATE-BAND(WS-LU-SUB) GREATER THAN WS-LU-BAND THEN
              GO TO 5010-CHECK-ENTRY-EXIT
           END-IF.
           IF WS-RATE-EFF-FROM(WS-LU-SUB) GREATER THAN WS-RUN-DATE-X
              THEN
              GO TO 5010-CHECK-ENTRY-EXIT
           END-IF.
           MOVE WS-RATE-BAND(WS-LU-SUB)   TO WS-LU-BAND.
           MOVE WS-RATE-FACTOR(WS-LU-SUB) TO WS-LU-FACTOR.
       5010-CHECK-ENTRY-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control     *
      * file with the counts (offers made / customers left out or not  *
      * mailed / customers read).                                      *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNOFFER: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-OFFERS-MADE    TO RC-COUNT-1.
           MOVE WS-LEFT-OUT-COUNT TO RC-COUNT-2.
           MOVE WS-CUSTOMERS-READ TO RC-COUNT-3.
           MOVE 'COMPLETE' TO RC-OUTCOME.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNOFFER: RUNCTL REWRITE FAILED, STATUS='
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
           CLOSE SCORECACH.
           CLOSE LOANACCT.
           CLOSE LOANMAST.
           CLOSE CUSTMAST.
           CLOSE CAMPOFFR.
           CLOSE OFFRRPT.
       9999-TERMINATE-EXIT.
           EXIT.
