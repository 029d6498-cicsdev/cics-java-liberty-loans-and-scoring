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
      * Module Name        LNTRBAL.CBL                                 *
      *                                                                *
      * LOANS and SCORING sample - month-end sub-ledger trial balance  *
      *                                                                *
      * Proves the loans-receivable balance GLEXTRCT has built up on  *
      * the ledger still equals what the loan book says is owed:      *
      *                                                                *
      *  - trial balance: every open LOANACCT account's outstanding   *
      *    principal (the LA-BALANCE-AFTER of the last line cleared,  *
      *    or the full principal before the first payment) and its    *
      *    unearned charge (the LA-CHARGE-DUE of the unpaid lines),   *
      *    totalled by product (LM-PRODUCT off the LOANMAST quote the *
      *    loan was booked from) and by booking month.  An account    *
      *    whose unpaid lines do not add back to its last cleared     *
      *    balance is itself a break;                                  *
      *  - roll-forward: last month's close (the previous TBCLOSE     *
      *    generation) plus disbursements, minus principal receipts,  *
      *    plus reversals, minus write-offs, all off the GLFEED       *
      *    generations dated after that close, must come to tonight's *
      *    sub-ledger total;                                           *
      *  - breaks: every account whose movement since the close on    *
      *    the book differs from what the feed posted to receivable   *
      *    for it - a receipt that went to suspense, a settlement     *
      *    that was never fed, a booking or write-off that is missing *
      *    - every feed posting to an account not on the book, and    *
      *    every day whose feed is missing, loaded twice, out of      *
      *    balance or does not match the day's bookings, write-offs    *
      *    and reversals on the book.                                  *
      *                                                                *
      * The book's movement is dated the way the ledger's is wherever  *
      * LOANACCT allows: bookings by LA-BOOKED-DATE, write-offs by     *
      * LA-CLOSED-DATE.  Receipts cannot be: a cleared line carries    *
      * only LA-PAID-DATE, the date the money was paid (for a direct   *
      * debit, the collection date DDRETURN passes on), while GLEXTRCT *
      * feeds the RCPT on the night PAYPOST posts it, days later for a *
      * returned collection.  So receipts are left out of the          *
      * day-by-day comparison altogether and are reconciled per        *
      * account over the whole period instead, where the dates no      *
      * longer matter - except at the start of the period, where a     *
      * line paid in the last RECEIPT-LAG-DAYS before it may have been *
      * fed inside it.  An account whose feed receipts exceed its book *
      * receipts is not a break for as much of the excess as such      *
      * lines cover; those lines count toward the book's movement (and *
      * the derived opening balance) and are shown as their own line   *
      * of the roll-forward.  A line paid longer before the period     *
      * than that and fed inside it still breaks.                      *
      *                                                                *
      * A reversal un-marks its line, so a reversed receipt leaves no  *
      * trace on the book - the feed's reversal sits in suspense until *
      * Finance reclassifies it, and the account and day show it as    *
      * such.                                                          *
      *                                                                *
      * Closing balance goes to a new TBCLOSE generation for next     *
      * month.  With no previous close (the first run) the opening    *
      * balance is derived from tonight's total less the month's      *
      * movement on the book, and the movement runs from the 1st.     *
      *                                                                *
      * Ends with return code 4 when anything breaks, so month-end    *
      * close cannot be signed off without the report being read.     *
      *                                                                *
      * Intended to run on the last business night of the month,     *
      * after GLEXTRCT has cut tonight's feed.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.              LNTRBAL.
       AUTHOR.                  LOANS-APPLICATION-SUPPORT.
       INSTALLATION.            CICSDEV-LOANS-AND-SCORING.
       DATE-WRITTEN.            2026-10-14.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      * Modification history                                          *
      *  2026-10-14  LAS  Initial version.                             *
      *  2026-10-15  LAS  Receipts left out of the day comparison and  *
      *                   matched per account, allowing for receipts   *
      *                   paid just before the period and fed in it.   *
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

           SELECT GLFEED ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT TBPRIOR ASSIGN TO TBPRIOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBPRIOR-STATUS.

           SELECT TBCLOSE ASSIGN TO TBCLOSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBCLOSE-STATUS.

           SELECT TBRPT ASSIGN TO TBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBRPT-STATUS.

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

       FD  GLFEED
           RECORDING MODE IS F.
       01  GLFEED-LINE                  PIC X(80).

       FD  TBPRIOR
           RECORDING MODE IS F.
       01  TBPRIOR-RECORD               PIC X(80).

       FD  TBCLOSE
           RECORDING MODE IS F.
           COPY TBCLOSE.

       FD  TBRPT
           RECORDING MODE IS F.
       01  TBRPT-LINE                   PIC X(80).

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
           05  WS-GLFEED-STATUS         PIC X(02) VALUE '00'.
               88  GLFEED-OK                      VALUE '00'.
           05  WS-TBPRIOR-STATUS        PIC X(02) VALUE '00'.
               88  TBPRIOR-OK                     VALUE '00'.
           05  WS-TBCLOSE-STATUS        PIC X(02) VALUE '00'.
               88  TBCLOSE-OK                     VALUE '00'.
           05  WS-TBRPT-STATUS          PIC X(02) VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(02) VALUE '00'.
               88  RUNCTL-OK                      VALUE '00'.
           05  WS-ACCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-LOANACCT                VALUE 'Y'.
           05  WS-FEED-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  END-OF-GLFEED                  VALUE 'Y'.
      *        On while the feed generation being read is dated inside
      *        the period; its postings count.
           05  WS-IN-PERIOD-SW          PIC X(01) VALUE 'N'.
               88  FEED-IN-PERIOD                 VALUE 'Y'.
      *        On from a feed header until its trailer - a generation
      *        that ends without one was cut short.
           05  WS-FEED-OPEN-SW          PIC X(01) VALUE 'N'.
               88  FEED-AWAITING-TRAILER          VALUE 'Y'.
           05  WS-PRIOR-SW              PIC X(01) VALUE 'N'.
               88  PRIOR-CLOSE-FOUND              VALUE 'Y'.
           05  WS-SLOT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  SLOT-FOUND                     VALUE 'Y'.
           05  WS-CLEARED-SW            PIC X(01) VALUE 'N'.
               88  LINE-CLEARED-SEEN              VALUE 'Y'.
      *
      *    GL account codes for the loans book, as GLEXTRCT posts them.
       77  GL-CASH-ACCT                 PIC X(04) VALUE '1000'.
       77  GL-RECV-ACCT                 PIC X(04) VALUE '1200'.
       77  GL-SUSPENSE-ACCT             PIC X(04) VALUE '2300'.
      *
      *    How long after the date it was paid on a receipt can reach
      *    the feed - the longest a returned direct debit can take to
      *    come back from the bank and be posted.
       77  RECEIPT-LAG-DAYS             PIC 9(3)  VALUE 10.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMM            PIC X(6).
           05  WS-RUN-DD                PIC X(2).
      *
      *    The period runs from the day after PERIOD-FROM up to and
      *    including tonight.
       01  WS-PERIOD-FROM               PIC X(8)  VALUE SPACES.
      *
      *    Cleared lines paid after LAG-FROM up to PERIOD-FROM may
      *    have been fed inside the period.
       01  WS-LAG-FROM                  PIC X(8)  VALUE SPACES.
       01  WS-LAG-DATE                  PIC X(8)  VALUE SPACES.
       01  WS-LAG-DATE-N REDEFINES WS-LAG-DATE
                                        PIC 9(8).
       01  WS-LAG-INT                   PIC 9(8)  VALUE ZERO.
      *
       01  WS-WORK-FIELDS.
           05  WS-PRIOR-MONTH           PIC X(6)       VALUE SPACES.
           05  WS-OPENING-NOTE          PIC X(20)      VALUE SPACES.
           05  WS-FEED-DATE             PIC X(8)       VALUE SPACES.
           05  WS-FEED-DETAILS          PIC 9(9)       VALUE ZERO.
           05  WS-FEED-DEBITS           PIC 9(13)      VALUE ZERO.
           05  WS-FEED-CREDITS          PIC 9(13)      VALUE ZERO.
           05  WS-DAY-KEY               PIC X(8)       VALUE SPACES.
           05  WS-SUB-MOVE              PIC S9(11)     VALUE ZERO.
           05  WS-GL-MOVE               PIC S9(11)     VALUE ZERO.
           05  WS-DIFFERENCE            PIC S9(11)     VALUE ZERO.
           05  WS-BREAK-DIFF            PIC S9(11)     VALUE ZERO.
           05  WS-RCPT-EXCESS           PIC S9(11)     VALUE ZERO.
           05  WS-BREAK-REASON          PIC X(18)      VALUE SPACES.
           05  WS-AT-SUB                PIC S9(8) COMP VALUE ZERO.
           05  WS-DY-SUB                PIC S9(4) COMP VALUE ZERO.
           05  WS-PR-SUB                PIC S9(4) COMP VALUE ZERO.
           05  WS-BM-SUB                PIC S9(4) COMP VALUE ZERO.
           05  WS-OR-SUB                PIC S9(4) COMP VALUE ZERO.
           05  WS-MOVE-SUB              PIC S9(4) COMP VALUE ZERO.
           05  WS-RUNCTL-DATE           PIC X(8)       VALUE SPACES.
           05  WS-RUNCTL-TIME           PIC X(8)       VALUE SPACES.
      *
       77  RUNCTL-JOB-NAME              PIC X(8) VALUE 'LNTRBAL'.
       77  PREREQ-JOB-NAME              PIC X(8) VALUE 'GLEXTRCT'.
      *
      *    Balances and movement.  SUB- is the loan book, GL- is what
      *    the feed posted to loans receivable.
       01  WS-TOTALS.
           05  WS-OPEN-ACCOUNTS         PIC 9(7)       VALUE ZERO.
           05  WS-CLOSING-PRINCIPAL     PIC 9(11)      VALUE ZERO.
           05  WS-CLOSING-CHARGE        PIC 9(11)      VALUE ZERO.
           05  WS-OPENING-BALANCE       PIC S9(11)     VALUE ZERO.
           05  WS-LEDGER-BALANCE        PIC S9(11)     VALUE ZERO.
           05  WS-SUB-BOOKED            PIC 9(11)      VALUE ZERO.
           05  WS-SUB-COLLECTED         PIC 9(11)      VALUE ZERO.
           05  WS-SUB-SETTLED           PIC 9(11)      VALUE ZERO.
           05  WS-SUB-WRITTEN-OFF       PIC 9(11)      VALUE ZERO.
           05  WS-SUB-LAGGED            PIC 9(11)      VALUE ZERO.
           05  WS-GL-BOOKED             PIC 9(11)      VALUE ZERO.
           05  WS-GL-RECEIPTS           PIC 9(11)      VALUE ZERO.
           05  WS-GL-REVERSALS          PIC 9(11)      VALUE ZERO.
           05  WS-GL-WRITTEN-OFF        PIC 9(11)      VALUE ZERO.
           05  WS-GL-SUSPENSE           PIC 9(11)      VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-FEEDS-READ            PIC 9(5)       VALUE ZERO.
           05  WS-SUSPENSE-RECEIPTS     PIC 9(7)       VALUE ZERO.
           05  WS-ACCOUNT-BREAKS        PIC 9(7)       VALUE ZERO.
           05  WS-DAY-BREAKS            PIC 9(5)       VALUE ZERO.
      *
      *    The account the LOANACCT sweep is adding up - flushed into
      *    the account table when the key moves on.
       01  WS-ACCOUNT-HOLD.
           05  WS-CUR-CUSTNO            PIC X(10)      VALUE SPACES.
           05  WS-CUR-TS                PIC X(14)      VALUE SPACES.
           05  WS-CUR-PRINCIPAL         PIC 9(7)       VALUE ZERO.
           05  WS-CUR-BOOKED-DATE       PIC X(8)       VALUE SPACES.
           05  WS-CUR-STATUS            PIC X(1)       VALUE SPACE.
               88  WS-CUR-OPEN                    VALUES ' ' 'O'.
               88  WS-CUR-WRITTEN-OFF             VALUE 'W'.
           05  WS-CUR-CLOSED-DATE       PIC X(8)       VALUE SPACES.
           05  WS-CUR-LAST-BALANCE      PIC 9(7)       VALUE ZERO.
           05  WS-CUR-UNPAID-PRIN       PIC 9(9)       VALUE ZERO.
           05  WS-CUR-UNEARNED          PIC 9(9)       VALUE ZERO.
           05  WS-CUR-COLLECTED         PIC 9(9)       VALUE ZERO.
           05  WS-CUR-SETTLED           PIC 9(9)       VALUE ZERO.
           05  WS-CUR-EDGE              PIC 9(9)       VALUE ZERO.
           05  WS-CUR-OUTSTANDING       PIC 9(9)       VALUE ZERO.
      *
      *    Every account on the book, in LOANACCT key order, with its
      *    movement since the close on both sides.
       01  WS-AT-COUNT                  PIC S9(8) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  AT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-AT-COUNT
                   ASCENDING KEY IS AT-CUSTNO AT-TIMESTAMP
                   INDEXED BY AT-IDX.
               10  AT-CUSTNO            PIC X(10).
               10  AT-TIMESTAMP         PIC X(14).
      *            'Y' when the unpaid lines do not add back to the
      *            last cleared balance.
               10  AT-SCHED-BREAK-SW    PIC X(1).
      *            'Y' when a receipt on the account went to suspense.
               10  AT-SUSPENSE-SW       PIC X(1).
               10  AT-SUB-BOOKED        PIC S9(9) COMP-3.
               10  AT-SUB-COLLECTED     PIC S9(9) COMP-3.
               10  AT-SUB-SETTLED       PIC S9(9) COMP-3.
               10  AT-SUB-WRITTEN-OFF   PIC S9(9) COMP-3.
      *            Principal of lines paid in the RECEIPT-LAG-DAYS
      *            before the period, and as much of it as the feed's
      *            excess receipts show were fed inside the period.
               10  AT-SUB-EDGE          PIC S9(9) COMP-3.
               10  AT-SUB-LAGGED        PIC S9(9) COMP-3.
               10  AT-GL-BOOKED         PIC S9(9) COMP-3.
               10  AT-GL-RECEIPTS       PIC S9(9) COMP-3.
               10  AT-GL-REVERSALS      PIC S9(9) COMP-3.
               10  AT-GL-WRITTEN-OFF    PIC S9(9) COMP-3.
       77  ACCOUNT-TABLE-MAX            PIC S9(8) COMP VALUE 20000.
      *
      *    Trial balance by product and by booking month, each kept
      *    in key order as entries are added.
       01  WS-PRODUCT-TABLE.
           05  WS-PR-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  PR-ENTRY OCCURS 100 TIMES.
               10  PR-PRODUCT           PIC X(4).
               10  PR-ACCOUNTS          PIC 9(7)  COMP-3.
               10  PR-PRINCIPAL         PIC 9(11) COMP-3.
               10  PR-CHARGE            PIC 9(11) COMP-3.
       77  PRODUCT-TABLE-MAX            PIC S9(4) COMP VALUE 100.
       01  WS-NEW-PRODUCT               PIC X(4)  VALUE SPACES.
      *
       01  WS-MONTH-TABLE.
           05  WS-BM-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  BM-ENTRY OCCURS 600 TIMES.
               10  BM-MONTH             PIC X(6).
               10  BM-ACCOUNTS          PIC 9(7)  COMP-3.
               10  BM-PRINCIPAL         PIC 9(11) COMP-3.
               10  BM-CHARGE            PIC 9(11) COMP-3.
       77  MONTH-TABLE-MAX              PIC S9(4) COMP VALUE 600.
       01  WS-NEW-MONTH                 PIC X(6)  VALUE SPACES.
      *
      *    Each day of the period with a feed or movement on the book.
       01  WS-DAY-TABLE.
           05  WS-DY-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  DY-ENTRY OCCURS 62 TIMES.
               10  DY-DATE              PIC X(8).
               10  DY-FEEDS             PIC 9(3)  COMP-3.
               10  DY-OUT-OF-BALANCE-SW PIC X(1).
               10  DY-SUB-MOVE          PIC S9(11) COMP-3.
               10  DY-GL-MOVE           PIC S9(11) COMP-3.
               10  DY-REVERSALS         PIC S9(11) COMP-3.
       77  DAY-TABLE-MAX                PIC S9(4) COMP VALUE 62.
      *
      *    Feed postings to receivable for an account not on the book.
       01  WS-ORPHAN-TABLE.
           05  WS-OR-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  OR-ENTRY OCCURS 500 TIMES.
               10  OR-DATE              PIC X(8).
               10  OR-CUSTNO            PIC X(10).
               10  OR-TIMESTAMP         PIC X(14).
               10  OR-SOURCE            PIC X(4).
               10  OR-AMOUNT            PIC 9(11).
       77  ORPHAN-TABLE-MAX             PIC S9(4) COMP VALUE 500.
      *
      *    Previous close, read from the last TBCLOSE generation.
       01  WS-PRIOR-CLOSE.
           05  WP-MONTH                 PIC X(06).
           05  WP-RUN-DATE              PIC X(08).
           05  WP-PRINCIPAL             PIC 9(11).
           05  WP-UNEARNED-CHARGE       PIC 9(11).
           05  WP-OPEN-ACCOUNTS         PIC 9(07).
           05  FILLER                   PIC X(37).
      *
      *    GLFEED records as GLEXTRCT writes them - fixed-width
      *    fields inside the delimiters.
       01  WS-FEED-LINE                 PIC X(80).
       01  WS-FEED-HDR REDEFINES WS-FEED-LINE.
           05  GH-TYPE                  PIC X(04).
           05  FILLER                   PIC X(07).
           05  GH-DATE                  PIC X(08).
           05  FILLER                   PIC X(61).
       01  WS-FEED-DTL REDEFINES WS-FEED-LINE.
           05  GD-TYPE                  PIC X(04).
           05  GD-ACCOUNT               PIC X(04).
           05  FILLER                   PIC X(01).
           05  GD-DRCR                  PIC X(01).
           05  FILLER                   PIC X(01).
           05  GD-AMOUNT                PIC 9(11).
           05  FILLER                   PIC X(01).
           05  GD-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(01).
           05  GD-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(01).
           05  GD-SOURCE                PIC X(04).
           05  FILLER                   PIC X(27).
       01  WS-FEED-TRL REDEFINES WS-FEED-LINE.
           05  GT-TYPE                  PIC X(04).
           05  GT-COUNT                 PIC 9(09).
           05  FILLER                   PIC X(01).
           05  GT-DEBIT-TOTAL           PIC 9(13).
           05  FILLER                   PIC X(01).
           05  GT-CREDIT-TOTAL          PIC 9(13).
           05  FILLER                   PIC X(39).
      *
      *    The posting before the one in hand: a receipt's cash debit
      *    followed straight away by a suspense credit for the same
      *    amount is a receipt GLEXTRCT found no cleared line for.
       01  WS-PREV-DTL.
           05  WS-PREV-ACCOUNT          PIC X(04)  VALUE SPACES.
           05  WS-PREV-DRCR             PIC X(01)  VALUE SPACES.
           05  WS-PREV-AMOUNT           PIC 9(11)  VALUE ZERO.
           05  WS-PREV-CUSTNO           PIC X(10)  VALUE SPACES.
           05  WS-PREV-TIMESTAMP        PIC X(14)  VALUE SPACES.
           05  WS-PREV-SOURCE           PIC X(04)  VALUE SPACES.
      *
       01  RPT-TITLE-1.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'LOANS SUB-LEDGER TRIAL BALANCE'.
           05  FILLER PIC X(09) VALUE '  MONTH: '.
           05  RT-MONTH                 PIC X(06).
           05  FILLER PIC X(12) VALUE '  RUN DATE: '.
           05  RT-RUN-DATE              PIC X(08).
       01  RPT-TITLE-2.
           05  FILLER PIC X(80) VALUE ALL '-'.
       01  RPT-HDG-PRODUCT.
           05  FILLER PIC X(40) VALUE
               'SECTION 1 - OPEN ACCOUNTS BY PRODUCT    '.
       01  RPT-HDG-MONTH.
           05  FILLER PIC X(40) VALUE
               'SECTION 2 - OPEN ACCOUNTS BY BOOKING MON'.
           05  FILLER PIC X(02) VALUE 'TH'.
       01  RPT-TB-COLS.
           05  RB-LABEL-HDG             PIC X(09) VALUE SPACES.
           05  FILLER PIC X(07) VALUE 'ACCOUNT'.
           05  FILLER PIC X(16) VALUE '       PRINCIPAL'.
           05  FILLER PIC X(16) VALUE '  UNEARNED CHRG'.
           05  FILLER PIC X(16) VALUE '           TOTAL'.
       01  RPT-TB-LINE.
           05  RB-LABEL                 PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RB-ACCOUNTS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RB-PRINCIPAL             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RB-CHARGE                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RB-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  RPT-HDG-ROLL.
           05  FILLER PIC X(40) VALUE
               'SECTION 3 - RECEIVABLE ROLL-FORWARD FROM'.
           05  FILLER PIC X(16) VALUE ' GLFEED, PERIOD '.
           05  RH-FROM                  PIC X(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  RH-TO                    PIC X(08).
       01  RPT-ROLL-LINE.
           05  RF-LABEL                 PIC X(40).
           05  RF-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RF-NOTE                  PIC X(20).
       01  RPT-HDG-DAYS.
           05  FILLER PIC X(40) VALUE
               'SECTION 4 - DAYS THAT BREAK             '.
       01  RPT-DAY-COLS.
           05  FILLER PIC X(10) VALUE 'DATE      '.
           05  FILLER PIC X(05) VALUE 'FEEDS'.
           05  FILLER PIC X(13) VALUE '    SUB-LEDGR'.
           05  FILLER PIC X(13) VALUE '       GLFEED'.
           05  FILLER PIC X(13) VALUE '   DIFFERENCE'.
           05  FILLER PIC X(07) VALUE ' REASON'.
       01  RPT-DAY-LINE.
           05  DB-DATE                  PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DB-FEEDS                 PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DB-SUB                   PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DB-GL                    PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DB-DIFF                  PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DB-REASON                PIC X(18).
       01  RPT-HDG-ACCOUNTS.
           05  FILLER PIC X(40) VALUE
               'SECTION 5 - ACCOUNTS THAT BREAK         '.
       01  RPT-ACCT-COLS.
           05  FILLER PIC X(11) VALUE 'CUSTNO     '.
           05  FILLER PIC X(15) VALUE 'LOAN TIMESTAMP '.
           05  FILLER PIC X(12) VALUE ' SUB-LEDGER '.
           05  FILLER PIC X(12) VALUE '     GLFEED '.
           05  FILLER PIC X(12) VALUE ' DIFFERENCE '.
           05  FILLER PIC X(06) VALUE 'REASON'.
       01  RPT-ACCT-LINE.
           05  AB-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AB-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AB-SUB                   PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AB-GL                    PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AB-DIFF                  PIC -ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AB-REASON                PIC X(18).
       01  RPT-ORPHAN-LINE.
           05  OB-CUSTNO                PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OB-TIMESTAMP             PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OB-SOURCE                PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OB-DATE                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  OB-AMOUNT                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER PIC X(16) VALUE 'NOT ON LOAN BOOK'.
       01  RPT-NONE-LINE.
           05  FILLER PIC X(10) VALUE '  (NONE)  '.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 0100-RUNCTL-START THRU 0100-RUNCTL-START-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SCAN-LOANACCT THRU 2000-SCAN-LOANACCT-EXIT
               UNTIL END-OF-LOANACCT.
      *    Flush the last account left in the hold area.
           PERFORM 2200-FLUSH-ACCOUNT THRU 2200-FLUSH-ACCOUNT-EXIT.
           PERFORM 3000-READ-GLFEED THRU 3000-READ-GLFEED-EXIT
               UNTIL END-OF-GLFEED.
           PERFORM 3900-END-OF-FEED THRU 3900-END-OF-FEED-EXIT.
           PERFORM 3950-MATCH-LAGGED THRU 3950-MATCH-LAGGED-EXIT
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB GREATER THAN WS-AT-COUNT.
           PERFORM 4000-ROLL-FORWARD THRU 4000-ROLL-FORWARD-EXIT.
           PERFORM 5000-PRINT-REPORT THRU 5000-PRINT-REPORT-EXIT.
           PERFORM 6000-WRITE-CLOSE THRU 6000-WRITE-CLOSE-EXIT.
           PERFORM 8900-RUNCTL-END THRU 8900-RUNCTL-END-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
           DISPLAY 'LNTRBAL: OPEN ACCOUNTS=' WS-OPEN-ACCOUNTS
                   ' PRINCIPAL=' WS-CLOSING-PRINCIPAL
                   ' UNEARNED=' WS-CLOSING-CHARGE
                   ' DIFFERENCE=' WS-DIFFERENCE
                   ' ACCOUNT-BREAKS=' WS-ACCOUNT-BREAKS
                   ' DAY-BREAKS=' WS-DAY-BREAKS
                   ' NOT-ON-BOOK=' WS-OR-COUNT.
           IF WS-DIFFERENCE NOT EQUAL ZERO
              OR WS-ACCOUNT-BREAKS GREATER THAN ZERO
              OR WS-DAY-BREAKS GREATER THAN ZERO
              OR WS-OR-COUNT GREATER THAN ZERO THEN
              DISPLAY 'LNTRBAL: SUB-LEDGER AND LEDGER BREAK - SEE '
                      'TBRPT BEFORE SIGNING OFF THE MONTH'
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *================================================================*
      * 0100-RUNCTL-START - run-control gate: refuse a duplicate run  *
      * for a business date this job has already completed, refuse   *
      * to run before GLEXTRCT has cut tonight's feed (the roll-      *
      * forward would be a day short), and record that this run has   *
      * started.                                                       *
      *================================================================*
       0100-RUNCTL-START.
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           OPEN I-O RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNTRBAL: RUNCTL OPEN FAILED, STATUS='
                      WS-RUNCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF RUNCTL-OK AND RC-RUN-COMPLETE THEN
              DISPLAY 'LNTRBAL: ALREADY COMPLETE FOR '
                      WS-RUNCTL-DATE ' - DUPLICATE RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PREREQ-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK OR NOT RC-RUN-COMPLETE THEN
              DISPLAY 'LNTRBAL: ' PREREQ-JOB-NAME
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
      * 1000-INITIALIZE - pick up last month's close, which sets the  *
      * start of the period, and open the files.                       *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    With no previous close the period starts on the 1st.
           MOVE WS-RUN-YYYYMM TO WS-PERIOD-FROM(1:6).
           MOVE '00'          TO WS-PERIOD-FROM(7:2).
           MOVE 'DERIVED - NO CLOSE' TO WS-OPENING-NOTE.
           OPEN INPUT TBPRIOR.
           IF TBPRIOR-OK THEN
              READ TBPRIOR INTO WS-PRIOR-CLOSE
                  AT END
                      CONTINUE
              END-READ
              IF TBPRIOR-OK THEN
                 SET PRIOR-CLOSE-FOUND TO TRUE
              END-IF
              CLOSE TBPRIOR
           END-IF.
           IF PRIOR-CLOSE-FOUND THEN
              IF WP-RUN-DATE NOT LESS THAN WS-RUN-DATE THEN
                 DISPLAY 'LNTRBAL: PREVIOUS CLOSE IS DATED '
                         WP-RUN-DATE ' - NOT BEFORE TONIGHT, CHECK '
                         'THE TBPRIOR GENERATION'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WP-RUN-DATE  TO WS-PERIOD-FROM
              MOVE WP-PRINCIPAL TO WS-OPENING-BALANCE
              MOVE SPACES       TO WS-OPENING-NOTE
              STRING 'CLOSE OF ' WP-MONTH
                  DELIMITED BY SIZE INTO WS-OPENING-NOTE
           ELSE
              DISPLAY 'LNTRBAL: NO PREVIOUS CLOSE ON TBPRIOR - '
                      'OPENING BALANCE DERIVED FROM THE BOOK'
           END-IF.

      *    The lag window is the RECEIPT-LAG-DAYS before the period's
      *    first day.
           MOVE WS-PERIOD-FROM TO WS-LAG-DATE.
           IF WS-LAG-DATE(7:2) EQUAL '00' THEN
              MOVE '01' TO WS-LAG-DATE(7:2)
              COMPUTE WS-LAG-INT =
                  FUNCTION INTEGER-OF-DATE(WS-LAG-DATE-N)
                  - 1 - RECEIPT-LAG-DAYS
           ELSE
              COMPUTE WS-LAG-INT =
                  FUNCTION INTEGER-OF-DATE(WS-LAG-DATE-N)
                  - RECEIPT-LAG-DAYS
           END-IF.
           COMPUTE WS-LAG-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-LAG-INT).
           MOVE WS-LAG-DATE TO WS-LAG-FROM.

           OPEN INPUT LOANACCT.
           IF NOT LOANACCT-OK THEN
              DISPLAY 'LNTRBAL: LOANACCT OPEN FAILED, STATUS='
                      WS-LOANACCT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-OK THEN
              DISPLAY 'LNTRBAL: LOANMAST OPEN FAILED, STATUS='
                      WS-LOANMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT GLFEED.
           IF NOT GLFEED-OK THEN
              DISPLAY 'LNTRBAL: GLFEED OPEN FAILED, STATUS='
                      WS-GLFEED-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT TBCLOSE.
           IF NOT TBCLOSE-OK THEN
              DISPLAY 'LNTRBAL: TBCLOSE OPEN FAILED, STATUS='
                      WS-TBCLOSE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT TBRPT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *================================================================*
      * 2000-SCAN-LOANACCT - read the next LOANACCT record and roll   *
      * it into the account hold.                                      *
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
      * Roll one LOANACCT record into the account hold, flushing the  *
      * previous account first when the key has moved on.  Unpaid     *
      * lines make up what is still owed; cleared lines move the last *
      * cleared balance on and, when cleared inside the period, are   *
      * the period's collections and settlements - kept off the day    *
      * table, since the feed dates receipts by posting night.  Lines  *
      * cleared in the lag window before the period are held apart.    *
      *----------------------------------------------------------------*
       2100-ACCUMULATE-RECORD.
           IF LA-CUSTNO NOT EQUAL WS-CUR-CUSTNO
              OR LA-TIMESTAMP NOT EQUAL WS-CUR-TS THEN
              PERFORM 2200-FLUSH-ACCOUNT THRU 2200-FLUSH-ACCOUNT-EXIT
              MOVE LA-CUSTNO    TO WS-CUR-CUSTNO
              MOVE LA-TIMESTAMP TO WS-CUR-TS
           END-IF.

           IF LA-SEQNO EQUAL ZERO THEN
              MOVE LA-PRINCIPAL   TO WS-CUR-PRINCIPAL
              MOVE LA-BOOKED-DATE TO WS-CUR-BOOKED-DATE
              MOVE LA-ACCT-STATUS TO WS-CUR-STATUS
              MOVE LA-CLOSED-DATE TO WS-CUR-CLOSED-DATE
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.

           IF LA-UNPAID THEN
              ADD LA-PRINCIPAL-DUE TO WS-CUR-UNPAID-PRIN
              ADD LA-CHARGE-DUE    TO WS-CUR-UNEARNED
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.

           SET LINE-CLEARED-SEEN TO TRUE.
           MOVE LA-BALANCE-AFTER TO WS-CUR-LAST-BALANCE.
           IF LA-PAID-DATE GREATER THAN WS-PERIOD-FROM
              AND LA-PAID-DATE NOT GREATER THAN WS-RUN-DATE THEN
              IF LA-SETTLED THEN
                 ADD LA-PRINCIPAL-DUE TO WS-CUR-SETTLED
              ELSE
                 ADD LA-PRINCIPAL-DUE TO WS-CUR-COLLECTED
              END-IF
              GO TO 2100-ACCUMULATE-RECORD-EXIT
           END-IF.
           IF LA-PAID-DATE GREATER THAN WS-LAG-FROM
              AND LA-PAID-DATE NOT GREATER THAN WS-PERIOD-FROM THEN
              ADD LA-PRINCIPAL-DUE TO WS-CUR-EDGE
           END-IF.
       2100-ACCUMULATE-RECORD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Flush the held account: its place in the trial balance when   *
      * open, its booking and write-off movement when inside the      *
      * period, and its entry on the account table for the feed pass. *
      *----------------------------------------------------------------*
       2200-FLUSH-ACCOUNT.
           IF WS-CUR-CUSTNO EQUAL SPACES THEN
              GO TO 2200-FLUSH-ACCOUNT-EXIT
           END-IF.
           IF WS-AT-COUNT NOT LESS THAN ACCOUNT-TABLE-MAX THEN
              DISPLAY 'LNTRBAL: ACCOUNT TABLE FULL - RAISE THE'
                      ' TABLE SIZE AND RERUN'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-AT-COUNT.
           MOVE WS-AT-COUNT TO WS-AT-SUB.
           INITIALIZE AT-ENTRY(WS-AT-SUB).
           MOVE WS-CUR-CUSTNO    TO AT-CUSTNO(WS-AT-SUB).
           MOVE WS-CUR-TS        TO AT-TIMESTAMP(WS-AT-SUB).
           MOVE 'N'              TO AT-SCHED-BREAK-SW(WS-AT-SUB).
           MOVE 'N'              TO AT-SUSPENSE-SW(WS-AT-SUB).
           MOVE WS-CUR-COLLECTED TO AT-SUB-COLLECTED(WS-AT-SUB).
           MOVE WS-CUR-SETTLED   TO AT-SUB-SETTLED(WS-AT-SUB).
           MOVE WS-CUR-EDGE      TO AT-SUB-EDGE(WS-AT-SUB).
           ADD WS-CUR-COLLECTED  TO WS-SUB-COLLECTED.
           ADD WS-CUR-SETTLED    TO WS-SUB-SETTLED.

           IF WS-CUR-BOOKED-DATE GREATER THAN WS-PERIOD-FROM
              AND WS-CUR-BOOKED-DATE NOT GREATER THAN WS-RUN-DATE THEN
              MOVE WS-CUR-PRINCIPAL TO AT-SUB-BOOKED(WS-AT-SUB)
              ADD WS-CUR-PRINCIPAL  TO WS-SUB-BOOKED
              MOVE WS-CUR-BOOKED-DATE TO WS-DAY-KEY
              PERFORM 2500-FIND-DAY THRU 2500-FIND-DAY-EXIT
              ADD WS-CUR-PRINCIPAL TO DY-SUB-MOVE(WS-DY-SUB)
           END-IF.

      *    A write-off takes the unpaid principal off the book - the
      *    amount GLEXTRCT posts as WOFF.
           IF WS-CUR-WRITTEN-OFF
              AND WS-CUR-CLOSED-DATE GREATER THAN WS-PERIOD-FROM
              AND WS-CUR-CLOSED-DATE NOT GREATER THAN WS-RUN-DATE THEN
              MOVE WS-CUR-UNPAID-PRIN TO AT-SUB-WRITTEN-OFF(WS-AT-SUB)
              ADD WS-CUR-UNPAID-PRIN  TO WS-SUB-WRITTEN-OFF
              MOVE WS-CUR-CLOSED-DATE TO WS-DAY-KEY
              PERFORM 2500-FIND-DAY THRU 2500-FIND-DAY-EXIT
              SUBTRACT WS-CUR-UNPAID-PRIN FROM DY-SUB-MOVE(WS-DY-SUB)
           END-IF.

           IF NOT WS-CUR-OPEN THEN
              GO TO 2200-FLUSH-ACCOUNT-9000
           END-IF.

      *    Outstanding is the last cleared line's balance, or the
      *    whole principal before anything has been cleared.
           IF LINE-CLEARED-SEEN THEN
              MOVE WS-CUR-LAST-BALANCE TO WS-CUR-OUTSTANDING
           ELSE
              MOVE WS-CUR-PRINCIPAL    TO WS-CUR-OUTSTANDING
           END-IF.
           IF WS-CUR-OUTSTANDING NOT EQUAL WS-CUR-UNPAID-PRIN THEN
              MOVE 'Y' TO AT-SCHED-BREAK-SW(WS-AT-SUB)
           END-IF.
           ADD 1                  TO WS-OPEN-ACCOUNTS.
           ADD WS-CUR-OUTSTANDING TO WS-CLOSING-PRINCIPAL.
           ADD WS-CUR-UNEARNED    TO WS-CLOSING-CHARGE.

           MOVE WS-CUR-CUSTNO TO LM-CUSTNO.
           MOVE WS-CUR-TS     TO LM-TIMESTAMP.
           READ LOANMAST.
           IF LOANMAST-OK THEN
              MOVE LM-PRODUCT TO WS-NEW-PRODUCT
           ELSE
              MOVE '----'     TO WS-NEW-PRODUCT
           END-IF.
           PERFORM 2300-ADD-TO-PRODUCT THRU 2300-ADD-TO-PRODUCT-EXIT.
           MOVE WS-CUR-BOOKED-DATE(1:6) TO WS-NEW-MONTH.
           PERFORM 2400-ADD-TO-MONTH THRU 2400-ADD-TO-MONTH-EXIT.

       2200-FLUSH-ACCOUNT-9000.
           MOVE SPACES TO WS-CUR-CUSTNO.
           MOVE SPACES TO WS-CUR-TS.
           MOVE ZERO   TO WS-CUR-PRINCIPAL.
           MOVE SPACES TO WS-CUR-BOOKED-DATE.
           MOVE SPACE  TO WS-CUR-STATUS.
           MOVE SPACES TO WS-CUR-CLOSED-DATE.
           MOVE ZERO   TO WS-CUR-LAST-BALANCE.
           MOVE ZERO   TO WS-CUR-UNPAID-PRIN.
           MOVE ZERO   TO WS-CUR-UNEARNED.
           MOVE ZERO   TO WS-CUR-COLLECTED.
           MOVE ZERO   TO WS-CUR-SETTLED.
           MOVE ZERO   TO WS-CUR-EDGE.
           MOVE ZERO   TO WS-CUR-OUTSTANDING.
           MOVE 'N'    TO WS-CLEARED-SW.
       2200-FLUSH-ACCOUNT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Add the held account into its product's entry, opening one in *
      * product order the first time the product is seen.              *
      *----------------------------------------------------------------*
       2300-ADD-TO-PRODUCT.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 2310-FIND-PRODUCT-SLOT
               THRU 2310-FIND-PRODUCT-SLOT-EXIT
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL SLOT-FOUND
                  OR WS-PR-SUB GREATER THAN WS-PR-COUNT.
           IF SLOT-FOUND THEN
              SUBTRACT 1 FROM WS-PR-SUB
           END-IF.
           IF WS-PR-SUB GREATER THAN WS-PR-COUNT
              OR PR-PRODUCT(WS-PR-SUB) NOT EQUAL WS-NEW-PRODUCT THEN
              IF WS-PR-COUNT NOT LESS THAN PRODUCT-TABLE-MAX THEN
                 DISPLAY 'LNTRBAL: PRODUCT TABLE FULL - RAISE THE'
                         ' TABLE SIZE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 2320-OPEN-PRODUCT-SLOT
                  THRU 2320-OPEN-PRODUCT-SLOT-EXIT
                  VARYING WS-MOVE-SUB FROM WS-PR-COUNT BY -1
                  UNTIL WS-MOVE-SUB LESS THAN WS-PR-SUB
              ADD 1 TO WS-PR-COUNT
              INITIALIZE PR-ENTRY(WS-PR-SUB)
              MOVE WS-NEW-PRODUCT TO PR-PRODUCT(WS-PR-SUB)
           END-IF.
           ADD 1                  TO PR-ACCOUNTS(WS-PR-SUB).
           ADD WS-CUR-OUTSTANDING TO PR-PRINCIPAL(WS-PR-SUB).
           ADD WS-CUR-UNEARNED    TO PR-CHARGE(WS-PR-SUB).
       2300-ADD-TO-PRODUCT-EXIT.
           EXIT.
      *
       2310-FIND-PRODUCT-SLOT.
           IF PR-PRODUCT(WS-PR-SUB) NOT LESS THAN WS-NEW-PRODUCT THEN
              SET SLOT-FOUND TO TRUE
           END-IF.
       2310-FIND-PRODUCT-SLOT-EXIT.
           EXIT.
      *
       2320-OPEN-PRODUCT-SLOT.
           MOVE PR-ENTRY(WS-MOVE-SUB) TO PR-ENTRY(WS-MOVE-SUB + 1).
       2320-OPEN-PRODUCT-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Add the held account into its booking month's entry, opening  *
      * one in month order the first time the month is seen.           *
      *----------------------------------------------------------------*
       2400-ADD-TO-MONTH.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 2410-FIND-MONTH-SLOT THRU 2410-FIND-MONTH-SLOT-EXIT
               VARYING WS-BM-SUB FROM 1 BY 1
               UNTIL SLOT-FOUND
                  OR WS-BM-SUB GREATER THAN WS-BM-COUNT.
           IF SLOT-FOUND THEN
              SUBTRACT 1 FROM WS-BM-SUB
           END-IF.
           IF WS-BM-SUB GREATER THAN WS-BM-COUNT
              OR BM-MONTH(WS-BM-SUB) NOT EQUAL WS-NEW-MONTH THEN
              IF WS-BM-COUNT NOT LESS THAN MONTH-TABLE-MAX THEN
                 DISPLAY 'LNTRBAL: MONTH TABLE FULL - RAISE THE'
                         ' TABLE SIZE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 2420-OPEN-MONTH-SLOT
                  THRU 2420-OPEN-MONTH-SLOT-EXIT
                  VARYING WS-MOVE-SUB FROM WS-BM-COUNT BY -1
                  UNTIL WS-MOVE-SUB LESS THAN WS-BM-SUB
              ADD 1 TO WS-BM-COUNT
              INITIALIZE BM-ENTRY(WS-BM-SUB)
              MOVE WS-NEW-MONTH TO BM-MONTH(WS-BM-SUB)
           END-IF.
           ADD 1                  TO BM-ACCOUNTS(WS-BM-SUB).
           ADD WS-CUR-OUTSTANDING TO BM-PRINCIPAL(WS-BM-SUB).
           ADD WS-CUR-UNEARNED    TO BM-CHARGE(WS-BM-SUB).
       2400-ADD-TO-MONTH-EXIT.
           EXIT.
      *
       2410-FIND-MONTH-SLOT.
           IF BM-MONTH(WS-BM-SUB) NOT LESS THAN WS-NEW-MONTH THEN
              SET SLOT-FOUND TO TRUE
           END-IF.
       2410-FIND-MONTH-SLOT-EXIT.
           EXIT.
      *
       2420-OPEN-MONTH-SLOT.
           MOVE BM-ENTRY(WS-MOVE-SUB) TO BM-ENTRY(WS-MOVE-SUB + 1).
       2420-OPEN-MONTH-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Set WS-DY-SUB to the day entry for WS-DAY-KEY, opening one in *
      * date order the first time the day is seen.                    *
      *----------------------------------------------------------------*
       2500-FIND-DAY.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM 2510-FIND-DAY-SLOT THRU 2510-FIND-DAY-SLOT-EXIT
               VARYING WS-DY-SUB FROM 1 BY 1
               UNTIL SLOT-FOUND
                  OR WS-DY-SUB GREATER THAN WS-DY-COUNT.
           IF SLOT-FOUND THEN
              SUBTRACT 1 FROM WS-DY-SUB
           END-IF.
           IF WS-DY-SUB GREATER THAN WS-DY-COUNT
              OR DY-DATE(WS-DY-SUB) NOT EQUAL WS-DAY-KEY THEN
              IF WS-DY-COUNT NOT LESS THAN DAY-TABLE-MAX THEN
                 DISPLAY 'LNTRBAL: DAY TABLE FULL - RAISE THE'
                         ' TABLE SIZE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 2520-OPEN-DAY-SLOT THRU 2520-OPEN-DAY-SLOT-EXIT
                  VARYING WS-MOVE-SUB FROM WS-DY-COUNT BY -1
                  UNTIL WS-MOVE-SUB LESS THAN WS-DY-SUB
              ADD 1 TO WS-DY-COUNT
              INITIALIZE DY-ENTRY(WS-DY-SUB)
              MOVE WS-DAY-KEY TO DY-DATE(WS-DY-SUB)
              MOVE 'N'        TO DY-OUT-OF-BALANCE-SW(WS-DY-SUB)
           END-IF.
       2500-FIND-DAY-EXIT.
           EXIT.
      *
       2510-FIND-DAY-SLOT.
           IF DY-DATE(WS-DY-SUB) NOT LESS THAN WS-DAY-KEY THEN
              SET SLOT-FOUND TO TRUE
           END-IF.
       2510-FIND-DAY-SLOT-EXIT.
           EXIT.
      *
       2520-OPEN-DAY-SLOT.
           MOVE DY-ENTRY(WS-MOVE-SUB) TO DY-ENTRY(WS-MOVE-SUB + 1).
       2520-OPEN-DAY-SLOT-EXIT.
           EXIT.
      *
      *================================================================*
      * 3000-READ-GLFEED - read the next line of the GLFEED           *
      * generations.  A header opens a day's feed, a trailer closes   *
      * it; only feeds dated inside the period count.                  *
      *================================================================*
       3000-READ-GLFEED.
           READ GLFEED INTO WS-FEED-LINE
               AT END
                   SET END-OF-GLFEED TO TRUE
           END-READ.
           IF END-OF-GLFEED THEN
              GO TO 3000-READ-GLFEED-EXIT
           END-IF.
           EVALUATE GH-TYPE
              WHEN 'HDR|'
                 PERFORM 3100-START-FEED THRU 3100-START-FEED-EXIT
              WHEN 'DTL|'
                 IF FEED-IN-PERIOD THEN
                    PERFORM 3200-POST-DETAIL THRU 3200-POST-DETAIL-EXIT
                 END-IF
              WHEN 'TRL|'
                 IF FEED-IN-PERIOD THEN
                    PERFORM 3300-CHECK-TRAILER
                        THRU 3300-CHECK-TRAILER-EXIT
                 END-IF
           END-EVALUATE.
       3000-READ-GLFEED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A feed header: the previous feed must have had its trailer.   *
      * A feed dated inside the period is counted against its day -   *
      * twice for the same day means a generation was loaded twice.   *
      *----------------------------------------------------------------*
       3100-START-FEED.
           PERFORM 3900-END-OF-FEED THRU 3900-END-OF-FEED-EXIT.
           MOVE GH-DATE TO WS-FEED-DATE.
           MOVE 'N'     TO WS-IN-PERIOD-SW.
           IF WS-FEED-DATE NOT GREATER THAN WS-PERIOD-FROM
              OR WS-FEED-DATE GREATER THAN WS-RUN-DATE THEN
              GO TO 3100-START-FEED-EXIT
           END-IF.
           SET FEED-IN-PERIOD        TO TRUE.
           SET FEED-AWAITING-TRAILER TO TRUE.
           ADD 1 TO WS-FEEDS-READ.
           MOVE ZERO TO WS-FEED-DETAILS.
           MOVE ZERO TO WS-FEED-DEBITS.
           MOVE ZERO TO WS-FEED-CREDITS.
           INITIALIZE WS-PREV-DTL.
           MOVE WS-FEED-DATE TO WS-DAY-KEY.
           PERFORM 2500-FIND-DAY THRU 2500-FIND-DAY-EXIT.
           ADD 1 TO DY-FEEDS(WS-DY-SUB).
       3100-START-FEED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * One posting.  Everything counts toward the trailer check;     *
      * receivable postings and reversals move the account's ledger    *
      * balance, and all but receipts the day's.                       *
      *----------------------------------------------------------------*
       3200-POST-DETAIL.
           ADD 1 TO WS-FEED-DETAILS.
           IF GD-DRCR EQUAL 'D' THEN
              ADD GD-AMOUNT TO WS-FEED-DEBITS
           ELSE
              ADD GD-AMOUNT TO WS-FEED-CREDITS
           END-IF.

      *    A receipt's cash followed straight away by suspense for the
      *    whole of it never reached the receivable.
           IF GD-SOURCE EQUAL 'RCPT'
              AND GD-ACCOUNT EQUAL GL-SUSPENSE-ACCT
              AND GD-DRCR EQUAL 'C'
              AND WS-PREV-SOURCE EQUAL 'RCPT'
              AND WS-PREV-ACCOUNT EQUAL GL-CASH-ACCT
              AND WS-PREV-CUSTNO EQUAL GD-CUSTNO
              AND WS-PREV-TIMESTAMP EQUAL GD-TIMESTAMP
              AND WS-PREV-AMOUNT EQUAL GD-AMOUNT THEN
              ADD 1 TO WS-SUSPENSE-RECEIPTS
              ADD GD-AMOUNT TO WS-GL-SUSPENSE
              PERFORM 3210-FIND-ACCOUNT THRU 3210-FIND-ACCOUNT-EXIT
              IF WS-AT-SUB GREATER THAN ZERO THEN
                 MOVE 'Y' TO AT-SUSPENSE-SW(WS-AT-SUB)
              END-IF
              GO TO 3200-POST-DETAIL-9000
           END-IF.

           EVALUATE TRUE
              WHEN GD-SOURCE EQUAL 'BOOK'
                   AND GD-ACCOUNT EQUAL GL-RECV-ACCT
                 ADD GD-AMOUNT TO WS-GL-BOOKED
                 PERFORM 3220-FEED-ACCOUNT THRU 3220-FEED-ACCOUNT-EXIT
                 IF WS-AT-SUB GREATER THAN ZERO THEN
                    ADD GD-AMOUNT TO AT-GL-BOOKED(WS-AT-SUB)
                 END-IF
                 ADD GD-AMOUNT TO DY-GL-MOVE(WS-DY-SUB)
              WHEN GD-SOURCE EQUAL 'RCPT'
                   AND GD-ACCOUNT EQUAL GL-RECV-ACCT
                 ADD GD-AMOUNT TO WS-GL-RECEIPTS
                 PERFORM 3220-FEED-ACCOUNT THRU 3220-FEED-ACCOUNT-EXIT
                 IF WS-AT-SUB GREATER THAN ZERO THEN
                    ADD GD-AMOUNT TO AT-GL-RECEIPTS(WS-AT-SUB)
                 END-IF
              WHEN GD-SOURCE EQUAL 'WOFF'
                   AND GD-ACCOUNT EQUAL GL-RECV-ACCT
                 ADD GD-AMOUNT TO WS-GL-WRITTEN-OFF
                 PERFORM 3220-FEED-ACCOUNT THRU 3220-FEED-ACCOUNT-EXIT
                 IF WS-AT-SUB GREATER THAN ZERO THEN
                    ADD GD-AMOUNT TO AT-GL-WRITTEN-OFF(WS-AT-SUB)
                 END-IF
                 SUBTRACT GD-AMOUNT FROM DY-GL-MOVE(WS-DY-SUB)
      *       A reversal's suspense leg carries the amount once.
              WHEN GD-SOURCE EQUAL 'REVS'
                   AND GD-ACCOUNT EQUAL GL-SUSPENSE-ACCT
                 ADD GD-AMOUNT TO WS-GL-REVERSALS
                 PERFORM 3220-FEED-ACCOUNT THRU 3220-FEED-ACCOUNT-EXIT
                 IF WS-AT-SUB GREATER THAN ZERO THEN
                    ADD GD-AMOUNT TO AT-GL-REVERSALS(WS-AT-SUB)
                 END-IF
                 ADD GD-AMOUNT TO DY-GL-MOVE(WS-DY-SUB)
                 ADD GD-AMOUNT TO DY-REVERSALS(WS-DY-SUB)
           END-EVALUATE.

       3200-POST-DETAIL-9000.
           MOVE GD-ACCOUNT   TO WS-PREV-ACCOUNT.
           MOVE GD-DRCR      TO WS-PREV-DRCR.
           MOVE GD-AMOUNT    TO WS-PREV-AMOUNT.
           MOVE GD-CUSTNO    TO WS-PREV-CUSTNO.
           MOVE GD-TIMESTAMP TO WS-PREV-TIMESTAMP.
           MOVE GD-SOURCE    TO WS-PREV-SOURCE.
       3200-POST-DETAIL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Set WS-AT-SUB to the posting's account, zero when the account *
      * is not on the book.                                            *
      *----------------------------------------------------------------*
       3210-FIND-ACCOUNT.
           MOVE ZERO TO WS-AT-SUB.
           IF WS-AT-COUNT EQUAL ZERO THEN
              GO TO 3210-FIND-ACCOUNT-EXIT
           END-IF.
           SEARCH ALL AT-ENTRY
               AT END
                   MOVE ZERO TO WS-AT-SUB
               WHEN AT-CUSTNO(AT-IDX) EQUAL GD-CUSTNO
                AND AT-TIMESTAMP(AT-IDX) EQUAL GD-TIMESTAMP
                   SET WS-AT-SUB TO AT-IDX
           END-SEARCH.
       3210-FIND-ACCOUNT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A receivable posting: find its account and its day.  One for  *
      * an account not on the book goes on the orphan list.            *
      *----------------------------------------------------------------*
       3220-FEED-ACCOUNT.
           PERFORM 3210-FIND-ACCOUNT THRU 3210-FIND-ACCOUNT-EXIT.
           IF WS-AT-SUB EQUAL ZERO THEN
              IF WS-OR-COUNT NOT LESS THAN ORPHAN-TABLE-MAX THEN
                 DISPLAY 'LNTRBAL: ORPHAN TABLE FULL - RAISE THE'
                         ' TABLE SIZE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-OR-COUNT
              MOVE WS-FEED-DATE TO OR-DATE(WS-OR-COUNT)
              MOVE GD-CUSTNO    TO OR-CUSTNO(WS-OR-COUNT)
              MOVE GD-TIMESTAMP TO OR-TIMESTAMP(WS-OR-COUNT)
              MOVE GD-SOURCE    TO OR-SOURCE(WS-OR-COUNT)
              MOVE GD-AMOUNT    TO OR-AMOUNT(WS-OR-COUNT)
           END-IF.
           MOVE WS-FEED-DATE TO WS-DAY-KEY.
           PERFORM 2500-FIND-DAY THRU 2500-FIND-DAY-EXIT.
       3220-FEED-ACCOUNT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * A feed trailer must agree with the postings read and must     *
      * balance, or the day's feed cannot be relied on.                *
      *----------------------------------------------------------------*
       3300-CHECK-TRAILER.
           MOVE 'N' TO WS-FEED-OPEN-SW.
           IF GT-COUNT NOT EQUAL WS-FEED-DETAILS
              OR GT-DEBIT-TOTAL NOT EQUAL WS-FEED-DEBITS
              OR GT-CREDIT-TOTAL NOT EQUAL WS-FEED-CREDITS
              OR WS-FEED-DEBITS NOT EQUAL WS-FEED-CREDITS THEN
              MOVE WS-FEED-DATE TO WS-DAY-KEY
              PERFORM 2500-FIND-DAY THRU 2500-FIND-DAY-EXIT
              MOVE 'Y' TO DY-OUT-OF-BALANCE-SW(WS-DY-SUB)
           END-IF.
       3300-CHECK-TRAILER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * End of a feed generation - one still awaiting its trailer was *
      * cut short.                                                     *
      *----------------------------------------------------------------*
       3900-END-OF-FEED.
           IF FEED-AWAITING-TRAILER THEN
              MOVE 'N' TO WS-FEED-OPEN-SW
              MOVE WS-FEED-DATE TO WS-DAY-KEY
              PERFORM 2500-FIND-DAY THRU 2500-FIND-DAY-EXIT
              MOVE 'Y' TO DY-OUT-OF-BALANCE-SW(WS-DY-SUB)
           END-IF.
       3900-END-OF-FEED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * An account whose feed receipts exceed its book receipts for    *
      * the period: as much of the excess as its lines paid in the lag *
      * window cover was fed inside the period for money paid just     *
      * before it, and counts as book movement.                        *
      *----------------------------------------------------------------*
       3950-MATCH-LAGGED.
           IF AT-SUB-EDGE(WS-AT-SUB) EQUAL ZERO THEN
              GO TO 3950-MATCH-LAGGED-EXIT
           END-IF.
           COMPUTE WS-RCPT-EXCESS = AT-GL-RECEIPTS(WS-AT-SUB)
               - AT-SUB-COLLECTED(WS-AT-SUB)
               - AT-SUB-SETTLED(WS-AT-SUB).
           IF WS-RCPT-EXCESS NOT GREATER THAN ZERO THEN
              GO TO 3950-MATCH-LAGGED-EXIT
           END-IF.
           IF WS-RCPT-EXCESS GREATER THAN AT-SUB-EDGE(WS-AT-SUB) THEN
              MOVE AT-SUB-EDGE(WS-AT-SUB) TO AT-SUB-LAGGED(WS-AT-SUB)
           ELSE
              MOVE WS-RCPT-EXCESS         TO AT-SUB-LAGGED(WS-AT-SUB)
           END-IF.
           ADD AT-SUB-LAGGED(WS-AT-SUB) TO WS-SUB-LAGGED.
       3950-MATCH-LAGGED-EXIT.
           EXIT.
      *
      *================================================================*
      * 4000-ROLL-FORWARD - opening balance (derived from the book    *
      * when there is no previous close) rolled forward through the   *
      * feed, against the sub-ledger total.                            *
      *================================================================*
       4000-ROLL-FORWARD.
           IF NOT PRIOR-CLOSE-FOUND THEN
              COMPUTE WS-OPENING-BALANCE = WS-CLOSING-PRINCIPAL
                  - WS-SUB-BOOKED + WS-SUB-COLLECTED
                  + WS-SUB-SETTLED + WS-SUB-WRITTEN-OFF
                  + WS-SUB-LAGGED
           END-IF.
           COMPUTE WS-LEDGER-BALANCE = WS-OPENING-BALANCE
               + WS-GL-BOOKED - WS-GL-RECEIPTS
               + WS-GL-REVERSALS - WS-GL-WRITTEN-OFF.
           COMPUTE WS-DIFFERENCE =
               WS-CLOSING-PRINCIPAL - WS-LEDGER-BALANCE.
       4000-ROLL-FORWARD-EXIT.
           EXIT.
      *
      *================================================================*
      * 5000-PRINT-REPORT - the trial balance, the roll-forward and   *
      * the breaks.                                                    *
      *================================================================*
       5000-PRINT-REPORT.
           MOVE WS-RUN-YYYYMM TO RT-MONTH.
           MOVE WS-RUN-DATE   TO RT-RUN-DATE.
           WRITE TBRPT-LINE FROM RPT-TITLE-1.
           WRITE TBRPT-LINE FROM RPT-TITLE-2.

           WRITE TBRPT-LINE FROM RPT-HDG-PRODUCT.
           MOVE 'PRODUCT' TO RB-LABEL-HDG.
           WRITE TBRPT-LINE FROM RPT-TB-COLS.
           PERFORM 5100-PRINT-PRODUCT THRU 5100-PRINT-PRODUCT-EXIT
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB GREATER THAN WS-PR-COUNT.
           PERFORM 5900-PRINT-TB-TOTAL THRU 5900-PRINT-TB-TOTAL-EXIT.

           WRITE TBRPT-LINE FROM RPT-TITLE-2.
           WRITE TBRPT-LINE FROM RPT-HDG-MONTH.
           MOVE 'BOOKED' TO RB-LABEL-HDG.
           WRITE TBRPT-LINE FROM RPT-TB-COLS.
           PERFORM 5200-PRINT-MONTH THRU 5200-PRINT-MONTH-EXIT
               VARYING WS-BM-SUB FROM 1 BY 1
               UNTIL WS-BM-SUB GREATER THAN WS-BM-COUNT.
           PERFORM 5900-PRINT-TB-TOTAL THRU 5900-PRINT-TB-TOTAL-EXIT.

           WRITE TBRPT-LINE FROM RPT-TITLE-2.
           PERFORM 5300-PRINT-ROLL-FORWARD
               THRU 5300-PRINT-ROLL-FORWARD-EXIT.

           WRITE TBRPT-LINE FROM RPT-TITLE-2.
           WRITE TBRPT-LINE FROM RPT-HDG-DAYS.
           WRITE TBRPT-LINE FROM RPT-DAY-COLS.
           PERFORM 5400-PRINT-DAY THRU 5400-PRINT-DAY-EXIT
               VARYING WS-DY-SUB FROM 1 BY 1
               UNTIL WS-DY-SUB GREATER THAN WS-DY-COUNT.
           IF WS-DAY-BREAKS EQUAL ZERO THEN
              WRITE TBRPT-LINE FROM RPT-NONE-LINE
           END-IF.

           WRITE TBRPT-LINE FROM RPT-TITLE-2.
           WRITE TBRPT-LINE FROM RPT-HDG-ACCOUNTS.
           WRITE TBRPT-LINE FROM RPT-ACCT-COLS.
           PERFORM 5500-PRINT-ACCOUNT THRU 5500-PRINT-ACCOUNT-EXIT
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB GREATER THAN WS-AT-COUNT.
           PERFORM 5600-PRINT-ORPHAN THRU 5600-PRINT-ORPHAN-EXIT
               VARYING WS-OR-SUB FROM 1 BY 1
               UNTIL WS-OR-SUB GREATER THAN WS-OR-COUNT.
           IF WS-ACCOUNT-BREAKS EQUAL ZERO
              AND WS-OR-COUNT EQUAL ZERO THEN
              WRITE TBRPT-LINE FROM RPT-NONE-LINE
           END-IF.
       5000-PRINT-REPORT-EXIT.
           EXIT.
      *
       5100-PRINT-PRODUCT.
           MOVE PR-PRODUCT(WS-PR-SUB)   TO RB-LABEL.
           MOVE PR-ACCOUNTS(WS-PR-SUB)  TO RB-ACCOUNTS.
           MOVE PR-PRINCIPAL(WS-PR-SUB) TO RB-PRINCIPAL.
           MOVE PR-CHARGE(WS-PR-SUB)    TO RB-CHARGE.
           COMPUTE RB-TOTAL =
               PR-PRINCIPAL(WS-PR-SUB) + PR-CHARGE(WS-PR-SUB).
           WRITE TBRPT-LINE FROM RPT-TB-LINE.
       5100-PRINT-PRODUCT-EXIT.
           EXIT.
      *
       5200-PRINT-MONTH.
           MOVE BM-MONTH(WS-BM-SUB)     TO RB-LABEL.
           MOVE BM-ACCOUNTS(WS-BM-SUB)  TO RB-ACCOUNTS.
           MOVE BM-PRINCIPAL(WS-BM-SUB) TO RB-PRINCIPAL.
           MOVE BM-CHARGE(WS-BM-SUB)    TO RB-CHARGE.
           COMPUTE RB-TOTAL =
               BM-PRINCIPAL(WS-BM-SUB) + BM-CHARGE(WS-BM-SUB).
           WRITE TBRPT-LINE FROM RPT-TB-LINE.
       5200-PRINT-MONTH-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * Opening balance, the feed's movement, the ledger balance it   *
      * comes to, the sub-ledger total and the difference - then the  *
      * book's own movement for the period, for Finance to tie out.   *
      *----------------------------------------------------------------*
       5300-PRINT-ROLL-FORWARD.
           MOVE WS-PERIOD-FROM TO RH-FROM.
           MOVE WS-RUN-DATE    TO RH-TO.
           WRITE TBRPT-LINE FROM RPT-HDG-ROLL.
           MOVE 'OPENING BALANCE'       TO RF-LABEL.
           MOVE WS-OPENING-BALANCE      TO RF-AMOUNT.
           MOVE WS-OPENING-NOTE         TO RF-NOTE.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE SPACES TO RF-NOTE.
           MOVE '  PLUS DISBURSEMENTS (BOOK)' TO RF-LABEL.
           MOVE WS-GL-BOOKED            TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE '  LESS PRINCIPAL RECEIPTS (RCPT)' TO RF-LABEL.
           MOVE WS-GL-RECEIPTS          TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE '  PLUS REVERSALS (REVS)' TO RF-LABEL.
           MOVE WS-GL-REVERSALS         TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE '  LESS WRITE-OFFS (WOFF)' TO RF-LABEL.
           MOVE WS-GL-WRITTEN-OFF       TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'LEDGER BALANCE'        TO RF-LABEL.
           MOVE WS-LEDGER-BALANCE       TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'SUB-LEDGER OUTSTANDING PRINCIPAL' TO RF-LABEL.
           MOVE WS-CLOSING-PRINCIPAL    TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'DIFFERENCE'            TO RF-LABEL.
           MOVE WS-DIFFERENCE           TO RF-AMOUNT.
           IF WS-DIFFERENCE EQUAL ZERO THEN
              MOVE 'IN BALANCE'         TO RF-NOTE
           ELSE
              MOVE '*** OUT OF BALANCE' TO RF-NOTE
           END-IF.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE SPACES TO RF-NOTE.
           MOVE SPACES TO TBRPT-LINE.
           WRITE TBRPT-LINE.
           MOVE 'BOOK: BOOKED IN PERIOD' TO RF-LABEL.
           MOVE WS-SUB-BOOKED           TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'BOOK: PRINCIPAL COLLECTED' TO RF-LABEL.
           MOVE WS-SUB-COLLECTED        TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'BOOK: PRINCIPAL SETTLED EARLY' TO RF-LABEL.
           MOVE WS-SUB-SETTLED          TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'BOOK: PAID BEFORE PERIOD, FED IN IT' TO RF-LABEL.
           MOVE WS-SUB-LAGGED           TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'BOOK: PRINCIPAL WRITTEN OFF' TO RF-LABEL.
           MOVE WS-SUB-WRITTEN-OFF      TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'BOOK: UNEARNED CHARGE (MEMO)' TO RF-LABEL.
           MOVE WS-CLOSING-CHARGE       TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'FEED: RECEIPTS POSTED TO SUSPENSE' TO RF-LABEL.
           MOVE WS-GL-SUSPENSE          TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
           MOVE 'FEED: GENERATIONS READ IN PERIOD' TO RF-LABEL.
           MOVE WS-FEEDS-READ           TO RF-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ROLL-LINE.
       5300-PRINT-ROLL-FORWARD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * One day of the period, printed only when it breaks.  A day    *
      * with movement on the book but no feed, a feed loaded twice or *
      * out of balance, and a day whose bookings, write-offs and       *
      * reversals differ from the feed's all break.  Receipts are      *
      * matched per account instead.                                   *
      *----------------------------------------------------------------*
       5400-PRINT-DAY.
           COMPUTE WS-BREAK-DIFF =
               DY-SUB-MOVE(WS-DY-SUB) - DY-GL-MOVE(WS-DY-SUB).
           EVALUATE TRUE
              WHEN DY-FEEDS(WS-DY-SUB) EQUAL ZERO
                 MOVE 'NO GL FEED'         TO WS-BREAK-REASON
              WHEN DY-FEEDS(WS-DY-SUB) GREATER THAN 1
                 MOVE 'FEED LOADED TWICE'  TO WS-BREAK-REASON
              WHEN DY-OUT-OF-BALANCE-SW(WS-DY-SUB) EQUAL 'Y'
                 MOVE 'FEED OUT OF BAL'    TO WS-BREAK-REASON
              WHEN WS-BREAK-DIFF EQUAL ZERO
                 GO TO 5400-PRINT-DAY-EXIT
              WHEN DY-REVERSALS(WS-DY-SUB) GREATER THAN ZERO
                 MOVE 'REVERSAL IN SUSP'   TO WS-BREAK-REASON
              WHEN OTHER
                 MOVE 'MOVEMENT DIFFERS'   TO WS-BREAK-REASON
           END-EVALUATE.
           ADD 1 TO WS-DAY-BREAKS.
           MOVE DY-DATE(WS-DY-SUB)     TO DB-DATE.
           MOVE DY-FEEDS(WS-DY-SUB)    TO DB-FEEDS.
           MOVE DY-SUB-MOVE(WS-DY-SUB) TO DB-SUB.
           MOVE DY-GL-MOVE(WS-DY-SUB)  TO DB-GL.
           MOVE WS-BREAK-DIFF          TO DB-DIFF.
           MOVE WS-BREAK-REASON        TO DB-REASON.
           WRITE TBRPT-LINE FROM RPT-DAY-LINE.
       5400-PRINT-DAY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * One account, printed only when it breaks: its movement on the *
      * book against the feed's, with the likeliest cause.             *
      *----------------------------------------------------------------*
       5500-PRINT-ACCOUNT.
           COMPUTE WS-SUB-MOVE = AT-SUB-BOOKED(WS-AT-SUB)
               - AT-SUB-COLLECTED(WS-AT-SUB)
               - AT-SUB-SETTLED(WS-AT-SUB)
               - AT-SUB-LAGGED(WS-AT-SUB)
               - AT-SUB-WRITTEN-OFF(WS-AT-SUB).
           COMPUTE WS-GL-MOVE = AT-GL-BOOKED(WS-AT-SUB)
               - AT-GL-RECEIPTS(WS-AT-SUB)
               + AT-GL-REVERSALS(WS-AT-SUB)
               - AT-GL-WRITTEN-OFF(WS-AT-SUB).
           COMPUTE WS-BREAK-DIFF = WS-SUB-MOVE - WS-GL-MOVE.
           EVALUATE TRUE
              WHEN AT-SCHED-BREAK-SW(WS-AT-SUB) EQUAL 'Y'
                 MOVE 'SCHED OUT OF BAL'   TO WS-BREAK-REASON
              WHEN AT-SUSPENSE-SW(WS-AT-SUB) EQUAL 'Y'
                 MOVE 'RECEIPT TO SUSP'    TO WS-BREAK-REASON
              WHEN WS-BREAK-DIFF EQUAL ZERO
                 GO TO 5500-PRINT-ACCOUNT-EXIT
              WHEN AT-SUB-BOOKED(WS-AT-SUB) NOT EQUAL
                   AT-GL-BOOKED(WS-AT-SUB)
                 IF AT-GL-BOOKED(WS-AT-SUB) EQUAL ZERO THEN
                    MOVE 'BOOKING NOT FED' TO WS-BREAK-REASON
                 ELSE
                    MOVE 'BOOKING DIFFERS' TO WS-BREAK-REASON
                 END-IF
              WHEN AT-SUB-WRITTEN-OFF(WS-AT-SUB) NOT EQUAL
                   AT-GL-WRITTEN-OFF(WS-AT-SUB)
                 IF AT-GL-WRITTEN-OFF(WS-AT-SUB) EQUAL ZERO THEN
                    MOVE 'WRITE-OFF NOT FED' TO WS-BREAK-REASON
                 ELSE
                    MOVE 'WRITE-OFF DIFFERS' TO WS-BREAK-REASON
                 END-IF
              WHEN AT-SUB-SETTLED(WS-AT-SUB) GREATER THAN ZERO
                 MOVE 'SETTLEMENT NOT FED' TO WS-BREAK-REASON
              WHEN AT-GL-REVERSALS(WS-AT-SUB) GREATER THAN ZERO
                 MOVE 'REVERSAL IN SUSP'   TO WS-BREAK-REASON
              WHEN OTHER
                 MOVE 'RECEIPTS DIFFER'    TO WS-BREAK-REASON
           END-EVALUATE.
           ADD 1 TO WS-ACCOUNT-BREAKS.
           MOVE AT-CUSTNO(WS-AT-SUB)    TO AB-CUSTNO.
           MOVE AT-TIMESTAMP(WS-AT-SUB) TO AB-TIMESTAMP.
           MOVE WS-SUB-MOVE             TO AB-SUB.
           MOVE WS-GL-MOVE              TO AB-GL.
           MOVE WS-BREAK-DIFF           TO AB-DIFF.
           MOVE WS-BREAK-REASON         TO AB-REASON.
           WRITE TBRPT-LINE FROM RPT-ACCT-LINE.
       5500-PRINT-ACCOUNT-EXIT.
           EXIT.
      *
       5600-PRINT-ORPHAN.
           MOVE OR-CUSTNO(WS-OR-SUB)    TO OB-CUSTNO.
           MOVE OR-TIMESTAMP(WS-OR-SUB) TO OB-TIMESTAMP.
           MOVE OR-SOURCE(WS-OR-SUB)    TO OB-SOURCE.
           MOVE OR-DATE(WS-OR-SUB)      TO OB-DATE.
           MOVE OR-AMOUNT(WS-OR-SUB)    TO OB-AMOUNT.
           WRITE TBRPT-LINE FROM RPT-ORPHAN-LINE.
       5600-PRINT-ORPHAN-EXIT.
           EXIT.
      *
       5900-PRINT-TB-TOTAL.
           MOVE 'TOTAL'              TO RB-LABEL.
           MOVE WS-OPEN-ACCOUNTS     TO RB-ACCOUNTS.
           MOVE WS-CLOSING-PRINCIPAL TO RB-PRINCIPAL.
           MOVE WS-CLOSING-CHARGE    TO RB-CHARGE.
           COMPUTE RB-TOTAL = WS-CLOSING-PRINCIPAL + WS-CLOSING-CHARGE.
           WRITE TBRPT-LINE FROM RPT-TB-LINE.
       5900-PRINT-TB-TOTAL-EXIT.
           EXIT.
      *
      *================================================================*
      * 6000-WRITE-CLOSE - tonight's sub-ledger total becomes next    *
      * month's opening balance.                                       *
      *================================================================*
       6000-WRITE-CLOSE.
           INITIALIZE TBCLOSE-RECORD.
           MOVE WS-RUN-YYYYMM        TO TC-MONTH.
           MOVE WS-RUN-DATE          TO TC-RUN-DATE.
           MOVE WS-CLOSING-PRINCIPAL TO TC-PRINCIPAL.
           MOVE WS-CLOSING-CHARGE    TO TC-UNEARNED-CHARGE.
           MOVE WS-OPEN-ACCOUNTS     TO TC-OPEN-ACCOUNTS.
           WRITE TBCLOSE-RECORD.
           IF NOT TBCLOSE-OK THEN
              DISPLAY 'LNTRBAL: TBCLOSE WRITE FAILED, STATUS='
                      WS-TBCLOSE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       6000-WRITE-CLOSE-EXIT.
           EXIT.
      *
      *================================================================*
      * 8900-RUNCTL-END - mark the run complete on the run-control    *
      * file with the counts (open accounts / account breaks / day    *
      * breaks).                                                       *
      *================================================================*
       8900-RUNCTL-END.
           MOVE RUNCTL-JOB-NAME TO RC-JOB.
           MOVE WS-RUNCTL-DATE  TO RC-DATE.
           READ RUNCTL.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNTRBAL: RUNCTL READ-BACK FAILED, STATUS='
                      WS-RUNCTL-STATUS
              GO TO 8900-RUNCTL-END-9000
           END-IF.
           SET RC-RUN-COMPLETE TO TRUE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-TIME(1:6) TO RC-END-TIME.
           MOVE WS-OPEN-ACCOUNTS    TO RC-COUNT-1.
           MOVE WS-ACCOUNT-BREAKS   TO RC-COUNT-2.
           MOVE WS-DAY-BREAKS       TO RC-COUNT-3.
           IF WS-DIFFERENCE EQUAL ZERO
              AND WS-ACCOUNT-BREAKS EQUAL ZERO
              AND WS-DAY-BREAKS EQUAL ZERO
              AND WS-OR-COUNT EQUAL ZERO THEN
              MOVE 'COMPLETE' TO RC-OUTCOME
           ELSE
              MOVE 'COMPLETE - BREAKS' TO RC-OUTCOME
           END-IF.
           REWRITE RUNCTL-RECORD.
           IF NOT RUNCTL-OK THEN
              DISPLAY 'LNTRBAL: RUNCTL REWRITE FAILED, STATUS='
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
           CLOSE GLFEED.
           CLOSE TBCLOSE.
           CLOSE TBRPT.
       9999-TERMINATE-EXIT.
           EXIT.
