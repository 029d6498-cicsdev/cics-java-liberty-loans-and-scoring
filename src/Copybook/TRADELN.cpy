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
      * Copybook Name      TRADELN.CPY                                 *
      *                                                                *
      * LOANS and SCORING sample - record layout of the monthly       *
      * credit-bureau tradeline file CBEXTRCT cuts at month end, in   *
      * fixed 160-byte records: one header naming the member the      *
      * bureau knows us by and the month reported, one detail per     *
      * LOANACCT account open at any time in the month, and a trailer *
      * the bureau proves the file against.  Amounts are whole        *
      * dollars, as on the book.                                       *
      *                                                                *
      * The account number is the LOANACCT key of the account (the    *
      * customer and timestamp of the quote it was booked from), so   *
      * the bureau's queries come straight back to the ledger.        *
      *                                                                *
      * Account status follows the bureau's codes: current, 30 to     *
      * 180+ days past due by whole months as PAYPOST ages the book,  *
      * paid or closed (paid off, or settled early by LNSETTLE), and  *
      * charged off by LNCHGOFF.                                       *
      *                                                                *
      ******************************************************************
       01  TRADELN-RECORD.
           05  TL-RECORD-TYPE            PIC X(01).
               88  TL-HEADER                      VALUE 'H'.
               88  TL-DETAIL                      VALUE 'D'.
               88  TL-TRAILER                     VALUE 'T'.
           05  TL-HEADER-DATA.
               10  TL-MEMBER-ID          PIC X(10).
      *            YYYYMM of the month reported.
               10  TL-REPORTING-MONTH    PIC X(06).
               10  TL-FILE-DATE          PIC X(08).
               10  FILLER                PIC X(135).
           05  TL-DETAIL-DATA REDEFINES TL-HEADER-DATA.
               10  TL-CUSTNO             PIC X(10).
               10  TL-CUST-NAME          PIC X(30).
               10  TL-BUREAU-REF         PIC X(10).
               10  TL-ACCOUNT-NO.
                   15  TL-ACCT-CUSTNO    PIC X(10).
                   15  TL-ACCT-TIMESTAMP PIC X(14).
               10  TL-DATE-OPENED        PIC X(08).
               10  TL-ORIGINAL-PRINCIPAL PIC 9(07).
               10  TL-MONTHLY-PAYMENT    PIC 9(06).
      *            Principal still owed - for a charged-off account,
      *            the amount written off.
               10  TL-CURRENT-BALANCE    PIC 9(07).
               10  TL-AMOUNT-PAST-DUE    PIC 9(07).
               10  TL-MONTHS-PAST-DUE    PIC 9(02).
               10  TL-ACCOUNT-STATUS     PIC X(02).
                   88  TL-CURRENT                 VALUE '11'.
                   88  TL-PAID-CLOSED             VALUE '13'.
                   88  TL-PAST-DUE-30             VALUE '71'.
                   88  TL-PAST-DUE-60             VALUE '78'.
                   88  TL-PAST-DUE-90             VALUE '80'.
                   88  TL-PAST-DUE-120            VALUE '82'.
                   88  TL-PAST-DUE-150            VALUE '83'.
                   88  TL-PAST-DUE-180            VALUE '84'.
                   88  TL-CHARGED-OFF             VALUE '97'.
      *            Date paid off, settled or written off; spaces
      *            while the account is open.
               10  TL-DATE-CLOSED        PIC X(08).
               10  FILLER                PIC X(38).
           05  TL-TRAILER-DATA REDEFINES TL-HEADER-DATA.
               10  TL-RECORD-COUNT       PIC 9(07).
               10  TL-CURRENT-COUNT      PIC 9(07).
               10  TL-PAST-DUE-COUNT     PIC 9(07).
               10  TL-PAID-CLOSED-COUNT  PIC 9(07).
               10  TL-CHARGED-OFF-COUNT  PIC 9(07).
               10  TL-TOTAL-BALANCE      PIC 9(11).
               10  TL-TOTAL-PAST-DUE     PIC 9(11).
               10  FILLER                PIC X(102).
