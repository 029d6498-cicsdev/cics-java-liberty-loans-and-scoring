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
      * Copybook Name      DDINSTR.CPY                                 *
      *                                                                *
      * LOANS and SCORING sample - record layout of the outbound       *
      * direct-debit instruction file DDEXTRCT cuts nightly for the   *
      * bank, in the bank's fixed 120-byte format: one header, one    *
      * detail per installment to be collected, and a trailer the     *
      * bank proves the file against.  Amounts carry two decimals.    *
      *                                                                *
      * The detail's originator reference is the LOANACCT key of the  *
      * installment plus its due date; the bank echoes it back on the *
      * return file (DDRETN.CPY) for every collection it reports on.  *
      *                                                                *
      ******************************************************************
       01  DDINSTR-RECORD.
           05  DI-RECORD-TYPE            PIC X(01).
               88  DI-HEADER                      VALUE 'H'.
               88  DI-DETAIL                      VALUE 'D'.
               88  DI-TRAILER                     VALUE 'T'.
           05  DI-HEADER-DATA.
               10  DI-ORIGINATOR-ID      PIC X(10).
               10  DI-FILE-DATE          PIC X(08).
               10  FILLER                PIC X(101).
           05  DI-DETAIL-DATA REDEFINES DI-HEADER-DATA.
               10  DI-BANK-ID            PIC X(09).
               10  DI-ACCOUNT-NO         PIC X(17).
               10  DI-ACCOUNT-NAME       PIC X(18).
               10  DI-AMOUNT             PIC 9(09)V99.
               10  DI-COLLECTION-DATE    PIC X(08).
               10  DI-TRAN-CODE          PIC X(02).
                   88  DI-REGULAR-DEBIT           VALUE '17'.
               10  DI-MANDATE-REF        PIC X(18).
               10  DI-OUR-REF.
                   15  DI-CUSTNO         PIC X(10).
                   15  DI-LOAN-TIMESTAMP PIC X(14).
                   15  DI-SEQNO          PIC 9(04).
                   15  DI-DUE-DATE       PIC X(08).
           05  DI-TRAILER-DATA REDEFINES DI-HEADER-DATA.
               10  DI-RECORD-COUNT       PIC 9(07).
               10  DI-TOTAL-AMOUNT       PIC 9(11)V99.
               10  FILLER                PIC X(99).
