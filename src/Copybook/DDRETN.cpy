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
      * Copybook Name      DDRETN.CPY                                  *
      *                                                                *
      * LOANS and SCORING sample - record layout of the direct-debit  *
      * return file the bank sends back, 120 bytes fixed: a header,   *
      * one detail per collection the bank reports on, and a trailer  *
      * of counts and totals.  Each detail echoes the mandate         *
      * reference, amount, collection date and originator reference  *
      * of the DDINSTR.CPY instruction it answers, with the outcome:  *
      *                                                                *
      *  P - paid: the funds have cleared;                             *
      *  R - returned: a collection the bank earlier reported paid    *
      *      has been recalled by the payer's bank (bounced);         *
      *  U - unpaid: refused at collection, no funds ever moved.      *
      *                                                                *
      * DDRETURN turns the file into PAYMENTS records for PAYPOST.    *
      *                                                                *
      ******************************************************************
       01  DDRETN-RECORD.
           05  DR-RECORD-TYPE            PIC X(01).
               88  DR-HEADER                      VALUE 'H'.
               88  DR-DETAIL                      VALUE 'D'.
               88  DR-TRAILER                     VALUE 'T'.
           05  DR-HEADER-DATA.
               10  DR-ORIGINATOR-ID      PIC X(10).
               10  DR-FILE-DATE          PIC X(08).
               10  FILLER                PIC X(101).
           05  DR-DETAIL-DATA REDEFINES DR-HEADER-DATA.
               10  DR-MANDATE-REF        PIC X(18).
               10  DR-AMOUNT             PIC 9(09)V99.
               10  DR-COLLECTION-DATE    PIC X(08).
               10  DR-OUR-REF.
                   15  DR-CUSTNO         PIC X(10).
                   15  DR-LOAN-TIMESTAMP PIC X(14).
                   15  DR-SEQNO          PIC 9(04).
                   15  DR-DUE-DATE       PIC X(08).
               10  DR-OUTCOME            PIC X(01).
                   88  DR-PAID                    VALUE 'P'.
                   88  DR-RETURNED                VALUE 'R'.
                   88  DR-UNPAID                  VALUE 'U'.
      *            Bank's reason for a return or an unpaid item.
               10  DR-REASON-CODE        PIC X(04).
      *            Date the funds cleared, or were taken back.
               10  DR-VALUE-DATE         PIC X(08).
               10  FILLER                PIC X(33).
           05  DR-TRAILER-DATA REDEFINES DR-HEADER-DATA.
               10  DR-PAID-COUNT         PIC 9(07).
               10  DR-PAID-AMOUNT        PIC 9(11)V99.
      *            Returned and unpaid items together.
               10  DR-UNPAID-COUNT       PIC 9(07).
               10  DR-UNPAID-AMOUNT      PIC 9(11)V99.
               10  FILLER                PIC X(79).
