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
      * Copybook Name      DDMANDT.CPY                                 *
      *                                                                *
      * LOANS and SCORING sample - record layout for the DDMANDT      *
      * VSAM KSDS, the direct-debit mandates, keyed by the LOANACCT   *
      * loan key (customer number and loan timestamp).  One mandate   *
      * per loan: the customer's bank details and the day of the      *
      * month installments are to be collected on.  Maintained by the *
      * LNMANDT transaction; read nightly by DDEXTRCT, which sends the *
      * installments falling due to the bank and records here how far *
      * it has got, so no installment is ever collected twice.        *
      *                                                                *
      ******************************************************************
       01  DDMANDT-RECORD.
           05  DM-KEY.
               10  DM-CUSTNO             PIC X(10).
               10  DM-TIMESTAMP          PIC X(14).
      *        A cancelled mandate is kept for the audit trail and
      *        can be set up again with new bank details.
           05  DM-STATUS                 PIC X(01).
               88  DM-ACTIVE                      VALUE 'A'.
               88  DM-CANCELLED                   VALUE 'C'.
      *        Customer's bank: sort code / routing number, account
      *        and the name the account is held in.
           05  DM-BANK-ID                PIC X(09).
           05  DM-ACCOUNT-NO             PIC X(17).
           05  DM-ACCOUNT-NAME           PIC X(18).
      *        Day of the month to collect on, 01 to 28 so it exists
      *        in every month.
           05  DM-COLLECTION-DAY         PIC 9(02).
      *        Reference the bank holds the mandate under - 'LN', the
      *        customer number and the last six digits of the loan
      *        timestamp.
           05  DM-MANDATE-REF            PIC X(18).
           05  DM-SIGNED-DATE            PIC X(08).
           05  DM-SET-UP-BY              PIC X(08).
           05  DM-CANCELLED-DATE         PIC X(08).
           05  DM-CANCELLED-BY           PIC X(08).
      *        LA-DUE-DATE of the latest installment sent to the bank
      *        for collection, and the date of the file it went in.
      *        DDEXTRCT only sends installments due after it.
           05  DM-LAST-DUE-SENT          PIC X(08).
           05  DM-LAST-SENT-DATE         PIC X(08).
      *        DM-LAST-DUE-SENT as it stood before the latest file, so
      *        a rerun of DDEXTRCT the same night cuts the same file.
           05  DM-PREV-DUE-SENT          PIC X(08).
           05  FILLER                    PIC X(15).
