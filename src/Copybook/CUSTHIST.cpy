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
      * Copybook Name      CUSTHIST.CPY                                *
      *                                                                *
      * LOANS and SCORING sample - record layout for the CUSTHIST      *
      * VSAM KSDS, the change history of the CUSTMAST customer        *
      * master.  One record is written for every add, update and      *
      * rewrite that actually changes a customer: by CUSTMNT (adds,    *
      * name/years updates and approved CUSTPEND financial changes),  *
      * by PAYPOST's nightly aging refresh of the repayment rating    *
      * and existing debt, and by CUSTHCMP for the weekend file       *
      * update.  Keyed by CUSTNO plus the date and time of the change *
      * and a sequence number that keeps two changes in the same      *
      * second apart, so a customer's history reads back in the order *
      * it happened - or newest first, browsing backward.             *
      * Each record carries the before and after values of the        *
      * customer fields, so the rating a customer was scored on can   *
      * be read back for any day.  An add has an empty before image, *
      * a delete an empty after image.  The user IDs are spaces for   *
      * the batch programs; the program name says which job it was.  *
      *                                                                *
      ******************************************************************
       01  CUSTHIST-RECORD.
           05  CH-KEY.
               10  CH-CUSTNO             PIC X(10).
      *            YYYYMMDDHHMMSS of the change.
               10  CH-TIMESTAMP          PIC X(14).
               10  CH-SEQNO              PIC 9(02).
           05  CH-CHANGE-TYPE            PIC X(01).
               88  CH-ADDED                       VALUE 'A'.
               88  CH-CHANGED                     VALUE 'C'.
               88  CH-DELETED                     VALUE 'D'.
           05  CH-PROGRAM                PIC X(08).
           05  CH-REQUESTED-BY           PIC X(08).
      *        Second user who approved a CUSTPEND financial change;
      *        spaces when the change needed no approval.
           05  CH-APPROVED-BY            PIC X(08).
      *        Customer fields before the change.
           05  CH-BEFORE.
               10  CH-BEF-NAME           PIC X(30).
               10  CH-BEF-INCOME         PIC 9(07).
               10  CH-BEF-DEBT           PIC 9(07).
               10  CH-BEF-RATING         PIC 9(01).
               10  CH-BEF-YEARS          PIC 9(02).
      *        Customer fields after the change.
           05  CH-AFTER.
               10  CH-AFT-NAME           PIC X(30).
               10  CH-AFT-INCOME         PIC 9(07).
               10  CH-AFT-DEBT           PIC 9(07).
               10  CH-AFT-RATING         PIC 9(01).
               10  CH-AFT-YEARS          PIC 9(02).
           05  FILLER                    PIC X(15).
