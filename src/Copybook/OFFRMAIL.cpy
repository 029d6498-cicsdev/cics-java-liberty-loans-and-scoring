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
      * Copybook Name      OFFRMAIL.CPY                                *
      *                                                                *
      * LOANS and SCORING sample - record layout of the pre-approved   *
      * offer mailing file LNOFFER cuts for marketing, in fixed        *
      * 160-byte records, one per customer offered.  The mail house    *
      * addresses the letters from the customer number; the name is    *
      * CM-NAME as it stands on CUSTMAST.  The offer figures are the   *
      * ones recorded on CAMPOFFR, so the letter quotes exactly what   *
      * the clerk will see in GETQUOTE.  Amounts are whole dollars.    *
      *                                                                *
      ******************************************************************
       01  OFFRMAIL-RECORD.
           05  OM-CUSTNO                 PIC X(10).
           05  OM-NAME                   PIC X(30).
           05  OM-PRODUCT                PIC X(04).
           05  OM-CAMPAIGN-DATE          PIC X(08).
           05  OM-EXPIRY-DATE            PIC X(08).
      *        The headline offer - the largest amount offered.
           05  OM-AMOUNT                 PIC 9(07).
           05  OM-DURATION               PIC 9(02).
           05  OM-MONTHLY                PIC 9(06).
      *        The offer at each standard duration; zero amount where
      *        the customer does not qualify at that duration.
           05  OM-TERMS OCCURS 5 TIMES.
               10  OM-TERM-DURATION      PIC 9(02).
               10  OM-TERM-AMOUNT        PIC 9(07).
               10  OM-TERM-MONTHLY       PIC 9(06).
           05  FILLER                    PIC X(10).
