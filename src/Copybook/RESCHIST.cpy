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
      * Copybook Name      RESCHIST.CPY                                *
      *                                                                *
      * LOANS and SCORING sample - record layout for the RESCHIST      *
      * VSAM KSDS, the permanent record of every approved restructure *
      * of a booked loan's repayment schedule.  LNRESCH writes one    *
      * record when a second user approves a RESCHPND request, keyed  *
      * by the LOANACCT loan key plus the approval date and time, so  *
      * a loan's restructures read back in the order they were made.  *
      * Each record carries who asked, who approved, and the terms of *
      * the unpaid schedule before and after it was rebuilt.  The     *
      * outstanding principal and the finance charge still to pay are *
      * carried over unchanged - a restructure only re-spreads them.  *
      *                                                                *
      ******************************************************************
       01  RESCHIST-RECORD.
           05  RH-KEY.
               10  RH-CUSTNO             PIC X(10).
               10  RH-TIMESTAMP          PIC X(14).
               10  RH-APPROVED-DATE      PIC X(08).
               10  RH-APPROVED-TIME      PIC X(06).
           05  RH-TYPE                   PIC X(01).
               88  RH-HOLIDAY                     VALUE 'H'.
               88  RH-EXTENSION                   VALUE 'E'.
           05  RH-MONTHS                 PIC 9(02).
           05  RH-REQUESTED-BY           PIC X(08).
           05  RH-REQUESTED-DATE         PIC X(08).
           05  RH-APPROVED-BY            PIC X(08).
      *        Outstanding principal and charge re-spread by the
      *        restructure - the same before and after.
           05  RH-OUTSTANDING            PIC 9(07).
           05  RH-CHARGE-REMAINING       PIC 9(07).
      *        Unpaid schedule before the restructure.
           05  RH-OLD-TERMS.
               10  RH-OLD-LINES          PIC 9(04).
               10  RH-OLD-MONTHLY        PIC 9(06).
               10  RH-OLD-FIRST-DUE      PIC X(08).
               10  RH-OLD-LAST-DUE       PIC X(08).
      *        Unpaid schedule after the restructure.
           05  RH-NEW-TERMS.
               10  RH-NEW-LINES          PIC 9(04).
               10  RH-NEW-MONTHLY        PIC 9(06).
               10  RH-NEW-FIRST-DUE      PIC X(08).
               10  RH-NEW-LAST-DUE       PIC X(08).
           05  FILLER                    PIC X(15).
