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
      * Copybook Name      TBCLOSE.CPY                                 *
      *                                                                *
      * LOANS and SCORING sample - record layout of the sub-ledger     *
      * closing balance the month-end LNTRBAL trial balance writes     *
      * as a new generation each run.  The next month's run reads the *
      * previous generation back as its opening balance, and takes    *
      * the GLFEED generations dated after TC-RUN-DATE as the         *
      * movement since, so no day falls between two periods.           *
      *                                                                *
      ******************************************************************
       01  TBCLOSE-RECORD.
      *        Month the balance closes (YYYYMM) and the business date
      *        of the run that struck it.
           05  TC-MONTH                  PIC X(06).
           05  TC-RUN-DATE               PIC X(08).
      *        Outstanding principal on every open LOANACCT account -
      *        the loans-receivable balance the ledger must agree to.
           05  TC-PRINCIPAL              PIC 9(11).
      *        Charge still to be earned on the unpaid schedule lines.
           05  TC-UNEARNED-CHARGE        PIC 9(11).
           05  TC-OPEN-ACCOUNTS          PIC 9(07).
           05  FILLER                    PIC X(37).
