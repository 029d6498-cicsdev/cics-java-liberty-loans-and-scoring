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
      * Copybook Name      CHGOFLOG.CPY                                *
      *                                                                *
      * LOANS and SCORING sample - record layout of the charge-off    *
      * log, a sequential file every run extends (DISP=MOD):          *
      *                                                                *
      *  - the month-end LNCHGOFF run appends one write-off record    *
      *    per loan it charges off, with the outstanding principal    *
      *    taken off the book;                                         *
      *  - PAYPOST appends one recovery record per receipt that       *
      *    arrives on a written-off loan, and one recovery-reversal   *
      *    record when such a receipt bounces.                        *
      *                                                                *
      * LNCHGOFF prints the month's recoveries off this log on the    *
      * charge-off and recovery register for Finance.                  *
      *                                                                *
      ******************************************************************
       01  CHGOFLOG-RECORD.
           05  CL-TYPE                   PIC X(01).
               88  CL-WRITE-OFF                   VALUE 'W'.
               88  CL-RECOVERY                    VALUE 'R'.
               88  CL-RECOVERY-REVERSED           VALUE 'V'.
      *        Business date of the run that wrote the record.
           05  CL-POSTED-DATE            PIC X(08).
           05  CL-CUSTNO                 PIC X(10).
           05  CL-TIMESTAMP              PIC X(14).
      *        Write-off: outstanding principal charged off.
      *        Recovery / reversal: the payment amount.
           05  CL-AMOUNT                 PIC 9(09).
      *        Write-off only: months overdue of the oldest unpaid
      *        installment when the loan was charged off.
           05  CL-MONTHS-OVERDUE         PIC 9(03).
           05  CL-WRITTEN-OFF-DATE       PIC X(08).
      *        Recovery / reversal: PM-PAYMENT-DATE of the receipt.
           05  CL-PAYMENT-DATE           PIC X(08).
           05  FILLER                    PIC X(19).
