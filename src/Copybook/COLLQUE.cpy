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
      * Copybook Name      COLLQUE.CPY                                 *
      *                                                                *
      * LOANS and SCORING sample - record layout for the COLLQUE      *
      * VSAM KSDS, the collections worklist.  One case per delinquent *
      * loan, keyed by the LOANACCT loan key (the originating quote's *
      * customer number and timestamp):                               *
      *                                                                *
      *  - PAYPOST's aging pass adds a case the first night a loan    *
      *    is found overdue, and refreshes its bucket and arrears     *
      *    every night the loan is still overdue;                     *
      *  - the LNCOLL collector screen hands out the next case, and   *
      *    records the contact outcome and any promise to pay;        *
      *  - COLLSWP, after PAYPOST each night, credits the day's       *
      *    receipts against open promises, flags broken and kept      *
      *    promises, and deletes the cases whose loan PAYPOST no      *
      *    longer found overdue (brought current, or closed by        *
      *    LNSETTLE).                                                  *
      *                                                                *
      * Contact outcome codes (CQ-LAST-OUTCOME):                      *
      *   PP promise to pay       NC no contact     LM left message   *
      *   RP refused to pay       DS disputed       WN wrong number   *
      *                                                                *
      ******************************************************************
       01  COLLQUE-RECORD.
           05  CQ-KEY.
               10  CQ-CUSTNO             PIC X(10).
               10  CQ-TIMESTAMP          PIC X(14).
      *        Aging position as of the last PAYPOST run that found
      *        the loan overdue - bucket text as on the delinquency
      *        report, worst months overdue, number of unpaid
      *        overdue installments and their total.
           05  CQ-BUCKET                 PIC X(08).
           05  CQ-WORST-MONTHS           PIC 9(03).
           05  CQ-OVERDUE-COUNT          PIC 9(03).
           05  CQ-ARREARS-AMOUNT         PIC 9(09).
           05  CQ-FIRST-QUEUED           PIC X(08).
      *        Business date of the last aging pass that found the
      *        loan overdue - older than tonight means it no longer
      *        is, and COLLSWP drops the case.
           05  CQ-LAST-AGED              PIC X(08).
           05  CQ-STATUS                 PIC X(01).
               88  CQ-NEW                         VALUE 'N'.
               88  CQ-WORKED                      VALUE 'W'.
               88  CQ-PROMISED                    VALUE 'P'.
               88  CQ-PROMISE-BROKEN              VALUE 'B'.
               88  CQ-PROMISE-KEPT                VALUE 'K'.
           05  CQ-LAST-OUTCOME           PIC X(02).
               88  CQ-OUTCOME-VALID               VALUES 'PP' 'NC'
                                                   'LM' 'RP' 'DS'
                                                   'WN'.
               88  CQ-OUTCOME-PROMISE             VALUE 'PP'.
           05  CQ-LAST-CONTACT-DATE      PIC X(08).
           05  CQ-LAST-CONTACT-BY        PIC X(08).
      *        The open promise: when it was taken, the date the
      *        customer promised to pay by and how much.  COLLSWP
      *        adds up receipts for the loan dated on or after the
      *        day the promise was taken into CQ-PROMISE-PAID, and
      *        CQ-CREDITED-THRU stops a rerun crediting a day twice.
           05  CQ-PROMISE-MADE           PIC X(08).
           05  CQ-PROMISE-DATE           PIC X(08).
           05  CQ-PROMISE-AMOUNT         PIC 9(07).
           05  CQ-PROMISE-PAID           PIC 9(07).
           05  CQ-CREDITED-THRU          PIC X(08).
           05  CQ-BROKEN-COUNT           PIC 9(02).
      *        The case is not handed out again before this date.
           05  CQ-NEXT-ACTION-DATE       PIC X(08).
      *        The collector working the case, and the day it was
      *        handed out - a case stays with its collector for the
      *        rest of that day.
           05  CQ-ASSIGNED-TO            PIC X(08).
           05  CQ-ASSIGNED-DATE          PIC X(08).
           05  FILLER                    PIC X(14).
