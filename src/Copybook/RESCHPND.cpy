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
      * Copybook Name      RESCHPND.CPY                                *
      *                                                                *
      * LOANS and SCORING sample - record layout for the RESCHPND      *
      * VSAM KSDS, keyed by the LOANACCT loan key (customer number     *
      * and loan timestamp).  Holds a requested restructure of a       *
      * booked loan's repayment schedule - a payment holiday or a     *
      * term extension - written by LNRESCH and left pending until a  *
      * second user (not the requester) approves it, since it moves   *
      * every unpaid installment on the loan.  At most one restructure *
      * per loan is pending at a time.                                 *
      *                                                                *
      ******************************************************************
       01  RESCHPND-RECORD.
           05  RP-KEY.
               10  RP-CUSTNO             PIC X(10).
               10  RP-TIMESTAMP          PIC X(14).
      *        'H' - payment holiday: the next RP-MONTHS installments
      *        are skipped and the unpaid schedule restarts after them.
      *        'E' - term extension: the outstanding balance is spread
      *        over RP-MONTHS more installments than are left.
           05  RP-TYPE                   PIC X(01).
               88  RP-HOLIDAY                     VALUE 'H'.
               88  RP-EXTENSION                   VALUE 'E'.
           05  RP-MONTHS                 PIC 9(02).
           05  RP-REQUESTED-BY           PIC X(08).
           05  RP-REQUESTED-DATE         PIC X(08).
      *        The rebuilt terms as they stood when the restructure
      *        was requested, shown to the approver - the approval
      *        rebuilds from the schedule as it then stands.
           05  RP-NEW-MONTHLY            PIC 9(06).
           05  RP-NEW-FIRST-DUE          PIC X(08).
           05  RP-NEW-LAST-DUE           PIC X(08).
           05  FILLER                    PIC X(15).
