               88  JR-PAYMENT-APPLIED             VALUE 'P'.
               88  JR-PAYMENT-REJECTED            VALUE 'X'.
               88  JR-PAYMENT-REVERSED            VALUE 'V'.
      *            A receipt on a written-off loan, posted as a
      *            recovery rather than against a schedule line.
               88  JR-RECOVERY-POSTED             VALUE 'R'.
               88  JR-AGING-COMPLETE              VALUE 'A'.
      *        A payment disposition of any kind - applied, rejected,
      *        reversed or recovered - i.e. an input record the run
      *        consumed.
               88  JR-PAYMENT-RECORD              VALUES 'P' 'X' 'V'
                                                         'R'.
           05  JR-RUN-DATE               PIC X(08).
           05  JR-RECORD-NO              PIC 9(07).
           05  JR-CUSTNO                 PIC X(10).
