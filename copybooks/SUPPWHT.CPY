      ******************************************************************
      * SUPPLIER-WITHHOLDING record layout - one row per supplier
      * check that had tax withheld at source, appended by AP-PAYMENT-
      * RUN as the check is written. ST-GROSS-AMOUNT is what the
      * vouchers (less any debit notes) came to, ST-TAX-WITHHELD the
      * part kept back at the supplier's SU-WHT-RATE, and ST-NET-
      * AMOUNT the face of the check. SUPPLIER-WHT-LISTING reads it
      * back by payment month for the monthly filing.
      ******************************************************************
       01  SUPPLIER-WHT-RECORD.
           05  ST-PAYMENT-DATE         PIC 9(8).
           05  ST-CHECK-NUM            PIC 9(4).
           05  ST-SUPPLIER-NO          PIC 9(3).
           05  ST-SUPPLIER-NAME        PIC X(20).
           05  ST-WHT-RATE             PIC 99V99.
           05  ST-GROSS-AMOUNT         PIC 9(7)V99.
           05  ST-TAX-WITHHELD         PIC 9(7)V99.
           05  ST-NET-AMOUNT           PIC 9(7)V99.
