      * open vouchers due by its cutoff, cuts one check per supplier,
      * and flips VH-PAID-FLAG with the check number it rode out on -
      * so a voucher can always be traced forward to its check and
      * back to its invoice and PO. VH-VAT-AMOUNT is the input VAT
      * inside VH-AMOUNT - withholding is figured on the amount
      * without it.
      ******************************************************************
       01  APPROVED-VOUCHER-RECORD.
           05  VH-RECORD-TYPE          PIC X       VALUE "D".
                   88  VH-IS-OPEN                      VALUE "N".
                   88  VH-IS-PAID                      VALUE "Y".
               10  VH-CHECK-NUM            PIC 9(4).
      *> A row written before the field existed holds spaces here -
      *> treated as no VAT.
               10  VH-VAT-AMOUNT           PIC 9(7)V99.
           05  VH-TRAILER REDEFINES VH-DETAIL.
               10  VH-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(46).
