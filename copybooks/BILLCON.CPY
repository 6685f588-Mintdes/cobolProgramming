      ******************************************************************
      * BILLING-CONTRACT record layout - one row per service contract
      * (machine placement, restocking): the customer billed, the
      * invoice line it raises, how often, the contract's start and
      * end dates (end zero = open-ended) and the next bill date the
      * billing run advances each time it raises the invoice. The
      * anchor day of each bill is the start date's day. The last
      * invoice number and bill date are kept so a period is never
      * billed a second time.
      ******************************************************************
       01  BILLING-CONTRACT-RECORD.
           05  BC-CONTRACT-NUM         PIC 9(4).
           05  BC-CUSTOMER-NO          PIC 9(5).
           05  BC-DESCRIPTION          PIC X(20).
           05  BC-AMOUNT               PIC 9(5)V99.
           05  BC-CURRENCY-CODE        PIC X(3).
           05  BC-TAX-CODE             PIC XX.
           05  BC-FREQUENCY            PIC X.
               88  BC-IS-MONTHLY               VALUE "M".
               88  BC-IS-QUARTERLY             VALUE "Q".
               88  BC-IS-ANNUAL                VALUE "A".
           05  BC-START-DATE           PIC 9(8).
           05  BC-END-DATE             PIC 9(8).
           05  BC-NEXT-BILL-DATE       PIC 9(8).
           05  BC-LAST-INVOICE-NUM     PIC 9(4).
           05  BC-LAST-BILLED-DATE     PIC 9(8).
