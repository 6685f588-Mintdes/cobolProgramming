      ******************************************************************
      * CREDIT-MEMO record layout - one H row per credit memo raised
      * by CREDIT-MEMO-ENTRY against a posted invoice, numbered from
      * CMCTL.DAT (the INVCTL invoice-number pattern), followed by an
      * L row for each invoice line it credits. A line names the
      * invoice line it reverses by position (CM-ORIG-LINE-NO, the
      * line's place within its invoice on LINEITEM.DAT), so credits
      * against one line can be summed and held to what the line was
      * invoiced at; it carries that line's tax code and the VAT
      * reversed at entry, so the VAT reports take off the tax that
      * was actually charged. The H row says how the credit was
      * settled: the part applied to the customer's invoices (the
      * AR-RECEIPT type C rows) and the part refunded by check.
      ******************************************************************
       01  CREDIT-MEMO-RECORD.
           05  CM-RECORD-TYPE          PIC X       VALUE "H".
               88  CM-IS-HEADER                    VALUE "H".
               88  CM-IS-LINE                      VALUE "L".
               88  CM-IS-TRAILER                   VALUE "T".
           05  CM-MEMO-NUM             PIC 9(4).
           05  CM-HEADER-DETAIL.
               10  CM-MEMO-DATE            PIC 9(8).
               10  CM-ORIG-INV-NUM         PIC 9(4).
               10  CM-CUSTOMER-NO          PIC 9(5).
               10  CM-CURRENCY-CODE        PIC X(3).
               10  CM-REASON               PIC X.
                   88  CM-IS-RETURN                VALUE "R".
                   88  CM-IS-OVERCHARGE            VALUE "O".
               10  CM-NET-TOTAL            PIC 9(7)V99.
               10  CM-VAT-TOTAL            PIC 9(7)V99.
               10  CM-APPLIED-AMOUNT       PIC 9(7)V99.
               10  CM-REFUND-AMOUNT        PIC 9(7)V99.
               10  CM-REFUND-CHECK-NUM     PIC 9(4).
               10  CM-REFUND-BANK-ID       PIC X(2).
           05  CM-LINE-DETAIL REDEFINES CM-HEADER-DETAIL.
               10  CM-ORIG-LINE-NO         PIC 99.
               10  CM-DESCRIPTION          PIC X(20).
               10  CM-QTY                  PIC 9(3).
               10  CM-UNIT-PRICE           PIC 9(5)V99.
               10  CM-TAX-CODE             PIC XX.
               10  CM-LINE-VAT             PIC 9(7)V99.
               10  FILLER                  PIC X(20).
           05  CM-TRAILER REDEFINES CM-HEADER-DETAIL.
               10  CM-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(56).
