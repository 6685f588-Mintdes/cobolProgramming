      * customer payment, written by CASH-RECEIPTS: the invoice it
      * paid down (zero = left on account), the slice applied, and
      * the payment's own date/reference. Aging and the statements
      * read these instead of the old negative-line fudge. A bad
      * debt written off by BAD-DEBT-WRITE-OFF is an application of
      * type W against the invoice it clears, carrying the reason;
      * it nets off the invoice like a payment but is never cash.
      * A credit memo settled against the customer's invoices by
      * CREDIT-MEMO-ENTRY is an application of type C the same way,
      * with the memo number in the reference.
      ******************************************************************
       01  AR-RECEIPT-RECORD.
           05  RC-RECORD-TYPE          PIC X       VALUE "D".
               10  RC-PAYMENT-AMOUNT       PIC 9(7)V99.
               10  RC-INV-NUM              PIC 9(4).
               10  RC-APPLIED-AMOUNT       PIC 9(7)V99.
      *> Rows written before write-offs existed carry a space here
      *> and are payments.
               10  RC-APPLY-TYPE           PIC X.
                   88  RC-IS-PAYMENT               VALUE "P" " ".
                   88  RC-IS-WRITE-OFF             VALUE "W".
                   88  RC-IS-CREDIT-MEMO           VALUE "C".
               10  RC-WRITE-OFF-REASON     PIC X(20).
           05  RC-TRAILER REDEFINES RC-DETAIL.
               10  RC-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(61).
