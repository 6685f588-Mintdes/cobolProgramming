      * new dated row and old statements can still be reproduced. The
      * site earns CN-COMMISSION-PCT of the machine's non-voided
      * takings for the period, or CN-MIN-GUARANTEE if that is more;
      * CN-END-DATE zero means the deal runs until replaced. A deal
      * may also promise an uptime percentage: each point the
      * machine's uptime for the period falls short of CN-UPTIME-PCT
      * credits the host CN-CREDIT-PER-POINT on that month's
      * statement. Zero (or an older row without the terms) means
      * no promise. CN-PAYEE-NO is the host site's payee row on the
      * supplier master: the statement run raises the amount due as
      * an approved voucher under it for the AP payment run to pay.
      * Zero (or an older row) means the host is still paid by hand.
      ******************************************************************
       01  SITE-CONTRACT-RECORD.
           05  CN-KEY.
           05  CN-COMMISSION-PCT           PIC 99V99.
           05  CN-MIN-GUARANTEE            PIC 9(5)V99.
           05  CN-END-DATE                 PIC 9(8).
           05  CN-UPTIME-PCT               PIC 999V99.
           05  CN-CREDIT-PER-POINT         PIC 9(5)V99.
           05  CN-PAYEE-NO                 PIC 9(3).
