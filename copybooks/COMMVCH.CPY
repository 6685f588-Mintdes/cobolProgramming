      ******************************************************************
      * COMMISSION-VOUCHER detail layout - one row per approved
      * voucher the commission statement run raises for a host site,
      * carrying what the statement showed (the machine, the site,
      * the stretch of the period it stood there, the takings, the
      * commission and any service-level credit) so the AP payment
      * run can print them on the host's remittance. The voucher's
      * invoice number is "CM" + fiscal year (YY) + period + machine
      * + the day of the month the stretch began, which is what
      * stops a second run for the same period raising it again.
      ******************************************************************
       01  COMMISSION-VOUCHER-RECORD.
           05  CV-VOUCHER-NO           PIC 9(5).
           05  CV-PAYEE-NO             PIC 9(3).
           05  CV-INVOICE-NO           PIC X(10).
           05  CV-MACHINE-ID           PIC 99.
           05  CV-SITE-NAME            PIC X(20).
           05  CV-FROM-DATE            PIC 9(8).
           05  CV-TO-DATE              PIC 9(8).
           05  CV-TAKINGS              PIC 9(7)V99.
           05  CV-COMMISSION           PIC 9(7)V99.
           05  CV-SERVICE-CREDIT       PIC 9(7)V99.
