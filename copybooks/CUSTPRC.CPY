      ******************************************************************
      * CUSTOMER-PRICE record layout - one row per price a customer
      * has agreed for an invoice item, keyed by customer + item
      * description + effective date (the SUPPLIER-PRICE pattern) so
      * a new deal is a new dated row and the agreement in force on
      * any date is the latest row on or before it. An agreement is
      * either a fixed price (basis P, CP-PRICE is the price) or a
      * discount (basis D, CP-DISCOUNT-PCT off the list price held in
      * CP-PRICE). Maintained by CUSTOMER-MAINT; INVOICE-ENTRY prices
      * lines from it and OFF-AGREEMENT-REPORT lists lines that were
      * not.
      ******************************************************************
       01  CUSTOMER-PRICE-RECORD.
           05  CP-KEY.
               10  CP-CUSTOMER-NO          PIC 9(5).
               10  CP-DESCRIPTION          PIC X(20).
               10  CP-EFFECTIVE-DATE       PIC 9(8).
           05  CP-PRICE-BASIS              PIC X.
               88  CP-IS-FIXED-PRICE               VALUE "P".
               88  CP-IS-DISCOUNT                  VALUE "D".
           05  CP-PRICE                    PIC 9(5)V99.
           05  CP-DISCOUNT-PCT             PIC 99V99.
