      ******************************************************************
      * SUPPLIER-PRICE record layout - one row per price a supplier
      * has agreed for a product, keyed by supplier + product +
      * effective date (the PRODUCT-COST pattern) so a new quote is a
      * new dated row and the price in force on any date is the
      * latest row on or before it. Maintained by SUPPLIER-MAINT;
      * PO-GENERATE picks the cheapest supplier by it and
      * THREE-WAY-MATCH holds invoice lines to it.
      ******************************************************************
       01  SUPPLIER-PRICE-RECORD.
           05  SL-KEY.
               10  SL-SUPPLIER-NO          PIC 9(3).
               10  SL-PRODUCT-NAME         PIC X(10).
               10  SL-EFFECTIVE-DATE       PIC 9(8).
           05  SL-LIST-PRICE               PIC 99V99.
