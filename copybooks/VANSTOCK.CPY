      ******************************************************************
      * VAN-STOCK record layout - one row per product riding in a
      * route's van, keyed by route number + product name. The
      * morning load moves stock here off the warehouse ledger, each
      * drop at a stop moves it on to a machine slot, and the
      * evening count-back sends what is left to the warehouse and
      * writes any difference to the shrinkage history as the van's
      * loss, not the machine's. The day's load and drop totals are
      * restarted on the first movement of a new day.
      ******************************************************************
       01  VAN-STOCK-RECORD.
           05  VN-KEY.
               10  VN-ROUTE-NO             PIC 9(3).
               10  VN-PRODUCT-NAME         PIC X(10).
           05  VN-QTY-ON-HAND          PIC 9(5).
           05  VN-QTY-LOADED-TODAY     PIC 9(5).
           05  VN-QTY-DROPPED-TODAY    PIC 9(5).
           05  VN-LAST-MOVE-DATE       PIC 9(8).
