      ******************************************************************
      * PRODUCT-DISCONTINUE record layout - one row per product being
      * phased out, keyed by product name, maintained by
      * PRODUCT-PHASE-OUT. Until the last-order date the product is
      * ordered and loaded as usual; after it PO-GENERATE stops
      * ordering it and ROUTE-SHEET-PRINT stops loading it, so the
      * slots sell through and run dry. An emptied slot is then
      * offered in PLANOGRAM-MAINT for switching to the replacement.
      * Reinstating a product keeps the row, flagged A.
      ******************************************************************
       01  PRODUCT-DISCONTINUE-RECORD.
           05  PX-PRODUCT-NAME         PIC X(10).
           05  PX-STATUS               PIC X.
               88  PX-IS-DISCONTINUED          VALUE "D".
               88  PX-IS-REINSTATED            VALUE "A".
           05  PX-LAST-ORDER-DATE      PIC 9(8).
           05  PX-REPLACEMENT-NAME     PIC X(10).
           05  PX-MARKED-DATE          PIC 9(8).
