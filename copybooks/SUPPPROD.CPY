      ******************************************************************
      * SUPPLIER-PRODUCT record layout - one row per product a
      * supplier carries beyond the five SU-CARRIED-PRODUCT slots on
      * the supplier master, keyed by supplier + product name (the
      * DEDENROL employee + code pattern). Dropping a line flips the
      * active flag instead of deleting the row, so the recovery
      * journal always holds a before-image to put back. The
      * purchase-order generator reads these alongside the master's
      * own five slots.
      ******************************************************************
       01  SUPPLIER-PRODUCT-RECORD.
           05  SA-KEY.
               10  SA-SUPPLIER-NO          PIC 9(3).
               10  SA-PRODUCT-NAME         PIC X(10).
           05  SA-ACTIVE-FLAG          PIC X.
               88  SA-IS-ACTIVE                VALUE "A".
               88  SA-IS-ENDED                 VALUE "E".
           05  SA-CHANGED-DATE         PIC 9(8).
