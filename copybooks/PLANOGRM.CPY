      ******************************************************************
      * PLANOGRAM record layout - one row per physical slot a machine
      * actually has (spiral, can column or refrigerated), keyed by
      * machine + slot. Refrigerated slots hold the perishable stock
      * quarantined when the machine has a temperature excursion.
      * Lab5-1's menu loop, selection edit, and first-run product
      * seeding all follow these rows instead of a compiled-in five,
      * and a slot can be flagged out of service without unloading it.
           05  PL-SLOT-TYPE            PIC X.
               88  PL-IS-SPIRAL                VALUE "S".
               88  PL-IS-CAN-COLUMN            VALUE "C".
               88  PL-IS-REFRIGERATED          VALUE "R".
           05  PL-SEED-PRODUCT-NAME    PIC X(10).
           05  PL-IN-SERVICE-FLAG      PIC X.
               88  PL-SLOT-IN-SERVICE          VALUE "Y".
