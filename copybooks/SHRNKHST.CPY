      * on the count date (PM-PRICE when no cost is on file).
      * Negative variance = stock missing. The trend report reads
      * the whole file, so a slot that shrinks every count stops
      * hiding behind thrown-away variance prints. A route van's
      * evening count-back writes its variances here too, flagged
      * V with the route number and machine/slot zero, so stock lost
      * in the van is charged to the van and not to a machine; a
      * CYCLE-COUNT of a warehouse line is flagged W, likewise with
      * machine/slot zero. A space on an older row means a machine
      * slot.
      ******************************************************************
       01  SHRINKAGE-HISTORY-RECORD.
           05  SK-RECORD-TYPE          PIC X       VALUE "D".
               10  SK-UNIT-VALUE           PIC 99V99.
               10  SK-VARIANCE-VALUE       PIC S9(5)V99.
               10  SK-REASON-CODE          PIC X(10).
               10  SK-LOCATION-TYPE        PIC X.
                   88  SK-IS-MACHINE-SLOT              VALUE " ".
                   88  SK-IS-VAN                       VALUE "V".
                   88  SK-IS-WAREHOUSE                 VALUE "W".
               10  SK-ROUTE-NO             PIC 9(3).
           05  SK-TRAILER REDEFINES SK-DETAIL.
               10  SK-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(44).
