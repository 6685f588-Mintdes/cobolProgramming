      ******************************************************************
      * RECALL-LOG record layout - the running record of product
      * recalls kept by PRODUCT-RECALL. An H row is written when a
      * lot of a product is placed on hold (quantity = units found in
      * machine slots at that moment); a P row is written for every
      * pull a driver confirms against a held lot, naming the slot
      * and the units taken out. The per-lot recall summary is built
      * from these rows and the LOT-MASTER movement counters.
      ******************************************************************
       01  RECALL-LOG-RECORD.
           05  RL-RECORD-TYPE          PIC X       VALUE "D".
               88  RL-IS-DETAIL                    VALUE "D".
               88  RL-IS-TRAILER                   VALUE "T".
           05  RL-DETAIL.
               10  RL-ENTRY-TYPE           PIC X.
                   88  RL-IS-LOT-HELD                  VALUE "H".
                   88  RL-IS-PULL                      VALUE "P".
               10  RL-PRODUCT-NAME         PIC X(10).
               10  RL-LOT-NUMBER           PIC X(8).
               10  RL-MACHINE-ID           PIC 99.
               10  RL-SLOT-NO              PIC 99.
               10  RL-QTY                  PIC 9(5).
               10  RL-ENTRY-DATE           PIC 9(8).
               10  RL-OPERATOR             PIC X(10).
           05  RL-TRAILER REDEFINES RL-DETAIL.
               10  RL-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(39).
