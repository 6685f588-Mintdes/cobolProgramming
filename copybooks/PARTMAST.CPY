      ******************************************************************
      * SPARE-PARTS master record layout - one row per spare part
      * held for machine repairs, keyed by part number. Receipts add
      * to PT-QTY-ON-HAND at a weighted-average PT-UNIT-COST; closing
      * a work order draws the parts fitted back out at that cost.
      * A part whose on-hand falls below PT-MIN-QTY goes on the
      * reorder list for PT-REORDER-QTY more.
      ******************************************************************
       01  SPARE-PART-RECORD.
           05  PT-PART-NO              PIC X(10).
           05  PT-DESCRIPTION          PIC X(30).
           05  PT-QTY-ON-HAND          PIC 9(5).
           05  PT-UNIT-COST            PIC 9(5)V99.
           05  PT-MIN-QTY              PIC 9(5).
           05  PT-REORDER-QTY          PIC 9(5).
           05  PT-LAST-MOVE-DATE       PIC 9(8).
