      ******************************************************************
      * SPOILAGE-HISTORY record layout - one row per lot quantity
      * written off by SPOILAGE-WRITE-OFF, dated and tied to the
      * machine and slot it was pulled from, valued at the same unit
      * cost the 5100 journal used. The journal only carries the
      * run's total; this file is what lets spoilage be charged back
      * to the machine that wasted it. The trailer carries the run's
      * row count (the SHRNKHST pattern).
      ******************************************************************
       01  SPOILAGE-HISTORY-RECORD.
           05  SG-RECORD-TYPE          PIC X       VALUE "D".
               88  SG-IS-DETAIL                    VALUE "D".
               88  SG-IS-TRAILER                   VALUE "T".
           05  SG-DETAIL.
               10  SG-DISPOSAL-DATE        PIC 9(8).
               10  SG-MACHINE-ID           PIC 99.
               10  SG-SLOT-NO              PIC 99.
               10  SG-PRODUCT-NAME         PIC X(10).
               10  SG-LOT-NUMBER           PIC X(8).
               10  SG-QTY                  PIC 9(3).
               10  SG-UNIT-VALUE           PIC 99V99.
               10  SG-VALUE                PIC 9(5)V99.
           05  SG-TRAILER REDEFINES SG-DETAIL.
               10  SG-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(37).
