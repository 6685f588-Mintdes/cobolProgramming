      ******************************************************************
      * PARTS-USAGE history record layout - one row per part fitted
      * when WORK-ORDER-MAINT closes an order, tied to the machine
      * and order number and valued at the parts-master unit cost the
      * 5900 journal used. The order itself carries only the total;
      * this file says which parts went into which machine. The
      * trailer carries the session's row count (the SPOILHST
      * pattern).
      ******************************************************************
       01  PARTS-USAGE-RECORD.
           05  PU-RECORD-TYPE          PIC X       VALUE "D".
               88  PU-IS-DETAIL                    VALUE "D".
               88  PU-IS-TRAILER                   VALUE "T".
           05  PU-DETAIL.
               10  PU-USED-DATE            PIC 9(8).
               10  PU-MACHINE-ID           PIC 99.
               10  PU-ORDER-NO             PIC 9(5).
               10  PU-PART-NO              PIC X(10).
               10  PU-QTY                  PIC 9(3).
               10  PU-UNIT-COST            PIC 9(5)V99.
               10  PU-VALUE                PIC 9(7)V99.
           05  PU-TRAILER REDEFINES PU-DETAIL.
               10  PU-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(37).
