      ******************************************************************
      * ROUTE-VISIT record layout - one row per route stop per sheet
      * date, keyed by the date the route sheet was printed for +
      * route + stop. ROUTE-SHEET-PRINT writes the row as planned,
      * carrying the sheet's load lines (slot, product, units asked);
      * ROUTE-VISIT-ENTRY then records what the driver did: visited
      * (the day, arrival and departure times HHMM, and the units
      * actually loaded per line) or skipped with a reason code.
      * A row still planned after the day is a missed stop.
      ******************************************************************
       01  ROUTE-VISIT-RECORD.
           05  RV-KEY.
               10  RV-SHEET-DATE           PIC 9(8).
               10  RV-ROUTE-NO             PIC 9(3).
               10  RV-STOP-SEQ             PIC 99.
           05  RV-MACHINE-ID           PIC 99.
           05  RV-SERVICE-DAY          PIC X(3).
           05  RV-DRIVER-NAME          PIC X(10).
           05  RV-VISIT-STATUS         PIC X.
               88  RV-IS-PLANNED                 VALUE "P".
               88  RV-IS-VISITED                 VALUE "V".
               88  RV-IS-SKIPPED                 VALUE "S".
           05  RV-VISIT-DATE           PIC 9(8).
           05  RV-ARRIVE-TIME          PIC 9(4).
           05  RV-DEPART-TIME          PIC 9(4).
           05  RV-SKIP-REASON          PIC XX.
               88  RV-SKIP-NO-ACCESS             VALUE "NA".
               88  RV-SKIP-SITE-CLOSED           VALUE "SC".
               88  RV-SKIP-OUT-OF-TIME           VALUE "OT".
               88  RV-SKIP-VAN-PROBLEM           VALUE "VP".
               88  RV-SKIP-NO-STOCK              VALUE "NS".
               88  RV-SKIP-OTHER                 VALUE "XX".
               88  RV-SKIP-REASON-VALID          VALUE "NA" "SC" "OT"
                                                       "VP" "NS" "XX".
           05  RV-LOAD-COUNT           PIC 99.
           05  RV-LOAD-LINE OCCURS 20 TIMES.
               10  RV-LOAD-SLOT            PIC 99.
               10  RV-LOAD-PRODUCT         PIC X(10).
               10  RV-UNITS-ASKED          PIC 9(3).
               10  RV-UNITS-LOADED         PIC 9(3).
