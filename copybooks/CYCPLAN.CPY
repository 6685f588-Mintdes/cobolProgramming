      ******************************************************************
      * CYCLE-COUNT-PLAN record layout - one row per location to be
      * counted on one day of the current week, built by the weekly
      * planning run of CYCLE-COUNT from the products' A/B/C classes.
      * A location is a machine slot (location type space) or a
      * warehouse line (W, machine and slot zero). A items appear on
      * three days of every week, B items on one, C items on one day
      * in every fourth week. CY-COUNTED-DATE stays zero until the
      * row has been counted; the next planning run starts afresh.
      ******************************************************************
       01  CYCLE-COUNT-PLAN-RECORD.
           05  CY-KEY.
               10  CY-COUNT-DAY            PIC 9.
               10  CY-LOCATION-TYPE        PIC X.
                   88  CY-IS-MACHINE-SLOT              VALUE " ".
                   88  CY-IS-WAREHOUSE                 VALUE "W".
               10  CY-MACHINE-ID           PIC 99.
               10  CY-SLOT-NO              PIC 99.
               10  CY-PRODUCT-NAME         PIC X(10).
           05  CY-ABC-CLASS                PIC X.
               88  CY-IS-CLASS-A                   VALUE "A".
               88  CY-IS-CLASS-B                   VALUE "B".
               88  CY-IS-CLASS-C                   VALUE "C".
           05  CY-PLAN-DATE                PIC 9(8).
           05  CY-COUNTED-DATE             PIC 9(8).
