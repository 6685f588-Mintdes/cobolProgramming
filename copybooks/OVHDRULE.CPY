      ******************************************************************
      * OVERHEAD-RULE record layout - one row per allocation rule,
      * keyed by a short rule id. A rule spreads one expense
      * account's movement for a fiscal period (warehouse rent, van
      * costs, admin wages) over cost centers or machines in
      * proportion to a driver: fixed percentages keyed on the rule,
      * center headcount, hours paid (PAY-DETAIL), or vending
      * takings. A center's share is charged to the center's own
      * expense account on COSTCTR; machine shares all land on
      * OA-MACHINE-ACCOUNT, with the split per machine kept on the
      * allocation history. An empty target list means every active
      * center / every machine with a driver; a percentage rule
      * lists its targets and their shares (adding to 100.00).
      ******************************************************************
       01  OVERHEAD-RULE-RECORD.
           05  OA-RULE-ID              PIC X(6).
           05  OA-DESCRIPTION          PIC X(20).
           05  OA-SOURCE-ACCOUNT       PIC 9(4).
           05  OA-TARGET-TYPE          PIC X.
               88  OA-TO-CENTERS               VALUE "C".
               88  OA-TO-MACHINES              VALUE "M".
           05  OA-DRIVER               PIC X.
               88  OA-BY-PERCENT               VALUE "P".
               88  OA-BY-HEADCOUNT             VALUE "H".
               88  OA-BY-HOURS                 VALUE "W".
               88  OA-BY-REVENUE               VALUE "V".
           05  OA-MACHINE-ACCOUNT      PIC 9(4).
           05  OA-ACTIVE-FLAG          PIC X.
               88  OA-IS-ACTIVE                VALUE "A".
               88  OA-IS-INACTIVE              VALUE "I".
           05  OA-TARGET-COUNT         PIC 99.
      *> A center target is its COSTCTR code; a machine target is
      *> the two-digit machine ID in the first two bytes.
           05  OA-TARGET OCCURS 20 TIMES.
               10  OA-TARGET-CODE          PIC X(4).
               10  OA-TARGET-PCT           PIC 999V99.
