      ******************************************************************
      * Parameter layout for the MACHINE-DOWN-DAYS subprogram - the
      * one place that turns WORK-ORDER rows into days out of service
      * for a machine over a date range, so the lost-sales report and
      * the commission statements measure uptime the same way. Pass
      * the machine and an inclusive date range (up to 400 days);
      * back come the days in the range, the days the machine was
      * down in it (the WORK-ORDER-DOWNTIME rule: the day a fault is
      * opened is down, the day it is closed is not, an open order
      * runs to today; overlapping orders count a day once), and the
      * uptime percentage.
      ******************************************************************
       01  MACHINE-DOWN-DAYS-PARMS.
           05  DW-MACHINE-ID           PIC 99.
           05  DW-FROM-DATE            PIC 9(8).
           05  DW-TO-DATE              PIC 9(8).
           05  DW-RANGE-DAYS           PIC 9(5).
           05  DW-DOWN-DAYS            PIC 9(5).
           05  DW-UPTIME-PCT           PIC 999V99.
           05  DW-VALID-FLAG           PIC X.
               88  DW-RANGE-IS-VALID           VALUE "Y".
