      ******************************************************************
      * DRIVER-LINK record layout - one row per route driver, keyed
      * by the driver name the route master carries (RT-DRIVER-NAME),
      * naming the employee that driver is on the payroll as, so a
      * driver's sales incentive can be paid through the pay run.
      * Kept from ROUTE-MAINT.
      ******************************************************************
       01  DRIVER-LINK-RECORD.
           05  DV-DRIVER-NAME          PIC X(10).
           05  DV-EMPLOYEE-ID          PIC 9(5).
