      ******************************************************************
      * DRIVER-INCENTIVE record layout - one row per driver employee
      * per fiscal period, keyed by employee + fiscal year + period,
      * holding the sales-growth incentive the monthly calculation
      * worked out from the driver's routes (takings this year and
      * the same period last year). Like RETRO-ADJUSTMENT, the next
      * batch payroll run adds each open row to the employee's gross
      * (normal tax treatment) and stamps it paid with the pay
      * period that carried it; a reversal of that pay reopens it.
      ******************************************************************
       01  DRIVER-INCENTIVE-RECORD.
           05  DI-KEY.
               10  DI-EMPLOYEE-ID          PIC 9(5).
               10  DI-FISCAL-YEAR          PIC 9(4).
               10  DI-PERIOD-NO            PIC 99.
           05  DI-DRIVER-NAME          PIC X(10).
           05  DI-TAKINGS-THIS-YEAR    PIC 9(7)V99.
           05  DI-TAKINGS-LAST-YEAR    PIC 9(7)V99.
           05  DI-AMOUNT               PIC 9(5)V99.
           05  DI-STATUS               PIC X.
               88  DI-IS-OPEN                  VALUE "O".
               88  DI-IS-PAID                  VALUE "P".
           05  DI-PAID-PERIOD          PIC 9(4).
