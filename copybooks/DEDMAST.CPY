      * keyed by code. Flat codes take DM-AMOUNT baht; percent codes
      * take DM-AMOUNT percent of gross. DM-PRIORITY orders the
      * draw-down when net pay cannot cover everything - the lowest
      * number is taken first. A contribution scheme (social security,
      * provident fund) also carries the employer's matching rate, a
      * per-pay wage ceiling both shares are worked on (zero =
      * no ceiling), and the fund liability account both shares are
      * owed to (zero = the general 2700).
      ******************************************************************
       01  DEDUCTION-CODE-RECORD.
           05  DM-DEDUCT-CODE          PIC X(4).
               88  DM-IS-PERCENT               VALUE "P".
           05  DM-AMOUNT               PIC 9(5)V99.
           05  DM-PRIORITY             PIC 99.
           05  DM-EMPLOYER-PCT         PIC 99V99.
           05  DM-WAGE-CEILING         PIC 9(7)V99.
           05  DM-FUND-ACCOUNT         PIC 9(4).
