      ******************************************************************
      * BANK-ACCOUNT master layout - one row per account the shop
      * draws checks on or banks into, keyed by the 2-character id
      * every CHECK-TRANSACTION and RECURRING-PAYMENT row carries.
      * Each account keeps its own check-number and transfer-number
      * sequences and maps to its own asset account on the chart.
      * BA-USE says what it is for - operating, payroll, or a
      * deposit-only account no check may be drawn on. The primary
      * account owns any register row with a blank bank id.
      ******************************************************************
       01  BANK-ACCOUNT-RECORD.
           05  BA-BANK-ID              PIC X(2).
           05  BA-BANK-NAME            PIC X(20).
           05  BA-BANK-ACCOUNT-NO      PIC X(12).
           05  BA-GL-ACCOUNT           PIC 9(4).
           05  BA-USE                  PIC X.
               88  BA-IS-OPERATING             VALUE "O".
               88  BA-IS-PAYROLL               VALUE "P".
               88  BA-IS-DEPOSIT-ONLY          VALUE "D".
           05  BA-PRIMARY-FLAG         PIC X.
               88  BA-IS-PRIMARY               VALUE "Y".
           05  BA-NEXT-CHECK-NUM       PIC 9(4).
           05  BA-NEXT-TRANSFER-NUM    PIC 9(4).
           05  BA-ACTIVE-FLAG          PIC X.
               88  BA-IS-ACTIVE                VALUE "A".
               88  BA-IS-INACTIVE              VALUE "I".
