      ******************************************************************
      * OVERHEAD-HISTORY record layout - one row per target per rule
      * per fiscal period, appended by OVERHEAD-ALLOCATION when it
      * journals the rule. It is the record of what a rule has
      * already allocated (so the period cannot be allocated twice)
      * and the per-center / per-machine split the reports read,
      * since machine shares share one ledger account.
      ******************************************************************
       01  OVERHEAD-HISTORY-RECORD.
           05  OH-PERIOD-KEY.
               10  OH-FISCAL-YEAR          PIC 9(4).
               10  OH-PERIOD-NO            PIC 99.
           05  OH-PERIOD-END-DATE      PIC 9(8).
           05  OH-RULE-ID              PIC X(6).
           05  OH-ENTRY-NO             PIC 9(5).
           05  OH-SOURCE-ACCOUNT       PIC 9(4).
           05  OH-TARGET-TYPE          PIC X.
               88  OH-TO-CENTER                VALUE "C".
               88  OH-TO-MACHINE               VALUE "M".
           05  OH-TARGET-CODE          PIC X(4).
           05  OH-TARGET-ACCOUNT       PIC 9(4).
           05  OH-DRIVER-QTY           PIC 9(7)V99.
           05  OH-AMOUNT               PIC 9(7)V99.
           05  OH-RUN-DATE             PIC 9(8).
