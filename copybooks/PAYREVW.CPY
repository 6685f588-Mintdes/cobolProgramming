      ******************************************************************
      * PAYROLL-REVIEW record layout - one row per pay period, keyed
      * by period number (YYWW), written when the post-run variance
      * review is prepared and stamped when a SECOND operator signs
      * it off. PV-EMPLOYEE-COUNT/PV-NET-TOTAL are the posted rows
      * the review saw: DIRECT-DEPOSIT refuses a period whose review
      * is not signed off, or whose posted rows no longer agree
      * (the run was reversed and rerun after the review).
      ******************************************************************
       01  PAYROLL-REVIEW-RECORD.
           05  PV-PERIOD-NO            PIC 9(4).
           05  PV-PREVIOUS-PERIOD      PIC 9(4).
           05  PV-TOLERANCE-PCT        PIC 99.
           05  PV-EMPLOYEE-COUNT       PIC 9(5).
           05  PV-FLAGGED-COUNT        PIC 9(5).
           05  PV-NET-TOTAL            PIC 9(9)V99.
           05  PV-PREPARED-BY          PIC X(10).
           05  PV-PREPARED-DATE        PIC 9(8).
           05  PV-STATUS               PIC X.
               88  PV-IS-PREPARED              VALUE "P".
               88  PV-IS-SIGNED-OFF            VALUE "S".
           05  PV-SIGNED-BY            PIC X(10).
           05  PV-SIGNED-DATE          PIC 9(8).
