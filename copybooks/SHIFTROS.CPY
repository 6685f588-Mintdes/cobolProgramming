      ******************************************************************
      * SHIFT-ROSTER record layout - one row per shift an employee is
      * rostered for, keyed by employee ID + shift date, so a week's
      * roster reads out in date order. Times are HHMM; an end time
      * earlier than the start is a shift that runs past midnight.
      * A row keyed by the supervisor after the event to approve a
      * shift worked off the roster is type "A" and carries who
      * approved it and when; the attendance report and the
      * pre-payroll edit treat it as approved, not as a plan to be
      * late or early against.
      ******************************************************************
       01  SHIFT-ROSTER-RECORD.
           05  SR-KEY.
               10  SR-EMPLOYEE-ID          PIC 9(5).
               10  SR-SHIFT-DATE           PIC 9(8).
           05  SR-ROW-TYPE             PIC X.
               88  SR-IS-SCHEDULED             VALUE "S".
               88  SR-IS-APPROVED-EXTRA        VALUE "A".
           05  SR-START-TIME           PIC 9(4).
           05  SR-END-TIME             PIC 9(4).
           05  SR-BREAK-MINUTES        PIC 9(3).
           05  SR-APPROVED-BY          PIC X(10).
           05  SR-APPROVED-DATE        PIC 9(8).
