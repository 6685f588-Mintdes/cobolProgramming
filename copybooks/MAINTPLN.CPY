      ******************************************************************
      * MAINTENANCE-PLAN record layout - one row per preventive task
      * for a machine model, keyed by model + task code. A task falls
      * due on elapsed days since the machine's last closed work order
      * for the same task ("D"), or on vend-counter movement in the
      * METERRD readings since then ("V"). The task code doubles as
      * the work order's fault code and always starts "PM", which is
      * how the downtime reporting tells planned work from faults.
      ******************************************************************
       01  MAINTENANCE-PLAN-RECORD.
           05  MP-KEY.
               10  MP-MODEL                PIC X(10).
               10  MP-TASK-CODE            PIC X(8).
           05  MP-DESCRIPTION          PIC X(30).
           05  MP-TRIGGER-TYPE         PIC X.
               88  MP-TRIGGER-DAYS             VALUE "D".
               88  MP-TRIGGER-VENDS            VALUE "V".
               88  MP-TRIGGER-VALID            VALUE "D" "V".
           05  MP-INTERVAL             PIC 9(7).
