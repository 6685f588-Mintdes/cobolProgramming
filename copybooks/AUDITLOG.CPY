      ******************************************************************
      * AUDIT-LOG record layout - shared exception/audit trail for the
      * vending machine program. Every record, detail or trailer, is
      * sealed by AUDIT-CHAIN as it is written: a running sequence
      * number and a check value worked from the record and the check
      * value of the record before it, so a line deleted or altered
      * breaks the chain AUDIT-CHAIN-VERIFY walks.
      ******************************************************************
       01  AUDIT-LOG-RECORD.
           05  AL-RECORD-TYPE          PIC X       VALUE "D".
           05  AL-TRAILER REDEFINES AL-DETAIL.
               10  AL-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(59).
           05  AL-CHAIN-SEQUENCE       PIC 9(9).
           05  AL-CHECK-VALUE          PIC 9(9).
