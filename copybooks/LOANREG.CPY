      ******************************************************************
      * EMPLOYEE-LOAN record layout - one row per salary advance or
      * staff loan, keyed by employee + loan number (numbered from 1
      * per employee). LN-INSTALMENT is what each batch pay run takes
      * back, alongside the DEDMAST deductions, until LN-BALANCE
      * reaches zero; the off-cycle final pay takes whatever is left.
      * LN-LAST-PERIOD/LN-LAST-RECOVERED record the pay that last
      * recovered, so a rerun never takes the same instalment twice
      * and a reversal of that pay can put it back.
      ******************************************************************
       01  EMPLOYEE-LOAN-RECORD.
           05  LN-KEY.
               10  LN-EMPLOYEE-ID          PIC 9(5).
               10  LN-LOAN-NO              PIC 99.
           05  LN-LOAN-TYPE            PIC X.
               88  LN-IS-ADVANCE               VALUE "A".
               88  LN-IS-LOAN                  VALUE "L".
               88  LN-LOAN-TYPE-VALID          VALUE "A" "L".
           05  LN-ISSUE-DATE           PIC 9(8).
           05  LN-AMOUNT-LENT          PIC 9(5)V99.
           05  LN-INSTALMENT           PIC 9(5)V99.
           05  LN-BALANCE              PIC 9(5)V99.
           05  LN-STATUS               PIC X.
               88  LN-IS-OPEN                  VALUE "O".
               88  LN-IS-CLOSED                VALUE "C".
               88  LN-IS-WRITTEN-OFF           VALUE "W".
           05  LN-LAST-PERIOD          PIC 9(4).
           05  LN-LAST-RECOVERED       PIC 9(5)V99.
