      ******************************************************************
      * EXPENSE-CLAIM record layout - one row per receipt an employee
      * hands in (tolls, parking, emergency supplies), keyed by
      * employee + claim number (numbered from 1 per employee).
      * EX-AMOUNT is the receipt total; EX-VAT-AMOUNT is the part of
      * it that can be reclaimed, zero when the receipt carries no
      * VAT. A claim is entered, then approved or rejected by a
      * second operator; the next batch payroll run (or a leaver's
      * final pay) pays every approved claim as a non-taxable
      * reimbursement outside gross and stamps it paid with the pay
      * period that carried it. A reversal of that pay reopens it.
      ******************************************************************
       01  EXPENSE-CLAIM-RECORD.
           05  EX-KEY.
               10  EX-EMPLOYEE-ID          PIC 9(5).
               10  EX-CLAIM-NO             PIC 9(3).
           05  EX-EXPENSE-DATE         PIC 9(8).
           05  EX-CATEGORY             PIC X(4).
               88  EX-IS-TOLL                  VALUE "TOLL".
               88  EX-IS-PARKING               VALUE "PARK".
               88  EX-IS-SUPPLIES              VALUE "SUPP".
               88  EX-IS-OTHER                 VALUE "OTHR".
               88  EX-CATEGORY-VALID           VALUE "TOLL" "PARK"
                                                     "SUPP" "OTHR".
           05  EX-AMOUNT               PIC 9(5)V99.
           05  EX-VAT-AMOUNT           PIC 9(5)V99.
           05  EX-RECEIPT-REF          PIC X(12).
           05  EX-STATUS               PIC X.
               88  EX-IS-ENTERED               VALUE "E".
               88  EX-IS-APPROVED              VALUE "A".
               88  EX-IS-REJECTED              VALUE "R".
               88  EX-IS-PAID                  VALUE "P".
           05  EX-ENTERED-BY           PIC X(10).
           05  EX-APPROVED-BY          PIC X(10).
           05  EX-APPROVED-DATE        PIC 9(8).
           05  EX-PAID-PERIOD          PIC 9(4).
