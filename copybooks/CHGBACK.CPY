      ******************************************************************
      * CHARGEBACK case record layout - one row per disputed card
      * sale, keyed by the processor's case ID. The original sale is
      * tied back by VS-CARD-REF (machine and slot zero when the
      * sales history has no such card sale). A case opens when the
      * processor pulls the money back, is represented once our
      * evidence has gone in, and closes won (money returned) or
      * lost (money gone for good, written off to expense).
      ******************************************************************
       01  CHARGEBACK-RECORD.
           05  CB-CASE-ID              PIC X(12).
           05  CB-CARD-REF             PIC X(16).
           05  CB-SALE-DATE            PIC 9(8).
           05  CB-MACHINE-ID           PIC 99.
           05  CB-SLOT-NO              PIC 99.
           05  CB-SALE-AMOUNT          PIC 9(5)V99.
           05  CB-AMOUNT               PIC 9(5)V99.
           05  CB-REASON-CODE          PIC X(4).
           05  CB-OPENED-DATE          PIC 9(8).
           05  CB-EVIDENCE-DUE-DATE    PIC 9(8).
           05  CB-REPRESENTED-DATE     PIC 9(8).
           05  CB-CLOSED-DATE          PIC 9(8).
           05  CB-STATUS               PIC X.
               88  CB-IS-OPEN                  VALUE "O".
               88  CB-IS-REPRESENTED           VALUE "P".
               88  CB-IS-WON                   VALUE "W".
               88  CB-IS-LOST                  VALUE "L".
               88  CB-IS-UNDECIDED             VALUE "O" "P".
