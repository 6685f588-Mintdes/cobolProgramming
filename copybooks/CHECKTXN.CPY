      * CT-CLEARED-FLAG is set when a statement item matches;
      * CT-VOID-FLAG (the VS-VOID-FLAG pattern from VNDSALE) takes a
      * check back out of the running balance without deleting it.
      * CT-BANK-ID names the BANK-ACCOUNT the row belongs to (blank =
      * the primary account). A funds transfer is written as a "T"
      * row on the account paid from and a deposit on the account
      * paid into, both under the same transfer number.
      * CT-PRINT-FLAG follows a check through CHECK-PRINT: "N" until
      * it goes out on check stock, "Y" after (blank = written by
      * hand, never printed). A check voided at the printer and
      * issued again under a new number carries the number it was
      * first issued under in CT-ORIGINAL-CHECK-NUM (zero = none), so
      * its vouchers still find it.
      ******************************************************************
       01  CHECK-TRANSACTION-RECORD.
           05  CT-CHECK-NUM        PIC 9(4).
           05  CT-TRANS-TYPE       PIC X.
               88  CT-IS-DEPOSIT         VALUE "D".
               88  CT-IS-CHECK           VALUE "C".
               88  CT-IS-TRANSFER-OUT    VALUE "T".
           05  CT-AMOUNT           PIC 9(4)V99.
           05  CT-CLEARED-FLAG     PIC X.
               88  CT-IS-CLEARED         VALUE "Y".
           05  CT-VOID-FLAG        PIC X.
               88  CT-IS-VOIDED          VALUE "Y".
           05  CT-VOID-REASON      PIC X(10).
           05  CT-BANK-ID          PIC X(2).
           05  CT-PRINT-FLAG       PIC X.
               88  CT-AWAITS-PRINT       VALUE "N".
               88  CT-IS-PRINTED         VALUE "Y".
           05  CT-ORIGINAL-CHECK-NUM PIC 9(4).
