      ******************************************************************
      * CERTIFICATION record layout - one row per certificate an
      * employee holds, keyed by employee ID + certificate type, so
      * a renewal overwrites the row with the new dates. A food-
      * handler certificate is needed to drive a route that serves a
      * refrigerated machine; refrigeration training is needed to
      * take cold-chain temperature readings. A certificate is good
      * up to and including its expiry date.
      ******************************************************************
       01  CERTIFICATION-RECORD.
           05  CR-KEY.
               10  CR-EMPLOYEE-ID          PIC 9(5).
               10  CR-CERT-TYPE            PIC XX.
                   88  CR-IS-FOOD-HANDLER          VALUE "FH".
                   88  CR-IS-REFRIGERATION         VALUE "RF".
                   88  CR-CERT-TYPE-VALID          VALUE "FH" "RF".
           05  CR-CERT-REFERENCE       PIC X(15).
           05  CR-ISSUE-DATE           PIC 9(8).
           05  CR-EXPIRY-DATE          PIC 9(8).
