      ******************************************************************
      * Parameter layout for the CERT-STATUS-CHECK subprogram - the
      * one place that decides whether an employee may do work that
      * needs a certificate. Pass the employee, the certificate type
      * (CERTREG values) and the date the work is done; back comes
      * the expiry date on file and whether the certificate was
      * current on that date, had lapsed, or is not held at all.
      ******************************************************************
       01  CERT-STATUS-CHECK-PARMS.
           05  CK-EMPLOYEE-ID          PIC 9(5).
           05  CK-CERT-TYPE            PIC XX.
           05  CK-AS-OF-DATE           PIC 9(8).
           05  CK-EXPIRY-DATE          PIC 9(8).
           05  CK-RESULT               PIC X.
               88  CK-IS-CURRENT               VALUE "C".
               88  CK-IS-LAPSED                VALUE "L".
               88  CK-IS-NOT-HELD              VALUE "N".
