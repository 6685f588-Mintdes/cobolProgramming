      ******************************************************************
      * Parameter layout for the AUDIT-CHAIN subprogram - every
      * program that writes AUDITLOG.DAT calls it just before the
      * WRITE. "S" seals the record passed: the next sequence number
      * and its check value go into AL-CHAIN-SEQUENCE/AL-CHECK-VALUE
      * and the chain control file moves on. "V" only works out the
      * check value the record should carry after AC-PRIOR-CHECK,
      * for the verifier. "Q" returns the last link sealed.
      ******************************************************************
       01  AUDIT-CHAIN-PARMS.
           05  AC-FUNCTION             PIC X.
               88  AC-FN-SEAL                  VALUE "S".
               88  AC-FN-VERIFY                VALUE "V".
               88  AC-FN-QUERY                 VALUE "Q".
           05  AC-PRIOR-CHECK          PIC 9(9).
           05  AC-CHECK-VALUE          PIC 9(9).
           05  AC-LAST-SEQUENCE        PIC 9(9).
           05  AC-LAST-CHECK           PIC 9(9).
