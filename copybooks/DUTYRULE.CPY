      ******************************************************************
      * Duty-conflict rule layout - one line of DUTYRULE.DAT per pair
      * of incompatible duties, named by their audit event codes. A
      * rule matched on the document (D) flags an operator who did
      * both sides to the same document, whenever the first side
      * was done; a rule matched on the period (P) flags an operator
      * who did both sides anywhere in the month reported.
      ******************************************************************
       01  DUTY-RULE-RECORD.
           05  DR-RULE-ID                  PIC X(4).
           05  DR-FIRST-EVENT              PIC X(10).
           05  DR-SECOND-EVENT             PIC X(10).
           05  DR-MATCH-MODE               PIC X.
               88  DR-SAME-DOCUMENT                VALUE "D".
               88  DR-SAME-PERIOD                  VALUE "P".
           05  DR-DESCRIPTION              PIC X(30).
