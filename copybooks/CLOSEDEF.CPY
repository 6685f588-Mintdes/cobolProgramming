      ******************************************************************
      * CLOSE-STEP-DEFINITION record layout - one row per month-end
      * close step, in the order the close is worked, with up to
      * four steps that must be done before it. CD-CHECK-TYPE says
      * how the checklist knows the step worked: "C" the operator
      * confirms it, "R" the program's return code (GL-TIE-OUT
      * passes or fails), "L" the period now shows locked on the
      * calendar (PERIOD-CLOSE).
      ******************************************************************
       01  CLOSE-STEP-DEFINITION.
           05  CD-STEP-NUMBER          PIC 99.
           05  CD-PROGRAM-NAME         PIC X(30).
           05  CD-MANDATORY-FLAG       PIC X.
               88  CD-IS-MANDATORY             VALUE "Y".
           05  CD-CHECK-TYPE           PIC X.
               88  CD-CHECK-CONFIRM            VALUE "C".
               88  CD-CHECK-RETURN-CODE        VALUE "R".
               88  CD-CHECK-PERIOD-LOCK        VALUE "L".
           05  CD-PREREQUISITE         PIC 99  OCCURS 4 TIMES.
