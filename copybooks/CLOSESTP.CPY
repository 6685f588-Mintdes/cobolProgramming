      ******************************************************************
      * CLOSE-STEP-STATUS record layout - where each close step
      * stands for one fiscal period: done or failed, whether it was
      * run through the checklist or marked done by hand, who did it
      * and when. Step 99 holds the reviewer's sign-off of the whole
      * close.
      ******************************************************************
       01  CLOSE-STEP-STATUS-RECORD.
           05  CS-KEY.
               10  CS-FISCAL-YEAR          PIC 9(4).
               10  CS-PERIOD-NO            PIC 99.
               10  CS-STEP-NUMBER          PIC 99.
           05  CS-PROGRAM-NAME         PIC X(30).
           05  CS-STATUS               PIC X.
               88  CS-IS-DONE                  VALUE "D".
               88  CS-IS-FAILED                VALUE "F".
           05  CS-HOW                  PIC X.
               88  CS-RUN-FROM-CHECKLIST       VALUE "R".
               88  CS-MARKED-BY-HAND           VALUE "M".
               88  CS-SIGNED-OFF               VALUE "S".
           05  CS-OPERATOR             PIC X(10).
           05  CS-EVENT-DATE           PIC 9(8).
           05  CS-EVENT-TIME           PIC 9(8).
           05  CS-RUN-COUNT            PIC 99.
           05  CS-NOTE                 PIC X(30).
