      ******************************************************************
      * ROOM-MASTER record layout - one row per teaching room. The
      * usable seats a class can fill are the capacity less the
      * reserved seats (invigilator desks, accessible places), the
      * same way EXAM-SEATING blocks seats out of its room grid.
      * Maintained by ROOM-MAINT; TIMETABLE-MAINT checks every
      * timetable slot against it.
      ******************************************************************
       01  ROOM-MASTER-RECORD.
           05  RM-ROOM-CODE                PIC X(6).
           05  RM-ROOM-NAME                PIC X(20).
           05  RM-CAPACITY                 PIC 9(3).
           05  RM-RESERVED-SEATS           PIC 9(3).
           05  RM-ACTIVE-FLAG              PIC X.
               88  RM-IS-ACTIVE                    VALUE "Y".
               88  RM-IS-INACTIVE                  VALUE "N".
