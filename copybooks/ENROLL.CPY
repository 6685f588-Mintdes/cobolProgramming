      ******************************************************************
      * ENROLLMENT record layout - one row per student per course per
      * term (YYYYT, the term the standing and tuition runs take),
      * keyed course + term + username so a class list is one START.
      * Written by COURSE-REGISTRATION: a student who met the
      * prerequisites is seated (E) while the course has room and
      * waitlisted (W) once it is full; the waitlist moves up in
      * request order when a seat is dropped (D). The batch grading
      * path and ATTENDANCE-ENTRY take their class lists from the
      * seated rows.
      ******************************************************************
       01  ENROLLMENT-RECORD.
           05  EN-KEY.
               10  EN-COURSE-CODE          PIC X(6).
               10  EN-TERM                 PIC 9(5).
               10  EN-USERNAME             PIC X(10).
           05  EN-STATUS                   PIC X.
               88  EN-IS-ENROLLED                  VALUE "E".
               88  EN-IS-WAITLISTED                VALUE "W".
               88  EN-IS-DROPPED                   VALUE "D".
           05  EN-REQUEST-DATE             PIC 9(8).
           05  EN-REQUEST-TIME             PIC 9(8).
           05  EN-STATUS-DATE              PIC 9(8).
