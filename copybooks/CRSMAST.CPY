      * hours the transcript weights each grade by. The grading
      * chain stamps this code on roster, score, and history rows -
      * one hidden course was fine in year one; we teach five now.
      * Registration seats a course up to its capacity (zero = no
      * limit) and only for students who have passed every course
      * listed as a prerequisite.
      ******************************************************************
       01  COURSE-MASTER-RECORD.
           05  CM-COURSE-CODE          PIC X(6).
           05  CM-COURSE-TITLE         PIC X(20).
           05  CM-CREDIT-HOURS         PIC 9V9.
           05  CM-SEAT-CAPACITY        PIC 9(3).
           05  CM-PREREQUISITES.
               10  CM-PREREQ-CODE      PIC X(6)    OCCURS 3 TIMES.
