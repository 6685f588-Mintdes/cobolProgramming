      ******************************************************************
      * PROGRAM-REQUIREMENT record layout - what a degree program asks
      * of a graduate, kept as typed lines the way ROOMLYT.DAT keeps
      * a room: one P line per program (title, total credit hours
      * and the minimum cumulative GPA), followed by one C line per
      * COURSE-MASTER course the program requires. DEGREE-AUDIT
      * checks each student's non-superseded STUHIST grades against
      * it.
      ******************************************************************
       01  PROGRAM-REQUIREMENT-RECORD.
           05  PQ-REC-TYPE                 PIC X.
               88  PQ-IS-PROGRAM                   VALUE "P".
               88  PQ-IS-REQUIRED-COURSE           VALUE "C".
           05  PQ-PROGRAM-CODE             PIC X(6).
           05  PQ-DETAIL                   PIC X(30).
           05  PQ-PROGRAM-DETAIL REDEFINES PQ-DETAIL.
               10  PQ-PROGRAM-TITLE        PIC X(20).
               10  PQ-TOTAL-CREDITS        PIC 9(3)V9.
               10  PQ-MIN-GPA              PIC 9V99.
               10  FILLER                  PIC X(3).
           05  PQ-COURSE-DETAIL REDEFINES PQ-DETAIL.
               10  PQ-REQUIRED-COURSE      PIC X(6).
               10  FILLER                  PIC X(24).
