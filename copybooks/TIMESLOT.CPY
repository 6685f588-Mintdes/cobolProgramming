      ******************************************************************
      * TIMETABLE record layout - the weekly timetable, one row per
      * meeting (section) of a course in a term (YYYYT): the room,
      * the day (1 = Monday through 7 = Sunday, as DATE-FORMATTER
      * returns it) and the time slot, 24-hour HHMM, the end time
      * being the minute the room is free again. Maintained by
      * TIMETABLE-MAINT, which refuses room double-bookings, rooms
      * too small for the enrollment and student clashes; printed
      * by TIMETABLE-REPORT; ATTENDANCE-ENTRY takes sessions only
      * on the days a course meets.
      ******************************************************************
       01  TIMETABLE-RECORD.
           05  TT-KEY.
               10  TT-TERM                 PIC 9(5).
               10  TT-COURSE-CODE          PIC X(6).
               10  TT-SECTION              PIC 99.
           05  TT-DAY                      PIC 9.
               88  TT-DAY-IS-VALID                 VALUE 1 THRU 7.
           05  TT-START-TIME               PIC 9(4).
           05  TT-END-TIME                 PIC 9(4).
           05  TT-ROOM-CODE                PIC X(6).
