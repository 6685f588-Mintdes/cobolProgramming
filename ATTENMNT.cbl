      * Date: 2 September 2026
      * Purpose: Session attendance - records who was present or
      *          absent at a class session (course and date, one
      *          answer per student seated in the course for the
      *          term - or per CLASSROL username where registration
      *          is not on file - validated against the student
      *          master) and prints the attendance register
      *          per course. A course on the timetable takes
      *          sessions only on the days it meets. The batch
      *          grading path enforces the
      *          80-percent rule off these rows, so the rule stops
      *          living in anyone's memory.
      * Tectonics: cobc
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-USERNAME
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-KEY
               FILE STATUS IS WS-TIMETABLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-ATTENDANCE-FILE.
       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  TIMETABLE-FILE.
       COPY TIMESLOT.

       WORKING-STORAGE SECTION.
       01  WS-SESSION-ATTENDANCE-STATUS PIC XX.
       01  WS-CLASS-ROSTER-STATUS    PIC XX.
       01  WS-STUDENT-MASTER-STATUS  PIC XX.
       01  WS-ENROLLMENT-STATUS      PIC XX.
       01  WS-TIMETABLE-STATUS       PIC XX.
       01  WS-TIMETABLE-FILE-FLAG    PIC X       VALUE "N".
           88  WS-TIMETABLE-FILE-OPEN            VALUE "Y".
       01  WS-SLOT-EOF-FLAG          PIC X.
           88  WS-SLOT-EOF                       VALUE "Y".
       01  WS-ROSTER-EOF-FLAG        PIC X.
           88  WS-ROSTER-EOF                     VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X.
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-PRESENT-INPUT         PIC X.
           05  WS-MARKED-COUNT          PIC 9(5).
           05  WS-MARK-USERNAME         PIC X(10).
           05  WS-SESSION-DATE          PIC 9(8).
           05  WS-SESSION-DATE-PARTS REDEFINES WS-SESSION-DATE.
               10  WS-SESSION-YEAR      PIC 9(4).
               10  WS-SESSION-MONTH     PIC 99.
               10  WS-SESSION-DAY       PIC 99.
           05  WS-TERM-INPUT            PIC X(5).
           05  WS-TERM                  PIC 9(5).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
               10  WS-TODAY-YEAR        PIC 9(4).
               10  WS-TODAY-MONTH       PIC 99.
               10  WS-TODAY-DAY         PIC 99.
           05  WS-SESSION-OK-FLAG       PIC X.
               88  WS-SESSION-OK                 VALUE "Y".
           05  WS-DAYS-BACK             PIC 9.

      *> The course's weekly meetings in the term, off the timetable.
       01  WS-MEETING-TABLE.
           05  WS-MT-COUNT              PIC 99      VALUE ZERO.
           05  WS-MT-ENTRY OCCURS 20 TIMES INDEXED BY MT-IX.
               10  WS-MT-DAY            PIC 9.
               10  WS-MT-START          PIC 9(4).
               10  WS-MT-END            PIC 9(4).
               10  WS-MT-ROOM           PIC X(6).
       01  WS-MEETS-FLAG             PIC X.
           88  WS-MEETS-THAT-DAY                 VALUE "Y".
       01  WS-DAY-NAMES-DATA         PIC X(21)
                                     VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DATA.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).

       COPY DATEPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF WS-STUDENT-MASTER-STATUS = "00"
               CLOSE STUDENT-MASTER-FILE
            END-IF.
            IF WS-ENROLLMENT-STATUS = "00"
               CLOSE ENROLLMENT-FILE
            END-IF.
            IF WS-TIMETABLE-FILE-OPEN
               CLOSE TIMETABLE-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
               OPEN I-O SESSION-ATTENDANCE-FILE
            END-IF.
            OPEN INPUT STUDENT-MASTER-FILE.
            OPEN INPUT ENROLLMENT-FILE.
            OPEN INPUT TIMETABLE-FILE.
            IF WS-TIMETABLE-STATUS = "00"
               MOVE "Y" TO WS-TIMETABLE-FILE-FLAG
            END-IF.

      *> One pass over the class list marks the whole class for
      *> the session so nobody has to be typed twice, and a marking
      *> entered twice for the same session simply overwrites
      *> itself. The class list is the students seated in the
      *> course for the term; with no registration on file the
      *> course's usernames come off CLASSROL as before.
       2000-TAKE-ONE-SESSION.
            DISPLAY "Course code (6 chars): ".
            ACCEPT WS-COURSE-INPUT.
            IF WS-COURSE-INPUT = SPACES
               DISPLAY "Blank course - session not taken."
            ELSE
               PERFORM 2010-ACCEPT-SESSION-DATE
               IF WS-ENROLLMENT-STATUS = "00" OR
                     WS-TIMETABLE-FILE-OPEN
                  PERFORM 2040-ACCEPT-TERM
               END-IF
               MOVE "Y" TO WS-SESSION-OK-FLAG
               IF WS-TIMETABLE-FILE-OPEN
                  PERFORM 2070-CHECK-CLASS-DAY
               END-IF
               IF WS-SESSION-OK
                  MOVE ZERO TO WS-MARKED-COUNT
                  IF WS-ENROLLMENT-STATUS = "00"
                     PERFORM 2050-MARK-ENROLLED-CLASS
                  ELSE
                     PERFORM 2060-MARK-ROSTER-CLASS
                  END-IF
                  DISPLAY "Students marked: " WS-MARKED-COUNT
               END-IF
            END-IF.

      *> A course on this term's timetable offers its meeting days,
      *> and ENTER takes the latest of them up to today; otherwise
      *> ENTER is today.
       2010-ACCEPT-SESSION-DATE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE ZERO TO WS-MT-COUNT.
            IF WS-TIMETABLE-FILE-OPEN
               IF WS-TODAY-MONTH <= 6
                  COMPUTE WS-TERM = WS-TODAY-YEAR * 10 + 1
               ELSE
                  COMPUTE WS-TERM = WS-TODAY-YEAR * 10 + 2
               END-IF
               PERFORM 2080-LOAD-MEETINGS
            END-IF.
            IF WS-MT-COUNT > ZERO
               PERFORM 2085-SHOW-MEETINGS
               DISPLAY "Session date (YYYYMMDD, ENTER = latest "
                  "class day): "
            ELSE
               DISPLAY "Session date (YYYYMMDD, ENTER = today): "
            END-IF.
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-SESSION-DATE
            ELSE
               MOVE WS-TODAY-DATE TO WS-SESSION-DATE
               IF WS-MT-COUNT > ZERO
                  PERFORM 2020-FIND-LATEST-CLASS-DAY
               END-IF
            END-IF.

      *> Steps back from today, at most six days, to a day the
      *> course meets.
       2020-FIND-LATEST-CLASS-DAY.
            MOVE ZERO TO WS-DAYS-BACK.
            PERFORM 2090-SET-WEEKDAY.
            PERFORM UNTIL WS-MEETS-THAT-DAY OR WS-DAYS-BACK > 5
               PERFORM 2030-STEP-BACK-ONE-DAY
               ADD 1 TO WS-DAYS-BACK
               PERFORM 2090-SET-WEEKDAY
            END-PERFORM.
            DISPLAY "Session date " WS-SESSION-DATE ".".

      *> The last day of the month before is the highest day number
      *> DATE-FORMATTER accepts for it.
       2030-STEP-BACK-ONE-DAY.
            IF WS-SESSION-DAY > 1
               SUBTRACT 1 FROM WS-SESSION-DAY
            ELSE
               IF WS-SESSION-MONTH > 1
                  SUBTRACT 1 FROM WS-SESSION-MONTH
               ELSE
                  MOVE 12 TO WS-SESSION-MONTH
                  SUBTRACT 1 FROM WS-SESSION-YEAR
               END-IF
               MOVE 31 TO WS-SESSION-DAY
               PERFORM 2090-SET-WEEKDAY
               PERFORM UNTIL DF-DATE-IS-VALID
                  SUBTRACT 1 FROM WS-SESSION-DAY
                  PERFORM 2090-SET-WEEKDAY
               END-PERFORM
            END-IF.

      *> ENTER takes the term the session date falls in (T1 for
      *> January to June, T2 for July to December).
       2040-ACCEPT-TERM.
            DISPLAY "Term (YYYYT, ENTER = term of the session): ".
            MOVE SPACES TO WS-TERM-INPUT.
            ACCEPT WS-TERM-INPUT.
            IF WS-TERM-INPUT IS NUMERIC
               MOVE WS-TERM-INPUT TO WS-TERM
            ELSE
               IF WS-SESSION-MONTH <= 6
                  COMPUTE WS-TERM = WS-SESSION-YEAR * 10 + 1
               ELSE
                  COMPUTE WS-TERM = WS-SESSION-YEAR * 10 + 2
               END-IF
            END-IF.

       2050-MARK-ENROLLED-CLASS.
            MOVE "N" TO WS-ROSTER-EOF-FLAG.
            MOVE WS-COURSE-INPUT TO EN-COURSE-CODE.
            MOVE WS-TERM TO EN-TERM.
            MOVE LOW-VALUES TO EN-USERNAME.
            START ENROLLMENT-FILE KEY >= EN-KEY
               INVALID KEY
                  MOVE "Y" TO WS-ROSTER-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-ROSTER-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ROSTER-EOF-FLAG
                  NOT AT END
                     IF EN-COURSE-CODE NOT = WS-COURSE-INPUT OR
                           EN-TERM NOT = WS-TERM
                        MOVE "Y" TO WS-ROSTER-EOF-FLAG
                     ELSE
                        IF EN-IS-ENROLLED
                           MOVE EN-USERNAME TO WS-MARK-USERNAME
                           PERFORM 2100-MARK-ONE-STUDENT
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-MARKED-COUNT = ZERO
               DISPLAY "Nobody is seated in " WS-COURSE-INPUT
                  " for " WS-TERM "."
            END-IF.

       2060-MARK-ROSTER-CLASS.
            MOVE "N" TO WS-ROSTER-EOF-FLAG.
            OPEN INPUT CLASS-ROSTER-FILE.
            IF WS-CLASS-ROSTER-STATUS NOT = "00"
               DISPLAY "No CLASSROL file - no roster to mark."
               MOVE "Y" TO WS-ROSTER-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-ROSTER-EOF
               READ CLASS-ROSTER-FILE
                  AT END
                     MOVE "Y" TO WS-ROSTER-EOF-FLAG
                  NOT AT END
                     IF CR-COURSE-CODE = WS-COURSE-INPUT OR
                           CR-COURSE-CODE = SPACES
                        MOVE CR-USERNAME TO WS-MARK-USERNAME
                        PERFORM 2100-MARK-ONE-STUDENT
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-CLASS-ROSTER-STATUS = "00"
               CLOSE CLASS-ROSTER-FILE
            END-IF.

      *> A course with no timetable rows for the term takes any
      *> date, as before the timetable; one with rows takes only
      *> a date falling on one of its meeting days.
       2070-CHECK-CLASS-DAY.
            PERFORM 2080-LOAD-MEETINGS.
            IF WS-MT-COUNT > ZERO
               PERFORM 2090-SET-WEEKDAY
               EVALUATE TRUE
                  WHEN NOT DF-DATE-IS-VALID
                     DISPLAY "Invalid session date - session not "
                        "taken."
                     MOVE "N" TO WS-SESSION-OK-FLAG
                  WHEN NOT WS-MEETS-THAT-DAY
                     DISPLAY WS-COURSE-INPUT " does not meet on "
                        WS-DAY-NAME(DF-WEEKDAY) " " WS-SESSION-DATE
                        " - session not taken."
                     PERFORM 2085-SHOW-MEETINGS
                     MOVE "N" TO WS-SESSION-OK-FLAG
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.

       2080-LOAD-MEETINGS.
            MOVE ZERO TO WS-MT-COUNT.
            MOVE "N" TO WS-SLOT-EOF-FLAG.
            MOVE WS-TERM TO TT-TERM.
            MOVE WS-COURSE-INPUT TO TT-COURSE-CODE.
            MOVE ZERO TO TT-SECTION.
            START TIMETABLE-FILE KEY >= TT-KEY
               INVALID KEY
                  MOVE "Y" TO WS-SLOT-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-SLOT-EOF
               READ TIMETABLE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-SLOT-EOF-FLAG
                  NOT AT END
                     IF TT-TERM NOT = WS-TERM OR
                           TT-COURSE-CODE NOT = WS-COURSE-INPUT
                        MOVE "Y" TO WS-SLOT-EOF-FLAG
                     ELSE
                        IF WS-MT-COUNT < 20
                           ADD 1 TO WS-MT-COUNT
                           MOVE TT-DAY TO WS-MT-DAY(WS-MT-COUNT)
                           MOVE TT-START-TIME
                              TO WS-MT-START(WS-MT-COUNT)
                           MOVE TT-END-TIME TO WS-MT-END(WS-MT-COUNT)
                           MOVE TT-ROOM-CODE
                              TO WS-MT-ROOM(WS-MT-COUNT)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       2085-SHOW-MEETINGS.
            DISPLAY WS-COURSE-INPUT " meets in " WS-TERM ":".
            PERFORM VARYING MT-IX FROM 1 BY 1
               UNTIL MT-IX > WS-MT-COUNT
               DISPLAY "  " WS-DAY-NAME(WS-MT-DAY(MT-IX)) " "
                  WS-MT-START(MT-IX) "-" WS-MT-END(MT-IX)
                  " ROOM " WS-MT-ROOM(MT-IX)
            END-PERFORM.

      *> Weekday of the session date (1 = Monday) and whether the
      *> course meets that day.
       2090-SET-WEEKDAY.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-SESSION-YEAR TO DF-YEAR.
            MOVE WS-SESSION-MONTH TO DF-MONTH.
            MOVE WS-SESSION-DAY TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
            MOVE "N" TO WS-MEETS-FLAG.
            IF DF-DATE-IS-VALID
               PERFORM VARYING MT-IX FROM 1 BY 1
                  UNTIL MT-IX > WS-MT-COUNT
                  IF WS-MT-DAY(MT-IX) = DF-WEEKDAY
                     MOVE "Y" TO WS-MEETS-FLAG
                  END-IF
               END-PERFORM
            END-IF.

       2100-MARK-ONE-STUDENT.
            IF WS-STUDENT-MASTER-STATUS = "00"
               MOVE WS-MARK-USERNAME TO SM-USERNAME
               READ STUDENT-MASTER-FILE
                  INVALID KEY
                     DISPLAY WS-MARK-USERNAME " not on the student "
                        "master - skipped."
                  NOT INVALID KEY
                     PERFORM 2200-ACCEPT-AND-WRITE
            END-IF.

       2200-ACCEPT-AND-WRITE.
            DISPLAY WS-MARK-USERNAME " present? (P/A): ".
            ACCEPT WS-PRESENT-INPUT.
            MOVE WS-COURSE-INPUT TO AD-COURSE-CODE.
            MOVE WS-SESSION-DATE TO AD-SESSION-DATE.
            MOVE WS-MARK-USERNAME TO AD-USERNAME.
            IF WS-PRESENT-INPUT = "A" OR "a"
               MOVE "A" TO AD-PRESENT-FLAG
            ELSE
