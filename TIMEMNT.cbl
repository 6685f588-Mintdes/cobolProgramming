      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Timetable maintenance - books each meeting
      *          (section) of a course in a term into a room, day
      *          and time slot. A slot is refused when the room is
      *          already booked at an overlapping time, when the
      *          students seated in the course outnumber the room's
      *          usable seats, or when a seated student is also
      *          seated in another course meeting at an overlapping
      *          time that day. The term check runs the same tests
      *          over a whole term's timetable, for clashes that
      *          enrollment has brought in since the slots were
      *          booked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-KEY
               FILE STATUS IS WS-TIMETABLE-STATUS.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ROOM-CODE
               FILE STATUS IS WS-ROOM-MASTER-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MASTER-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE-FILE.
       COPY TIMESLOT.

       FD  ROOM-MASTER-FILE.
       COPY ROOMMAST.

       FD  COURSE-MASTER-FILE.
       COPY CRSMAST.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       WORKING-STORAGE SECTION.
       01  WS-TIMETABLE-STATUS       PIC XX.
       01  WS-ROOM-MASTER-STATUS     PIC XX.
       01  WS-COURSE-MASTER-STATUS   PIC XX.
       01  WS-ENROLLMENT-STATUS      PIC XX.
      *> A keyed READ that fails overwrites the file status, so
      *> whether enrollment opened is remembered separately.
       01  WS-ENROLL-FILE-FLAG       PIC X       VALUE "N".
           88  WS-ENROLL-FILE-OPEN               VALUE "Y".
       01  WS-SLOT-EOF-FLAG          PIC X.
           88  WS-SLOT-EOF                       VALUE "Y".
       01  WS-CLASS-EOF-FLAG         PIC X.
           88  WS-CLASS-EOF                      VALUE "Y".

       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-TERM-INPUT            PIC X(5).
           05  WS-COURSE-INPUT          PIC X(6).
           05  WS-SECTION-INPUT         PIC XX.
           05  WS-DAY-INPUT             PIC X.
           05  WS-TIME-INPUT            PIC X(4).
           05  WS-TIME-PARTS REDEFINES WS-TIME-INPUT.
               10  WS-TIME-HH           PIC 99.
               10  WS-TIME-MM           PIC 99.
           05  WS-ROOM-INPUT            PIC X(6).
           05  WS-INPUT-OK-FLAG         PIC X.
               88  WS-INPUT-OK                   VALUE "Y".
           05  WS-SLOT-EXISTS-FLAG      PIC X.
               88  WS-SLOT-EXISTS                VALUE "Y".
           05  WS-USABLE-SEATS          PIC 9(3).
           05  WS-SEATED-COUNT          PIC 9(4).
           05  WS-PROBLEM-COUNT         PIC 9(4).
           05  WS-TERM-PROBLEM-COUNT    PIC 9(5).

      *> The slot under test: a new or changed booking, or each
      *> booked slot in turn when a whole term is checked.
       01  WS-CHECK-SLOT.
           05  WS-CHK-KEY.
               10  WS-CHK-TERM          PIC 9(5).
               10  WS-CHK-COURSE        PIC X(6).
               10  WS-CHK-SECTION       PIC 99.
           05  WS-CHK-DAY               PIC 9.
           05  WS-CHK-START             PIC 9(4).
           05  WS-CHK-END               PIC 9(4).
           05  WS-CHK-ROOM              PIC X(6).
      *> A term check compares each slot only with the slots after
      *> it, so a clash is reported once rather than from both
      *> sides.
       01  WS-CHECK-MODE             PIC X.
           88  WS-CHECKING-NEW-SLOT              VALUE "N".
           88  WS-CHECKING-TERM                  VALUE "T".

      *> The term's booked slots, loaded once per check.
       01  WS-SLOT-TABLE.
           05  WS-SL-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-SL-ENTRY OCCURS 500 TIMES INDEXED BY SL-IX.
               10  WS-SL-KEY.
                   15  WS-SL-TERM       PIC 9(5).
                   15  WS-SL-COURSE     PIC X(6).
                   15  WS-SL-SECTION    PIC 99.
               10  WS-SL-DAY            PIC 9.
               10  WS-SL-START          PIC 9(4).
               10  WS-SL-END            PIC 9(4).
               10  WS-SL-ROOM           PIC X(6).
       01  WS-SL-CHECK-IDX           PIC 9(3).

      *> Other courses meeting at an overlapping time on the same
      *> day as the slot under test.
       01  WS-CLASH-TABLE.
           05  WS-CC-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-CC-ENTRY OCCURS 100 TIMES INDEXED BY CC-IX.
               10  WS-CC-COURSE         PIC X(6).
               10  WS-CC-SECTION        PIC 99.
               10  WS-CC-START          PIC 9(4).
               10  WS-CC-END            PIC 9(4).

      *> The students seated in the course under test.
       01  WS-CLASS-TABLE.
           05  WS-CL-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-CL-USERNAME OCCURS 500 TIMES INDEXED BY CL-IX
                                        PIC X(10).

       01  WS-DAY-NAMES-DATA         PIC X(21)
                                     VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DATA.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Timetable Maintenance ---".
            PERFORM 1000-OPEN-FILES.
            IF WS-ROOM-MASTER-STATUS NOT = "00" OR
                  WS-COURSE-MASTER-STATUS NOT = "00"
               DISPLAY "ROOMMAST and CRSMAST must both be on file "
                  "to build a timetable."
               GOBACK
            END-IF.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "A=add/change slot, D=delete slot, "
                  "C=check a term, L=list a term, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "A"
                  WHEN "a"
                     PERFORM 2000-ADD-OR-CHANGE-SLOT
                  WHEN "D"
                  WHEN "d"
                     PERFORM 4000-DELETE-SLOT
                  WHEN "C"
                  WHEN "c"
                     PERFORM 5000-CHECK-TERM
                  WHEN "L"
                  WHEN "l"
                     PERFORM 6000-LIST-TERM
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE TIMETABLE-FILE.
            CLOSE ROOM-MASTER-FILE.
            CLOSE COURSE-MASTER-FILE.
            IF WS-ENROLL-FILE-OPEN
               CLOSE ENROLLMENT-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O TIMETABLE-FILE.
            IF WS-TIMETABLE-STATUS = "35"
               OPEN OUTPUT TIMETABLE-FILE
               CLOSE TIMETABLE-FILE
               OPEN I-O TIMETABLE-FILE
            END-IF.
            OPEN INPUT ROOM-MASTER-FILE.
            OPEN INPUT COURSE-MASTER-FILE.
            OPEN INPUT ENROLLMENT-FILE.
            IF WS-ENROLLMENT-STATUS = "00"
               MOVE "Y" TO WS-ENROLL-FILE-FLAG
            END-IF.

      *> Term, course and section identify a slot.
       1100-ACCEPT-SLOT-KEY.
            MOVE "Y" TO WS-INPUT-OK-FLAG.
            PERFORM 1150-ACCEPT-TERM.
            IF WS-INPUT-OK
               DISPLAY "Course code (6 chars): "
               MOVE SPACES TO WS-COURSE-INPUT
               ACCEPT WS-COURSE-INPUT
               MOVE WS-COURSE-INPUT TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Course " WS-COURSE-INPUT
                        " is not on the course master."
                     MOVE "N" TO WS-INPUT-OK-FLAG
               END-READ
            END-IF.
            IF WS-INPUT-OK
               DISPLAY "Section (01-99, ENTER = 01): "
               MOVE SPACES TO WS-SECTION-INPUT
               ACCEPT WS-SECTION-INPUT
               EVALUATE TRUE
                  WHEN WS-SECTION-INPUT = SPACES
                     MOVE 1 TO WS-CHK-SECTION
                  WHEN WS-SECTION-INPUT IS NUMERIC AND
                        WS-SECTION-INPUT NOT = "00"
                     MOVE WS-SECTION-INPUT TO WS-CHK-SECTION
                  WHEN OTHER
                     DISPLAY "Invalid section - nothing changed."
                     MOVE "N" TO WS-INPUT-OK-FLAG
               END-EVALUATE
               MOVE WS-COURSE-INPUT TO WS-CHK-COURSE
            END-IF.

       1150-ACCEPT-TERM.
            DISPLAY "Term (YYYYT, e.g. 20261): ".
            MOVE SPACES TO WS-TERM-INPUT.
            ACCEPT WS-TERM-INPUT.
            IF WS-TERM-INPUT IS NOT NUMERIC
               DISPLAY "Invalid term."
               MOVE "N" TO WS-INPUT-OK-FLAG
            ELSE
               IF WS-TERM-INPUT(5:1) NOT = "1" AND
                     WS-TERM-INPUT(5:1) NOT = "2"
                  DISPLAY "Term ends in 1 (Jan-Jun) or 2 (Jul-Dec)."
                  MOVE "N" TO WS-INPUT-OK-FLAG
               ELSE
                  MOVE WS-TERM-INPUT TO WS-CHK-TERM
               END-IF
            END-IF.

      *> Day, times and room; a changed slot keeps what is shown
      *> when ENTER is pressed.
       1200-ACCEPT-SLOT-DETAILS.
            DISPLAY "Day (1=MON ... 7=SUN): ".
            MOVE SPACES TO WS-DAY-INPUT.
            ACCEPT WS-DAY-INPUT.
            IF WS-DAY-INPUT IS NUMERIC AND
                  WS-DAY-INPUT >= "1" AND WS-DAY-INPUT <= "7"
               MOVE WS-DAY-INPUT TO WS-CHK-DAY
            ELSE
               IF NOT (WS-SLOT-EXISTS AND WS-DAY-INPUT = SPACES)
                  DISPLAY "Invalid day."
                  MOVE "N" TO WS-INPUT-OK-FLAG
               END-IF
            END-IF.
            IF WS-INPUT-OK
               DISPLAY "Start time (HHMM, 24-hour): "
               PERFORM 1250-ACCEPT-TIME
               IF WS-INPUT-OK AND WS-TIME-INPUT NOT = SPACES
                  MOVE WS-TIME-INPUT TO WS-CHK-START
               END-IF
            END-IF.
            IF WS-INPUT-OK
               DISPLAY "End time (HHMM, 24-hour): "
               PERFORM 1250-ACCEPT-TIME
               IF WS-INPUT-OK AND WS-TIME-INPUT NOT = SPACES
                  MOVE WS-TIME-INPUT TO WS-CHK-END
               END-IF
            END-IF.
            IF WS-INPUT-OK AND WS-CHK-END <= WS-CHK-START
               DISPLAY "End time must be after the start time."
               MOVE "N" TO WS-INPUT-OK-FLAG
            END-IF.
            IF WS-INPUT-OK
               DISPLAY "Room code: "
               MOVE SPACES TO WS-ROOM-INPUT
               ACCEPT WS-ROOM-INPUT
               IF WS-ROOM-INPUT NOT = SPACES
                  MOVE WS-ROOM-INPUT TO WS-CHK-ROOM
               END-IF
               MOVE WS-CHK-ROOM TO RM-ROOM-CODE
               READ ROOM-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Room " WS-CHK-ROOM
                        " is not on the room master."
                     MOVE "N" TO WS-INPUT-OK-FLAG
                  NOT INVALID KEY
                     IF NOT RM-IS-ACTIVE
                        DISPLAY "Room " WS-CHK-ROOM
                           " is not in use."
                        MOVE "N" TO WS-INPUT-OK-FLAG
                     END-IF
               END-READ
            END-IF.

       1250-ACCEPT-TIME.
            MOVE SPACES TO WS-TIME-INPUT.
            ACCEPT WS-TIME-INPUT.
            IF WS-TIME-INPUT = SPACES AND WS-SLOT-EXISTS
               CONTINUE
            ELSE
               IF WS-TIME-INPUT IS NOT NUMERIC
                  DISPLAY "Invalid time."
                  MOVE "N" TO WS-INPUT-OK-FLAG
               ELSE
                  IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                     DISPLAY "Invalid time."
                     MOVE "N" TO WS-INPUT-OK-FLAG
                  END-IF
               END-IF
            END-IF.

      *> ---------------------------------------------------------
      *> Add or change a slot
      *> ---------------------------------------------------------
       2000-ADD-OR-CHANGE-SLOT.
            PERFORM 1100-ACCEPT-SLOT-KEY.
            IF WS-INPUT-OK
               MOVE "N" TO WS-SLOT-EXISTS-FLAG
               MOVE WS-CHK-KEY TO TT-KEY
               READ TIMETABLE-FILE
                  INVALID KEY
                     MOVE ZERO TO WS-CHK-DAY WS-CHK-START WS-CHK-END
                     MOVE SPACES TO WS-CHK-ROOM
                  NOT INVALID KEY
                     MOVE "Y" TO WS-SLOT-EXISTS-FLAG
                     MOVE TT-DAY TO WS-CHK-DAY
                     MOVE TT-START-TIME TO WS-CHK-START
                     MOVE TT-END-TIME TO WS-CHK-END
                     MOVE TT-ROOM-CODE TO WS-CHK-ROOM
                     DISPLAY "Current: " WS-DAY-NAME(TT-DAY) " "
                        TT-START-TIME "-" TT-END-TIME " ROOM "
                        TT-ROOM-CODE " (ENTER keeps each value)"
               END-READ
               PERFORM 1200-ACCEPT-SLOT-DETAILS
            END-IF.
            IF WS-INPUT-OK
               PERFORM 2100-LOAD-TERM-SLOTS
               MOVE "N" TO WS-CHECK-MODE
               PERFORM 3000-CHECK-ONE-SLOT
               IF WS-PROBLEM-COUNT > ZERO
                  DISPLAY "Slot refused - " WS-PROBLEM-COUNT
                     " problem(s) above."
               ELSE
                  PERFORM 2200-SAVE-SLOT
               END-IF
            END-IF.

       2100-LOAD-TERM-SLOTS.
            MOVE ZERO TO WS-SL-COUNT.
            MOVE "N" TO WS-SLOT-EOF-FLAG.
            MOVE WS-CHK-TERM TO TT-TERM.
            MOVE LOW-VALUES TO TT-COURSE-CODE.
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
                     IF TT-TERM NOT = WS-CHK-TERM
                        MOVE "Y" TO WS-SLOT-EOF-FLAG
                     ELSE
                        IF WS-SL-COUNT < 500
                           ADD 1 TO WS-SL-COUNT
                           MOVE TT-KEY TO WS-SL-KEY(WS-SL-COUNT)
                           MOVE TT-DAY TO WS-SL-DAY(WS-SL-COUNT)
                           MOVE TT-START-TIME
                              TO WS-SL-START(WS-SL-COUNT)
                           MOVE TT-END-TIME TO WS-SL-END(WS-SL-COUNT)
                           MOVE TT-ROOM-CODE
                              TO WS-SL-ROOM(WS-SL-COUNT)
                        ELSE
                           DISPLAY "More than 500 slots in the term "
                              "- " TT-COURSE-CODE " " TT-SECTION
                              " not checked."
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       2200-SAVE-SLOT.
            MOVE WS-CHK-KEY TO TT-KEY.
            MOVE WS-CHK-DAY TO TT-DAY.
            MOVE WS-CHK-START TO TT-START-TIME.
            MOVE WS-CHK-END TO TT-END-TIME.
            MOVE WS-CHK-ROOM TO TT-ROOM-CODE.
            IF WS-SLOT-EXISTS
               REWRITE TIMETABLE-RECORD
                  INVALID KEY
                     DISPLAY "Timetable rewrite failed ("
                        WS-TIMETABLE-STATUS ")."
                  NOT INVALID KEY
                     DISPLAY "Slot changed."
               END-REWRITE
            ELSE
               WRITE TIMETABLE-RECORD
                  INVALID KEY
                     DISPLAY "Timetable write failed ("
                        WS-TIMETABLE-STATUS ")."
                  NOT INVALID KEY
                     DISPLAY "Slot added."
               END-WRITE
            END-IF.

      *> ---------------------------------------------------------
      *> The three tests on the slot in WS-CHECK-SLOT
      *> ---------------------------------------------------------
       3000-CHECK-ONE-SLOT.
            MOVE ZERO TO WS-PROBLEM-COUNT.
            PERFORM 3100-CHECK-ROOM-BOOKING.
            PERFORM 3200-CHECK-ROOM-SIZE.
            PERFORM 3300-CHECK-STUDENT-CLASHES.

      *> Two slots overlap when each starts before the other ends.
       3100-CHECK-ROOM-BOOKING.
            PERFORM VARYING SL-IX FROM 1 BY 1
               UNTIL SL-IX > WS-SL-COUNT
               IF WS-SL-KEY(SL-IX) NOT = WS-CHK-KEY AND
                     WS-SL-ROOM(SL-IX) = WS-CHK-ROOM AND
                     WS-SL-DAY(SL-IX) = WS-CHK-DAY AND
                     WS-SL-START(SL-IX) < WS-CHK-END AND
                     WS-SL-END(SL-IX) > WS-CHK-START AND
                     (WS-CHECKING-NEW-SLOT OR
                      WS-SL-KEY(SL-IX) > WS-CHK-KEY)
                  DISPLAY "ROOM " WS-CHK-ROOM " DOUBLE-BOOKED "
                     WS-DAY-NAME(WS-CHK-DAY) ": " WS-CHK-COURSE "/"
                     WS-CHK-SECTION " " WS-CHK-START "-" WS-CHK-END
                     " AND " WS-SL-COURSE(SL-IX) "/"
                     WS-SL-SECTION(SL-IX) " " WS-SL-START(SL-IX)
                     "-" WS-SL-END(SL-IX)
                  ADD 1 TO WS-PROBLEM-COUNT
               END-IF
            END-PERFORM.

      *> The test is the students seated now; a course capacity
      *> above the room's usable seats is only a warning, since
      *> registration may never fill it.
       3200-CHECK-ROOM-SIZE.
            MOVE WS-CHK-ROOM TO RM-ROOM-CODE.
            READ ROOM-MASTER-FILE
               INVALID KEY
                  DISPLAY "ROOM " WS-CHK-ROOM " FOR " WS-CHK-COURSE
                     "/" WS-CHK-SECTION " IS NOT ON THE ROOM MASTER"
                  ADD 1 TO WS-PROBLEM-COUNT
               NOT INVALID KEY
                  IF RM-RESERVED-SEATS < RM-CAPACITY
                     COMPUTE WS-USABLE-SEATS =
                        RM-CAPACITY - RM-RESERVED-SEATS
                  ELSE
                     MOVE ZERO TO WS-USABLE-SEATS
                  END-IF
                  PERFORM 3210-LOAD-SEATED-STUDENTS
                  IF WS-SEATED-COUNT > WS-USABLE-SEATS
                     DISPLAY "ROOM " WS-CHK-ROOM " TOO SMALL FOR "
                        WS-CHK-COURSE "/" WS-CHK-SECTION ": "
                        WS-SEATED-COUNT " SEATED, "
                        WS-USABLE-SEATS " USABLE SEATS"
                     ADD 1 TO WS-PROBLEM-COUNT
                  ELSE
                     MOVE WS-CHK-COURSE TO CM-COURSE-CODE
                     READ COURSE-MASTER-FILE
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF CM-SEAT-CAPACITY > WS-USABLE-SEATS
                              DISPLAY "Warning: " WS-CHK-COURSE
                                 " allows " CM-SEAT-CAPACITY
                                 " seats, room " WS-CHK-ROOM
                                 " has " WS-USABLE-SEATS
                           END-IF
                     END-READ
                  END-IF
            END-READ.

       3210-LOAD-SEATED-STUDENTS.
            MOVE ZERO TO WS-SEATED-COUNT WS-CL-COUNT.
            IF WS-ENROLL-FILE-OPEN
               MOVE "N" TO WS-CLASS-EOF-FLAG
               MOVE WS-CHK-COURSE TO EN-COURSE-CODE
               MOVE WS-CHK-TERM TO EN-TERM
               MOVE LOW-VALUES TO EN-USERNAME
               START ENROLLMENT-FILE KEY >= EN-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-CLASS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-CLASS-EOF
                  READ ENROLLMENT-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-CLASS-EOF-FLAG
                     NOT AT END
                        IF EN-COURSE-CODE NOT = WS-CHK-COURSE OR
                              EN-TERM NOT = WS-CHK-TERM
                           MOVE "Y" TO WS-CLASS-EOF-FLAG
                        ELSE
                           IF EN-IS-ENROLLED
                              ADD 1 TO WS-SEATED-COUNT
                              IF WS-CL-COUNT < 500
                                 ADD 1 TO WS-CL-COUNT
                                 MOVE EN-USERNAME
                                    TO WS-CL-USERNAME(WS-CL-COUNT)
                              END-IF
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> The seated students were loaded by the room-size test; each
      *> is looked up in every other course meeting at an
      *> overlapping time that day.
       3300-CHECK-STUDENT-CLASHES.
            MOVE ZERO TO WS-CC-COUNT.
            PERFORM VARYING SL-IX FROM 1 BY 1
               UNTIL SL-IX > WS-SL-COUNT
               IF WS-SL-COURSE(SL-IX) NOT = WS-CHK-COURSE AND
                     WS-SL-DAY(SL-IX) = WS-CHK-DAY AND
                     WS-SL-START(SL-IX) < WS-CHK-END AND
                     WS-SL-END(SL-IX) > WS-CHK-START AND
                     (WS-CHECKING-NEW-SLOT OR
                      WS-SL-KEY(SL-IX) > WS-CHK-KEY) AND
                     WS-CC-COUNT < 100
                  ADD 1 TO WS-CC-COUNT
                  MOVE WS-SL-COURSE(SL-IX) TO WS-CC-COURSE(WS-CC-COUNT)
                  MOVE WS-SL-SECTION(SL-IX)
                     TO WS-CC-SECTION(WS-CC-COUNT)
                  MOVE WS-SL-START(SL-IX) TO WS-CC-START(WS-CC-COUNT)
                  MOVE WS-SL-END(SL-IX) TO WS-CC-END(WS-CC-COUNT)
               END-IF
            END-PERFORM.
            IF WS-CC-COUNT > ZERO AND WS-ENROLL-FILE-OPEN
               PERFORM VARYING CL-IX FROM 1 BY 1
                  UNTIL CL-IX > WS-CL-COUNT
                  PERFORM VARYING CC-IX FROM 1 BY 1
                     UNTIL CC-IX > WS-CC-COUNT
                     PERFORM 3310-CHECK-ONE-STUDENT
                  END-PERFORM
               END-PERFORM
            END-IF.

       3310-CHECK-ONE-STUDENT.
            MOVE WS-CC-COURSE(CC-IX) TO EN-COURSE-CODE.
            MOVE WS-CHK-TERM TO EN-TERM.
            MOVE WS-CL-USERNAME(CL-IX) TO EN-USERNAME.
            READ ENROLLMENT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF EN-IS-ENROLLED
                     DISPLAY "STUDENT CLASH " WS-CL-USERNAME(CL-IX)
                        " " WS-DAY-NAME(WS-CHK-DAY) ": "
                        WS-CHK-COURSE "/" WS-CHK-SECTION " "
                        WS-CHK-START "-" WS-CHK-END " AND "
                        WS-CC-COURSE(CC-IX) "/" WS-CC-SECTION(CC-IX)
                        " " WS-CC-START(CC-IX) "-" WS-CC-END(CC-IX)
                     ADD 1 TO WS-PROBLEM-COUNT
                  END-IF
            END-READ.

      *> ---------------------------------------------------------
      *> Delete a slot
      *> ---------------------------------------------------------
       4000-DELETE-SLOT.
            PERFORM 1100-ACCEPT-SLOT-KEY.
            IF WS-INPUT-OK
               MOVE WS-CHK-KEY TO TT-KEY
               READ TIMETABLE-FILE
                  INVALID KEY
                     DISPLAY "No such slot - nothing deleted."
                  NOT INVALID KEY
                     DELETE TIMETABLE-FILE
                        INVALID KEY
                           DISPLAY "Timetable delete failed ("
                              WS-TIMETABLE-STATUS ")."
                        NOT INVALID KEY
                           DISPLAY "Slot deleted."
                     END-DELETE
               END-READ
            END-IF.

      *> ---------------------------------------------------------
      *> Check a whole term
      *> ---------------------------------------------------------
       5000-CHECK-TERM.
            MOVE "Y" TO WS-INPUT-OK-FLAG.
            PERFORM 1150-ACCEPT-TERM.
            IF WS-INPUT-OK
               PERFORM 2100-LOAD-TERM-SLOTS
               MOVE "T" TO WS-CHECK-MODE
               MOVE ZERO TO WS-TERM-PROBLEM-COUNT
               PERFORM VARYING WS-SL-CHECK-IDX FROM 1 BY 1
                  UNTIL WS-SL-CHECK-IDX > WS-SL-COUNT
                  MOVE WS-SL-KEY(WS-SL-CHECK-IDX) TO WS-CHK-KEY
                  MOVE WS-SL-DAY(WS-SL-CHECK-IDX) TO WS-CHK-DAY
                  MOVE WS-SL-START(WS-SL-CHECK-IDX) TO WS-CHK-START
                  MOVE WS-SL-END(WS-SL-CHECK-IDX) TO WS-CHK-END
                  MOVE WS-SL-ROOM(WS-SL-CHECK-IDX) TO WS-CHK-ROOM
                  PERFORM 3000-CHECK-ONE-SLOT
                  ADD WS-PROBLEM-COUNT TO WS-TERM-PROBLEM-COUNT
               END-PERFORM
               DISPLAY "Term " WS-CHK-TERM ": " WS-SL-COUNT
                  " slot(s) checked, " WS-TERM-PROBLEM-COUNT
                  " problem(s)."
            END-IF.

      *> ---------------------------------------------------------
      *> List a term
      *> ---------------------------------------------------------
       6000-LIST-TERM.
            MOVE "Y" TO WS-INPUT-OK-FLAG.
            PERFORM 1150-ACCEPT-TERM.
            IF WS-INPUT-OK
               PERFORM 2100-LOAD-TERM-SLOTS
               DISPLAY "COURSE SEC DAY START END  ROOM"
               PERFORM VARYING SL-IX FROM 1 BY 1
                  UNTIL SL-IX > WS-SL-COUNT
                  DISPLAY WS-SL-COURSE(SL-IX) " "
                     WS-SL-SECTION(SL-IX) "  "
                     WS-DAY-NAME(WS-SL-DAY(SL-IX)) " "
                     WS-SL-START(SL-IX) "  " WS-SL-END(SL-IX) " "
                     WS-SL-ROOM(SL-IX)
               END-PERFORM
               DISPLAY "Slots: " WS-SL-COUNT
            END-IF.
       END PROGRAM TIMETABLE-MAINT.
