      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Course registration - enrolls an active STUMAST
      *          student in a COURSE-MASTER course for a term
      *          (YYYYT). The student must hold a passing grade (A
      *          to D, not superseded) on STUHIST for every
      *          prerequisite the course lists. A course with a
      *          seat capacity seats students until it is full and
      *          waitlists the rest; when a seated student drops,
      *          the waitlist moves up in the order the requests
      *          came in. The class list shows who is seated and
      *          the waitlist in order. The batch grading path and
      *          ATTENDANCE-ENTRY take their class lists from here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-REGISTRATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-USERNAME
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MASTER-STATUS.
           SELECT STUDENT-HISTORY-FILE ASSIGN TO "STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STUDENT-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.

       FD  COURSE-MASTER-FILE.
       COPY CRSMAST.

       FD  STUDENT-HISTORY-FILE.
       COPY STUHIST.

       WORKING-STORAGE SECTION.
       01  WS-ENROLLMENT-STATUS      PIC XX.
       01  WS-STUDENT-MASTER-STATUS  PIC XX.
       01  WS-COURSE-MASTER-STATUS   PIC XX.
       01  WS-STUDENT-HISTORY-STATUS PIC XX.
      *> A keyed READ that fails overwrites the file status, so
      *> whether the history opened is remembered separately.
       01  WS-HISTORY-FILE-FLAG      PIC X       VALUE "N".
           88  WS-HISTORY-FILE-OPEN              VALUE "Y".
       01  WS-CLASS-EOF-FLAG         PIC X.
           88  WS-CLASS-EOF                      VALUE "Y".
       01  WS-HISTORY-EOF-FLAG       PIC X.
           88  WS-HISTORY-EOF                    VALUE "Y".

       01  WS-REGISTRATION-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-USERNAME-INPUT        PIC X(10).
           05  WS-COURSE-INPUT          PIC X(6).
           05  WS-TERM-INPUT            PIC X(5).
           05  WS-TERM                  PIC 9(5).
           05  WS-CONFIRM               PIC X.
           05  WS-REQUEST-OK-FLAG       PIC X.
               88  WS-REQUEST-OK                 VALUE "Y".
           05  WS-PRIOR-ROW-FLAG        PIC X.
               88  WS-PRIOR-ROW-DROPPED          VALUE "Y".
           05  WS-NEW-STATUS            PIC X.
           05  WS-PREREQ-IDX            PIC 9.
           05  WS-PREREQ-MET-FLAG       PIC X.
               88  WS-PREREQ-MET                 VALUE "Y".
           05  WS-TODAY-DATE            PIC 9(8).

      *> Seats taken and the head of the waitlist for one course
      *> and term, found by one pass over its enrollment rows.
       01  WS-CLASS-COUNTS.
           05  WS-SEATED-COUNT          PIC 9(4).
           05  WS-WAITING-COUNT         PIC 9(4).
           05  WS-FIRST-WAITING-USER    PIC X(10).
           05  WS-FIRST-WAITING-STAMP   PIC 9(16).
           05  WS-ROW-STAMP             PIC 9(16).
           05  WS-FILL-DONE-FLAG        PIC X.
               88  WS-FILL-DONE                  VALUE "Y".

      *> The waitlist as the class list prints it, in request order.
       01  WS-WAITLIST-TABLE.
           05  WS-WL-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-WL-ENTRY OCCURS 200 TIMES INDEXED BY WL-IX.
               10  WS-WL-USERNAME       PIC X(10).
               10  WS-WL-STAMP          PIC 9(16).
               10  WS-WL-PRINTED-FLAG   PIC X.
       01  WS-WL-POSITION            PIC 9(3).
       01  WS-WL-PICK                PIC 9(3).
       01  WS-WL-PICK-STAMP          PIC 9(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Course Registration ---".
            PERFORM 1000-OPEN-FILES.
            IF WS-STUDENT-MASTER-STATUS NOT = "00" OR
                  WS-COURSE-MASTER-STATUS NOT = "00"
               DISPLAY "STUMAST and CRSMAST must both be on file "
                  "to register anyone."
               GOBACK
            END-IF.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "E=enroll, D=drop, L=class list, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "E"
                  WHEN "e"
                     PERFORM 2000-ENROLL-STUDENT
                  WHEN "D"
                  WHEN "d"
                     PERFORM 3000-DROP-STUDENT
                  WHEN "L"
                  WHEN "l"
                     PERFORM 4000-LIST-CLASS
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE ENROLLMENT-FILE.
            CLOSE STUDENT-MASTER-FILE.
            CLOSE COURSE-MASTER-FILE.
            IF WS-HISTORY-FILE-OPEN
               CLOSE STUDENT-HISTORY-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O ENROLLMENT-FILE.
            IF WS-ENROLLMENT-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
            END-IF.
            OPEN INPUT STUDENT-MASTER-FILE.
            OPEN INPUT COURSE-MASTER-FILE.
            OPEN INPUT STUDENT-HISTORY-FILE.
            IF WS-STUDENT-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-FILE-FLAG
            END-IF.

      *> Username, course and term for enroll and drop; the course
      *> row is left in the record area for the capacity check.
       1100-ACCEPT-REQUEST.
            MOVE "Y" TO WS-REQUEST-OK-FLAG.
            DISPLAY "Course code (6 chars): ".
            MOVE SPACES TO WS-COURSE-INPUT.
            ACCEPT WS-COURSE-INPUT.
            DISPLAY "Term (YYYYT, e.g. 20261): ".
            MOVE SPACES TO WS-TERM-INPUT.
            ACCEPT WS-TERM-INPUT.
            IF WS-TERM-INPUT IS NOT NUMERIC
               DISPLAY "Invalid term - nothing changed."
               MOVE "N" TO WS-REQUEST-OK-FLAG
            ELSE
               IF WS-TERM-INPUT(5:1) NOT = "1" AND
                     WS-TERM-INPUT(5:1) NOT = "2"
                  DISPLAY "Term ends in 1 (Jan-Jun) or 2 (Jul-Dec) "
                     "- nothing changed."
                  MOVE "N" TO WS-REQUEST-OK-FLAG
               ELSE
                  MOVE WS-TERM-INPUT TO WS-TERM
               END-IF
            END-IF.
            IF WS-REQUEST-OK
               MOVE WS-COURSE-INPUT TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Course " WS-COURSE-INPUT
                        " is not on the course master."
                     MOVE "N" TO WS-REQUEST-OK-FLAG
               END-READ
            END-IF.

      *> ---------------------------------------------------------
      *> Enroll
      *> ---------------------------------------------------------
       2000-ENROLL-STUDENT.
            DISPLAY "Student username: ".
            MOVE SPACES TO WS-USERNAME-INPUT.
            ACCEPT WS-USERNAME-INPUT.
            PERFORM 1100-ACCEPT-REQUEST.
            IF WS-REQUEST-OK
               PERFORM 2100-CHECK-STUDENT
            END-IF.
            IF WS-REQUEST-OK
               PERFORM 2200-CHECK-EXISTING-ROW
            END-IF.
            IF WS-REQUEST-OK
               PERFORM 2300-CHECK-PREREQUISITES
            END-IF.
            IF WS-REQUEST-OK
      *> Seats freed since the last drop (a raised capacity) go to
      *> the waitlist before any newcomer.
               PERFORM 2500-FILL-FROM-WAITLIST
               PERFORM 2400-COUNT-CLASS
               IF CM-SEAT-CAPACITY = ZERO OR
                     WS-SEATED-COUNT < CM-SEAT-CAPACITY
                  MOVE "E" TO WS-NEW-STATUS
               ELSE
                  DISPLAY CM-COURSE-CODE " is full (" WS-SEATED-COUNT
                     " of " CM-SEAT-CAPACITY " seats, "
                     WS-WAITING-COUNT " waiting)."
                  DISPLAY "Add " WS-USERNAME-INPUT
                     " to the waitlist (Y/N)? "
                  ACCEPT WS-CONFIRM
                  IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                     MOVE "W" TO WS-NEW-STATUS
                  ELSE
                     DISPLAY "Not enrolled."
                     MOVE "N" TO WS-REQUEST-OK-FLAG
                  END-IF
               END-IF
            END-IF.
            IF WS-REQUEST-OK
               PERFORM 2700-WRITE-ENROLLMENT
            END-IF.

       2100-CHECK-STUDENT.
            MOVE WS-USERNAME-INPUT TO SM-USERNAME.
            READ STUDENT-MASTER-FILE
               INVALID KEY
                  DISPLAY WS-USERNAME-INPUT
                     " is not on the student master."
                  MOVE "N" TO WS-REQUEST-OK-FLAG
               NOT INVALID KEY
                  IF NOT SM-IS-ACTIVE
                     DISPLAY WS-USERNAME-INPUT
                        " is not an active student."
                     MOVE "N" TO WS-REQUEST-OK-FLAG
                  END-IF
            END-READ.

      *> One row per student, course and term: a dropped row is
      *> taken up again, a live one is a duplicate request.
       2200-CHECK-EXISTING-ROW.
            MOVE "N" TO WS-PRIOR-ROW-FLAG.
            MOVE WS-COURSE-INPUT TO EN-COURSE-CODE.
            MOVE WS-TERM TO EN-TERM.
            MOVE WS-USERNAME-INPUT TO EN-USERNAME.
            READ ENROLLMENT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN EN-IS-ENROLLED
                        DISPLAY WS-USERNAME-INPUT
                           " is already enrolled in "
                           WS-COURSE-INPUT " for " WS-TERM "."
                        MOVE "N" TO WS-REQUEST-OK-FLAG
                     WHEN EN-IS-WAITLISTED
                        DISPLAY WS-USERNAME-INPUT
                           " is already on the waitlist for "
                           WS-COURSE-INPUT " for " WS-TERM "."
                        MOVE "N" TO WS-REQUEST-OK-FLAG
                     WHEN OTHER
                        MOVE "Y" TO WS-PRIOR-ROW-FLAG
                  END-EVALUATE
            END-READ.

       2300-CHECK-PREREQUISITES.
            PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 3
               IF CM-PREREQ-CODE(WS-PREREQ-IDX) NOT = SPACES
                  PERFORM 2310-FIND-PASSING-GRADE
                  IF NOT WS-PREREQ-MET
                     DISPLAY WS-USERNAME-INPUT " has not passed "
                        "prerequisite " CM-PREREQ-CODE(WS-PREREQ-IDX)
                        " - not enrolled."
                     MOVE "N" TO WS-REQUEST-OK-FLAG
                  END-IF
               END-IF
            END-PERFORM.

      *> A pass is a graded A-D history row for the course that a
      *> correction has not superseded; F and I (ineligible) are
      *> not passes.
       2310-FIND-PASSING-GRADE.
            MOVE "N" TO WS-PREREQ-MET-FLAG.
            IF WS-HISTORY-FILE-OPEN
               MOVE "N" TO WS-HISTORY-EOF-FLAG
               MOVE WS-USERNAME-INPUT TO SH-USERNAME
               MOVE LOW-VALUES TO SH-RUN-DATE SH-RUN-TIME
               START STUDENT-HISTORY-FILE KEY >= SH-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-HISTORY-EOF-FLAG
               END-START
               PERFORM UNTIL WS-HISTORY-EOF OR WS-PREREQ-MET
                  READ STUDENT-HISTORY-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-HISTORY-EOF-FLAG
                     NOT AT END
                        IF SH-USERNAME NOT = WS-USERNAME-INPUT
                           MOVE "Y" TO WS-HISTORY-EOF-FLAG
                        ELSE
                           IF SH-COURSE-CODE =
                                 CM-PREREQ-CODE(WS-PREREQ-IDX) AND
                                 NOT SH-IS-SUPERSEDED AND
                                 (SH-GRADE = "A" OR SH-GRADE = "B" OR
                                  SH-GRADE = "C" OR SH-GRADE = "D")
                              MOVE "Y" TO WS-PREREQ-MET-FLAG
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> Seated and waiting counts for the course and term, and the
      *> waitlisted student whose request came in first.
       2400-COUNT-CLASS.
            MOVE ZERO TO WS-SEATED-COUNT WS-WAITING-COUNT.
            MOVE SPACES TO WS-FIRST-WAITING-USER.
            MOVE ALL "9" TO WS-FIRST-WAITING-STAMP.
            MOVE "N" TO WS-CLASS-EOF-FLAG.
            MOVE CM-COURSE-CODE TO EN-COURSE-CODE.
            MOVE WS-TERM TO EN-TERM.
            MOVE LOW-VALUES TO EN-USERNAME.
            START ENROLLMENT-FILE KEY >= EN-KEY
               INVALID KEY
                  MOVE "Y" TO WS-CLASS-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-CLASS-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-CLASS-EOF-FLAG
                  NOT AT END
                     IF EN-COURSE-CODE NOT = CM-COURSE-CODE OR
                           EN-TERM NOT = WS-TERM
                        MOVE "Y" TO WS-CLASS-EOF-FLAG
                     ELSE
                        EVALUATE TRUE
                           WHEN EN-IS-ENROLLED
                              ADD 1 TO WS-SEATED-COUNT
                           WHEN EN-IS-WAITLISTED
                              ADD 1 TO WS-WAITING-COUNT
                              COMPUTE WS-ROW-STAMP =
                                 EN-REQUEST-DATE * 100000000
                                 + EN-REQUEST-TIME
                              IF WS-ROW-STAMP < WS-FIRST-WAITING-STAMP
                                 MOVE WS-ROW-STAMP
                                    TO WS-FIRST-WAITING-STAMP
                                 MOVE EN-USERNAME
                                    TO WS-FIRST-WAITING-USER
                              END-IF
                        END-EVALUATE
                     END-IF
               END-READ
            END-PERFORM.

      *> Moves waitlisted students into free seats, first request
      *> first, until the course is full or nobody is waiting.
       2500-FILL-FROM-WAITLIST.
            MOVE "N" TO WS-FILL-DONE-FLAG.
            PERFORM UNTIL WS-FILL-DONE
               PERFORM 2400-COUNT-CLASS
               IF WS-FIRST-WAITING-USER = SPACES
                  MOVE "Y" TO WS-FILL-DONE-FLAG
               ELSE
                  IF CM-SEAT-CAPACITY NOT = ZERO AND
                        WS-SEATED-COUNT >= CM-SEAT-CAPACITY
                     MOVE "Y" TO WS-FILL-DONE-FLAG
                  ELSE
                     PERFORM 2510-PROMOTE-FIRST-WAITING
                  END-IF
               END-IF
            END-PERFORM.

       2510-PROMOTE-FIRST-WAITING.
            MOVE CM-COURSE-CODE TO EN-COURSE-CODE.
            MOVE WS-TERM TO EN-TERM.
            MOVE WS-FIRST-WAITING-USER TO EN-USERNAME.
            READ ENROLLMENT-FILE
               INVALID KEY
                  MOVE "Y" TO WS-FILL-DONE-FLAG
               NOT INVALID KEY
                  MOVE "E" TO EN-STATUS
                  ACCEPT EN-STATUS-DATE FROM DATE YYYYMMDD
                  REWRITE ENROLLMENT-RECORD
                     INVALID KEY
                        DISPLAY "Enrollment rewrite failed ("
                           WS-ENROLLMENT-STATUS ")."
                        MOVE "Y" TO WS-FILL-DONE-FLAG
                     NOT INVALID KEY
                        DISPLAY EN-USERNAME " moved up from the "
                           "waitlist into " EN-COURSE-CODE
                           " for " EN-TERM "."
                  END-REWRITE
            END-READ.

       2700-WRITE-ENROLLMENT.
            MOVE WS-COURSE-INPUT TO EN-COURSE-CODE.
            MOVE WS-TERM TO EN-TERM.
            MOVE WS-USERNAME-INPUT TO EN-USERNAME.
            MOVE WS-NEW-STATUS TO EN-STATUS.
            ACCEPT EN-REQUEST-DATE FROM DATE YYYYMMDD.
            ACCEPT EN-REQUEST-TIME FROM TIME.
            MOVE EN-REQUEST-DATE TO EN-STATUS-DATE.
            IF WS-PRIOR-ROW-DROPPED
               REWRITE ENROLLMENT-RECORD
                  INVALID KEY
                     DISPLAY "Enrollment rewrite failed ("
                        WS-ENROLLMENT-STATUS ")."
               END-REWRITE
            ELSE
               WRITE ENROLLMENT-RECORD
                  INVALID KEY
                     DISPLAY "Enrollment write failed ("
                        WS-ENROLLMENT-STATUS ")."
               END-WRITE
            END-IF.
            IF EN-IS-ENROLLED
               DISPLAY WS-USERNAME-INPUT " enrolled in "
                  WS-COURSE-INPUT " for " WS-TERM "."
            ELSE
               COMPUTE WS-WL-POSITION = WS-WAITING-COUNT + 1
               DISPLAY WS-USERNAME-INPUT " waitlisted for "
                  WS-COURSE-INPUT " for " WS-TERM " - position "
                  WS-WL-POSITION "."
            END-IF.

      *> ---------------------------------------------------------
      *> Drop
      *> ---------------------------------------------------------
       3000-DROP-STUDENT.
            DISPLAY "Student username: ".
            MOVE SPACES TO WS-USERNAME-INPUT.
            ACCEPT WS-USERNAME-INPUT.
            PERFORM 1100-ACCEPT-REQUEST.
            IF WS-REQUEST-OK
               MOVE WS-COURSE-INPUT TO EN-COURSE-CODE
               MOVE WS-TERM TO EN-TERM
               MOVE WS-USERNAME-INPUT TO EN-USERNAME
               READ ENROLLMENT-FILE
                  INVALID KEY
                     DISPLAY WS-USERNAME-INPUT " is not registered "
                        "for " WS-COURSE-INPUT " in " WS-TERM "."
                  NOT INVALID KEY
                     PERFORM 3100-DROP-ROW
               END-READ
            END-IF.

       3100-DROP-ROW.
            EVALUATE TRUE
               WHEN EN-IS-DROPPED
                  DISPLAY WS-USERNAME-INPUT " has already dropped "
                     WS-COURSE-INPUT "."
               WHEN EN-IS-WAITLISTED
                  MOVE "D" TO EN-STATUS
                  ACCEPT EN-STATUS-DATE FROM DATE YYYYMMDD
                  REWRITE ENROLLMENT-RECORD
                     INVALID KEY
                        DISPLAY "Enrollment rewrite failed ("
                           WS-ENROLLMENT-STATUS ")."
                  END-REWRITE
                  DISPLAY WS-USERNAME-INPUT " taken off the "
                     "waitlist for " WS-COURSE-INPUT "."
               WHEN OTHER
                  MOVE "D" TO EN-STATUS
                  ACCEPT EN-STATUS-DATE FROM DATE YYYYMMDD
                  REWRITE ENROLLMENT-RECORD
                     INVALID KEY
                        DISPLAY "Enrollment rewrite failed ("
                           WS-ENROLLMENT-STATUS ")."
                  END-REWRITE
                  DISPLAY WS-USERNAME-INPUT " dropped "
                     WS-COURSE-INPUT " - seat released."
                  PERFORM 2500-FILL-FROM-WAITLIST
            END-EVALUATE.

      *> ---------------------------------------------------------
      *> Class list
      *> ---------------------------------------------------------
       4000-LIST-CLASS.
            PERFORM 1100-ACCEPT-REQUEST.
            IF WS-REQUEST-OK
               DISPLAY CM-COURSE-CODE " " CM-COURSE-TITLE
                  " TERM " WS-TERM " CAPACITY " CM-SEAT-CAPACITY
               DISPLAY "SEATED"
               MOVE ZERO TO WS-SEATED-COUNT WS-WL-COUNT
               MOVE "N" TO WS-CLASS-EOF-FLAG
               MOVE CM-COURSE-CODE TO EN-COURSE-CODE
               MOVE WS-TERM TO EN-TERM
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
                        IF EN-COURSE-CODE NOT = CM-COURSE-CODE OR
                              EN-TERM NOT = WS-TERM
                           MOVE "Y" TO WS-CLASS-EOF-FLAG
                        ELSE
                           PERFORM 4100-LIST-OR-HOLD-ROW
                        END-IF
                  END-READ
               END-PERFORM
               DISPLAY "Seated: " WS-SEATED-COUNT
               PERFORM 4200-LIST-WAITLIST
            END-IF.

       4100-LIST-OR-HOLD-ROW.
            EVALUATE TRUE
               WHEN EN-IS-ENROLLED
                  ADD 1 TO WS-SEATED-COUNT
                  DISPLAY "  " EN-USERNAME "  SINCE " EN-STATUS-DATE
               WHEN EN-IS-WAITLISTED
                  IF WS-WL-COUNT < 200
                     ADD 1 TO WS-WL-COUNT
                     MOVE EN-USERNAME TO WS-WL-USERNAME(WS-WL-COUNT)
                     COMPUTE WS-WL-STAMP(WS-WL-COUNT) =
                        EN-REQUEST-DATE * 100000000 + EN-REQUEST-TIME
                     MOVE "N" TO WS-WL-PRINTED-FLAG(WS-WL-COUNT)
                  END-IF
            END-EVALUATE.

       4200-LIST-WAITLIST.
            DISPLAY "WAITLIST".
            PERFORM VARYING WS-WL-POSITION FROM 1 BY 1
               UNTIL WS-WL-POSITION > WS-WL-COUNT
               MOVE ZERO TO WS-WL-PICK
               MOVE ALL "9" TO WS-WL-PICK-STAMP
               PERFORM VARYING WL-IX FROM 1 BY 1
                  UNTIL WL-IX > WS-WL-COUNT
                  IF WS-WL-PRINTED-FLAG(WL-IX) = "N" AND
                        WS-WL-STAMP(WL-IX) <= WS-WL-PICK-STAMP
                     MOVE WS-WL-STAMP(WL-IX) TO WS-WL-PICK-STAMP
                     SET WS-WL-PICK TO WL-IX
                  END-IF
               END-PERFORM
               MOVE "Y" TO WS-WL-PRINTED-FLAG(WS-WL-PICK)
               DISPLAY "  " WS-WL-POSITION ". "
                  WS-WL-USERNAME(WS-WL-PICK) "  REQUESTED "
                  WS-WL-STAMP(WS-WL-PICK)(1:8)
            END-PERFORM.
            DISPLAY "Waiting: " WS-WL-COUNT.
       END PROGRAM COURSE-REGISTRATION.
