      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Timetable report - prints a term's weekly
      *          timetable by room (what meets in each room, with
      *          the seats taken against the usable seats), by
      *          course (when and where each section meets) or for
      *          one student (the timetabled meetings of every
      *          course the student is seated in). A room or course
      *          code narrows the print to one; ENTER prints them
      *          all. Spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-REPORT.
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
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
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

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TIMETABLE-STATUS       PIC XX.
       01  WS-ROOM-MASTER-STATUS     PIC XX.
       01  WS-COURSE-MASTER-STATUS   PIC XX.
       01  WS-ENROLLMENT-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
      *> Keyed READs that fail overwrite the file status, so which
      *> files opened is remembered separately.
       01  WS-ROOM-FILE-FLAG         PIC X       VALUE "N".
           88  WS-ROOM-FILE-OPEN                 VALUE "Y".
       01  WS-COURSE-FILE-FLAG       PIC X       VALUE "N".
           88  WS-COURSE-FILE-OPEN               VALUE "Y".
       01  WS-ENROLL-FILE-FLAG       PIC X       VALUE "N".
           88  WS-ENROLL-FILE-OPEN               VALUE "Y".
       01  WS-SLOT-EOF-FLAG          PIC X       VALUE "N".
           88  WS-SLOT-EOF                       VALUE "Y".
       01  WS-CLASS-EOF-FLAG         PIC X.
           88  WS-CLASS-EOF                      VALUE "Y".

       01  WS-REPORT-CONTROLS.
           05  WS-TERM-INPUT            PIC X(5).
           05  WS-TERM                  PIC 9(5).
           05  WS-VIEW-INPUT            PIC X.
               88  WS-VIEW-BY-ROOM               VALUE "R" "r".
               88  WS-VIEW-BY-COURSE             VALUE "C" "c".
               88  WS-VIEW-BY-STUDENT            VALUE "S" "s".
           05  WS-SELECT-INPUT          PIC X(10).
           05  WS-SELECT-FLAG           PIC X.
               88  WS-SLOT-SELECTED              VALUE "Y".
           05  WS-LAST-GROUP            PIC X(10).
           05  WS-TITLE-TEXT            PIC X(20).
           05  WS-ROOM-NAME-TEXT        PIC X(20).
           05  WS-USABLE-SEATS          PIC 9(3).
           05  WS-SEATED-COUNT          PIC 9(4).
           05  WS-LINES-PRINTED         PIC 9(5)    VALUE ZERO.
           05  WS-SORT-I                PIC 9(3).
           05  WS-SORT-J                PIC 9(3).

      *> The slots selected for the print, each with the key it is
      *> sorted on: the room or course it is grouped under (blank
      *> for a student), then day and start time.
       01  WS-PRINT-TABLE.
           05  WS-PT-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 500 TIMES.
               10  WS-PT-SORT-KEY.
                   15  WS-PT-GROUP      PIC X(10).
                   15  WS-PT-DAY        PIC 9.
                   15  WS-PT-START      PIC 9(4).
                   15  WS-PT-COURSE     PIC X(6).
                   15  WS-PT-SECTION    PIC 99.
               10  WS-PT-END            PIC 9(4).
               10  WS-PT-ROOM           PIC X(6).
       01  WS-PT-SWAP                PIC X(33).

       01  WS-DAY-NAMES-DATA         PIC X(21)
                                     VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DATA.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Timetable Report ---".
            OPEN INPUT TIMETABLE-FILE.
            IF WS-TIMETABLE-STATUS NOT = "00"
               DISPLAY "No TIMETABLE file - nothing to print."
               GOBACK
            END-IF.
            DISPLAY "Term (YYYYT, e.g. 20261): ".
            MOVE SPACES TO WS-TERM-INPUT.
            ACCEPT WS-TERM-INPUT.
            IF WS-TERM-INPUT IS NOT NUMERIC
               DISPLAY "Invalid term - nothing printed."
               CLOSE TIMETABLE-FILE
               GOBACK
            END-IF.
            MOVE WS-TERM-INPUT TO WS-TERM.
            DISPLAY "R=by room, C=by course, S=for a student: ".
            ACCEPT WS-VIEW-INPUT.
            EVALUATE TRUE
               WHEN WS-VIEW-BY-ROOM
                  DISPLAY "Room code (ENTER = all rooms): "
               WHEN WS-VIEW-BY-COURSE
                  DISPLAY "Course code (ENTER = all courses): "
               WHEN WS-VIEW-BY-STUDENT
                  DISPLAY "Student username: "
               WHEN OTHER
                  DISPLAY "Invalid choice - nothing printed."
                  CLOSE TIMETABLE-FILE
                  GOBACK
            END-EVALUATE.
            MOVE SPACES TO WS-SELECT-INPUT.
            ACCEPT WS-SELECT-INPUT.
            IF WS-VIEW-BY-STUDENT AND WS-SELECT-INPUT = SPACES
               DISPLAY "No username - nothing printed."
               CLOSE TIMETABLE-FILE
               GOBACK
            END-IF.
            PERFORM 1000-OPEN-REFERENCE-FILES.
            PERFORM 2000-SELECT-SLOTS.
            PERFORM 2500-SORT-SLOTS.
            PERFORM 3000-OPEN-SPOOL.
            EVALUATE TRUE
               WHEN WS-VIEW-BY-ROOM
                  PERFORM 4000-PRINT-BY-ROOM
               WHEN WS-VIEW-BY-COURSE
                  PERFORM 5000-PRINT-BY-COURSE
               WHEN OTHER
                  PERFORM 6000-PRINT-FOR-STUDENT
            END-EVALUATE.
            PERFORM 7000-PRINT-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            CLOSE TIMETABLE-FILE.
            IF WS-ROOM-FILE-OPEN
               CLOSE ROOM-MASTER-FILE
            END-IF.
            IF WS-COURSE-FILE-OPEN
               CLOSE COURSE-MASTER-FILE
            END-IF.
            IF WS-ENROLL-FILE-OPEN
               CLOSE ENROLLMENT-FILE
            END-IF.
            GOBACK.

       1000-OPEN-REFERENCE-FILES.
            OPEN INPUT ROOM-MASTER-FILE.
            IF WS-ROOM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ROOM-FILE-FLAG
            END-IF.
            OPEN INPUT COURSE-MASTER-FILE.
            IF WS-COURSE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-COURSE-FILE-FLAG
            END-IF.
            OPEN INPUT ENROLLMENT-FILE.
            IF WS-ENROLLMENT-STATUS = "00"
               MOVE "Y" TO WS-ENROLL-FILE-FLAG
            END-IF.

       2000-SELECT-SLOTS.
            MOVE WS-TERM TO TT-TERM.
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
                     IF TT-TERM NOT = WS-TERM
                        MOVE "Y" TO WS-SLOT-EOF-FLAG
                     ELSE
                        PERFORM 2100-SELECT-ONE-SLOT
                     END-IF
               END-READ
            END-PERFORM.

       2100-SELECT-ONE-SLOT.
            MOVE "N" TO WS-SELECT-FLAG.
            EVALUATE TRUE
               WHEN WS-VIEW-BY-ROOM
                  IF WS-SELECT-INPUT = SPACES OR
                        WS-SELECT-INPUT = TT-ROOM-CODE
                     MOVE "Y" TO WS-SELECT-FLAG
                  END-IF
               WHEN WS-VIEW-BY-COURSE
                  IF WS-SELECT-INPUT = SPACES OR
                        WS-SELECT-INPUT = TT-COURSE-CODE
                     MOVE "Y" TO WS-SELECT-FLAG
                  END-IF
               WHEN OTHER
                  IF WS-ENROLL-FILE-OPEN
                     MOVE TT-COURSE-CODE TO EN-COURSE-CODE
                     MOVE TT-TERM TO EN-TERM
                     MOVE WS-SELECT-INPUT TO EN-USERNAME
                     READ ENROLLMENT-FILE
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF EN-IS-ENROLLED
                              MOVE "Y" TO WS-SELECT-FLAG
                           END-IF
                     END-READ
                  END-IF
            END-EVALUATE.
            IF WS-SLOT-SELECTED
               IF WS-PT-COUNT < 500
                  ADD 1 TO WS-PT-COUNT
                  EVALUATE TRUE
                     WHEN WS-VIEW-BY-ROOM
                        MOVE TT-ROOM-CODE TO WS-PT-GROUP(WS-PT-COUNT)
                     WHEN WS-VIEW-BY-COURSE
                        MOVE TT-COURSE-CODE
                           TO WS-PT-GROUP(WS-PT-COUNT)
                     WHEN OTHER
                        MOVE SPACES TO WS-PT-GROUP(WS-PT-COUNT)
                  END-EVALUATE
                  MOVE TT-DAY TO WS-PT-DAY(WS-PT-COUNT)
                  MOVE TT-START-TIME TO WS-PT-START(WS-PT-COUNT)
                  MOVE TT-COURSE-CODE TO WS-PT-COURSE(WS-PT-COUNT)
                  MOVE TT-SECTION TO WS-PT-SECTION(WS-PT-COUNT)
                  MOVE TT-END-TIME TO WS-PT-END(WS-PT-COUNT)
                  MOVE TT-ROOM-CODE TO WS-PT-ROOM(WS-PT-COUNT)
               ELSE
                  DISPLAY "More than 500 slots selected - "
                     TT-COURSE-CODE " " TT-SECTION " left off."
               END-IF
            END-IF.

      *> Simple exchange sort - a term's timetable is a few hundred
      *> slots at most.
       2500-SORT-SLOTS.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-PT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                  UNTIL WS-SORT-J >= WS-PT-COUNT
                  IF WS-PT-SORT-KEY(WS-SORT-J) >
                        WS-PT-SORT-KEY(WS-SORT-J + 1)
                     MOVE WS-PT-ENTRY(WS-SORT-J) TO WS-PT-SWAP
                     MOVE WS-PT-ENTRY(WS-SORT-J + 1)
                        TO WS-PT-ENTRY(WS-SORT-J)
                     MOVE WS-PT-SWAP TO WS-PT-ENTRY(WS-SORT-J + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

       3000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "TIMETBL" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            ACCEPT WS-BANNER-DATE FROM DATE YYYYMMDD.
            STRING "* " SP-REPORT-TYPE "  SPOOL " SP-SPOOL-NAME
               "  RUN " WS-BANNER-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            EVALUATE TRUE
               WHEN WS-VIEW-BY-ROOM
                  STRING "TIMETABLE BY ROOM - TERM " WS-TERM
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
               WHEN WS-VIEW-BY-COURSE
                  STRING "TIMETABLE BY COURSE - TERM " WS-TERM
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
               WHEN OTHER
                  STRING "STUDENT TIMETABLE - " WS-SELECT-INPUT
                     " - TERM " WS-TERM
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
            END-EVALUATE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO WS-LAST-GROUP.

      *> ---------------------------------------------------------
      *> By room: a heading per room, then its week in order.
      *> ---------------------------------------------------------
       4000-PRINT-BY-ROOM.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-PT-COUNT
               IF WS-PT-GROUP(WS-SORT-I) NOT = WS-LAST-GROUP
                  MOVE WS-PT-GROUP(WS-SORT-I) TO WS-LAST-GROUP
                  PERFORM 8100-LOOK-UP-ROOM
                  MOVE SPACES TO PRINT-LINE
                  WRITE PRINT-LINE
                  MOVE SPACES TO PRINT-LINE
                  STRING "ROOM " WS-PT-ROOM(WS-SORT-I) " "
                     WS-ROOM-NAME-TEXT "  USABLE SEATS "
                     WS-USABLE-SEATS
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
                  MOVE SPACES TO PRINT-LINE
                  STRING "DAY TIME       COURSE SEC TITLE"
                     "                SEATED"
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
               PERFORM 8200-LOOK-UP-COURSE
               PERFORM 8300-COUNT-SEATED
               MOVE SPACES TO PRINT-LINE
               STRING WS-DAY-NAME(WS-PT-DAY(WS-SORT-I)) " "
                  WS-PT-START(WS-SORT-I) "-" WS-PT-END(WS-SORT-I)
                  "  " WS-PT-COURSE(WS-SORT-I) " "
                  WS-PT-SECTION(WS-SORT-I) "  " WS-TITLE-TEXT " "
                  WS-SEATED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               PERFORM 8900-PRINT-DETAIL
            END-PERFORM.

      *> ---------------------------------------------------------
      *> By course: a heading per course, then its meetings.
      *> ---------------------------------------------------------
       5000-PRINT-BY-COURSE.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-PT-COUNT
               IF WS-PT-GROUP(WS-SORT-I) NOT = WS-LAST-GROUP
                  MOVE WS-PT-GROUP(WS-SORT-I) TO WS-LAST-GROUP
                  PERFORM 8200-LOOK-UP-COURSE
                  PERFORM 8300-COUNT-SEATED
                  MOVE SPACES TO PRINT-LINE
                  WRITE PRINT-LINE
                  MOVE SPACES TO PRINT-LINE
                  STRING "COURSE " WS-PT-COURSE(WS-SORT-I) " "
                     WS-TITLE-TEXT "  SEATED " WS-SEATED-COUNT
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
                  MOVE "SEC DAY TIME       ROOM   ROOM NAME"
                     TO PRINT-LINE
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
               PERFORM 8100-LOOK-UP-ROOM
               MOVE SPACES TO PRINT-LINE
               STRING WS-PT-SECTION(WS-SORT-I) "  "
                  WS-DAY-NAME(WS-PT-DAY(WS-SORT-I)) " "
                  WS-PT-START(WS-SORT-I) "-" WS-PT-END(WS-SORT-I)
                  "  " WS-PT-ROOM(WS-SORT-I) " " WS-ROOM-NAME-TEXT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               PERFORM 8900-PRINT-DETAIL
            END-PERFORM.

      *> ---------------------------------------------------------
      *> For a student: the week across every seated course.
      *> ---------------------------------------------------------
       6000-PRINT-FOR-STUDENT.
            MOVE "DAY TIME       COURSE SEC TITLE                ROOM"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-PT-COUNT
               PERFORM 8200-LOOK-UP-COURSE
               MOVE SPACES TO PRINT-LINE
               STRING WS-DAY-NAME(WS-PT-DAY(WS-SORT-I)) " "
                  WS-PT-START(WS-SORT-I) "-" WS-PT-END(WS-SORT-I)
                  "  " WS-PT-COURSE(WS-SORT-I) " "
                  WS-PT-SECTION(WS-SORT-I) "  " WS-TITLE-TEXT " "
                  WS-PT-ROOM(WS-SORT-I)
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               PERFORM 8900-PRINT-DETAIL
            END-PERFORM.

       7000-PRINT-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "MEETINGS PRINTED: " WS-LINES-PRINTED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       8100-LOOK-UP-ROOM.
            MOVE SPACES TO WS-ROOM-NAME-TEXT.
            MOVE ZERO TO WS-USABLE-SEATS.
            IF WS-ROOM-FILE-OPEN
               MOVE WS-PT-ROOM(WS-SORT-I) TO RM-ROOM-CODE
               READ ROOM-MASTER-FILE
                  INVALID KEY
                     MOVE "*NOT ON ROOM MASTER*" TO WS-ROOM-NAME-TEXT
                  NOT INVALID KEY
                     MOVE RM-ROOM-NAME TO WS-ROOM-NAME-TEXT
                     IF RM-RESERVED-SEATS < RM-CAPACITY
                        COMPUTE WS-USABLE-SEATS =
                           RM-CAPACITY - RM-RESERVED-SEATS
                     END-IF
               END-READ
            END-IF.

       8200-LOOK-UP-COURSE.
            MOVE SPACES TO WS-TITLE-TEXT.
            IF WS-COURSE-FILE-OPEN
               MOVE WS-PT-COURSE(WS-SORT-I) TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE CM-COURSE-TITLE TO WS-TITLE-TEXT
               END-READ
            END-IF.

       8300-COUNT-SEATED.
            MOVE ZERO TO WS-SEATED-COUNT.
            IF WS-ENROLL-FILE-OPEN
               MOVE "N" TO WS-CLASS-EOF-FLAG
               MOVE WS-PT-COURSE(WS-SORT-I) TO EN-COURSE-CODE
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
                        IF EN-COURSE-CODE NOT =
                              WS-PT-COURSE(WS-SORT-I) OR
                              EN-TERM NOT = WS-TERM
                           MOVE "Y" TO WS-CLASS-EOF-FLAG
                        ELSE
                           IF EN-IS-ENROLLED
                              ADD 1 TO WS-SEATED-COUNT
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       8900-PRINT-DETAIL.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            ADD 1 TO WS-LINES-PRINTED.
       END PROGRAM TIMETABLE-REPORT.
