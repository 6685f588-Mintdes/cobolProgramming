      * Purpose: Course-master maintenance - lists and adds the
      *          subjects the grading chain now carries a code for
      *          (title and the credit hours the transcript weights
      *          grades by), with the seat capacity and up to three
      *          prerequisite courses registration enforces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-CODE-INPUT            PIC X(6).
           05  WS-CAPACITY-INPUT        PIC X(3).
           05  WS-PREREQ-INPUT          PIC X(6).
           05  WS-PREREQ-IDX            PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "CODE   TITLE                CREDITS SEATS "
               "PREREQUISITES".
            PERFORM UNTIL WS-LIST-EOF
               READ COURSE-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     DISPLAY CM-COURSE-CODE " " CM-COURSE-TITLE
                        " " CM-CREDIT-HOURS "     " CM-SEAT-CAPACITY
                        "   " CM-PREREQ-CODE(1) " " CM-PREREQ-CODE(2)
                        " " CM-PREREQ-CODE(3)
               END-READ
            END-PERFORM.

               READ COURSE-MASTER-FILE
                  INVALID KEY
                     MOVE WS-CODE-INPUT TO CM-COURSE-CODE
                     MOVE ZERO TO CM-SEAT-CAPACITY
                     MOVE SPACES TO CM-PREREQUISITES
                     DISPLAY "Title: "
                     ACCEPT CM-COURSE-TITLE
                     DISPLAY "Credit hours (9.9): "
                     ACCEPT CM-CREDIT-HOURS
                     PERFORM 3100-ACCEPT-ENROLLMENT-RULES
                     WRITE COURSE-MASTER-RECORD
                     DISPLAY "Course added."
                  NOT INVALID KEY
                     ACCEPT CM-COURSE-TITLE
                     DISPLAY "Credit hours (9.9): "
                     ACCEPT CM-CREDIT-HOURS
                     PERFORM 3100-ACCEPT-ENROLLMENT-RULES
                     REWRITE COURSE-MASTER-RECORD
                     DISPLAY "Course updated."
               END-READ
            END-IF.
      *> ENTER keeps the capacity shown; each prerequisite is asked
      *> for afresh (ENTER = none). A course cannot require itself.
       3100-ACCEPT-ENROLLMENT-RULES.
            DISPLAY "Seat capacity (current " CM-SEAT-CAPACITY
               ", 000 = no limit, ENTER = keep): ".
            MOVE SPACES TO WS-CAPACITY-INPUT.
            ACCEPT WS-CAPACITY-INPUT.
            IF WS-CAPACITY-INPUT IS NUMERIC
               MOVE WS-CAPACITY-INPUT TO CM-SEAT-CAPACITY
            END-IF.
            PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 3
               DISPLAY "Prerequisite " WS-PREREQ-IDX " (current "
                  CM-PREREQ-CODE(WS-PREREQ-IDX) ", ENTER = none): "
               MOVE SPACES TO WS-PREREQ-INPUT
               ACCEPT WS-PREREQ-INPUT
               IF WS-PREREQ-INPUT = CM-COURSE-CODE
                  DISPLAY "A course cannot be its own prerequisite "
                     "- left blank."
                  MOVE SPACES TO WS-PREREQ-INPUT
               END-IF
               MOVE WS-PREREQ-INPUT TO CM-PREREQ-CODE(WS-PREREQ-IDX)
            END-PERFORM.
       END PROGRAM COURSE-MAINT.
