      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 30 June 2025
      * Purpose: CALCULATE GRADE - interactively, or in batch for a
      *          class. With registration on file the batch class
      *          list is the students seated for the term, scored
      *          from the CLASS-ROSTER score sheet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-SESSION-ATTENDANCE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-SCORES-FILE.
       COPY CRSMAST.
       FD  SESSION-ATTENDANCE-FILE.
       COPY ATTEND.
       FD  ENROLLMENT-FILE.
       COPY ENROLL.
       WORKING-STORAGE SECTION.
       01  USERNAME            PIC X(10).
       01  SCORE1              PIC 99.
      *> The school rule: under 80 percent attendance, no letter
      *> grade - the run writes an I outcome to history instead.
       01  WS-MIN-ATTEND-PCT        PIC 9(3) VALUE 80.
       01  WS-ENROLLMENT-STATUS     PIC XX.
       01  WS-ENROLL-EOF-FLAG       PIC X.
           88  WS-ENROLL-EOF              VALUE "Y".
       01  WS-TERM-INPUT            PIC X(5).
       01  WS-RUN-TERM              PIC 9(5).
      *> With registration on file the class list is the seated
      *> enrollment rows for the term, and CLASSROL is only the
      *> score sheet: its rows are held here and matched to each
      *> enrolled student by username and course (a row with no
      *> course fits any course).
       01  WS-SCORE-TABLE.
           05  WS-ST-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-USERNAME   PIC X(10).
               10  WS-ST-COURSE     PIC X(6).
               10  WS-ST-SCORE1     PIC 99.
               10  WS-ST-SCORE2     PIC 99.
               10  WS-ST-USED-FLAG  PIC X.
       01  WS-ST-IDX                PIC 9(4).
       01  WS-ST-FOUND              PIC 9(4).
       01  WS-ST-ANY-COURSE-FOUND   PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN EXTEND STUDENT-SCORES-FILE.
               DISPLAY "No STUDENT-MASTER file - roster usernames "
                  "cannot be validated this run."
            END-IF.
            OPEN INPUT ENROLLMENT-FILE.
            IF WS-ENROLLMENT-STATUS = "00"
               PERFORM 3100-RUN-ENROLLED-ROSTER
               CLOSE ENROLLMENT-FILE
            ELSE
               OPEN INPUT CLASS-ROSTER-FILE
               IF WS-CLASS-ROSTER-STATUS NOT = "00"
                  DISPLAY "CLASS-ROSTER file not found - "
                     "nothing to grade."
               ELSE
                  PERFORM 3040-READ-CHECKPOINT
                  DISPLAY "---- Class Grade Report ----"
                  PERFORM UNTIL WS-ROSTER-EOF
                     READ CLASS-ROSTER-FILE
                        AT END
                           MOVE "Y" TO WS-ROSTER-EOF-FLAG
                        NOT AT END
                           PERFORM 3050-GRADE-OR-SKIP-ENTRY
                     END-READ
                  END-PERFORM
                  CLOSE CLASS-ROSTER-FILE
                  PERFORM 3070-RESET-CHECKPOINT
               END-IF
            END-IF.
            IF WS-STUDENT-MASTER-STATUS = "00"
               CLOSE STUDENT-MASTER-FILE
       3050-GRADE-OR-SKIP-ENTRY.
            ADD 1 TO WS-CURRENT-RECORD-NUM.
            IF WS-CURRENT-RECORD-NUM > WS-CKPT-COUNT
               MOVE CR-USERNAME TO USERNAME
               PERFORM 3055-VALIDATE-ROSTER-STUDENT
               IF NOT WS-STUDENT-KNOWN
                  DISPLAY CR-USERNAME
                        CR-COURSE-CODE NOT = WS-RUN-COURSE
                     CONTINUE
                  ELSE
                     MOVE CR-SCORE1 TO SCORE1
                     MOVE CR-SCORE2 TO SCORE2
                     IF CR-COURSE-CODE NOT = SPACES
                     ELSE
                        MOVE WS-RUN-COURSE TO WS-ROW-COURSE
                     END-IF
                     PERFORM 3057-GRADE-ROSTER-ROW
                  END-IF
               END-IF
               PERFORM 3060-WRITE-CHECKPOINT
            END-IF.

      *> USERNAME, SCORE1, SCORE2 and WS-ROW-COURSE are set; the
      *> attendance gate and the score range decide the outcome.
       3057-GRADE-ROSTER-ROW.
            PERFORM 3058-CHECK-ATTENDANCE.
            IF NOT WS-ATTEND-ELIGIBLE
               PERFORM 3059-WRITE-INELIGIBLE
            ELSE
            IF SCORE1 <= 50 AND SCORE2 <= 50
               PERFORM 2100-GRADE-ONE-STUDENT
            ELSE
               DISPLAY USERNAME
                  " - SCORE OUT OF RANGE, SKIPPED"
            END-IF
            END-IF.

      *> With no registry on file the old behavior stands; with one,
      *> an unknown or inactivated username is a reject, not a grade.
       3055-VALIDATE-ROSTER-STUDENT.
               MOVE "Y" TO WS-STUDENT-KNOWN-FLAG
            ELSE
               MOVE "N" TO WS-STUDENT-KNOWN-FLAG
               MOVE USERNAME TO SM-USERNAME
               READ STUDENT-MASTER-FILE
                  INVALID KEY
                     CONTINUE
            END-STRING.
            PERFORM 2310-WRITE-REJECT-LOG.

      *> The enrollment-driven run: every student seated in the
      *> course (all courses when the course prompt was left blank)
      *> for the term is graded from the score sheet. A seated
      *> student with no scores, and a score row for a student who
      *> is not seated, both go to the rejects log. The checkpoint
      *> counts the seated rows taken.
       3100-RUN-ENROLLED-ROSTER.
            DISPLAY "Term to grade (YYYYT, e.g. 20261): ".
            MOVE SPACES TO WS-TERM-INPUT.
            ACCEPT WS-TERM-INPUT.
            IF WS-TERM-INPUT IS NOT NUMERIC
               DISPLAY "Invalid term - nothing graded."
            ELSE
               MOVE WS-TERM-INPUT TO WS-RUN-TERM
               PERFORM 3110-LOAD-SCORE-SHEET
               PERFORM 3040-READ-CHECKPOINT
               DISPLAY "---- Class Grade Report ----"
               MOVE "N" TO WS-ENROLL-EOF-FLAG
               MOVE LOW-VALUES TO EN-KEY
               IF WS-RUN-COURSE NOT = SPACES
                  MOVE WS-RUN-COURSE TO EN-COURSE-CODE
                  MOVE WS-RUN-TERM TO EN-TERM
               END-IF
               START ENROLLMENT-FILE KEY >= EN-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-ENROLL-EOF-FLAG
               END-START
               PERFORM UNTIL WS-ENROLL-EOF
                  READ ENROLLMENT-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-ENROLL-EOF-FLAG
                     NOT AT END
                        IF WS-RUN-COURSE NOT = SPACES AND
                              (EN-COURSE-CODE NOT = WS-RUN-COURSE OR
                               EN-TERM NOT = WS-RUN-TERM)
                           MOVE "Y" TO WS-ENROLL-EOF-FLAG
                        ELSE
                           IF EN-TERM = WS-RUN-TERM AND
                                 EN-IS-ENROLLED
                              PERFORM 3150-GRADE-OR-SKIP-ENROLLED
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               PERFORM 3180-REJECT-UNSEATED-SCORES
               PERFORM 3070-RESET-CHECKPOINT
            END-IF.

       3110-LOAD-SCORE-SHEET.
            MOVE ZERO TO WS-ST-COUNT.
            OPEN INPUT CLASS-ROSTER-FILE.
            IF WS-CLASS-ROSTER-STATUS NOT = "00"
               DISPLAY "CLASS-ROSTER file not found - no scores "
                  "to grade from."
            ELSE
               PERFORM UNTIL WS-ROSTER-EOF
                  READ CLASS-ROSTER-FILE
                     AT END
                        MOVE "Y" TO WS-ROSTER-EOF-FLAG
                     NOT AT END
                        IF WS-ST-COUNT < 2000
                           ADD 1 TO WS-ST-COUNT
                           MOVE CR-USERNAME
                              TO WS-ST-USERNAME(WS-ST-COUNT)
                           MOVE CR-COURSE-CODE
                              TO WS-ST-COURSE(WS-ST-COUNT)
                           MOVE CR-SCORE1 TO WS-ST-SCORE1(WS-ST-COUNT)
                           MOVE CR-SCORE2 TO WS-ST-SCORE2(WS-ST-COUNT)
                           MOVE "N" TO WS-ST-USED-FLAG(WS-ST-COUNT)
                        ELSE
                           DISPLAY "Score sheet over 2000 rows - "
                              CR-USERNAME " not loaded."
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CLASS-ROSTER-FILE
            END-IF.

      *> The score row is claimed even for a row the checkpoint
      *> skips, so a resumed run does not report it as unseated.
       3150-GRADE-OR-SKIP-ENROLLED.
            ADD 1 TO WS-CURRENT-RECORD-NUM.
            PERFORM 3160-FIND-SCORE-ROW.
            IF WS-CURRENT-RECORD-NUM > WS-CKPT-COUNT
               MOVE EN-USERNAME TO USERNAME
               MOVE EN-COURSE-CODE TO WS-ROW-COURSE
               PERFORM 3055-VALIDATE-ROSTER-STUDENT
               EVALUATE TRUE
                  WHEN NOT WS-STUDENT-KNOWN
                     DISPLAY USERNAME
                        " - NOT ON STUDENT MASTER, REJECTED"
                     MOVE USERNAME TO RJ-BAD-INPUT
                     PERFORM 2310-WRITE-REJECT-LOG
                  WHEN WS-ST-FOUND = ZERO
                     DISPLAY USERNAME " - ENROLLED IN "
                        WS-ROW-COURSE " BUT NO SCORES, REJECTED"
                     MOVE SPACES TO RJ-BAD-INPUT
                     STRING USERNAME " NO SCORES " WS-ROW-COURSE
                        DELIMITED BY SIZE INTO RJ-BAD-INPUT
                     END-STRING
                     PERFORM 2310-WRITE-REJECT-LOG
                  WHEN OTHER
                     MOVE WS-ST-SCORE1(WS-ST-FOUND) TO SCORE1
                     MOVE WS-ST-SCORE2(WS-ST-FOUND) TO SCORE2
                     PERFORM 3057-GRADE-ROSTER-ROW
               END-EVALUATE
               PERFORM 3060-WRITE-CHECKPOINT
            END-IF.

      *> A row for the enrolled course wins over a row with no
      *> course; each score row is used once.
       3160-FIND-SCORE-ROW.
            MOVE ZERO TO WS-ST-FOUND WS-ST-ANY-COURSE-FOUND.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-FOUND > ZERO
               IF WS-ST-USERNAME(WS-ST-IDX) = EN-USERNAME AND
                     WS-ST-USED-FLAG(WS-ST-IDX) = "N"
                  IF WS-ST-COURSE(WS-ST-IDX) = EN-COURSE-CODE
                     MOVE WS-ST-IDX TO WS-ST-FOUND
                  ELSE
                     IF WS-ST-COURSE(WS-ST-IDX) = SPACES AND
                           WS-ST-ANY-COURSE-FOUND = ZERO
                        MOVE WS-ST-IDX TO WS-ST-ANY-COURSE-FOUND
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-ST-FOUND = ZERO
               MOVE WS-ST-ANY-COURSE-FOUND TO WS-ST-FOUND
            END-IF.
            IF WS-ST-FOUND > ZERO
               MOVE "Y" TO WS-ST-USED-FLAG(WS-ST-FOUND)
            END-IF.

      *> Score rows in this run's course (or with no course) that no
      *> seated student claimed.
       3180-REJECT-UNSEATED-SCORES.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-USED-FLAG(WS-ST-IDX) = "N" AND
                     (WS-RUN-COURSE = SPACES OR
                      WS-ST-COURSE(WS-ST-IDX) = WS-RUN-COURSE OR
                      WS-ST-COURSE(WS-ST-IDX) = SPACES)
                  DISPLAY WS-ST-USERNAME(WS-ST-IDX)
                     " - NOT ENROLLED IN " WS-ST-COURSE(WS-ST-IDX)
                     " FOR " WS-RUN-TERM ", REJECTED"
                  MOVE SPACES TO RJ-BAD-INPUT
                  STRING WS-ST-USERNAME(WS-ST-IDX) " NOT ENROLLED "
                     WS-ST-COURSE(WS-ST-IDX)
                     DELIMITED BY SIZE INTO RJ-BAD-INPUT
                  END-STRING
                  PERFORM 2310-WRITE-REJECT-LOG
               END-IF
            END-PERFORM.

       3060-WRITE-CHECKPOINT.
            MOVE WS-CURRENT-RECORD-NUM TO CKPT-RECORD-COUNT.
            OPEN OUTPUT ROSTER-CHECKPOINT-FILE.
