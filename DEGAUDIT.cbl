      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Degree audit - checks students against a degree
      *          program's requirements (PROGREQ.DAT: total credit
      *          hours, required COURSE-MASTER courses, minimum
      *          cumulative GPA) from their non-superseded STUHIST
      *          rows. For each student it prints every required
      *          course as completed (passed A to D), in progress
      *          (seated in it for the term) or missing, the credits
      *          earned and in progress, and the cumulative GPA on
      *          the transcript's terms. It ends with the term-end
      *          list of students eligible to graduate, and of those
      *          who will be once this term's courses are passed,
      *          with anyone on probation flagged. Spooled through
      *          SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAM-REQUIREMENT-FILE ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRAM-REQUIREMENT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-USERNAME
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT STUDENT-HISTORY-FILE ASSIGN TO "STUHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STUDENT-HISTORY-STATUS.
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
       FD  PROGRAM-REQUIREMENT-FILE.
       COPY PROGREQ.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.

       FD  STUDENT-HISTORY-FILE.
       COPY STUHIST.

       FD  COURSE-MASTER-FILE.
       COPY CRSMAST.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-REQUIREMENT-STATUS PIC XX.
       01  WS-STUDENT-MASTER-STATUS  PIC XX.
       01  WS-STUDENT-HISTORY-STATUS PIC XX.
       01  WS-COURSE-MASTER-STATUS   PIC XX.
       01  WS-ENROLLMENT-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
      *> Keyed READs that fail overwrite the file status, so which
      *> files opened is remembered separately.
       01  WS-HISTORY-FILE-FLAG      PIC X       VALUE "N".
           88  WS-HISTORY-FILE-OPEN              VALUE "Y".
       01  WS-COURSE-FILE-FLAG       PIC X       VALUE "N".
           88  WS-COURSE-FILE-OPEN               VALUE "Y".
       01  WS-REQUIREMENT-EOF-FLAG   PIC X       VALUE "N".
           88  WS-REQUIREMENT-EOF                VALUE "Y".
       01  WS-STUDENT-EOF-FLAG       PIC X       VALUE "N".
           88  WS-STUDENT-EOF                    VALUE "Y".
       01  WS-HIST-EOF-FLAG          PIC X.
           88  WS-HIST-EOF                       VALUE "Y".
       01  WS-ENROLL-EOF-FLAG        PIC X       VALUE "N".
           88  WS-ENROLL-EOF                     VALUE "Y".

       01  WS-RUN-CONTROLS.
           05  WS-PROGRAM-INPUT         PIC X(6).
           05  WS-TERM-INPUT            PIC X(5).
           05  WS-RUN-TERM              PIC 9(5).
           05  WS-USERNAME-INPUT        PIC X(10).
           05  WS-STUDENTS-AUDITED      PIC 9(5)    VALUE ZERO.

      *> The program being audited against.
       01  WS-REQUIREMENTS.
           05  WS-RQ-FOUND-FLAG         PIC X       VALUE "N".
               88  WS-RQ-FOUND                   VALUE "Y".
           05  WS-RQ-PROGRAM-CODE       PIC X(6).
           05  WS-RQ-TITLE              PIC X(20).
           05  WS-RQ-TOTAL-CREDITS      PIC 9(3)V9.
           05  WS-RQ-MIN-GPA            PIC 9V99.
           05  WS-RQ-COUNT              PIC 99      VALUE ZERO.
           05  WS-RQ-COURSE OCCURS 30 TIMES INDEXED BY RQ-IX
                                        PIC X(6).

      *> The term's seated enrollments, loaded once: the file is
      *> keyed by course, the audit goes student by student.
       01  WS-SEATED-TABLE.
           05  WS-SE-COUNT              PIC 9(4)    VALUE ZERO.
           05  WS-SE-ENTRY OCCURS 3000 TIMES INDEXED BY SE-IX.
               10  WS-SE-USERNAME       PIC X(10).
               10  WS-SE-COURSE         PIC X(6).

      *> One student's courses off the history: the best grade
      *> held for each, and whether it has been passed.
       01  WS-STUDENT-COURSES.
           05  WS-SC-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-SC-ENTRY OCCURS 200 TIMES INDEXED BY SC-IX.
               10  WS-SC-COURSE         PIC X(6).
               10  WS-SC-BEST-GRADE     PIC X.
               10  WS-SC-PASSED-FLAG    PIC X.
       01  WS-SC-FOUND               PIC 9(3).

       01  WS-STUDENT-FIGURES.
           05  WS-HELD-USERNAME         PIC X(10).
           05  WS-GRADE-POINTS          PIC 9.
           05  WS-ROW-CREDITS           PIC 9V9.
           05  WS-CUM-POINTS            PIC 9(5)V9.
           05  WS-CUM-CREDITS           PIC 9(4)V9.
           05  WS-CUM-GPA               PIC 9V99.
           05  WS-EARNED-CREDITS        PIC 9(4)V9.
           05  WS-PROGRESS-CREDITS      PIC 9(4)V9.
           05  WS-REQ-MISSING-COUNT     PIC 99.
           05  WS-REQ-PROGRESS-COUNT    PIC 99.
           05  WS-COURSE-STATE          PIC X(11).
           05  WS-PROBATION-TEXT        PIC X(18).
           05  WS-SEATED-FLAG           PIC X.
               88  WS-IS-SEATED                  VALUE "Y".

      *> Each audited student's outcome, held for the eligibility
      *> lists: E eligible now, T on track (eligible once this
      *> term's courses are passed), N not yet.
       01  WS-RESULT-TABLE.
           05  WS-RS-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-RS-ENTRY OCCURS 500 TIMES INDEXED BY RS-IX.
               10  WS-RS-USERNAME       PIC X(10).
               10  WS-RS-NAME           PIC X(30).
               10  WS-RS-GPA            PIC 9V99.
               10  WS-RS-CREDITS        PIC 9(4)V9.
               10  WS-RS-OUTCOME        PIC X.
               10  WS-RS-PROBATION-FLAG PIC X.
       01  WS-OUTCOME                PIC X.
       01  WS-LIST-COUNT             PIC 9(3).

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Degree Audit ---".
            DISPLAY "Program code (ENTER = first on file): ".
            MOVE SPACES TO WS-PROGRAM-INPUT.
            ACCEPT WS-PROGRAM-INPUT.
            PERFORM 1000-LOAD-REQUIREMENTS.
            IF NOT WS-RQ-FOUND
               DISPLAY "Program not on PROGREQ.DAT - nothing "
                  "audited."
               GOBACK
            END-IF.
            DISPLAY "Term ending (YYYYT, e.g. 20261): ".
            MOVE SPACES TO WS-TERM-INPUT.
            ACCEPT WS-TERM-INPUT.
            IF WS-TERM-INPUT IS NOT NUMERIC
               DISPLAY "Invalid term - run abandoned."
               GOBACK
            END-IF.
            MOVE WS-TERM-INPUT TO WS-RUN-TERM.
            DISPLAY "Student username (ENTER = all active): ".
            MOVE SPACES TO WS-USERNAME-INPUT.
            ACCEPT WS-USERNAME-INPUT.
            OPEN INPUT STUDENT-MASTER-FILE.
            IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "No STUDENT-MASTER file - nothing audited."
               GOBACK
            END-IF.
            PERFORM 1100-OPEN-HISTORY-FILES.
            PERFORM 1200-LOAD-SEATED-ENROLLMENTS.
            PERFORM 3000-OPEN-SPOOL.
            IF WS-USERNAME-INPUT NOT = SPACES
               MOVE WS-USERNAME-INPUT TO SM-USERNAME
               READ STUDENT-MASTER-FILE
                  INVALID KEY
                     DISPLAY WS-USERNAME-INPUT
                        " is not on the student master."
                  NOT INVALID KEY
                     PERFORM 2000-AUDIT-ONE-STUDENT
               END-READ
            ELSE
               MOVE LOW-VALUES TO SM-USERNAME
               START STUDENT-MASTER-FILE KEY >= SM-USERNAME
                  INVALID KEY
                     MOVE "Y" TO WS-STUDENT-EOF-FLAG
               END-START
               PERFORM UNTIL WS-STUDENT-EOF
                  READ STUDENT-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-STUDENT-EOF-FLAG
                     NOT AT END
                        IF SM-IS-ACTIVE
                           PERFORM 2000-AUDIT-ONE-STUDENT
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            PERFORM 4000-PRINT-ELIGIBILITY-LISTS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Audit spooled as " WS-SPOOL-NAME ".".
            CLOSE STUDENT-MASTER-FILE.
            IF WS-HISTORY-FILE-OPEN
               CLOSE STUDENT-HISTORY-FILE
            END-IF.
            IF WS-COURSE-FILE-OPEN
               CLOSE COURSE-MASTER-FILE
            END-IF.
            DISPLAY "Students audited: " WS-STUDENTS-AUDITED.
            GOBACK.

      *> The P line for the program (the first P line when no code
      *> was given) and the C lines that follow it.
       1000-LOAD-REQUIREMENTS.
            OPEN INPUT PROGRAM-REQUIREMENT-FILE.
            IF WS-PROGRAM-REQUIREMENT-STATUS NOT = "00"
               DISPLAY "No PROGREQ.DAT file."
               MOVE "Y" TO WS-REQUIREMENT-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-REQUIREMENT-EOF
               READ PROGRAM-REQUIREMENT-FILE
                  AT END
                     MOVE "Y" TO WS-REQUIREMENT-EOF-FLAG
                  NOT AT END
                     PERFORM 1050-TAKE-REQUIREMENT-LINE
               END-READ
            END-PERFORM.
            IF WS-PROGRAM-REQUIREMENT-STATUS = "00" OR
                  WS-PROGRAM-REQUIREMENT-STATUS = "10"
               CLOSE PROGRAM-REQUIREMENT-FILE
            END-IF.

       1050-TAKE-REQUIREMENT-LINE.
            EVALUATE TRUE
               WHEN PQ-IS-PROGRAM
                  IF WS-RQ-FOUND
                     MOVE "Y" TO WS-REQUIREMENT-EOF-FLAG
                  ELSE
                     IF WS-PROGRAM-INPUT = SPACES OR
                           WS-PROGRAM-INPUT = PQ-PROGRAM-CODE
                        MOVE "Y" TO WS-RQ-FOUND-FLAG
                        MOVE PQ-PROGRAM-CODE TO WS-RQ-PROGRAM-CODE
                        MOVE PQ-PROGRAM-TITLE TO WS-RQ-TITLE
                        MOVE PQ-TOTAL-CREDITS TO WS-RQ-TOTAL-CREDITS
                        MOVE PQ-MIN-GPA TO WS-RQ-MIN-GPA
                     END-IF
                  END-IF
               WHEN PQ-IS-REQUIRED-COURSE
                  IF WS-RQ-FOUND AND
                        PQ-PROGRAM-CODE = WS-RQ-PROGRAM-CODE
                     IF WS-RQ-COUNT < 30
                        ADD 1 TO WS-RQ-COUNT
                        MOVE PQ-REQUIRED-COURSE
                           TO WS-RQ-COURSE(WS-RQ-COUNT)
                     ELSE
                        DISPLAY "More than 30 required courses - "
                           PQ-REQUIRED-COURSE " left off."
                     END-IF
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       1100-OPEN-HISTORY-FILES.
            OPEN INPUT STUDENT-HISTORY-FILE.
            IF WS-STUDENT-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-FILE-FLAG
            ELSE
               DISPLAY "No STUDENT-HISTORY file - every student "
                  "audits with nothing completed."
            END-IF.
            OPEN INPUT COURSE-MASTER-FILE.
            IF WS-COURSE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-COURSE-FILE-FLAG
            END-IF.

       1200-LOAD-SEATED-ENROLLMENTS.
            OPEN INPUT ENROLLMENT-FILE.
            IF WS-ENROLLMENT-STATUS NOT = "00"
               MOVE "Y" TO WS-ENROLL-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-ENROLL-EOF
               READ ENROLLMENT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ENROLL-EOF-FLAG
                  NOT AT END
                     IF EN-TERM = WS-RUN-TERM AND EN-IS-ENROLLED
                        IF WS-SE-COUNT < 3000
                           ADD 1 TO WS-SE-COUNT
                           MOVE EN-USERNAME
                              TO WS-SE-USERNAME(WS-SE-COUNT)
                           MOVE EN-COURSE-CODE
                              TO WS-SE-COURSE(WS-SE-COUNT)
                        ELSE
                           DISPLAY "More than 3000 seats in the term "
                              "- " EN-USERNAME " " EN-COURSE-CODE
                              " not counted in progress."
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-ENROLLMENT-STATUS = "00" OR
                  WS-ENROLLMENT-STATUS = "10"
               CLOSE ENROLLMENT-FILE
            END-IF.

      *> ---------------------------------------------------------
      *> One student
      *> ---------------------------------------------------------
       2000-AUDIT-ONE-STUDENT.
            ADD 1 TO WS-STUDENTS-AUDITED.
            MOVE SM-USERNAME TO WS-HELD-USERNAME.
            IF SM-IS-PROBATION
               MOVE "** ON PROBATION **" TO WS-PROBATION-TEXT
            ELSE
               MOVE SPACES TO WS-PROBATION-TEXT
            END-IF.
            PERFORM 2100-READ-STUDENT-HISTORY.
            PERFORM 2300-PRINT-STUDENT-HEADING.
            MOVE ZERO TO WS-REQ-MISSING-COUNT WS-REQ-PROGRESS-COUNT.
            PERFORM VARYING RQ-IX FROM 1 BY 1
               UNTIL RQ-IX > WS-RQ-COUNT
               PERFORM 2400-PRINT-REQUIRED-COURSE
            END-PERFORM.
            PERFORM 2500-ADD-PROGRESS-CREDITS.
            PERFORM 2600-DECIDE-OUTCOME.
            PERFORM 2700-PRINT-STUDENT-SUMMARY.
            PERFORM 2800-HOLD-RESULT.

      *> The cumulative GPA is the transcript's: every current row,
      *> credit-weighted, a row with no or an unknown course at one
      *> credit. Credits earned count each passed course once, so a
      *> retake does not earn the credits twice; rows with no
      *> course cannot be told apart and each count.
       2100-READ-STUDENT-HISTORY.
            MOVE ZERO TO WS-SC-COUNT WS-CUM-POINTS WS-CUM-CREDITS
               WS-EARNED-CREDITS WS-CUM-GPA.
            IF WS-HISTORY-FILE-OPEN
               MOVE "N" TO WS-HIST-EOF-FLAG
               MOVE WS-HELD-USERNAME TO SH-USERNAME
               MOVE LOW-VALUES TO SH-RUN-DATE SH-RUN-TIME
               START STUDENT-HISTORY-FILE KEY >= SH-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-HIST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-HIST-EOF
                  READ STUDENT-HISTORY-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-HIST-EOF-FLAG
                     NOT AT END
                        IF SH-USERNAME NOT = WS-HELD-USERNAME
                           MOVE "Y" TO WS-HIST-EOF-FLAG
                        ELSE
                           IF NOT SH-IS-SUPERSEDED
                              PERFORM 2150-TAKE-HISTORY-ROW
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-CUM-CREDITS > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                  WS-CUM-POINTS / WS-CUM-CREDITS
            END-IF.

       2150-TAKE-HISTORY-ROW.
            EVALUATE SH-GRADE
               WHEN "A" MOVE 4 TO WS-GRADE-POINTS
               WHEN "B" MOVE 3 TO WS-GRADE-POINTS
               WHEN "C" MOVE 2 TO WS-GRADE-POINTS
               WHEN "D" MOVE 1 TO WS-GRADE-POINTS
               WHEN OTHER MOVE ZERO TO WS-GRADE-POINTS
            END-EVALUATE.
            MOVE SH-COURSE-CODE TO CM-COURSE-CODE.
            PERFORM 2160-LOOKUP-CREDITS.
            COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
               + WS-GRADE-POINTS * WS-ROW-CREDITS.
            ADD WS-ROW-CREDITS TO WS-CUM-CREDITS.
            IF SH-COURSE-CODE = SPACES
               IF WS-GRADE-POINTS > ZERO
                  ADD WS-ROW-CREDITS TO WS-EARNED-CREDITS
               END-IF
            ELSE
               PERFORM 2170-FIND-STUDENT-COURSE
               IF WS-SC-FOUND = ZERO AND WS-SC-COUNT < 200
                  ADD 1 TO WS-SC-COUNT
                  MOVE WS-SC-COUNT TO WS-SC-FOUND
                  MOVE SH-COURSE-CODE TO WS-SC-COURSE(WS-SC-FOUND)
                  MOVE SH-GRADE TO WS-SC-BEST-GRADE(WS-SC-FOUND)
                  MOVE "N" TO WS-SC-PASSED-FLAG(WS-SC-FOUND)
               END-IF
               IF WS-SC-FOUND > ZERO AND WS-GRADE-POINTS > ZERO
                  IF WS-SC-PASSED-FLAG(WS-SC-FOUND) = "N"
                     MOVE "Y" TO WS-SC-PASSED-FLAG(WS-SC-FOUND)
                     MOVE SH-GRADE TO WS-SC-BEST-GRADE(WS-SC-FOUND)
                     ADD WS-ROW-CREDITS TO WS-EARNED-CREDITS
                  ELSE
                     IF SH-GRADE < WS-SC-BEST-GRADE(WS-SC-FOUND)
                        MOVE SH-GRADE
                           TO WS-SC-BEST-GRADE(WS-SC-FOUND)
                     END-IF
                  END-IF
               END-IF
            END-IF.

      *> Credit hours of the course in CM-COURSE-CODE; one credit
      *> when it has none or is not on the master.
       2160-LOOKUP-CREDITS.
            MOVE 1.0 TO WS-ROW-CREDITS.
            IF WS-COURSE-FILE-OPEN AND CM-COURSE-CODE NOT = SPACES
               READ COURSE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CM-CREDIT-HOURS > ZERO
                        MOVE CM-CREDIT-HOURS TO WS-ROW-CREDITS
                     END-IF
               END-READ
            END-IF.

       2170-FIND-STUDENT-COURSE.
            MOVE ZERO TO WS-SC-FOUND.
            PERFORM VARYING SC-IX FROM 1 BY 1
               UNTIL SC-IX > WS-SC-COUNT OR WS-SC-FOUND > ZERO
               IF WS-SC-COURSE(SC-IX) = SH-COURSE-CODE
                  SET WS-SC-FOUND TO SC-IX
               END-IF
            END-PERFORM.

       2200-CHECK-SEATED.
            MOVE "N" TO WS-SEATED-FLAG.
            PERFORM VARYING SE-IX FROM 1 BY 1
               UNTIL SE-IX > WS-SE-COUNT OR WS-IS-SEATED
               IF WS-SE-USERNAME(SE-IX) = WS-HELD-USERNAME AND
                     WS-SE-COURSE(SE-IX) = CM-COURSE-CODE
                  MOVE "Y" TO WS-SEATED-FLAG
               END-IF
            END-PERFORM.

       2300-PRINT-STUDENT-HEADING.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "STUDENT " SM-USERNAME " " SM-FULL-NAME " "
               WS-PROBATION-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "  REQUIRED COURSE  STATUS       GRADE" TO PRINT-LINE.
            WRITE PRINT-LINE.

       2400-PRINT-REQUIRED-COURSE.
            MOVE WS-RQ-COURSE(RQ-IX) TO SH-COURSE-CODE.
            PERFORM 2170-FIND-STUDENT-COURSE.
            MOVE WS-RQ-COURSE(RQ-IX) TO CM-COURSE-CODE.
            PERFORM 2200-CHECK-SEATED.
            EVALUATE TRUE
               WHEN WS-SC-FOUND > ZERO AND
                     WS-SC-PASSED-FLAG(WS-SC-FOUND) = "Y"
                  MOVE "COMPLETED" TO WS-COURSE-STATE
               WHEN WS-IS-SEATED
                  MOVE "IN PROGRESS" TO WS-COURSE-STATE
                  ADD 1 TO WS-REQ-PROGRESS-COUNT
               WHEN OTHER
                  MOVE "MISSING" TO WS-COURSE-STATE
                  ADD 1 TO WS-REQ-MISSING-COUNT
            END-EVALUATE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-SC-FOUND > ZERO
               STRING "  " WS-RQ-COURSE(RQ-IX) "           "
                  WS-COURSE-STATE "  " WS-SC-BEST-GRADE(WS-SC-FOUND)
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               STRING "  " WS-RQ-COURSE(RQ-IX) "           "
                  WS-COURSE-STATE
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            WRITE PRINT-LINE.

      *> Credits in progress: every course the student is seated in
      *> this term and has not already passed.
       2500-ADD-PROGRESS-CREDITS.
            MOVE ZERO TO WS-PROGRESS-CREDITS.
            PERFORM VARYING SE-IX FROM 1 BY 1
               UNTIL SE-IX > WS-SE-COUNT
               IF WS-SE-USERNAME(SE-IX) = WS-HELD-USERNAME
                  MOVE WS-SE-COURSE(SE-IX) TO SH-COURSE-CODE
                  PERFORM 2170-FIND-STUDENT-COURSE
                  IF WS-SC-FOUND = ZERO
                     MOVE WS-SE-COURSE(SE-IX) TO CM-COURSE-CODE
                     PERFORM 2160-LOOKUP-CREDITS
                     ADD WS-ROW-CREDITS TO WS-PROGRESS-CREDITS
                  ELSE
                     IF WS-SC-PASSED-FLAG(WS-SC-FOUND) = "N"
                        MOVE WS-SE-COURSE(SE-IX) TO CM-COURSE-CODE
                        PERFORM 2160-LOOKUP-CREDITS
                        ADD WS-ROW-CREDITS TO WS-PROGRESS-CREDITS
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

      *> The GPA floor is judged on grades already on file; a
      *> student short on it is not on track whatever is in
      *> progress.
       2600-DECIDE-OUTCOME.
            EVALUATE TRUE
               WHEN WS-REQ-MISSING-COUNT = ZERO AND
                     WS-REQ-PROGRESS-COUNT = ZERO AND
                     WS-EARNED-CREDITS >= WS-RQ-TOTAL-CREDITS AND
                     WS-CUM-GPA >= WS-RQ-MIN-GPA
                  MOVE "E" TO WS-OUTCOME
               WHEN WS-REQ-MISSING-COUNT = ZERO AND
                     WS-EARNED-CREDITS + WS-PROGRESS-CREDITS
                        >= WS-RQ-TOTAL-CREDITS AND
                     WS-CUM-GPA >= WS-RQ-MIN-GPA
                  MOVE "T" TO WS-OUTCOME
               WHEN OTHER
                  MOVE "N" TO WS-OUTCOME
            END-EVALUATE.

       2700-PRINT-STUDENT-SUMMARY.
            MOVE SPACES TO PRINT-LINE.
            STRING "  CREDITS EARNED " WS-EARNED-CREDITS
               " OF " WS-RQ-TOTAL-CREDITS "   IN PROGRESS "
               WS-PROGRESS-CREDITS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "  CUMULATIVE GPA " WS-CUM-GPA "   MINIMUM "
               WS-RQ-MIN-GPA
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            EVALUATE WS-OUTCOME
               WHEN "E"
                  STRING "  STATUS: ELIGIBLE TO GRADUATE "
                     WS-PROBATION-TEXT
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
               WHEN "T"
                  STRING "  STATUS: ON TRACK - ELIGIBLE ONCE THIS "
                     "TERM'S COURSES ARE PASSED"
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
               WHEN OTHER
                  STRING "  STATUS: NOT YET ELIGIBLE - "
                     WS-REQ-MISSING-COUNT " REQUIRED COURSE(S) "
                     "MISSING"
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
            END-EVALUATE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2800-HOLD-RESULT.
            IF WS-RS-COUNT < 500
               ADD 1 TO WS-RS-COUNT
               MOVE WS-HELD-USERNAME TO WS-RS-USERNAME(WS-RS-COUNT)
               MOVE SM-FULL-NAME TO WS-RS-NAME(WS-RS-COUNT)
               MOVE WS-CUM-GPA TO WS-RS-GPA(WS-RS-COUNT)
               MOVE WS-EARNED-CREDITS TO WS-RS-CREDITS(WS-RS-COUNT)
               MOVE WS-OUTCOME TO WS-RS-OUTCOME(WS-RS-COUNT)
               IF SM-IS-PROBATION
                  MOVE "Y" TO WS-RS-PROBATION-FLAG(WS-RS-COUNT)
               ELSE
                  MOVE "N" TO WS-RS-PROBATION-FLAG(WS-RS-COUNT)
               END-IF
            END-IF.

       3000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "DEGAUDIT" TO SP-REPORT-TYPE.
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
            STRING "DEGREE AUDIT - " WS-RQ-PROGRAM-CODE " "
               WS-RQ-TITLE " - TERM " WS-RUN-TERM
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "REQUIRES " WS-RQ-TOTAL-CREDITS " CREDITS, "
               WS-RQ-COUNT " REQUIRED COURSE(S), GPA "
               WS-RQ-MIN-GPA
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.

      *> ---------------------------------------------------------
      *> Term-end lists
      *> ---------------------------------------------------------
       4000-PRINT-ELIGIBILITY-LISTS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "ELIGIBLE TO GRADUATE - TERM " WS-RUN-TERM
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "E" TO WS-OUTCOME.
            PERFORM 4100-PRINT-ONE-LIST.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "ELIGIBLE ONCE THIS TERM'S COURSES ARE PASSED"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "T" TO WS-OUTCOME.
            PERFORM 4100-PRINT-ONE-LIST.

       4100-PRINT-ONE-LIST.
            MOVE ZERO TO WS-LIST-COUNT.
            PERFORM VARYING RS-IX FROM 1 BY 1
               UNTIL RS-IX > WS-RS-COUNT
               IF WS-RS-OUTCOME(RS-IX) = WS-OUTCOME
                  ADD 1 TO WS-LIST-COUNT
                  MOVE SPACES TO PRINT-LINE
                  IF WS-RS-PROBATION-FLAG(RS-IX) = "Y"
                     STRING "  " WS-RS-USERNAME(RS-IX) " "
                        WS-RS-NAME(RS-IX)(1:20) " GPA "
                        WS-RS-GPA(RS-IX) " CR " WS-RS-CREDITS(RS-IX)
                        " ** ON PROBATION **"
                        DELIMITED BY SIZE INTO PRINT-LINE
                     END-STRING
                  ELSE
                     STRING "  " WS-RS-USERNAME(RS-IX) " "
                        WS-RS-NAME(RS-IX)(1:20) " GPA "
                        WS-RS-GPA(RS-IX) " CR " WS-RS-CREDITS(RS-IX)
                        DELIMITED BY SIZE INTO PRINT-LINE
                     END-STRING
                  END-IF
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
            END-PERFORM.
            MOVE SPACES TO PRINT-LINE.
            STRING "  STUDENTS: " WS-LIST-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM DEGREE-AUDIT.
