      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Month-end close checklist - for one PERIODCL period,
      *          lists the close steps from the close-definition file
      *          (seeded with the shop's order: vending, payroll and
      *          depreciation postings, commission statements,
      *          GL-POST, GL-TIE-OUT, budget variance, PERIOD-CLOSE
      *          and the management pack) with their prerequisites
      *          and where each stands. A step is run from here by
      *          CALL, the way JOB-STREAM runs the nightly steps, and
      *          the operator, date, time and outcome are recorded
      *          against the period; a step run elsewhere can be
      *          marked done by hand with a reference, except
      *          GL-TIE-OUT and PERIOD-CLOSE, whose results are
      *          checked rather than taken on trust. PERIOD-CLOSE is
      *          not run until every mandatory step ahead of it is
      *          done and GL-TIE-OUT has passed. A reviewer other
      *          than the one who closed the period signs the close
      *          off, and the close report with its sign-offs is
      *          printed for the month's file through SPOOL-REGISTER.
      *          Every step recorded goes to the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-CHECKLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT CLOSE-DEFINITION-FILE ASSIGN TO "CLOSEDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-DEFINITION-STATUS.
           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CLOSE-STATUS-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  CLOSE-DEFINITION-FILE.
       COPY CLOSEDEF.

       FD  CLOSE-STATUS-FILE.
       COPY CLOSESTP.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-CLOSE-DEFINITION-STATUS PIC XX.
       01  WS-CLOSE-STATUS-STATUS    PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-DEFINITION-EOF-FLAG    PIC X       VALUE "N".
           88  WS-DEFINITION-EOF                 VALUE "Y".

      *> Seeded close order. Mandatory "Y"/"N", then how the result
      *> is known (C confirmed, R return code, L period locked), then
      *> up to four prerequisite steps. MANAGEMENT-PACK reads the
      *> period summaries PERIOD-CLOSE writes, so it follows the
      *> close instead of waiting on it.
       01  WS-SEED-STEPS.
           05  FILLER   PIC 99      VALUE 01.
           05  FILLER   PIC X(30)   VALUE "VENDING-GL-POST".
           05  FILLER   PIC XX      VALUE "YC".
           05  FILLER   PIC 9(8)    VALUE 00000000.
           05  FILLER   PIC 99      VALUE 02.
           05  FILLER   PIC X(30)   VALUE "PAYROLL-GL-POST".
           05  FILLER   PIC XX      VALUE "YC".
           05  FILLER   PIC 9(8)    VALUE 00000000.
           05  FILLER   PIC 99      VALUE 03.
           05  FILLER   PIC X(30)   VALUE "DEPRECIATION-RUN".
           05  FILLER   PIC XX      VALUE "YC".
           05  FILLER   PIC 9(8)    VALUE 00000000.
           05  FILLER   PIC 99      VALUE 04.
           05  FILLER   PIC X(30)   VALUE "COMMISSION-STATEMENTS".
           05  FILLER   PIC XX      VALUE "YC".
           05  FILLER   PIC 9(8)    VALUE 00000000.
           05  FILLER   PIC 99      VALUE 05.
           05  FILLER   PIC X(30)   VALUE "GL-POST".
           05  FILLER   PIC XX      VALUE "YC".
           05  FILLER   PIC 9(8)    VALUE 01020304.
           05  FILLER   PIC 99      VALUE 06.
           05  FILLER   PIC X(30)   VALUE "GL-TIE-OUT".
           05  FILLER   PIC XX      VALUE "YR".
           05  FILLER   PIC 9(8)    VALUE 05000000.
           05  FILLER   PIC 99      VALUE 07.
           05  FILLER   PIC X(30)   VALUE "BUDGET-VARIANCE".
           05  FILLER   PIC XX      VALUE "NC".
           05  FILLER   PIC 9(8)    VALUE 05000000.
           05  FILLER   PIC 99      VALUE 08.
           05  FILLER   PIC X(30)   VALUE "PERIOD-CLOSE".
           05  FILLER   PIC XX      VALUE "YL".
           05  FILLER   PIC 9(8)    VALUE 06000000.
           05  FILLER   PIC 99      VALUE 09.
           05  FILLER   PIC X(30)   VALUE "MANAGEMENT-PACK".
           05  FILLER   PIC XX      VALUE "YC".
           05  FILLER   PIC 9(8)    VALUE 08000000.
       01  WS-SEED-TABLE REDEFINES WS-SEED-STEPS.
           05  WS-SEED-ENTRY OCCURS 9 TIMES.
               10  WS-SEED-STEP        PIC 99.
               10  WS-SEED-PROGRAM     PIC X(30).
               10  WS-SEED-MANDATORY   PIC X.
               10  WS-SEED-CHECK-TYPE  PIC X.
               10  WS-SEED-PREREQ      PIC 99  OCCURS 4 TIMES.
       01  WS-SEED-IDX               PIC 99.

      *> The period's checklist: the definitions with each step's
      *> standing for the period alongside.
       01  WS-STEP-TABLE.
           05  WS-ST-ENTRY OCCURS 20 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-STEP              PIC 99.
               10  WS-ST-PROGRAM           PIC X(30).
               10  WS-ST-MANDATORY         PIC X.
               10  WS-ST-CHECK-TYPE        PIC X.
               10  WS-ST-PREREQ            PIC 99  OCCURS 4 TIMES.
               10  WS-ST-STATUS            PIC X.
               10  WS-ST-HOW               PIC X.
               10  WS-ST-OPERATOR          PIC X(10).
               10  WS-ST-DATE              PIC 9(8).
               10  WS-ST-TIME              PIC 9(8).
               10  WS-ST-RUNS              PIC 99.
               10  WS-ST-NOTE              PIC X(30).
       01  WS-STEP-COUNT             PIC 99      VALUE ZERO.
       01  WS-PQ-IDX                 PIC 9.
       01  WS-CHECK-IDX              PIC 99.
       01  WS-FOUND-IDX              PIC 99.

       01  WS-SIGNOFF-STEP           PIC 99      VALUE 99.
       01  WS-SIGNOFF-FLAG           PIC X       VALUE "N".
           88  WS-SIGNED-OFF                     VALUE "Y".
       01  WS-SIGNOFF-BY             PIC X(10).
       01  WS-SIGNOFF-DATE           PIC 9(8).
       01  WS-SIGNOFF-TIME           PIC 9(8).

       01  WS-CHECKLIST-CONTROLS.
           05  WS-OPERATOR              PIC X(10).
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-PERIOD-INPUT          PIC XX.
           05  WS-FISCAL-YEAR           PIC 9(4).
           05  WS-PERIOD-NO             PIC 99.
           05  WS-PERIOD-START          PIC 9(8).
           05  WS-PERIOD-END            PIC 9(8).
           05  WS-PERIOD-STATUS         PIC X.
               88  WS-PERIOD-CLOSED              VALUE "C".
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-STEP-INPUT            PIC XX.
           05  WS-ANSWER                PIC X.
           05  WS-NOTE-INPUT            PIC X(30).
           05  WS-REVIEWER-INPUT        PIC X(10).
           05  WS-CLOSED-BY             PIC X(10).
           05  WS-MISSING-COUNT         PIC 99.
           05  WS-MANDATORY-COUNT       PIC 99.
           05  WS-MANDATORY-DONE        PIC 99.
           05  WS-CALL-PROGRAM          PIC X(30).
           05  WS-STEP-CLEARED-FLAG     PIC X.
               88  WS-STEP-CLEARED               VALUE "Y".
           05  WS-CALL-FAILED-FLAG      PIC X.
               88  WS-CALL-FAILED                VALUE "Y".
           05  WS-STEP-RETURN-CODE      PIC S9(4).
           05  WS-RETURN-CODE-DISPLAY   PIC 9(4).

      *> The record being written to CLOSESTP.DAT, built here before
      *> the file is opened.
       01  WS-SAVE-CONTROLS.
           05  WS-SAVE-STEP             PIC 99.
           05  WS-SAVE-PROGRAM          PIC X(30).
           05  WS-SAVE-STATUS           PIC X.
           05  WS-SAVE-HOW              PIC X.
           05  WS-SAVE-OPERATOR         PIC X(10).
           05  WS-SAVE-DATE             PIC 9(8).
           05  WS-SAVE-TIME             PIC 9(8).
           05  WS-SAVE-RUNS             PIC 99.
           05  WS-SAVE-NOTE             PIC X(30).
           05  WS-SAVE-NEW-FLAG         PIC X.
               88  WS-SAVE-IS-NEW                VALUE "Y".

       01  WS-LINE-CONTROLS.
           05  WS-STEP-LINE             PIC X(80).
           05  WS-STATUS-WORD           PIC X(7).
           05  WS-PREREQ-TEXT           PIC X(11).
           05  WS-PREREQ-POINTER        PIC 99.
           05  WS-DATE-TEXT             PIC X(8).
           05  WS-TIME-TEXT             PIC X(5).
           05  WS-HOW-TEXT              PIC X(4).

       01  WS-AUDIT-LOG-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-AUDIT-EVENT-CODE       PIC X(10).
       01  WS-AUDIT-EVENT-TEXT       PIC X(50).

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Month-End Close Checklist ---".
            DISPLAY "Operator name: ".
            ACCEPT WS-OPERATOR.
            DISPLAY "Fiscal year (YYYY): ".
            ACCEPT WS-YEAR-INPUT.
            DISPLAY "Period number (01-12): ".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-YEAR-INPUT IS NOT NUMERIC OR
                  WS-PERIOD-INPUT IS NOT NUMERIC OR
                  WS-OPERATOR = SPACES
               DISPLAY "Operator, year and period are all needed - "
                  "checklist not opened."
               GOBACK
            END-IF.
            MOVE WS-YEAR-INPUT TO WS-FISCAL-YEAR.
            MOVE WS-PERIOD-INPUT TO WS-PERIOD-NO.
            PERFORM 1000-READ-PERIOD.
            IF WS-PERIOD-STATUS = SPACE
               GOBACK
            END-IF.
            PERFORM 1100-LOAD-DEFINITIONS.
            PERFORM 1200-LOAD-STEP-STATUS.
            PERFORM 2000-LIST-CHECKLIST.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, R=run a step, M=mark a step done, "
                  "S=sign off, P=print close report, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-CHECKLIST
                  WHEN "R"
                  WHEN "r"
                     PERFORM 3000-RUN-STEP
                  WHEN "M"
                  WHEN "m"
                     PERFORM 4000-MARK-STEP-DONE
                  WHEN "S"
                  WHEN "s"
                     PERFORM 5000-SIGN-OFF-CLOSE
                  WHEN "P"
                  WHEN "p"
                     PERFORM 7000-PRINT-CLOSE-REPORT
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            IF WS-AUDIT-LOG-COUNT > ZERO
               PERFORM 9100-WRITE-AUDIT-LOG-TRAILER
            END-IF.
            GOBACK.

      *> The calendar is only held open long enough to read the
      *> period: PERIOD-CLOSE opens it for update when it is run
      *> from here.
       1000-READ-PERIOD.
            MOVE SPACE TO WS-PERIOD-STATUS.
            OPEN INPUT PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS NOT = "00"
               DISPLAY "No PERIOD-CALENDAR file - define the period "
                  "in PERIOD-MAINT first."
            ELSE
               MOVE WS-FISCAL-YEAR TO PC-FISCAL-YEAR
               MOVE WS-PERIOD-NO TO PC-PERIOD-NO
               READ PERIOD-CALENDAR-FILE
                  INVALID KEY
                     DISPLAY "Period not on the calendar - "
                        "checklist not opened."
                  NOT INVALID KEY
                     MOVE PC-START-DATE TO WS-PERIOD-START
                     MOVE PC-END-DATE TO WS-PERIOD-END
                     MOVE PC-STATUS TO WS-PERIOD-STATUS
               END-READ
               CLOSE PERIOD-CALENDAR-FILE
            END-IF.

       1100-LOAD-DEFINITIONS.
            OPEN INPUT CLOSE-DEFINITION-FILE.
            IF WS-CLOSE-DEFINITION-STATUS = "35"
               OPEN OUTPUT CLOSE-DEFINITION-FILE
               PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                  UNTIL WS-SEED-IDX > 9
                  MOVE WS-SEED-STEP(WS-SEED-IDX) TO CD-STEP-NUMBER
                  MOVE WS-SEED-PROGRAM(WS-SEED-IDX)
                     TO CD-PROGRAM-NAME
                  MOVE WS-SEED-MANDATORY(WS-SEED-IDX)
                     TO CD-MANDATORY-FLAG
                  MOVE WS-SEED-CHECK-TYPE(WS-SEED-IDX)
                     TO CD-CHECK-TYPE
                  PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                     UNTIL WS-PQ-IDX > 4
                     MOVE WS-SEED-PREREQ(WS-SEED-IDX, WS-PQ-IDX)
                        TO CD-PREREQUISITE(WS-PQ-IDX)
                  END-PERFORM
                  WRITE CLOSE-STEP-DEFINITION
               END-PERFORM
               CLOSE CLOSE-DEFINITION-FILE
               OPEN INPUT CLOSE-DEFINITION-FILE
            END-IF.
            PERFORM UNTIL WS-DEFINITION-EOF
               READ CLOSE-DEFINITION-FILE
                  AT END
                     MOVE "Y" TO WS-DEFINITION-EOF-FLAG
                  NOT AT END
                     IF WS-STEP-COUNT < 20
                        PERFORM 1150-HOLD-DEFINITION
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CLOSE-DEFINITION-FILE.

       1150-HOLD-DEFINITION.
            ADD 1 TO WS-STEP-COUNT.
            SET WS-ST-IDX TO WS-STEP-COUNT.
            INITIALIZE WS-ST-ENTRY(WS-ST-IDX).
            MOVE CD-STEP-NUMBER TO WS-ST-STEP(WS-ST-IDX).
            MOVE CD-PROGRAM-NAME TO WS-ST-PROGRAM(WS-ST-IDX).
            MOVE CD-MANDATORY-FLAG TO WS-ST-MANDATORY(WS-ST-IDX).
            MOVE CD-CHECK-TYPE TO WS-ST-CHECK-TYPE(WS-ST-IDX).
            PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > 4
               MOVE CD-PREREQUISITE(WS-PQ-IDX)
                  TO WS-ST-PREREQ(WS-ST-IDX, WS-PQ-IDX)
            END-PERFORM.

       1200-LOAD-STEP-STATUS.
            OPEN INPUT CLOSE-STATUS-FILE.
            IF WS-CLOSE-STATUS-STATUS = "00"
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                  UNTIL WS-ST-IDX > WS-STEP-COUNT
                  MOVE WS-FISCAL-YEAR TO CS-FISCAL-YEAR
                  MOVE WS-PERIOD-NO TO CS-PERIOD-NO
                  MOVE WS-ST-STEP(WS-ST-IDX) TO CS-STEP-NUMBER
                  READ CLOSE-STATUS-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE CS-STATUS TO WS-ST-STATUS(WS-ST-IDX)
                        MOVE CS-HOW TO WS-ST-HOW(WS-ST-IDX)
                        MOVE CS-OPERATOR TO WS-ST-OPERATOR(WS-ST-IDX)
                        MOVE CS-EVENT-DATE TO WS-ST-DATE(WS-ST-IDX)
                        MOVE CS-EVENT-TIME TO WS-ST-TIME(WS-ST-IDX)
                        MOVE CS-RUN-COUNT TO WS-ST-RUNS(WS-ST-IDX)
                        MOVE CS-NOTE TO WS-ST-NOTE(WS-ST-IDX)
                  END-READ
               END-PERFORM
               MOVE WS-FISCAL-YEAR TO CS-FISCAL-YEAR
               MOVE WS-PERIOD-NO TO CS-PERIOD-NO
               MOVE WS-SIGNOFF-STEP TO CS-STEP-NUMBER
               READ CLOSE-STATUS-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "Y" TO WS-SIGNOFF-FLAG
                     MOVE CS-OPERATOR TO WS-SIGNOFF-BY
                     MOVE CS-EVENT-DATE TO WS-SIGNOFF-DATE
                     MOVE CS-EVENT-TIME TO WS-SIGNOFF-TIME
               END-READ
               CLOSE CLOSE-STATUS-FILE
            END-IF.

      *> ---------------------------------------------------------
      *> The checklist on screen
      *> ---------------------------------------------------------
       2000-LIST-CHECKLIST.
            DISPLAY "Period " WS-FISCAL-YEAR "/" WS-PERIOD-NO " "
               WS-PERIOD-START " to " WS-PERIOD-END " - status "
               WS-PERIOD-STATUS.
            PERFORM 2050-BUILD-HEADING.
            DISPLAY WS-STEP-LINE.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-COUNT
               PERFORM 2100-BUILD-STEP-LINE
               DISPLAY WS-STEP-LINE
            END-PERFORM.
            IF WS-SIGNED-OFF
               DISPLAY "Close signed off by " WS-SIGNOFF-BY " on "
                  WS-SIGNOFF-DATE
            END-IF.

       2050-BUILD-HEADING.
            MOVE SPACES TO WS-STEP-LINE.
            MOVE "ST PROGRAM                M PREREQS     STATUS"
               TO WS-STEP-LINE.
            MOVE "BY         DATE     TIME  HOW" TO WS-STEP-LINE(49:29).

       2100-BUILD-STEP-LINE.
            PERFORM 2200-SET-STATUS-WORD.
            MOVE SPACES TO WS-PREREQ-TEXT.
            MOVE 1 TO WS-PREREQ-POINTER.
            PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > 4
               IF WS-ST-PREREQ(WS-ST-IDX, WS-PQ-IDX) > ZERO
                  STRING WS-ST-PREREQ(WS-ST-IDX, WS-PQ-IDX) " "
                     DELIMITED BY SIZE INTO WS-PREREQ-TEXT
                     WITH POINTER WS-PREREQ-POINTER
                  END-STRING
               END-IF
            END-PERFORM.
            MOVE SPACES TO WS-DATE-TEXT WS-TIME-TEXT WS-HOW-TEXT.
            IF WS-ST-DATE(WS-ST-IDX) > ZERO
               MOVE WS-ST-DATE(WS-ST-IDX) TO WS-DATE-TEXT
               STRING WS-ST-TIME(WS-ST-IDX)(1:2) ":"
                  WS-ST-TIME(WS-ST-IDX)(3:2)
                  DELIMITED BY SIZE INTO WS-TIME-TEXT
               END-STRING
            END-IF.
            EVALUATE WS-ST-HOW(WS-ST-IDX)
               WHEN "R"
                  MOVE "RUN" TO WS-HOW-TEXT
               WHEN "M"
                  MOVE "HAND" TO WS-HOW-TEXT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            MOVE SPACES TO WS-STEP-LINE.
            STRING WS-ST-STEP(WS-ST-IDX) " "
               WS-ST-PROGRAM(WS-ST-IDX)(1:22) " "
               WS-ST-MANDATORY(WS-ST-IDX) " "
               WS-PREREQ-TEXT " " WS-STATUS-WORD " "
               WS-ST-OPERATOR(WS-ST-IDX) " " WS-DATE-TEXT " "
               WS-TIME-TEXT " " WS-HOW-TEXT
               DELIMITED BY SIZE INTO WS-STEP-LINE
            END-STRING.

      *> A step not yet done is READY once everything it waits on is
      *> done, WAITING until then.
       2200-SET-STATUS-WORD.
            EVALUATE TRUE
               WHEN WS-ST-STATUS(WS-ST-IDX) = "D" AND
                     WS-ST-CHECK-TYPE(WS-ST-IDX) = "R"
                  MOVE "PASSED" TO WS-STATUS-WORD
               WHEN WS-ST-STATUS(WS-ST-IDX) = "D"
                  MOVE "DONE" TO WS-STATUS-WORD
               WHEN WS-ST-STATUS(WS-ST-IDX) = "F"
                  MOVE "FAILED" TO WS-STATUS-WORD
               WHEN OTHER
                  SET WS-FOUND-IDX TO WS-ST-IDX
                  PERFORM 3100-COUNT-MISSING-PREREQS
                  SET WS-ST-IDX TO WS-FOUND-IDX
                  IF WS-MISSING-COUNT = ZERO
                     MOVE "READY" TO WS-STATUS-WORD
                  ELSE
                     MOVE "WAITING" TO WS-STATUS-WORD
                  END-IF
            END-EVALUATE.

      *> ---------------------------------------------------------
      *> Run a step from the checklist
      *> ---------------------------------------------------------
       3000-RUN-STEP.
            PERFORM 3050-ASK-FOR-STEP.
            IF WS-FOUND-IDX > ZERO
               PERFORM 3010-CHECK-STEP-CAN-RUN
               IF WS-STEP-CLEARED
                  PERFORM 3020-CALL-STEP-PROGRAM
               END-IF
            END-IF.

       3010-CHECK-STEP-CAN-RUN.
            MOVE "N" TO WS-STEP-CLEARED-FLAG.
            SET WS-ST-IDX TO WS-FOUND-IDX.
            PERFORM 3100-COUNT-MISSING-PREREQS.
            IF WS-ST-CHECK-TYPE(WS-ST-IDX) = "L" AND
                  NOT WS-PERIOD-CLOSED
               PERFORM 3200-CHECK-CLOSE-GATE
            END-IF.
            EVALUATE TRUE
               WHEN WS-ST-CHECK-TYPE(WS-ST-IDX) = "L" AND
                     WS-PERIOD-CLOSED
                  DISPLAY "Period is already closed."
               WHEN WS-MISSING-COUNT > ZERO
                  DISPLAY "Step " WS-ST-STEP(WS-ST-IDX)
                     " cannot run yet - " WS-MISSING-COUNT
                     " step(s) ahead of it not done."
               WHEN WS-ST-STATUS(WS-ST-IDX) = "D"
                  DISPLAY "Step " WS-ST-STEP(WS-ST-IDX)
                     " is already done - run it again (Y/N)? "
                  ACCEPT WS-ANSWER
                  IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                     MOVE "Y" TO WS-STEP-CLEARED-FLAG
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-STEP-CLEARED-FLAG
            END-EVALUATE.

       3020-CALL-STEP-PROGRAM.
            DISPLAY "Running " WS-ST-PROGRAM(WS-ST-IDX) " - answer "
               "its prompts for " WS-FISCAL-YEAR "/" WS-PERIOD-NO ".".
            MOVE WS-ST-PROGRAM(WS-ST-IDX) TO WS-CALL-PROGRAM.
            MOVE "N" TO WS-CALL-FAILED-FLAG.
            MOVE ZERO TO RETURN-CODE.
            CALL WS-CALL-PROGRAM
               ON EXCEPTION
                  MOVE "Y" TO WS-CALL-FAILED-FLAG
            END-CALL.
            MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
            MOVE ZERO TO RETURN-CODE.
            IF NOT WS-CALL-FAILED
               CANCEL WS-CALL-PROGRAM
            END-IF.
            SET WS-ST-IDX TO WS-FOUND-IDX.
            PERFORM 3300-JUDGE-STEP-RESULT.
            MOVE "R" TO WS-ST-HOW(WS-ST-IDX).
            MOVE WS-OPERATOR TO WS-ST-OPERATOR(WS-ST-IDX).
            ACCEPT WS-ST-DATE(WS-ST-IDX) FROM DATE YYYYMMDD.
            ACCEPT WS-ST-TIME(WS-ST-IDX) FROM TIME.
            ADD 1 TO WS-ST-RUNS(WS-ST-IDX).
            PERFORM 6100-SAVE-STEP-ENTRY.
            PERFORM 2200-SET-STATUS-WORD.
            DISPLAY "Step " WS-ST-STEP(WS-ST-IDX) " "
               WS-ST-PROGRAM(WS-ST-IDX) " recorded " WS-STATUS-WORD
               " - " WS-ST-NOTE(WS-ST-IDX).
            PERFORM 6200-AUDIT-STEP-ENTRY.

       3050-ASK-FOR-STEP.
            MOVE ZERO TO WS-FOUND-IDX.
            DISPLAY "Step number: ".
            MOVE SPACES TO WS-STEP-INPUT.
            ACCEPT WS-STEP-INPUT.
            IF WS-STEP-INPUT IS NUMERIC
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                  UNTIL WS-ST-IDX > WS-STEP-COUNT
                  IF WS-ST-STEP(WS-ST-IDX) = WS-STEP-INPUT
                     SET WS-FOUND-IDX TO WS-ST-IDX
                  END-IF
               END-PERFORM
            END-IF.
            IF WS-FOUND-IDX = ZERO
               DISPLAY "No such step on the checklist."
            END-IF.

      *> Counts, and names, the prerequisites of the step at
      *> WS-ST-IDX that are not yet done.
       3100-COUNT-MISSING-PREREQS.
            MOVE ZERO TO WS-MISSING-COUNT.
            PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > 4
               IF WS-ST-PREREQ(WS-ST-IDX, WS-PQ-IDX) > ZERO
                  PERFORM 3150-CHECK-ONE-PREREQ
               END-IF
            END-PERFORM.

       3150-CHECK-ONE-PREREQ.
            PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > WS-STEP-COUNT
               IF WS-ST-STEP(WS-CHECK-IDX) =
                     WS-ST-PREREQ(WS-ST-IDX, WS-PQ-IDX) AND
                     WS-ST-STATUS(WS-CHECK-IDX) NOT = "D"
                  ADD 1 TO WS-MISSING-COUNT
                  IF WS-CHOICE NOT = "L" AND WS-CHOICE NOT = "l"
                     AND WS-CHOICE NOT = "P" AND WS-CHOICE NOT = "p"
                     DISPLAY "  Waiting on step "
                        WS-ST-STEP(WS-CHECK-IDX) " "
                        WS-ST-PROGRAM(WS-CHECK-IDX)
                  END-IF
               END-IF
            END-PERFORM.

      *> The period lock waits on every mandatory step ahead of it,
      *> not just the ones named as prerequisites, and on GL-TIE-OUT
      *> having passed - the same test PERIOD-CLOSE makes itself.
       3200-CHECK-CLOSE-GATE.
            PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > WS-STEP-COUNT
               IF (WS-ST-PROGRAM(WS-CHECK-IDX) = "GL-TIE-OUT" OR
                     (WS-ST-MANDATORY(WS-CHECK-IDX) = "Y" AND
                      WS-ST-STEP(WS-CHECK-IDX) < WS-ST-STEP(WS-ST-IDX)))
                     AND WS-ST-STATUS(WS-CHECK-IDX) NOT = "D"
                  ADD 1 TO WS-MISSING-COUNT
                  DISPLAY "  Close waits on step "
                     WS-ST-STEP(WS-CHECK-IDX) " "
                     WS-ST-PROGRAM(WS-CHECK-IDX)
               END-IF
            END-PERFORM.

       3300-JUDGE-STEP-RESULT.
            MOVE SPACES TO WS-ST-NOTE(WS-ST-IDX).
            EVALUATE TRUE
               WHEN WS-CALL-FAILED
                  MOVE "F" TO WS-ST-STATUS(WS-ST-IDX)
                  MOVE "PROGRAM NOT FOUND" TO WS-ST-NOTE(WS-ST-IDX)
               WHEN WS-STEP-RETURN-CODE NOT = ZERO
                  MOVE "F" TO WS-ST-STATUS(WS-ST-IDX)
                  MOVE WS-STEP-RETURN-CODE TO WS-RETURN-CODE-DISPLAY
                  STRING "RETURN CODE " WS-RETURN-CODE-DISPLAY
                     DELIMITED BY SIZE INTO WS-ST-NOTE(WS-ST-IDX)
                  END-STRING
               WHEN WS-ST-CHECK-TYPE(WS-ST-IDX) = "R"
                  MOVE "D" TO WS-ST-STATUS(WS-ST-IDX)
                  MOVE "PASSED" TO WS-ST-NOTE(WS-ST-IDX)
               WHEN WS-ST-CHECK-TYPE(WS-ST-IDX) = "L"
                  PERFORM 1000-READ-PERIOD
                  IF WS-PERIOD-CLOSED
                     MOVE "D" TO WS-ST-STATUS(WS-ST-IDX)
                     MOVE "PERIOD LOCKED" TO WS-ST-NOTE(WS-ST-IDX)
                  ELSE
                     MOVE "F" TO WS-ST-STATUS(WS-ST-IDX)
                     MOVE "PERIOD NOT LOCKED" TO WS-ST-NOTE(WS-ST-IDX)
                  END-IF
               WHEN OTHER
                  DISPLAY "Did " WS-ST-PROGRAM(WS-ST-IDX)
                     " finish the period's work (Y/N)? "
                  ACCEPT WS-ANSWER
                  IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                     MOVE "D" TO WS-ST-STATUS(WS-ST-IDX)
                     MOVE "CONFIRMED" TO WS-ST-NOTE(WS-ST-IDX)
                  ELSE
                     MOVE "F" TO WS-ST-STATUS(WS-ST-IDX)
                     MOVE "NOT COMPLETED" TO WS-ST-NOTE(WS-ST-IDX)
                  END-IF
            END-EVALUATE.

      *> ---------------------------------------------------------
      *> Mark a step done that was run outside the checklist
      *> ---------------------------------------------------------
       4000-MARK-STEP-DONE.
            PERFORM 3050-ASK-FOR-STEP.
            IF WS-FOUND-IDX > ZERO
               PERFORM 4010-CHECK-STEP-CAN-MARK
               IF WS-STEP-CLEARED
                  PERFORM 4020-RECORD-MARKED-STEP
               END-IF
            END-IF.

       4010-CHECK-STEP-CAN-MARK.
            MOVE "N" TO WS-STEP-CLEARED-FLAG.
            SET WS-ST-IDX TO WS-FOUND-IDX.
            PERFORM 3100-COUNT-MISSING-PREREQS.
            EVALUATE TRUE
               WHEN WS-ST-CHECK-TYPE(WS-ST-IDX) NOT = "C"
                  DISPLAY "Step " WS-ST-STEP(WS-ST-IDX) " "
                     WS-ST-PROGRAM(WS-ST-IDX) " has to be run from "
                     "the checklist - its result is checked, not "
                     "taken on trust."
               WHEN WS-MISSING-COUNT > ZERO
                  DISPLAY "Step " WS-ST-STEP(WS-ST-IDX)
                     " cannot be done yet - " WS-MISSING-COUNT
                     " step(s) ahead of it not done."
               WHEN OTHER
                  DISPLAY "Where and when was it run (reference): "
                  MOVE SPACES TO WS-NOTE-INPUT
                  ACCEPT WS-NOTE-INPUT
                  IF WS-NOTE-INPUT = SPACES
                     DISPLAY "A reference is needed - step not "
                        "marked."
                  ELSE
                     MOVE "Y" TO WS-STEP-CLEARED-FLAG
                  END-IF
            END-EVALUATE.

       4020-RECORD-MARKED-STEP.
            MOVE "D" TO WS-ST-STATUS(WS-ST-IDX).
            MOVE "M" TO WS-ST-HOW(WS-ST-IDX).
            MOVE WS-OPERATOR TO WS-ST-OPERATOR(WS-ST-IDX).
            ACCEPT WS-ST-DATE(WS-ST-IDX) FROM DATE YYYYMMDD.
            ACCEPT WS-ST-TIME(WS-ST-IDX) FROM TIME.
            MOVE WS-NOTE-INPUT TO WS-ST-NOTE(WS-ST-IDX).
            PERFORM 6100-SAVE-STEP-ENTRY.
            PERFORM 2200-SET-STATUS-WORD.
            DISPLAY "Step " WS-ST-STEP(WS-ST-IDX) " "
               WS-ST-PROGRAM(WS-ST-IDX) " marked done by hand.".
            PERFORM 6200-AUDIT-STEP-ENTRY.

      *> ---------------------------------------------------------
      *> Reviewer's sign-off of the whole close
      *> ---------------------------------------------------------
      *> Only a finished close is signed, and not by whoever locked
      *> the period - the reviewer is the second pair of eyes.
       5000-SIGN-OFF-CLOSE.
            PERFORM 5100-COUNT-MANDATORY-DONE.
            MOVE SPACES TO WS-REVIEWER-INPUT.
            IF WS-MANDATORY-DONE < WS-MANDATORY-COUNT
               DISPLAY "Close not finished - "
                  WS-MANDATORY-DONE " of " WS-MANDATORY-COUNT
                  " mandatory step(s) done. Not signed."
            ELSE
               DISPLAY "Signed off by (reviewer name): "
               ACCEPT WS-REVIEWER-INPUT
               EVALUATE TRUE
                  WHEN WS-REVIEWER-INPUT = SPACES
                     DISPLAY "A reviewer name is needed - not signed."
                  WHEN WS-REVIEWER-INPUT = WS-CLOSED-BY
                     DISPLAY WS-REVIEWER-INPUT " closed the period "
                        "and cannot also sign the close off."
                  WHEN OTHER
                     PERFORM 5200-RECORD-SIGN-OFF
               END-EVALUATE
            END-IF.

       5200-RECORD-SIGN-OFF.
            MOVE "Y" TO WS-SIGNOFF-FLAG.
            MOVE WS-REVIEWER-INPUT TO WS-SIGNOFF-BY.
            ACCEPT WS-SIGNOFF-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-SIGNOFF-TIME FROM TIME.
            MOVE WS-SIGNOFF-STEP TO WS-SAVE-STEP.
            MOVE "CLOSE SIGN-OFF" TO WS-SAVE-PROGRAM.
            MOVE "D" TO WS-SAVE-STATUS.
            MOVE "S" TO WS-SAVE-HOW.
            MOVE WS-SIGNOFF-BY TO WS-SAVE-OPERATOR.
            MOVE WS-SIGNOFF-DATE TO WS-SAVE-DATE.
            MOVE WS-SIGNOFF-TIME TO WS-SAVE-TIME.
            MOVE 1 TO WS-SAVE-RUNS.
            MOVE SPACES TO WS-SAVE-NOTE.
            STRING "ENTERED BY " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-SAVE-NOTE
            END-STRING.
            PERFORM 6000-SAVE-STATUS-RECORD.
            MOVE "CLOSESIGN" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING WS-FISCAL-YEAR "/" WS-PERIOD-NO " SIGNED OFF BY "
               WS-SIGNOFF-BY " ENTERED BY " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.
            DISPLAY "Close for " WS-FISCAL-YEAR "/" WS-PERIOD-NO
               " signed off by " WS-SIGNOFF-BY ".".

       5100-COUNT-MANDATORY-DONE.
            MOVE ZERO TO WS-MANDATORY-COUNT WS-MANDATORY-DONE.
            MOVE SPACES TO WS-CLOSED-BY.
            PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > WS-STEP-COUNT
               IF WS-ST-MANDATORY(WS-CHECK-IDX) = "Y"
                  ADD 1 TO WS-MANDATORY-COUNT
                  IF WS-ST-STATUS(WS-CHECK-IDX) = "D"
                     ADD 1 TO WS-MANDATORY-DONE
                  END-IF
               END-IF
               IF WS-ST-CHECK-TYPE(WS-CHECK-IDX) = "L"
                  MOVE WS-ST-OPERATOR(WS-CHECK-IDX) TO WS-CLOSED-BY
               END-IF
            END-PERFORM.

      *> ---------------------------------------------------------
      *> CLOSESTP.DAT upkeep and the audit trail
      *> ---------------------------------------------------------
       6000-SAVE-STATUS-RECORD.
            OPEN I-O CLOSE-STATUS-FILE.
            IF WS-CLOSE-STATUS-STATUS = "35"
               OPEN OUTPUT CLOSE-STATUS-FILE
               CLOSE CLOSE-STATUS-FILE
               OPEN I-O CLOSE-STATUS-FILE
            END-IF.
            MOVE WS-FISCAL-YEAR TO CS-FISCAL-YEAR.
            MOVE WS-PERIOD-NO TO CS-PERIOD-NO.
            MOVE WS-SAVE-STEP TO CS-STEP-NUMBER.
            MOVE "N" TO WS-SAVE-NEW-FLAG.
            READ CLOSE-STATUS-FILE
               INVALID KEY
                  MOVE "Y" TO WS-SAVE-NEW-FLAG
            END-READ.
            MOVE WS-SAVE-PROGRAM TO CS-PROGRAM-NAME.
            MOVE WS-SAVE-STATUS TO CS-STATUS.
            MOVE WS-SAVE-HOW TO CS-HOW.
            MOVE WS-SAVE-OPERATOR TO CS-OPERATOR.
            MOVE WS-SAVE-DATE TO CS-EVENT-DATE.
            MOVE WS-SAVE-TIME TO CS-EVENT-TIME.
            MOVE WS-SAVE-RUNS TO CS-RUN-COUNT.
            MOVE WS-SAVE-NOTE TO CS-NOTE.
            IF WS-SAVE-IS-NEW
               WRITE CLOSE-STEP-STATUS-RECORD
            ELSE
               REWRITE CLOSE-STEP-STATUS-RECORD
            END-IF.
            CLOSE CLOSE-STATUS-FILE.

       6100-SAVE-STEP-ENTRY.
            MOVE WS-ST-STEP(WS-ST-IDX) TO WS-SAVE-STEP.
            MOVE WS-ST-PROGRAM(WS-ST-IDX) TO WS-SAVE-PROGRAM.
            MOVE WS-ST-STATUS(WS-ST-IDX) TO WS-SAVE-STATUS.
            MOVE WS-ST-HOW(WS-ST-IDX) TO WS-SAVE-HOW.
            MOVE WS-ST-OPERATOR(WS-ST-IDX) TO WS-SAVE-OPERATOR.
            MOVE WS-ST-DATE(WS-ST-IDX) TO WS-SAVE-DATE.
            MOVE WS-ST-TIME(WS-ST-IDX) TO WS-SAVE-TIME.
            MOVE WS-ST-RUNS(WS-ST-IDX) TO WS-SAVE-RUNS.
            MOVE WS-ST-NOTE(WS-ST-IDX) TO WS-SAVE-NOTE.
            PERFORM 6000-SAVE-STATUS-RECORD.

       6200-AUDIT-STEP-ENTRY.
            MOVE "CLOSESTEP" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING WS-FISCAL-YEAR "/" WS-PERIOD-NO " "
               WS-ST-STEP(WS-ST-IDX) " "
               WS-ST-PROGRAM(WS-ST-IDX)(1:20) " "
               WS-STATUS-WORD WS-OPERATOR
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.

      *> ---------------------------------------------------------
      *> The close report for the month's file
      *> ---------------------------------------------------------
       7000-PRINT-CLOSE-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "CLOSECHK" TO SP-REPORT-TYPE.
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
            STRING "MONTH-END CLOSE CHECKLIST - PERIOD " WS-FISCAL-YEAR
               "/" WS-PERIOD-NO "  " WS-PERIOD-START " TO "
               WS-PERIOD-END
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 2050-BUILD-HEADING.
            WRITE PRINT-LINE FROM WS-STEP-LINE.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STEP-COUNT
               PERFORM 2100-BUILD-STEP-LINE
               WRITE PRINT-LINE FROM WS-STEP-LINE
               IF WS-ST-NOTE(WS-ST-IDX) NOT = SPACES
                  MOVE SPACES TO PRINT-LINE
                  STRING "   " WS-ST-NOTE(WS-ST-IDX)
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  WRITE PRINT-LINE
               END-IF
            END-PERFORM.
            PERFORM 5100-COUNT-MANDATORY-DONE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "MANDATORY STEPS DONE " WS-MANDATORY-DONE " OF "
               WS-MANDATORY-COUNT "   PERIOD STATUS "
               WS-PERIOD-STATUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 7100-PRINT-SIGN-OFFS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

      *> The recorded reviewer sign-off, then the lines signed in
      *> ink before the report goes into the month's file.
       7100-PRINT-SIGN-OFFS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-SIGNED-OFF
               STRING "CLOSE SIGNED OFF BY " WS-SIGNOFF-BY " ON "
                  WS-SIGNOFF-DATE " AT " WS-SIGNOFF-TIME(1:2) ":"
                  WS-SIGNOFF-TIME(3:2)
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               MOVE "CLOSE NOT YET SIGNED OFF" TO PRINT-LINE
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "PREPARED BY ____________________  DATE __________"
               TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "REVIEWED BY ____________________  DATE __________"
               TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "APPROVED BY ____________________  DATE __________"
               TO PRINT-LINE.
            WRITE PRINT-LINE.

       9000-WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.
            CLOSE AUDIT-LOG-FILE.

       9100-WRITE-AUDIT-LOG-TRAILER.
            OPEN EXTEND AUDIT-LOG-FILE.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM CLOSE-CHECKLIST.
