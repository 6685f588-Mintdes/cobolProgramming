      *          PC-WEEKS-IN-PERIOD says the period holds. Then flips
      *          the calendar row to closed so nothing can post into
      *          the period again without a deliberate reopen in
      *          PERIOD-MAINT. Refuses while any mandatory step ahead
      *          of it on the month-end close checklist is not done
      *          for the period, or GL-TIE-OUT has not passed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PERIOD-SUMMARY-FILE ASSIGN TO "PERSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-SUMMARY-STATUS.
           SELECT CLOSE-DEFINITION-FILE ASSIGN TO "CLOSEDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-DEFINITION-STATUS.
           SELECT CLOSE-STATUS-FILE ASSIGN TO "CLOSESTP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CLOSE-STATUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CALENDAR-FILE.
       FD  PERIOD-SUMMARY-FILE.
       COPY PERSUM.

       FD  CLOSE-DEFINITION-FILE.
       COPY CLOSEDEF.

       FD  CLOSE-STATUS-FILE.
       COPY CLOSESTP.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-WEEKLY-SALES-STATUS    PIC XX.
       01  WS-PERIOD-SUMMARY-STATUS  PIC XX.
       01  WS-CLOSE-DEFINITION-STATUS PIC XX.
       01  WS-CLOSE-STATUS-STATUS    PIC XX.
       01  WS-CLOSE-DEF-EOF-FLAG     PIC X       VALUE "N".
           88  WS-CLOSE-DEF-EOF                  VALUE "Y".
       01  WS-CLOSE-STATUS-OPEN-FLAG PIC X       VALUE "N".
           88  WS-CLOSE-STATUS-OPEN              VALUE "Y".
       01  WS-WEEK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-WEEK-EOF                       VALUE "Y".

           05  WS-PERIOD-INPUT          PIC XX.
           05  WS-ROWS-WRITTEN          PIC 9(7)    VALUE ZERO.

      *> The checklist steps this close waits on, and how many are
      *> still outstanding.
       01  WS-CHECKLIST-CONTROLS.
           05  WS-CLOSE-STEP-NUMBER     PIC 99      VALUE 99.
           05  WS-OUTSTANDING-COUNT     PIC 99      VALUE ZERO.
           05  WS-GATE-COUNT            PIC 99      VALUE ZERO.
           05  WS-GATE-ENTRY OCCURS 20 TIMES INDEXED BY WS-GATE-IDX.
               10  WS-GATE-STEP            PIC 99.
               10  WS-GATE-PROGRAM         PIC X(30).
               10  WS-GATE-MANDATORY       PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Fiscal Period Close ---".
            IF WS-YEAR-INPUT IS NOT NUMERIC OR
                  WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "Invalid year/period - close abandoned."
               GOBACK
            END-IF.
            PERFORM 1000-CHECK-PERIOD-STATUS.
            PERFORM 1100-CHECK-CLOSE-CHECKLIST.
            PERFORM 2000-ROLL-UP-WEEKS.
            PERFORM 3000-WRITE-PERIOD-SUMMARY.
            PERFORM 4000-MARK-PERIOD-CLOSED.
            DISPLAY "Period " PC-FISCAL-YEAR "/" PC-PERIOD-NO
               " closed - " WS-ROWS-WRITTEN " summary rows written.".
            GOBACK.

       1000-CHECK-PERIOD-STATUS.
            OPEN I-O PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS NOT = "00"
               DISPLAY "No PERIOD-CALENDAR file - define the period "
                  "in PERIOD-MAINT first."
               GOBACK
            END-IF.
            MOVE WS-YEAR-INPUT TO PC-FISCAL-YEAR.
            MOVE WS-PERIOD-INPUT TO PC-PERIOD-NO.
                  DISPLAY "Period not on the calendar - close "
                     "abandoned."
                  CLOSE PERIOD-CALENDAR-FILE
                  GOBACK
            END-READ.
            IF PC-IS-CLOSED
               DISPLAY "Period is already closed - close abandoned."
               CLOSE PERIOD-CALENDAR-FILE
               GOBACK
            END-IF.

      *> The close waits on every mandatory checklist step numbered
      *> ahead of its own, and on GL-TIE-OUT having passed whether
      *> or not a site has marked it mandatory. No checklist at all
      *> is as good as nothing done.
       1100-CHECK-CLOSE-CHECKLIST.
            OPEN INPUT CLOSE-DEFINITION-FILE.
            IF WS-CLOSE-DEFINITION-STATUS NOT = "00"
               DISPLAY "No month-end close checklist - work the "
                  "period through CLOSE-CHECKLIST first."
               CLOSE PERIOD-CALENDAR-FILE
               GOBACK
            END-IF.
            PERFORM UNTIL WS-CLOSE-DEF-EOF
               READ CLOSE-DEFINITION-FILE
                  AT END
                     MOVE "Y" TO WS-CLOSE-DEF-EOF-FLAG
                  NOT AT END
                     IF WS-GATE-COUNT < 20
                        ADD 1 TO WS-GATE-COUNT
                        SET WS-GATE-IDX TO WS-GATE-COUNT
                        MOVE CD-STEP-NUMBER TO WS-GATE-STEP(WS-GATE-IDX)
                        MOVE CD-PROGRAM-NAME
                           TO WS-GATE-PROGRAM(WS-GATE-IDX)
                        MOVE CD-MANDATORY-FLAG
                           TO WS-GATE-MANDATORY(WS-GATE-IDX)
                     END-IF
                     IF CD-PROGRAM-NAME = "PERIOD-CLOSE"
                        MOVE CD-STEP-NUMBER TO WS-CLOSE-STEP-NUMBER
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CLOSE-DEFINITION-FILE.
            OPEN INPUT CLOSE-STATUS-FILE.
            IF WS-CLOSE-STATUS-STATUS = "00"
               MOVE "Y" TO WS-CLOSE-STATUS-OPEN-FLAG
            END-IF.
            PERFORM VARYING WS-GATE-IDX FROM 1 BY 1
               UNTIL WS-GATE-IDX > WS-GATE-COUNT
               IF WS-GATE-PROGRAM(WS-GATE-IDX) = "GL-TIE-OUT" OR
                     (WS-GATE-MANDATORY(WS-GATE-IDX) = "Y" AND
                      WS-GATE-STEP(WS-GATE-IDX) < WS-CLOSE-STEP-NUMBER)
                  PERFORM 1150-CHECK-ONE-GATE-STEP
               END-IF
            END-PERFORM.
            IF WS-CLOSE-STATUS-OPEN
               CLOSE CLOSE-STATUS-FILE
            END-IF.
            IF WS-OUTSTANDING-COUNT > ZERO
               DISPLAY "Period close refused - " WS-OUTSTANDING-COUNT
                  " checklist step(s) outstanding."
               CLOSE PERIOD-CALENDAR-FILE
               GOBACK
            END-IF.

       1150-CHECK-ONE-GATE-STEP.
            MOVE "N" TO CS-STATUS.
            IF WS-CLOSE-STATUS-OPEN
               MOVE PC-FISCAL-YEAR TO CS-FISCAL-YEAR
               MOVE PC-PERIOD-NO TO CS-PERIOD-NO
               MOVE WS-GATE-STEP(WS-GATE-IDX) TO CS-STEP-NUMBER
               READ CLOSE-STATUS-FILE
                  INVALID KEY
                     MOVE "N" TO CS-STATUS
               END-READ
            END-IF.
            IF NOT CS-IS-DONE
               ADD 1 TO WS-OUTSTANDING-COUNT
               IF WS-GATE-PROGRAM(WS-GATE-IDX) = "GL-TIE-OUT"
                  DISPLAY "  Step " WS-GATE-STEP(WS-GATE-IDX)
                     " GL-TIE-OUT has not passed for the period."
               ELSE
                  DISPLAY "  Step " WS-GATE-STEP(WS-GATE-IDX) " "
                     WS-GATE-PROGRAM(WS-GATE-IDX) " is not done."
               END-IF
            END-IF.

       2000-ROLL-UP-WEEKS.
