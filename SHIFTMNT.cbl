      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Shift roster maintenance - keys the weekly roster
      *          of when each employee is supposed to work: one
      *          shift per day with its scheduled start, scheduled
      *          end and planned break minutes, checked against
      *          EMPLOYEE-MASTER. Lists an employee's week, deletes a
      *          shift, and lets a supervisor approve a shift that
      *          was worked off the roster, which clears it from
      *          the pre-payroll edit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-ROSTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-ROSTER-FILE ASSIGN TO "SHIFTROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SHIFT-ROSTER-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-ROSTER-FILE.
       COPY SHIFTROS.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       WORKING-STORAGE SECTION.
       01  WS-SHIFT-ROSTER-STATUS    PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-EMPLOYEE-INPUT        PIC X(5).
           05  WS-EMPLOYEE-ID           PIC 9(5).
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-SHIFT-DATE            PIC 9(8).
           05  WS-START-INPUT           PIC X(4).
           05  WS-END-INPUT             PIC X(4).
           05  WS-BREAK-INPUT           PIC X(3).
           05  WS-SUPERVISOR-INPUT      PIC X(10).
           05  WS-EMPLOYEE-OK-FLAG      PIC X.
               88  WS-EMPLOYEE-OK                 VALUE "Y".
           05  WS-DATE-OK-FLAG          PIC X.
               88  WS-DATE-OK                     VALUE "Y".
           05  WS-SHIFT-OK-FLAG         PIC X.
               88  WS-SHIFT-OK                    VALUE "Y".
           05  WS-WEEK-DONE-FLAG        PIC X.
               88  WS-WEEK-DONE                   VALUE "Y".
           05  WS-TODAY-DATE            PIC 9(8).

      *> HHMM times as entered, and the minutes they stand for.
       01  WS-TIME-FIELDS.
           05  WS-CHECK-TIME.
               10  WS-CHECK-HH              PIC 99.
               10  WS-CHECK-MM              PIC 99.
           05  WS-TIME-OK-FLAG          PIC X.
               88  WS-TIME-OK                     VALUE "Y".
           05  WS-START-MINUTES         PIC 9(5).
           05  WS-END-MINUTES           PIC 9(5).
           05  WS-SHIFT-MINUTES         PIC 9(5).
           05  WS-BREAK-MINUTES         PIC 9(3).

       01  WS-WEEK-FIELDS.
           05  WS-CONV-DATE             PIC 9(8).
           05  WS-WEEK-FIRST-DAY-NO     PIC 9(7).
           05  WS-WEEK-LAST-DAY-NO      PIC 9(7).
           05  WS-ROW-TYPE-TEXT         PIC X(24).

       COPY DATEPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Shift Roster Maintenance ---".
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list a week, W=roster shifts, D=delete "
                  "shift, A=approve unscheduled shift, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-WEEK
                  WHEN "W"
                  WHEN "w"
                     PERFORM 3000-ROSTER-SHIFTS
                  WHEN "D"
                  WHEN "d"
                     PERFORM 4000-DELETE-SHIFT
                  WHEN "A"
                  WHEN "a"
                     PERFORM 5000-APPROVE-UNSCHEDULED
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE SHIFT-ROSTER-FILE.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O SHIFT-ROSTER-FILE.
            IF WS-SHIFT-ROSTER-STATUS = "35"
               OPEN OUTPUT SHIFT-ROSTER-FILE
               CLOSE SHIFT-ROSTER-FILE
               OPEN I-O SHIFT-ROSTER-FILE
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            ELSE
               DISPLAY "No EMPLOYEE-MASTER file - employee IDs will "
                  "not be verified."
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

      *> One employee's shifts for the seven days from the date
      *> asked for.
       2000-LIST-WEEK.
            PERFORM 2500-ACCEPT-EMPLOYEE.
            IF WS-EMPLOYEE-OK
               DISPLAY "Week starting (YYYYMMDD): "
               PERFORM 2600-ACCEPT-SHIFT-DATE
            END-IF.
            IF WS-EMPLOYEE-OK AND WS-DATE-OK
               MOVE DF-DAY-NUMBER TO WS-WEEK-FIRST-DAY-NO
               COMPUTE WS-WEEK-LAST-DAY-NO = WS-WEEK-FIRST-DAY-NO + 6
               MOVE "N" TO WS-LIST-EOF-FLAG
               MOVE WS-EMPLOYEE-ID TO SR-EMPLOYEE-ID
               MOVE WS-SHIFT-DATE TO SR-SHIFT-DATE
               START SHIFT-ROSTER-FILE KEY >= SR-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LIST-EOF-FLAG
               END-START
               DISPLAY "DATE     START END  BREAK"
               PERFORM UNTIL WS-LIST-EOF
                  READ SHIFT-ROSTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-LIST-EOF-FLAG
                     NOT AT END
                        PERFORM 2100-LIST-ONE-SHIFT
                  END-READ
               END-PERFORM
            END-IF.

       2100-LIST-ONE-SHIFT.
            MOVE SR-SHIFT-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            IF SR-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID OR
                  DF-DAY-NUMBER > WS-WEEK-LAST-DAY-NO
               MOVE "Y" TO WS-LIST-EOF-FLAG
            ELSE
               IF SR-IS-APPROVED-EXTRA
                  MOVE SPACES TO WS-ROW-TYPE-TEXT
                  STRING "UNSCHEDULED - APPROVED " SR-APPROVED-BY
                     DELIMITED BY SIZE INTO WS-ROW-TYPE-TEXT
                  END-STRING
                  DISPLAY SR-SHIFT-DATE " " WS-ROW-TYPE-TEXT
               ELSE
                  DISPLAY SR-SHIFT-DATE " " SR-START-TIME "  "
                     SR-END-TIME " " SR-BREAK-MINUTES
               END-IF
            END-IF.

       2500-ACCEPT-EMPLOYEE.
            MOVE "N" TO WS-EMPLOYEE-OK-FLAG.
            DISPLAY "Employee ID: ".
            MOVE SPACES TO WS-EMPLOYEE-INPUT.
            ACCEPT WS-EMPLOYEE-INPUT.
            IF WS-EMPLOYEE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid employee ID."
            ELSE
               MOVE WS-EMPLOYEE-INPUT TO WS-EMPLOYEE-ID
               IF NOT WS-EMPLOYEE-FILE-OPEN
                  MOVE "Y" TO WS-EMPLOYEE-OK-FLAG
               ELSE
                  MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
                  READ EMPLOYEE-MASTER-FILE
                     INVALID KEY
                        DISPLAY "Employee not on EMPLOYEE-MASTER."
                     NOT INVALID KEY
                        DISPLAY "Employee: " EM-EMPLOYEE-NAME
                        MOVE "Y" TO WS-EMPLOYEE-OK-FLAG
                  END-READ
               END-IF
            END-IF.

       2600-ACCEPT-SHIFT-DATE.
            MOVE "N" TO WS-DATE-OK-FLAG.
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-SHIFT-DATE
               MOVE WS-SHIFT-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               IF DF-DATE-IS-VALID
                  MOVE "Y" TO WS-DATE-OK-FLAG
               END-IF
            END-IF.

      *> Shifts for one employee are keyed date by date until a
      *> blank date; keying a date already rostered replaces it.
       3000-ROSTER-SHIFTS.
            PERFORM 2500-ACCEPT-EMPLOYEE.
            IF WS-EMPLOYEE-OK
               MOVE "N" TO WS-WEEK-DONE-FLAG
               PERFORM UNTIL WS-WEEK-DONE
                  DISPLAY "Shift date (YYYYMMDD, ENTER = done): "
                  PERFORM 2600-ACCEPT-SHIFT-DATE
                  EVALUATE TRUE
                     WHEN WS-DATE-INPUT = SPACES
                        MOVE "Y" TO WS-WEEK-DONE-FLAG
                     WHEN NOT WS-DATE-OK
                        DISPLAY "Invalid date - shift not saved."
                     WHEN OTHER
                        PERFORM 3100-ACCEPT-SHIFT-TIMES
                        IF WS-SHIFT-OK
                           PERFORM 3300-SAVE-SHIFT
                        END-IF
                  END-EVALUATE
               END-PERFORM
            END-IF.

      *> An end time at or before the start runs past midnight; the
      *> break must leave some of the shift to work.
       3100-ACCEPT-SHIFT-TIMES.
            MOVE "N" TO WS-SHIFT-OK-FLAG.
            DISPLAY "Scheduled start (HHMM): ".
            MOVE SPACES TO WS-START-INPUT.
            ACCEPT WS-START-INPUT.
            DISPLAY "Scheduled end (HHMM): ".
            MOVE SPACES TO WS-END-INPUT.
            ACCEPT WS-END-INPUT.
            DISPLAY "Planned break minutes (ENTER = none): ".
            MOVE SPACES TO WS-BREAK-INPUT.
            ACCEPT WS-BREAK-INPUT.
            MOVE ZERO TO WS-BREAK-MINUTES.
            IF WS-BREAK-INPUT NOT = SPACES
               IF WS-BREAK-INPUT IS NUMERIC
                  MOVE WS-BREAK-INPUT TO WS-BREAK-MINUTES
               ELSE
                  MOVE 999 TO WS-BREAK-MINUTES
               END-IF
            END-IF.
            MOVE WS-START-INPUT TO WS-CHECK-TIME.
            PERFORM 3200-CHECK-TIME.
            IF WS-TIME-OK
               COMPUTE WS-START-MINUTES =
                  WS-CHECK-HH * 60 + WS-CHECK-MM
               MOVE WS-END-INPUT TO WS-CHECK-TIME
               PERFORM 3200-CHECK-TIME
            END-IF.
            IF WS-TIME-OK
               COMPUTE WS-END-MINUTES =
                  WS-CHECK-HH * 60 + WS-CHECK-MM
               IF WS-END-MINUTES <= WS-START-MINUTES
                  ADD 1440 TO WS-END-MINUTES
               END-IF
               COMPUTE WS-SHIFT-MINUTES =
                  WS-END-MINUTES - WS-START-MINUTES
               IF WS-BREAK-MINUTES < WS-SHIFT-MINUTES
                  MOVE "Y" TO WS-SHIFT-OK-FLAG
               END-IF
            END-IF.
            IF NOT WS-SHIFT-OK
               DISPLAY "Invalid start/end/break - shift not saved."
            END-IF.

       3200-CHECK-TIME.
            MOVE "N" TO WS-TIME-OK-FLAG.
            IF WS-CHECK-TIME IS NUMERIC
               IF WS-CHECK-HH < 24 AND WS-CHECK-MM < 60
                  MOVE "Y" TO WS-TIME-OK-FLAG
               END-IF
            END-IF.

       3300-SAVE-SHIFT.
            MOVE WS-EMPLOYEE-ID TO SR-EMPLOYEE-ID.
            MOVE WS-SHIFT-DATE TO SR-SHIFT-DATE.
            READ SHIFT-ROSTER-FILE
               INVALID KEY
                  PERFORM 3400-SET-SHIFT-FIELDS
                  WRITE SHIFT-ROSTER-RECORD
                  DISPLAY "Shift rostered."
               NOT INVALID KEY
                  PERFORM 3400-SET-SHIFT-FIELDS
                  REWRITE SHIFT-ROSTER-RECORD
                  DISPLAY "Shift replaced."
            END-READ.

       3400-SET-SHIFT-FIELDS.
            MOVE WS-EMPLOYEE-ID TO SR-EMPLOYEE-ID.
            MOVE WS-SHIFT-DATE TO SR-SHIFT-DATE.
            MOVE "S" TO SR-ROW-TYPE.
            MOVE WS-START-INPUT TO SR-START-TIME.
            MOVE WS-END-INPUT TO SR-END-TIME.
            MOVE WS-BREAK-MINUTES TO SR-BREAK-MINUTES.
            MOVE SPACES TO SR-APPROVED-BY.
            MOVE ZERO TO SR-APPROVED-DATE.

       4000-DELETE-SHIFT.
            PERFORM 2500-ACCEPT-EMPLOYEE.
            IF WS-EMPLOYEE-OK
               DISPLAY "Shift date (YYYYMMDD): "
               PERFORM 2600-ACCEPT-SHIFT-DATE
               IF WS-DATE-OK
                  MOVE WS-EMPLOYEE-ID TO SR-EMPLOYEE-ID
                  MOVE WS-SHIFT-DATE TO SR-SHIFT-DATE
                  DELETE SHIFT-ROSTER-FILE
                     INVALID KEY
                        DISPLAY "No shift on that date - nothing "
                           "deleted."
                     NOT INVALID KEY
                        DISPLAY "Shift deleted."
                  END-DELETE
               ELSE
                  DISPLAY "Invalid date - nothing deleted."
               END-IF
            END-IF.

      *> A shift worked with no roster row is held by the
      *> pre-payroll edit until a supervisor approves it here.
       5000-APPROVE-UNSCHEDULED.
            PERFORM 2500-ACCEPT-EMPLOYEE.
            IF WS-EMPLOYEE-OK
               DISPLAY "Date the shift was worked (YYYYMMDD): "
               PERFORM 2600-ACCEPT-SHIFT-DATE
               IF NOT WS-DATE-OK
                  DISPLAY "Invalid date - nothing approved."
                  MOVE "N" TO WS-EMPLOYEE-OK-FLAG
               END-IF
            END-IF.
            IF WS-EMPLOYEE-OK
               MOVE WS-EMPLOYEE-ID TO SR-EMPLOYEE-ID
               MOVE WS-SHIFT-DATE TO SR-SHIFT-DATE
               READ SHIFT-ROSTER-FILE
                  INVALID KEY
                     PERFORM 5100-WRITE-APPROVAL
                  NOT INVALID KEY
                     IF SR-IS-APPROVED-EXTRA
                        DISPLAY "Already approved by " SR-APPROVED-BY
                           " on " SR-APPROVED-DATE "."
                     ELSE
                        DISPLAY "That shift is on the roster - "
                           "nothing to approve."
                     END-IF
               END-READ
            END-IF.

       5100-WRITE-APPROVAL.
            DISPLAY "Approving supervisor: ".
            MOVE SPACES TO WS-SUPERVISOR-INPUT.
            ACCEPT WS-SUPERVISOR-INPUT.
            IF WS-SUPERVISOR-INPUT = SPACES
               DISPLAY "Supervisor name is required - nothing "
                  "approved."
            ELSE
               MOVE WS-EMPLOYEE-ID TO SR-EMPLOYEE-ID
               MOVE WS-SHIFT-DATE TO SR-SHIFT-DATE
               MOVE "A" TO SR-ROW-TYPE
               MOVE ZERO TO SR-START-TIME
               MOVE ZERO TO SR-END-TIME
               MOVE ZERO TO SR-BREAK-MINUTES
               MOVE WS-SUPERVISOR-INPUT TO SR-APPROVED-BY
               MOVE WS-TODAY-DATE TO SR-APPROVED-DATE
               WRITE SHIFT-ROSTER-RECORD
               DISPLAY "Unscheduled shift approved."
            END-IF.

       8000-DATE-TO-DAY-NUMBER.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-CONV-DATE(1:4) TO DF-YEAR.
            MOVE WS-CONV-DATE(5:2) TO DF-MONTH.
            MOVE WS-CONV-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
       END PROGRAM SHIFT-ROSTER-MAINT.
