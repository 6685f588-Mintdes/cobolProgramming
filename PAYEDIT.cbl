      *          pay: unmatched INs and OUTs, daily spans over the
      *          operator's maximum (default 12 hours), punches for
      *          employees not active on the master (or not on it at
      *          all), active hourly employees with no punches in
      *          the period, and shifts worked on a day the employee
      *          was not rostered for (SHIFT-ROSTER) until a
      *          supervisor approves them. Writes an edit-status
      *          row the roster reads - ask for a hard block and the
      *          pay run is refused while exceptions stand. Fixing
      *          pay before posting beats PAYROLL-REVERSE and an
      *          awkward chat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PAYROLL-EDIT-FILE ASSIGN TO "PAYEDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-EDIT-STATUS.
           SELECT SHIFT-ROSTER-FILE ASSIGN TO "SHIFTROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SHIFT-ROSTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIME-PUNCH-FILE.
       FD  PAYROLL-EDIT-FILE.
       COPY PAYEDITS.

       FD  SHIFT-ROSTER-FILE.
       COPY SHIFTROS.

       WORKING-STORAGE SECTION.
       01  WS-TIME-PUNCH-STATUS      PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-PAYROLL-EDIT-STATUS    PIC XX.
       01  WS-SHIFT-ROSTER-STATUS    PIC XX.
       01  WS-ROSTER-OPEN-FLAG       PIC X       VALUE "N".
           88  WS-ROSTER-FILE-OPEN               VALUE "Y".
       01  WS-PUNCH-EOF-FLAG         PIC X       VALUE "N".
           88  WS-PUNCH-EOF                      VALUE "Y".
       01  WS-ROSTER-EOF-FLAG        PIC X       VALUE "N".
               10  WS-EP-DAY-DATE          PIC 9(8).
               10  WS-EP-DAY-MINUTES       PIC 9(7).
               10  WS-EP-DAY-FLAGGED       PIC X.
               10  WS-EP-ROSTER-DATE       PIC 9(8).
       01  WS-EMP-COUNT              PIC 9(3)    VALUE ZERO.

       01  WS-PAIR-FIELDS.
            PERFORM 1000-ACCEPT-PARAMETERS.
            COMPUTE WS-MAX-SPAN-MINUTES = WS-MAX-SPAN-HOURS * 60.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            OPEN INPUT SHIFT-ROSTER-FILE.
            IF WS-SHIFT-ROSTER-STATUS = "00"
               MOVE "Y" TO WS-ROSTER-OPEN-FLAG
            ELSE
               DISPLAY "No SHIFT-ROSTER file - unscheduled shifts "
                  "are not checked."
            END-IF.
            PERFORM 2000-WALK-PUNCHES.
            PERFORM 3000-REPORT-HANGING-INS.
            PERFORM 3100-REPORT-NO-PUNCH-HOURLIES.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            IF WS-ROSTER-FILE-OPEN
               CLOSE SHIFT-ROSTER-FILE
            END-IF.
            PERFORM 4000-WRITE-EDIT-STATUS.
            DISPLAY "Open exceptions: " WS-EXCEPTION-COUNT.
            GOBACK.
                     WS-EP-OPEN-DATE(WS-EP-IDX)
                     " IN never punched out (double IN)"
               END-IF
               IF WS-ROSTER-FILE-OPEN AND
                     WS-EP-ROSTER-DATE(WS-EP-IDX) NOT = TP-PUNCH-DATE
                  PERFORM 2400-CHECK-ROSTERED
               END-IF
               MOVE "Y" TO WS-EP-OPEN-FLAG(WS-EP-IDX)
               MOVE TP-PUNCH-DATE TO WS-EP-OPEN-DATE(WS-EP-IDX)
               MOVE WS-THIS-MINUTES TO WS-EP-IN-MINUTES(WS-EP-IDX)
                     MOVE ZERO TO WS-EP-DAY-DATE(WS-EP-IDX)
                     MOVE ZERO TO WS-EP-DAY-MINUTES(WS-EP-IDX)
                     MOVE "N" TO WS-EP-DAY-FLAGGED(WS-EP-IDX)
                     MOVE ZERO TO WS-EP-ROSTER-DATE(WS-EP-IDX)
                  END-IF
               WHEN WS-EP-ID(WS-EP-IDX) = TP-EMPLOYEE-ID
                  CONTINUE
                  WS-MAX-SPAN-HOURS "-hour daily maximum"
            END-IF.

      *> The first IN of a day with no roster row is an unscheduled
      *> shift; it stays an exception until a supervisor approves it
      *> in SHIFT-ROSTER-MAINT, which keys an approved row.
       2400-CHECK-ROSTERED.
            MOVE TP-PUNCH-DATE TO WS-EP-ROSTER-DATE(WS-EP-IDX).
            MOVE TP-EMPLOYEE-ID TO SR-EMPLOYEE-ID.
            MOVE TP-PUNCH-DATE TO SR-SHIFT-DATE.
            READ SHIFT-ROSTER-FILE
               INVALID KEY
                  ADD 1 TO WS-EXCEPTION-COUNT
                  DISPLAY "EXC emp " TP-EMPLOYEE-ID " "
                     TP-PUNCH-DATE " unscheduled shift - awaiting "
                     "supervisor approval"
            END-READ.

       3000-REPORT-HANGING-INS.
            PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > WS-EMP-COUNT
