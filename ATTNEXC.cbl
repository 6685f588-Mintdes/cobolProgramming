      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Attendance exception report - for a pay period,
      *          compares the shift roster with the time-clock
      *          punches and lists late arrivals (first IN after the
      *          scheduled start), early departures (last OUT before
      *          the scheduled end), no-shows (a rostered shift with
      *          no punches) and unscheduled shifts (punches on a
      *          day with no roster row, shown as approved once a
      *          supervisor has signed them off). Each exception
      *          shows its minutes and the pay effect at the
      *          employee's hourly rate: time not worked is pay not
      *          earned, an unscheduled shift is pay not planned.
      *          Salaried staff are listed with no pay effect.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-EXCEPTIONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-PUNCH-FILE ASSIGN TO "PUNCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-PUNCH-STATUS.
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
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-NO
               FILE STATUS IS WS-PAY-PERIOD-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIME-PUNCH-FILE.
       COPY PUNCH.

       FD  SHIFT-ROSTER-FILE.
       COPY SHIFTROS.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  PAY-PERIOD-FILE.
       COPY PAYPERD.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TIME-PUNCH-STATUS      PIC XX.
       01  WS-SHIFT-ROSTER-STATUS    PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-PUNCH-EOF-FLAG         PIC X       VALUE "N".
           88  WS-PUNCH-EOF                      VALUE "Y".
       01  WS-ROSTER-EOF-FLAG        PIC X       VALUE "N".
           88  WS-ROSTER-EOF                     VALUE "Y".

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-INPUT          PIC X(4).
           05  WS-START-DATE            PIC 9(8).
           05  WS-END-DATE              PIC 9(8).
           05  WS-DATE-INPUT            PIC X(8).

      *> One entry per employee per day worked: the first IN and the
      *> last OUT of the day in minutes after midnight (an OUT on the
      *> next calendar day counts on past 1440).
       01  WS-WORKED-DAYS.
           05  WS-WD-ENTRY OCCURS 500 TIMES INDEXED BY WS-WD-IDX.
               10  WS-WD-EMPLOYEE-ID       PIC 9(5).
               10  WS-WD-DATE              PIC 9(8).
               10  WS-WD-FIRST-IN          PIC 9(5).
               10  WS-WD-LAST-OUT          PIC 9(5).
               10  WS-WD-OUT-FLAG          PIC X.
       01  WS-WORKED-DAY-COUNT       PIC 9(3)    VALUE ZERO.

      *> The worked-day entry each employee's open IN belongs to, so
      *> the matching OUT lands on the day the shift started.
       01  WS-OPEN-INS.
           05  WS-OI-ENTRY OCCURS 50 TIMES INDEXED BY WS-OI-IDX.
               10  WS-OI-EMPLOYEE-ID       PIC 9(5).
               10  WS-OI-WD-SUB            PIC 9(3).
       01  WS-OPEN-IN-COUNT          PIC 99      VALUE ZERO.
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".

       01  WS-CALC-FIELDS.
           05  WS-PUNCH-HH              PIC 99.
           05  WS-PUNCH-MM              PIC 99.
           05  WS-PUNCH-MINUTES         PIC 9(5).
           05  WS-SCHED-TIME.
               10  WS-SCHED-HH              PIC 99.
               10  WS-SCHED-MM              PIC 99.
           05  WS-SCHED-START           PIC 9(5).
           05  WS-SCHED-END             PIC 9(5).
           05  WS-EXC-MINUTES           PIC S9(5).
           05  WS-EXC-MINUTES-EDIT      PIC ZZZZ9.
           05  WS-EXC-EMPLOYEE-ID       PIC 9(5).
           05  WS-EXC-DATE              PIC 9(8).
           05  WS-EXC-TEXT              PIC X(24).
           05  WS-HOURLY-RATE           PIC 99V9999.
           05  WS-PAY-EFFECT            PIC S9(5)V99.
           05  WS-PAY-EFFECT-EDIT       PIC -ZZ,ZZ9.99.
           05  WS-NET-PAY-EFFECT        PIC S9(7)V99 VALUE ZERO.
           05  WS-NET-PAY-EDIT          PIC -Z,ZZZ,ZZ9.99.
           05  WS-FOUND-FLAG            PIC X.
               88  WS-FOUND                       VALUE "Y".

       01  WS-EXCEPTION-COUNTS.
           05  WS-LATE-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-EARLY-COUNT           PIC 9(5)    VALUE ZERO.
           05  WS-NO-SHOW-COUNT         PIC 9(5)    VALUE ZERO.
           05  WS-UNSCHEDULED-COUNT     PIC 9(5)    VALUE ZERO.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Attendance Exception Report ---".
            PERFORM 1000-ACCEPT-PERIOD.
            OPEN INPUT SHIFT-ROSTER-FILE.
            IF WS-SHIFT-ROSTER-STATUS NOT = "00"
               DISPLAY "No SHIFT-ROSTER file - nothing to compare "
                  "the punches with."
               GOBACK
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            END-IF.
            PERFORM 2000-COLLECT-WORKED-DAYS.
            IF WS-TABLE-FULL
               DISPLAY "More than 500 worked days or 50 employees in "
                  "the period - report abandoned."
               CLOSE SHIFT-ROSTER-FILE
               GOBACK
            END-IF.
            PERFORM 3000-OPEN-REPORT.
            PERFORM VARYING WS-WD-IDX FROM 1 BY 1
               UNTIL WS-WD-IDX > WS-WORKED-DAY-COUNT
               PERFORM 4000-CHECK-WORKED-DAY
            END-PERFORM.
            PERFORM 5000-FIND-NO-SHOWS.
            CLOSE SHIFT-ROSTER-FILE.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            PERFORM 6000-CLOSE-REPORT.
            GOBACK.

       1000-ACCEPT-PERIOD.
            DISPLAY "Pay period number (YYWW): ".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "Invalid period number - report abandoned."
               GOBACK
            END-IF.
            OPEN INPUT PAY-PERIOD-FILE.
            IF WS-PAY-PERIOD-STATUS = "00"
               MOVE WS-PERIOD-INPUT TO PP-PERIOD-NO
               READ PAY-PERIOD-FILE
                  INVALID KEY
                     PERFORM 1100-ASK-PERIOD-DATES
                  NOT INVALID KEY
                     MOVE PP-START-DATE TO WS-START-DATE
                     MOVE PP-END-DATE TO WS-END-DATE
               END-READ
               CLOSE PAY-PERIOD-FILE
            ELSE
               PERFORM 1100-ASK-PERIOD-DATES
            END-IF.

       1100-ASK-PERIOD-DATES.
            DISPLAY "Period not on the calendar yet.".
            DISPLAY "Period start date (YYYYMMDD): ".
            ACCEPT WS-DATE-INPUT.
            MOVE WS-DATE-INPUT TO WS-START-DATE.
            DISPLAY "Period end date (YYYYMMDD): ".
            ACCEPT WS-DATE-INPUT.
            MOVE WS-DATE-INPUT TO WS-END-DATE.

       2000-COLLECT-WORKED-DAYS.
            OPEN INPUT TIME-PUNCH-FILE.
            IF WS-TIME-PUNCH-STATUS NOT = "00"
               DISPLAY "No PUNCH file - every rostered shift will "
                  "show as a no-show."
               MOVE "Y" TO WS-PUNCH-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-PUNCH-EOF
               READ TIME-PUNCH-FILE
                  AT END
                     MOVE "Y" TO WS-PUNCH-EOF-FLAG
                  NOT AT END
                     IF TP-IS-DETAIL AND
                           TP-PUNCH-DATE >= WS-START-DATE AND
                           TP-PUNCH-DATE <= WS-END-DATE
                        PERFORM 2100-TAKE-ONE-PUNCH
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-TIME-PUNCH-STATUS = "00"
               CLOSE TIME-PUNCH-FILE
            END-IF.

       2100-TAKE-ONE-PUNCH.
            MOVE TP-PUNCH-TIME(1:2) TO WS-PUNCH-HH.
            MOVE TP-PUNCH-TIME(3:2) TO WS-PUNCH-MM.
            COMPUTE WS-PUNCH-MINUTES = WS-PUNCH-HH * 60 + WS-PUNCH-MM.
            PERFORM 2200-FIND-OPEN-IN.
            IF NOT WS-TABLE-FULL
               IF TP-IS-PUNCH-IN
                  PERFORM 2300-FIND-OR-ADD-DAY
               ELSE
                  PERFORM 2400-CLOSE-OPEN-IN
               END-IF
            END-IF.

       2200-FIND-OPEN-IN.
            SET WS-OI-IDX TO 1.
            SEARCH WS-OI-ENTRY
               AT END
                  IF WS-OPEN-IN-COUNT < 50
                     ADD 1 TO WS-OPEN-IN-COUNT
                     SET WS-OI-IDX TO WS-OPEN-IN-COUNT
                     MOVE TP-EMPLOYEE-ID TO WS-OI-EMPLOYEE-ID(WS-OI-IDX)
                     MOVE ZERO TO WS-OI-WD-SUB(WS-OI-IDX)
                  ELSE
                     MOVE "Y" TO WS-TABLE-FULL-FLAG
                  END-IF
               WHEN WS-OI-EMPLOYEE-ID(WS-OI-IDX) = TP-EMPLOYEE-ID
                  CONTINUE
            END-SEARCH.

      *> A second IN on the same day (back from a break) keeps the
      *> first IN as the arrival time.
       2300-FIND-OR-ADD-DAY.
            SET WS-WD-IDX TO 1.
            SEARCH WS-WD-ENTRY
               AT END
                  IF WS-WORKED-DAY-COUNT < 500
                     ADD 1 TO WS-WORKED-DAY-COUNT
                     SET WS-WD-IDX TO WS-WORKED-DAY-COUNT
                     MOVE TP-EMPLOYEE-ID TO WS-WD-EMPLOYEE-ID(WS-WD-IDX)
                     MOVE TP-PUNCH-DATE TO WS-WD-DATE(WS-WD-IDX)
                     MOVE WS-PUNCH-MINUTES TO WS-WD-FIRST-IN(WS-WD-IDX)
                     MOVE ZERO TO WS-WD-LAST-OUT(WS-WD-IDX)
                     MOVE "N" TO WS-WD-OUT-FLAG(WS-WD-IDX)
                     SET WS-OI-WD-SUB(WS-OI-IDX) TO WS-WD-IDX
                  ELSE
                     MOVE "Y" TO WS-TABLE-FULL-FLAG
                  END-IF
               WHEN WS-WD-EMPLOYEE-ID(WS-WD-IDX) = TP-EMPLOYEE-ID AND
                    WS-WD-DATE(WS-WD-IDX) = TP-PUNCH-DATE
                  SET WS-OI-WD-SUB(WS-OI-IDX) TO WS-WD-IDX
            END-SEARCH.

      *> An OUT with no open IN is left to PAYROLL-EDIT to report.
       2400-CLOSE-OPEN-IN.
            IF WS-OI-WD-SUB(WS-OI-IDX) > ZERO
               SET WS-WD-IDX TO WS-OI-WD-SUB(WS-OI-IDX)
               IF TP-PUNCH-DATE NOT = WS-WD-DATE(WS-WD-IDX)
                  ADD 1440 TO WS-PUNCH-MINUTES
               END-IF
               IF WS-WD-OUT-FLAG(WS-WD-IDX) = "N" OR
                     WS-PUNCH-MINUTES > WS-WD-LAST-OUT(WS-WD-IDX)
                  MOVE WS-PUNCH-MINUTES TO WS-WD-LAST-OUT(WS-WD-IDX)
               END-IF
               MOVE "Y" TO WS-WD-OUT-FLAG(WS-WD-IDX)
               MOVE ZERO TO WS-OI-WD-SUB(WS-OI-IDX)
            END-IF.

       3000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "ATTNEXC" TO SP-REPORT-TYPE.
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
            STRING "ATTENDANCE EXCEPTIONS  PERIOD " WS-PERIOD-INPUT
               "  " WS-START-DATE "-" WS-END-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "EMPL  DATE     EXCEPTION                MINUTES  PAY"
               TO PRINT-LINE.
            MOVE " EFFECT" TO PRINT-LINE(54:7).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> A day worked is checked against the roster row for the same
      *> employee and date.
       4000-CHECK-WORKED-DAY.
            MOVE WS-WD-EMPLOYEE-ID(WS-WD-IDX) TO WS-EXC-EMPLOYEE-ID.
            MOVE WS-WD-DATE(WS-WD-IDX) TO WS-EXC-DATE.
            MOVE WS-EXC-EMPLOYEE-ID TO SR-EMPLOYEE-ID.
            MOVE WS-EXC-DATE TO SR-SHIFT-DATE.
            PERFORM 8100-GET-HOURLY-RATE.
            READ SHIFT-ROSTER-FILE
               INVALID KEY
                  MOVE "UNSCHEDULED - NOT APPRVD" TO WS-EXC-TEXT
                  PERFORM 4100-REPORT-UNSCHEDULED
               NOT INVALID KEY
                  IF SR-IS-APPROVED-EXTRA
                     MOVE "UNSCHEDULED - APPROVED" TO WS-EXC-TEXT
                     PERFORM 4100-REPORT-UNSCHEDULED
                  ELSE
                     PERFORM 4200-CHECK-AGAINST-SHIFT
                  END-IF
            END-READ.

       4100-REPORT-UNSCHEDULED.
            ADD 1 TO WS-UNSCHEDULED-COUNT.
            MOVE ZERO TO WS-EXC-MINUTES.
            IF WS-WD-OUT-FLAG(WS-WD-IDX) = "Y"
               COMPUTE WS-EXC-MINUTES = WS-WD-LAST-OUT(WS-WD-IDX)
                  - WS-WD-FIRST-IN(WS-WD-IDX)
            END-IF.
            COMPUTE WS-PAY-EFFECT ROUNDED =
               WS-EXC-MINUTES * WS-HOURLY-RATE / 60.
            PERFORM 7000-PRINT-EXCEPTION.

       4200-CHECK-AGAINST-SHIFT.
            PERFORM 8200-SCHEDULED-MINUTES.
            IF WS-WD-FIRST-IN(WS-WD-IDX) > WS-SCHED-START
               ADD 1 TO WS-LATE-COUNT
               COMPUTE WS-EXC-MINUTES =
                  WS-WD-FIRST-IN(WS-WD-IDX) - WS-SCHED-START
               COMPUTE WS-PAY-EFFECT ROUNDED =
                  0 - WS-EXC-MINUTES * WS-HOURLY-RATE / 60
               MOVE "LATE ARRIVAL" TO WS-EXC-TEXT
               PERFORM 7000-PRINT-EXCEPTION
            END-IF.
            IF WS-WD-OUT-FLAG(WS-WD-IDX) = "Y" AND
                  WS-WD-LAST-OUT(WS-WD-IDX) < WS-SCHED-END
               ADD 1 TO WS-EARLY-COUNT
               COMPUTE WS-EXC-MINUTES =
                  WS-SCHED-END - WS-WD-LAST-OUT(WS-WD-IDX)
               COMPUTE WS-PAY-EFFECT ROUNDED =
                  0 - WS-EXC-MINUTES * WS-HOURLY-RATE / 60
               MOVE "EARLY DEPARTURE" TO WS-EXC-TEXT
               PERFORM 7000-PRINT-EXCEPTION
            END-IF.

      *> Rostered shifts in the period with no day worked to match.
       5000-FIND-NO-SHOWS.
            MOVE LOW-VALUES TO SR-KEY.
            START SHIFT-ROSTER-FILE KEY >= SR-KEY
               INVALID KEY
                  MOVE "Y" TO WS-ROSTER-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-ROSTER-EOF
               READ SHIFT-ROSTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ROSTER-EOF-FLAG
                  NOT AT END
                     IF SR-IS-SCHEDULED AND
                           SR-SHIFT-DATE >= WS-START-DATE AND
                           SR-SHIFT-DATE <= WS-END-DATE
                        PERFORM 5100-CHECK-SHIFT-WORKED
                     END-IF
               END-READ
            END-PERFORM.

       5100-CHECK-SHIFT-WORKED.
            MOVE "N" TO WS-FOUND-FLAG.
            SET WS-WD-IDX TO 1.
            SEARCH WS-WD-ENTRY
               AT END
                  CONTINUE
               WHEN WS-WD-EMPLOYEE-ID(WS-WD-IDX) = SR-EMPLOYEE-ID AND
                    WS-WD-DATE(WS-WD-IDX) = SR-SHIFT-DATE
                  MOVE "Y" TO WS-FOUND-FLAG
            END-SEARCH.
            IF NOT WS-FOUND
               ADD 1 TO WS-NO-SHOW-COUNT
               MOVE SR-EMPLOYEE-ID TO WS-EXC-EMPLOYEE-ID
               MOVE SR-SHIFT-DATE TO WS-EXC-DATE
               PERFORM 8100-GET-HOURLY-RATE
               PERFORM 8200-SCHEDULED-MINUTES
               COMPUTE WS-EXC-MINUTES = WS-SCHED-END - WS-SCHED-START
                  - SR-BREAK-MINUTES
               COMPUTE WS-PAY-EFFECT ROUNDED =
                  0 - WS-EXC-MINUTES * WS-HOURLY-RATE / 60
               MOVE "NO-SHOW" TO WS-EXC-TEXT
               PERFORM 7000-PRINT-EXCEPTION
            END-IF.

       6000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            STRING "LATE " WS-LATE-COUNT "  EARLY " WS-EARLY-COUNT
               "  NO-SHOW " WS-NO-SHOW-COUNT "  UNSCHEDULED "
               WS-UNSCHEDULED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-NET-PAY-EFFECT TO WS-NET-PAY-EDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING "NET PAY EFFECT " WS-NET-PAY-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       7000-PRINT-EXCEPTION.
            ADD WS-PAY-EFFECT TO WS-NET-PAY-EFFECT.
            MOVE WS-EXC-MINUTES TO WS-EXC-MINUTES-EDIT.
            MOVE WS-PAY-EFFECT TO WS-PAY-EFFECT-EDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-EXC-EMPLOYEE-ID " " WS-EXC-DATE " " WS-EXC-TEXT
               " " WS-EXC-MINUTES-EDIT "   " WS-PAY-EFFECT-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Punched time is what the hourly pay run pays, so the pay
      *> effect is at the hourly rate; a salary does not move.
       8100-GET-HOURLY-RATE.
            MOVE ZERO TO WS-HOURLY-RATE.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE WS-EXC-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  NOT INVALID KEY
                     IF EM-IS-HOURLY
                        MOVE EM-HOURLY-RATE TO WS-HOURLY-RATE
                     END-IF
               END-READ
            END-IF.

      *> An end at or before the start runs past midnight.
       8200-SCHEDULED-MINUTES.
            MOVE SR-START-TIME TO WS-SCHED-TIME.
            COMPUTE WS-SCHED-START = WS-SCHED-HH * 60 + WS-SCHED-MM.
            MOVE SR-END-TIME TO WS-SCHED-TIME.
            COMPUTE WS-SCHED-END = WS-SCHED-HH * 60 + WS-SCHED-MM.
            IF WS-SCHED-END <= WS-SCHED-START
               ADD 1440 TO WS-SCHED-END
            END-IF.
       END PROGRAM ATTENDANCE-EXCEPTIONS.
