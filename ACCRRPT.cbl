      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Accrual reversal report - every journal entry keyed
      *          as a reversing accrual, with the mirror GL-POST
      *          appended for it (entry number and the first-day-of-
      *          period date it was posted under) or, for one still
      *          waiting, why: its period is still open, its period
      *          is closed and GL-POST has not run since, or no
      *          period on the calendar holds its date (or the next
      *          period is not defined yet). Spooled through SPOOL-
      *          REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL-REVERSAL-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".
       01  WS-CALENDAR-EOF-FLAG      PIC X       VALUE "N".
           88  WS-CALENDAR-EOF                   VALUE "Y".

      *> One row per reversing accrual; the mirror's number and date
      *> are filled in when its auto-reversal lines turn up later in
      *> the journal.
       01  WS-ACCRUAL-TABLE.
           05  WS-AR-ENTRY OCCURS 200 TIMES INDEXED BY WS-AR-IDX.
               10  WS-AR-ENTRY-NO          PIC 9(5).
               10  WS-AR-DATE              PIC 9(8).
               10  WS-AR-AMOUNT            PIC 9(9)V99.
               10  WS-AR-MIRROR-NO         PIC 9(5).
               10  WS-AR-MIRROR-DATE       PIC 9(8).
       01  WS-AR-COUNT               PIC 9(3)    VALUE ZERO.
       01  WS-AR-LAST-ENTRY-NO       PIC 9(5)    VALUE ZERO.
       01  WS-AR-FULL-FLAG           PIC X       VALUE "N".
           88  WS-AR-FULL                        VALUE "Y".

       01  WS-CALENDAR-TABLE.
           05  WS-CP-ENTRY OCCURS 120 TIMES INDEXED BY WS-CP-IDX.
               10  WS-CP-YEAR              PIC 9(4).
               10  WS-CP-PERIOD            PIC 99.
               10  WS-CP-START-DATE        PIC 9(8).
               10  WS-CP-END-DATE          PIC 9(8).
               10  WS-CP-STATUS            PIC X.
       01  WS-CP-COUNT               PIC 9(3)    VALUE ZERO.
       01  WS-CP-SUB                 PIC 9(3).
       01  WS-CP-FOUND               PIC 9(3).

       01  WS-REPORT-CONTROLS.
           05  WS-REVERSED-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-WAITING-COUNT         PIC 9(5)    VALUE ZERO.
           05  WS-REVERSED-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05  WS-WAITING-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05  WS-STATUS-TEXT           PIC X(38).

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Accrual Reversal Report ---".
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "No JOURNAL file - nothing to report."
               GOBACK
            END-IF.
            PERFORM UNTIL WS-JOURNAL-EOF
               READ JOURNAL-FILE
                  AT END
                     MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                  NOT AT END
                     IF JE-IS-LINE
                        PERFORM 1000-NOTE-JOURNAL-LINE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE JOURNAL-FILE.
            IF WS-AR-FULL
               DISPLAY "More reversing accruals than the report "
                  "holds (200) - the rest are not listed."
            END-IF.
            PERFORM 1200-LOAD-CALENDAR.
            PERFORM 2000-OPEN-SPOOL.
            PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT
               PERFORM 2100-PRINT-ONE-ACCRUAL
            END-PERFORM.
            PERFORM 2200-PRINT-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

      *> The accrual's amount is its debit side (equal to its credit
      *> side - JOURNAL-ENTRY would not write it otherwise).
       1000-NOTE-JOURNAL-LINE.
            EVALUATE TRUE
               WHEN JE-LINE-IS-REVERSING
                  IF JE-ENTRY-NO NOT = WS-AR-LAST-ENTRY-NO
                     PERFORM 1100-HOLD-ACCRUAL
                  END-IF
                  IF JE-LINE-IS-DEBIT AND NOT WS-AR-FULL
                     ADD JE-LINE-AMOUNT TO WS-AR-AMOUNT(WS-AR-COUNT)
                  END-IF
               WHEN JE-LINE-IS-AUTO-REVERSAL
                  PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                     UNTIL WS-AR-IDX > WS-AR-COUNT
                     IF WS-AR-ENTRY-NO(WS-AR-IDX) =
                           JE-REVERSES-ENTRY-NO
                        MOVE JE-ENTRY-NO
                           TO WS-AR-MIRROR-NO(WS-AR-IDX)
                        MOVE JE-LINE-DATE
                           TO WS-AR-MIRROR-DATE(WS-AR-IDX)
                     END-IF
                  END-PERFORM
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       1100-HOLD-ACCRUAL.
            MOVE JE-ENTRY-NO TO WS-AR-LAST-ENTRY-NO.
            IF WS-AR-COUNT >= 200
               MOVE "Y" TO WS-AR-FULL-FLAG
            ELSE
               ADD 1 TO WS-AR-COUNT
               SET WS-AR-IDX TO WS-AR-COUNT
               MOVE JE-ENTRY-NO TO WS-AR-ENTRY-NO(WS-AR-IDX)
               MOVE JE-LINE-DATE TO WS-AR-DATE(WS-AR-IDX)
               MOVE ZERO TO WS-AR-AMOUNT(WS-AR-IDX)
               MOVE ZERO TO WS-AR-MIRROR-NO(WS-AR-IDX)
               MOVE ZERO TO WS-AR-MIRROR-DATE(WS-AR-IDX)
            END-IF.

       1200-LOAD-CALENDAR.
            OPEN INPUT PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS = "00"
               MOVE LOW-VALUES TO PC-PERIOD-KEY
               START PERIOD-CALENDAR-FILE KEY >= PC-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-CALENDAR-EOF-FLAG
               END-START
               PERFORM UNTIL WS-CALENDAR-EOF
                  READ PERIOD-CALENDAR-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-CALENDAR-EOF-FLAG
                     NOT AT END
                        IF WS-CP-COUNT < 120
                           ADD 1 TO WS-CP-COUNT
                           SET WS-CP-IDX TO WS-CP-COUNT
                           MOVE PC-FISCAL-YEAR TO WS-CP-YEAR(WS-CP-IDX)
                           MOVE PC-PERIOD-NO TO WS-CP-PERIOD(WS-CP-IDX)
                           MOVE PC-START-DATE
                              TO WS-CP-START-DATE(WS-CP-IDX)
                           MOVE PC-END-DATE
                              TO WS-CP-END-DATE(WS-CP-IDX)
                           MOVE PC-STATUS TO WS-CP-STATUS(WS-CP-IDX)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
            END-IF.

       2000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "ACCRREV" TO SP-REPORT-TYPE.
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
            MOVE "REVERSING ACCRUALS" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "ENTRY  ACCRUED        AMOUNT  STATUS" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2100-PRINT-ONE-ACCRUAL.
            MOVE SPACES TO WS-STATUS-TEXT.
            IF WS-AR-MIRROR-NO(WS-AR-IDX) > ZERO
               STRING "REVERSED BY " WS-AR-MIRROR-NO(WS-AR-IDX)
                  " ON " WS-AR-MIRROR-DATE(WS-AR-IDX)
                  DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
               ADD 1 TO WS-REVERSED-COUNT
               ADD WS-AR-AMOUNT(WS-AR-IDX) TO WS-REVERSED-AMOUNT
            ELSE
               PERFORM 2150-EXPLAIN-WAITING
               ADD 1 TO WS-WAITING-COUNT
               ADD WS-AR-AMOUNT(WS-AR-IDX) TO WS-WAITING-AMOUNT
            END-IF.
            MOVE WS-AR-AMOUNT(WS-AR-IDX) TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-AR-ENTRY-NO(WS-AR-IDX) "  "
               WS-AR-DATE(WS-AR-IDX) " " WS-AMT-EDIT-ZERO-SUPPRESS
               "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The same test GL-POST applies before it mirrors an entry.
       2150-EXPLAIN-WAITING.
            MOVE ZERO TO WS-CP-FOUND.
            PERFORM VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-COUNT
               IF WS-AR-DATE(WS-AR-IDX) >= WS-CP-START-DATE(WS-CP-SUB)
                     AND WS-AR-DATE(WS-AR-IDX) <=
                        WS-CP-END-DATE(WS-CP-SUB)
                  MOVE WS-CP-SUB TO WS-CP-FOUND
               END-IF
            END-PERFORM.
            EVALUATE TRUE
               WHEN WS-CP-FOUND = ZERO
                  MOVE "WAITING - DATE IN NO DEFINED PERIOD"
                     TO WS-STATUS-TEXT
               WHEN WS-CP-STATUS(WS-CP-FOUND) NOT = "C"
                  STRING "WAITING - PERIOD "
                     WS-CP-YEAR(WS-CP-FOUND) "/"
                     WS-CP-PERIOD(WS-CP-FOUND) " OPEN"
                     DELIMITED BY SIZE INTO WS-STATUS-TEXT
                  END-STRING
               WHEN WS-CP-FOUND = WS-CP-COUNT
                  MOVE "WAITING - NEXT PERIOD NOT DEFINED"
                     TO WS-STATUS-TEXT
               WHEN OTHER
                  MOVE "WAITING - PERIOD CLOSED, RUN GL-POST"
                     TO WS-STATUS-TEXT
            END-EVALUATE.

       2200-PRINT-TOTALS.
            MOVE WS-REVERSED-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "REVERSED: " WS-REVERSED-COUNT "  "
               WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-WAITING-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "WAITING:  " WS-WAITING-COUNT "  "
               WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM ACCRUAL-REVERSAL-REPORT.
