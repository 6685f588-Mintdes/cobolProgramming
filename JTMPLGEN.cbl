      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Journal template posting - the period step that
      *          writes every JOURNAL-TEMPLATE due in a fiscal period
      *          into the journal as a compound entry under a new
      *          JECTL number, dated the period's last day, for
      *          GL-POST to apply. A template is due when the period
      *          lies between its start and end periods and falls on
      *          its frequency counted from the start. A template
      *          already in the journal for the period (source
      *          TPL-<id> dated inside it) is skipped, so the step can
      *          be rerun safely, and nothing is generated into a
      *          period the close has locked. The run is listed and
      *          spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-TEMPLATE-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-TEMPLATE-FILE ASSIGN TO "JETMPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JT-TEMPLATE-ID
               FILE STATUS IS WS-JOURNAL-TEMPLATE-STATUS.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ENTRY-CONTROL-FILE ASSIGN TO "JECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-CONTROL-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-TEMPLATE-FILE.
       COPY JETMPL.

       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  ENTRY-CONTROL-FILE.
       01  ENTRY-CONTROL-RECORD.
           05  EC-NEXT-ENTRY-NO        PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-TEMPLATE-STATUS PIC XX.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-ENTRY-CONTROL-STATUS   PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-TEMPLATE-EOF-FLAG      PIC X       VALUE "N".
           88  WS-TEMPLATE-EOF                   VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".
       01  WS-PERIOD-OK-FLAG         PIC X       VALUE "N".
           88  WS-PERIOD-OK                      VALUE "Y".

       01  WS-POSTING-CONTROLS.
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-PERIOD-INPUT          PIC X(2).
           05  WS-TARGET-PERIOD.
               10  WS-TARGET-YEAR          PIC 9(4).
               10  WS-TARGET-PERIOD-NO     PIC 99.
           05  WS-NEXT-ENTRY-NO         PIC 9(5)    VALUE 1.
           05  WS-TARGET-INDEX          PIC 9(6).
           05  WS-START-INDEX           PIC 9(6).
           05  WS-PERIODS-ELAPSED       PIC 9(6).
           05  WS-CYCLE-QUOTIENT        PIC 9(6).
           05  WS-CYCLE-REMAINDER       PIC 99.
           05  WS-DUE-FLAG              PIC X.
               88  WS-TEMPLATE-DUE                VALUE "Y".
           05  WS-LINE-IDX              PIC 99.
           05  WS-ENTRY-TOTAL           PIC 9(9)V99.
           05  WS-STATUS-TEXT           PIC X(30).
           05  WS-GENERATED-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-SKIPPED-COUNT         PIC 9(5)    VALUE ZERO.
           05  WS-GENERATED-TOTAL       PIC 9(9)V99 VALUE ZERO.

      *> Template ids already in the journal for the period, gathered
      *> before anything is written.
       01  WS-POSTED-TEMPLATES.
           05  WS-PT-ENTRY OCCURS 200 TIMES INDEXED BY WS-PT-IDX.
               10  WS-PT-TEMPLATE-ID       PIC X(6).
       01  WS-PT-COUNT               PIC 999     VALUE ZERO.
       01  WS-PT-FOUND-FLAG          PIC X.
           88  WS-PT-FOUND                       VALUE "Y".

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Journal Template Posting ---".
            DISPLAY "Fiscal year (YYYY): ".
            ACCEPT WS-YEAR-INPUT.
            DISPLAY "Period number (01-12): ".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-YEAR-INPUT IS NOT NUMERIC OR
                  WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "Invalid period - nothing generated."
               GOBACK
            END-IF.
            MOVE WS-YEAR-INPUT TO WS-TARGET-YEAR.
            MOVE WS-PERIOD-INPUT TO WS-TARGET-PERIOD-NO.
            PERFORM 1000-CHECK-PERIOD.
            IF NOT WS-PERIOD-OK
               GOBACK
            END-IF.
            OPEN INPUT JOURNAL-TEMPLATE-FILE.
            IF WS-JOURNAL-TEMPLATE-STATUS NOT = "00"
               DISPLAY "No JOURNAL-TEMPLATE file - define templates "
                  "in JOURNAL-TEMPLATE-MAINT first."
               GOBACK
            END-IF.
            PERFORM 1100-FIND-POSTED-TEMPLATES.
            PERFORM 1200-READ-ENTRY-CONTROL.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            PERFORM 1300-OPEN-SPOOL.
            MOVE LOW-VALUES TO JT-TEMPLATE-ID.
            START JOURNAL-TEMPLATE-FILE KEY >= JT-TEMPLATE-ID
               INVALID KEY
                  MOVE "Y" TO WS-TEMPLATE-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-TEMPLATE-EOF
               READ JOURNAL-TEMPLATE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-TEMPLATE-EOF-FLAG
                  NOT AT END
                     IF JT-IS-ACTIVE
                        PERFORM 2000-CONSIDER-TEMPLATE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE JOURNAL-TEMPLATE-FILE.
            CLOSE JOURNAL-FILE.
            PERFORM 3100-REWRITE-ENTRY-CONTROL.
            PERFORM 4000-PRINT-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

      *> The period must be on the calendar and still open - once the
      *> close has locked it nothing more may land there.
       1000-CHECK-PERIOD.
            OPEN INPUT PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS NOT = "00"
               DISPLAY "No PERIOD-CALENDAR file - define the period "
                  "in PERIOD-MAINT first."
            ELSE
               MOVE WS-TARGET-YEAR TO PC-FISCAL-YEAR
               MOVE WS-TARGET-PERIOD-NO TO PC-PERIOD-NO
               READ PERIOD-CALENDAR-FILE
                  INVALID KEY
                     DISPLAY "Period not on the calendar - nothing "
                        "generated."
                  NOT INVALID KEY
                     IF PC-IS-CLOSED
                        DISPLAY "Period " WS-TARGET-PERIOD
                           " is closed and locked - generation "
                           "refused."
                     ELSE
                        MOVE "Y" TO WS-PERIOD-OK-FLAG
                     END-IF
               END-READ
               CLOSE PERIOD-CALENDAR-FILE
            END-IF.

      *> A template counts as posted for the period when the journal
      *> already holds a line with its TPL- source dated inside it,
      *> whether or not GL-POST has applied it yet.
       1100-FIND-POSTED-TEMPLATES.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF
                  READ JOURNAL-FILE
                     AT END
                        MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                     NOT AT END
                        IF JE-IS-LINE AND
                              JE-LINE-SOURCE(1:4) = "TPL-" AND
                              JE-LINE-DATE >= PC-START-DATE AND
                              JE-LINE-DATE <= PC-END-DATE
                           PERFORM 1150-NOTE-POSTED-TEMPLATE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.

       1150-NOTE-POSTED-TEMPLATE.
            MOVE JE-LINE-SOURCE(5:6) TO JT-TEMPLATE-ID.
            PERFORM 2200-LOOK-UP-POSTED.
            IF NOT WS-PT-FOUND AND WS-PT-COUNT < 200
               ADD 1 TO WS-PT-COUNT
               MOVE JE-LINE-SOURCE(5:6)
                  TO WS-PT-TEMPLATE-ID(WS-PT-COUNT)
            END-IF.

       1200-READ-ENTRY-CONTROL.
            OPEN INPUT ENTRY-CONTROL-FILE.
            IF WS-ENTRY-CONTROL-STATUS = "00"
               READ ENTRY-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE EC-NEXT-ENTRY-NO TO WS-NEXT-ENTRY-NO
               END-READ
               CLOSE ENTRY-CONTROL-FILE
            END-IF.

       1300-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "JTMPLGEN" TO SP-REPORT-TYPE.
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
            STRING "JOURNAL TEMPLATES FOR PERIOD " WS-TARGET-PERIOD
               "  DATED " PC-END-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "ID     DESCRIPTION          F        AMOUNT  RESULT"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Due when the period is inside the template's range and a
      *> whole number of cycles (1, 3 or 12 periods) past its start.
       2000-CONSIDER-TEMPLATE.
            MOVE "N" TO WS-DUE-FLAG.
            IF WS-TARGET-PERIOD >= JT-START-PERIOD AND
                  WS-TARGET-PERIOD <= JT-END-PERIOD
               COMPUTE WS-TARGET-INDEX =
                  WS-TARGET-YEAR * 12 + WS-TARGET-PERIOD-NO
               COMPUTE WS-START-INDEX =
                  JT-START-YEAR * 12 + JT-START-PERIOD-NO
               COMPUTE WS-PERIODS-ELAPSED =
                  WS-TARGET-INDEX - WS-START-INDEX
               EVALUATE TRUE
                  WHEN JT-IS-MONTHLY
                     MOVE "Y" TO WS-DUE-FLAG
                  WHEN JT-IS-QUARTERLY
                     DIVIDE WS-PERIODS-ELAPSED BY 3
                        GIVING WS-CYCLE-QUOTIENT
                        REMAINDER WS-CYCLE-REMAINDER
                     IF WS-CYCLE-REMAINDER = ZERO
                        MOVE "Y" TO WS-DUE-FLAG
                     END-IF
                  WHEN JT-IS-ANNUAL
                     DIVIDE WS-PERIODS-ELAPSED BY 12
                        GIVING WS-CYCLE-QUOTIENT
                        REMAINDER WS-CYCLE-REMAINDER
                     IF WS-CYCLE-REMAINDER = ZERO
                        MOVE "Y" TO WS-DUE-FLAG
                     END-IF
               END-EVALUATE
            END-IF.
            IF WS-TEMPLATE-DUE
               MOVE ZERO TO WS-ENTRY-TOTAL
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                  UNTIL WS-LINE-IDX > JT-LINE-COUNT
                  OR WS-LINE-IDX > 10
                  IF JT-LINE-DC(WS-LINE-IDX) = "D"
                     ADD JT-LINE-AMOUNT(WS-LINE-IDX) TO WS-ENTRY-TOTAL
                  END-IF
               END-PERFORM
               PERFORM 2200-LOOK-UP-POSTED
               IF WS-PT-FOUND
                  MOVE "ALREADY POSTED - SKIPPED" TO WS-STATUS-TEXT
                  ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                  PERFORM 2100-WRITE-TEMPLATE-ENTRY
               END-IF
               PERFORM 2300-PRINT-TEMPLATE-LINE
            END-IF.

       2100-WRITE-TEMPLATE-ENTRY.
            PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > JT-LINE-COUNT
               OR WS-LINE-IDX > 10
               MOVE "L" TO JE-RECORD-TYPE
               MOVE SPACES TO JE-DETAIL
               MOVE WS-NEXT-ENTRY-NO TO JE-ENTRY-NO
               MOVE JT-LINE-ACCOUNT(WS-LINE-IDX) TO JE-LINE-ACCOUNT
               MOVE JT-LINE-DC(WS-LINE-IDX) TO JE-LINE-DC
               MOVE JT-LINE-AMOUNT(WS-LINE-IDX) TO JE-LINE-AMOUNT
               MOVE SPACES TO JE-LINE-SOURCE
               STRING "TPL-" JT-TEMPLATE-ID
                  DELIMITED BY SIZE INTO JE-LINE-SOURCE
               END-STRING
               MOVE PC-END-DATE TO JE-LINE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-PERFORM.
            MOVE SPACES TO WS-STATUS-TEXT.
            STRING "POSTED AS ENTRY " WS-NEXT-ENTRY-NO
               DELIMITED BY SIZE INTO WS-STATUS-TEXT
            END-STRING.
            ADD 1 TO WS-NEXT-ENTRY-NO.
            ADD 1 TO WS-GENERATED-COUNT.
            ADD WS-ENTRY-TOTAL TO WS-GENERATED-TOTAL.

       2200-LOOK-UP-POSTED.
            MOVE "N" TO WS-PT-FOUND-FLAG.
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-FOUND
               IF WS-PT-TEMPLATE-ID(WS-PT-IDX) = JT-TEMPLATE-ID
                  MOVE "Y" TO WS-PT-FOUND-FLAG
               END-IF
            END-PERFORM.

       2300-PRINT-TEMPLATE-LINE.
            MOVE WS-ENTRY-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING JT-TEMPLATE-ID " " JT-DESCRIPTION " "
               JT-FREQUENCY " " WS-AMT-EDIT-ZERO-SUPPRESS "  "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3100-REWRITE-ENTRY-CONTROL.
            OPEN OUTPUT ENTRY-CONTROL-FILE.
            MOVE WS-NEXT-ENTRY-NO TO EC-NEXT-ENTRY-NO.
            WRITE ENTRY-CONTROL-RECORD.
            CLOSE ENTRY-CONTROL-FILE.

       4000-PRINT-TOTALS.
            MOVE WS-GENERATED-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "GENERATED " WS-GENERATED-COUNT " ENTRIES TOTAL "
               WS-AMT-EDIT-ZERO-SUPPRESS "  SKIPPED "
               WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-GENERATED-COUNT > ZERO
               MOVE "POST WITH GL-POST." TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
       END PROGRAM JOURNAL-TEMPLATE-POST.
