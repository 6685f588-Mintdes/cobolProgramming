      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Weekly complaint report - every complaint logged in
      *          the seven days to a week-ending date, one line each
      *          with the days it took to resolve (or has been open
      *          so far), then the week's complaints counted by
      *          machine, by category and by product, and the
      *          average time to resolve, through the spool chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-WEEK-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "COMPLNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COMPLAINT-NO
               FILE STATUS IS WS-COMPLAINT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY COMPLNT.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-COMPLAINT-EOF-FLAG     PIC X       VALUE "N".
           88  WS-COMPLAINT-EOF                  VALUE "Y".

       01  WS-WEEK-FIELDS.
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-WEEK-END-DATE         PIC 9(8).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-CONV-DATE             PIC 9(8).
           05  WS-WEEK-END-DAY-NO       PIC 9(7).
           05  WS-WEEK-START-DAY-NO     PIC 9(7).
           05  WS-TODAY-DAY-NO          PIC 9(7).
           05  WS-LOGGED-DAY-NO         PIC 9(7).
           05  WS-RESOLVED-DAY-NO       PIC 9(7).
           05  WS-DAYS-TAKEN            PIC 9(5).
           05  WS-DAYS-EDIT             PIC ZZZZ9.
           05  WS-STATE-TEXT            PIC X(8).

       01  WS-WEEK-TOTALS.
           05  WS-COMPLAINT-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-OPEN-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-RESOLVED-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-RESOLVE-DAYS-TOTAL    PIC 9(7)    VALUE ZERO.
           05  WS-AVERAGE-DAYS          PIC 9(5)V9.
           05  WS-AVERAGE-EDIT          PIC ZZZZ9.9.

       01  WS-MACHINE-TABLE.
           05  WS-MC-ENTRY OCCURS 99 TIMES.
               10  WS-MC-COMPLAINTS        PIC 9(5).
               10  WS-MC-OPEN              PIC 9(5).
       01  WS-MACH-IDX               PIC 9(3).

      *> The categories are the ones COMPLNT.CPY allows, in the
      *> order the entry screen offers them.
       01  WS-CATEGORY-NAMES.
           05  FILLER   PIC X(8)    VALUE "MONEY".
           05  FILLER   PIC X(8)    VALUE "NOVEND".
           05  FILLER   PIC X(8)    VALUE "QUALITY".
           05  FILLER   PIC X(8)    VALUE "WRONGITM".
           05  FILLER   PIC X(8)    VALUE "OTHER".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-NAME     PIC X(8)    OCCURS 5 TIMES.
       01  WS-CATEGORY-TABLE.
           05  WS-CT-ENTRY OCCURS 5 TIMES.
               10  WS-CT-COMPLAINTS        PIC 9(5).
               10  WS-CT-OPEN              PIC 9(5).
       01  WS-CAT-IDX                PIC 9.

       01  WS-PRODUCT-TABLE.
           05  WS-PR-ENTRY OCCURS 50 TIMES INDEXED BY WS-PR-IDX.
               10  WS-PR-PRODUCT           PIC X(10).
               10  WS-PR-COMPLAINTS        PIC 9(5).
               10  WS-PR-OPEN              PIC 9(5).
       01  WS-PRODUCT-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-PRODUCT-KEY            PIC X(10).

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY DATEPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Weekly Complaint Report ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            DISPLAY "Week ending (YYYYMMDD, ENTER = today): ".
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-DATE-INPUT
            END-IF.
            IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid date - nothing printed."
               GOBACK
            END-IF.
            MOVE WS-DATE-INPUT TO WS-WEEK-END-DATE.
            MOVE WS-WEEK-END-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            IF NOT DF-DATE-IS-VALID
               DISPLAY "Invalid date - nothing printed."
               GOBACK
            END-IF.
            MOVE DF-DAY-NUMBER TO WS-WEEK-END-DAY-NO.
            COMPUTE WS-WEEK-START-DAY-NO = WS-WEEK-END-DAY-NO - 6.
            MOVE WS-TODAY-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            MOVE DF-DAY-NUMBER TO WS-TODAY-DAY-NO.
            OPEN INPUT COMPLAINT-FILE.
            IF WS-COMPLAINT-STATUS NOT = "00"
               DISPLAY "No COMPLAINT file - nothing to report."
               GOBACK
            END-IF.
            INITIALIZE WS-MACHINE-TABLE WS-CATEGORY-TABLE.
            PERFORM 1000-OPEN-REPORT.
            MOVE ZERO TO CL-COMPLAINT-NO.
            START COMPLAINT-FILE KEY >= CL-COMPLAINT-NO
               INVALID KEY
                  MOVE "Y" TO WS-COMPLAINT-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-COMPLAINT-EOF
               READ COMPLAINT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-COMPLAINT-EOF-FLAG
                  NOT AT END
                     PERFORM 2000-CONSIDER-COMPLAINT
               END-READ
            END-PERFORM.
            CLOSE COMPLAINT-FILE.
            PERFORM 3000-PRINT-SUMMARIES.
            PERFORM 4000-CLOSE-REPORT.
            GOBACK.

       1000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "CMPLRPT" TO SP-REPORT-TYPE.
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
            STRING "CUSTOMER COMPLAINTS  WEEK ENDING " WS-WEEK-END-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "NO.    MC CATEGORY PRODUCT    LOGGED   RESOLVED"
               "  DAYS REFUND ORDER"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2000-CONSIDER-COMPLAINT.
            MOVE CL-COMPLAINT-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            IF DF-DATE-IS-VALID
               MOVE DF-DAY-NUMBER TO WS-LOGGED-DAY-NO
               IF WS-LOGGED-DAY-NO >= WS-WEEK-START-DAY-NO AND
                     WS-LOGGED-DAY-NO <= WS-WEEK-END-DAY-NO
                  PERFORM 2100-PRINT-ONE-COMPLAINT
                  PERFORM 2200-COUNT-ONE-COMPLAINT
               END-IF
            END-IF.

      *> A resolved complaint took resolved-day less logged-day; an
      *> open one is shown with the days it has been open so far.
       2100-PRINT-ONE-COMPLAINT.
            MOVE ZERO TO WS-DAYS-TAKEN.
            IF CL-IS-RESOLVED
               MOVE CL-RESOLVED-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               MOVE DF-DAY-NUMBER TO WS-RESOLVED-DAY-NO
               IF DF-DATE-IS-VALID AND
                     WS-RESOLVED-DAY-NO >= WS-LOGGED-DAY-NO
                  COMPUTE WS-DAYS-TAKEN =
                     WS-RESOLVED-DAY-NO - WS-LOGGED-DAY-NO
               END-IF
               MOVE CL-RESOLVED-DATE TO WS-STATE-TEXT
               ADD 1 TO WS-RESOLVED-COUNT
               ADD WS-DAYS-TAKEN TO WS-RESOLVE-DAYS-TOTAL
            ELSE
               IF WS-TODAY-DAY-NO >= WS-LOGGED-DAY-NO
                  COMPUTE WS-DAYS-TAKEN =
                     WS-TODAY-DAY-NO - WS-LOGGED-DAY-NO
               END-IF
               MOVE "OPEN" TO WS-STATE-TEXT
               ADD 1 TO WS-OPEN-COUNT
            END-IF.
            MOVE WS-DAYS-TAKEN TO WS-DAYS-EDIT.
            ADD 1 TO WS-COMPLAINT-COUNT.
            MOVE SPACES TO PRINT-LINE.
            STRING CL-COMPLAINT-NO " " CL-MACHINE-ID " "
               CL-CATEGORY " " CL-PRODUCT-NAME " "
               CL-COMPLAINT-DATE " " WS-STATE-TEXT " "
               WS-DAYS-EDIT "    " CL-REFUND-AMOUNT " "
               CL-WORK-ORDER-NO
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2200-COUNT-ONE-COMPLAINT.
            IF CL-MACHINE-ID > ZERO
               MOVE CL-MACHINE-ID TO WS-MACH-IDX
               ADD 1 TO WS-MC-COMPLAINTS(WS-MACH-IDX)
               IF CL-IS-OPEN
                  ADD 1 TO WS-MC-OPEN(WS-MACH-IDX)
               END-IF
            END-IF.
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5
               IF WS-CATEGORY-NAME(WS-CAT-IDX) = CL-CATEGORY
                  ADD 1 TO WS-CT-COMPLAINTS(WS-CAT-IDX)
                  IF CL-IS-OPEN
                     ADD 1 TO WS-CT-OPEN(WS-CAT-IDX)
                  END-IF
               END-IF
            END-PERFORM.
            MOVE CL-PRODUCT-NAME TO WS-PRODUCT-KEY.
            IF WS-PRODUCT-KEY = SPACES
               MOVE "(NO SALE)" TO WS-PRODUCT-KEY
            END-IF.
            SET WS-PR-IDX TO 1.
            SEARCH WS-PR-ENTRY
               AT END
                  IF WS-PRODUCT-COUNT < 50
                     ADD 1 TO WS-PRODUCT-COUNT
                     SET WS-PR-IDX TO WS-PRODUCT-COUNT
                     MOVE WS-PRODUCT-KEY TO WS-PR-PRODUCT(WS-PR-IDX)
                     MOVE 1 TO WS-PR-COMPLAINTS(WS-PR-IDX)
                     MOVE ZERO TO WS-PR-OPEN(WS-PR-IDX)
                     IF CL-IS-OPEN
                        MOVE 1 TO WS-PR-OPEN(WS-PR-IDX)
                     END-IF
                  END-IF
               WHEN WS-PR-PRODUCT(WS-PR-IDX) = WS-PRODUCT-KEY
                  ADD 1 TO WS-PR-COMPLAINTS(WS-PR-IDX)
                  IF CL-IS-OPEN
                     ADD 1 TO WS-PR-OPEN(WS-PR-IDX)
                  END-IF
            END-SEARCH.

       3000-PRINT-SUMMARIES.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "BY MACHINE  COMPLAINTS  STILL-OPEN" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
               UNTIL WS-MACH-IDX > 99
               IF WS-MC-COMPLAINTS(WS-MACH-IDX) > ZERO
                  MOVE SPACES TO PRINT-LINE
                  STRING "MACHINE " WS-MACH-IDX(2:2) "     "
                     WS-MC-COMPLAINTS(WS-MACH-IDX) "       "
                     WS-MC-OPEN(WS-MACH-IDX)
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
            END-PERFORM.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "BY CATEGORY COMPLAINTS  STILL-OPEN" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5
               IF WS-CT-COMPLAINTS(WS-CAT-IDX) > ZERO
                  MOVE SPACES TO PRINT-LINE
                  STRING WS-CATEGORY-NAME(WS-CAT-IDX) "    "
                     WS-CT-COMPLAINTS(WS-CAT-IDX) "       "
                     WS-CT-OPEN(WS-CAT-IDX)
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
            END-PERFORM.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "BY PRODUCT  COMPLAINTS  STILL-OPEN" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING WS-PR-PRODUCT(WS-PR-IDX) "  "
                  WS-PR-COMPLAINTS(WS-PR-IDX) "       "
                  WS-PR-OPEN(WS-PR-IDX)
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-PERFORM.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE ZERO TO WS-AVERAGE-DAYS.
            IF WS-RESOLVED-COUNT > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                  WS-RESOLVE-DAYS-TOTAL / WS-RESOLVED-COUNT
            END-IF.
            MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-EDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING "COMPLAINTS " WS-COMPLAINT-COUNT
               "  RESOLVED " WS-RESOLVED-COUNT
               "  STILL OPEN " WS-OPEN-COUNT
               "  AVG DAYS TO RESOLVE " WS-AVERAGE-EDIT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       4000-CLOSE-REPORT.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       8000-DATE-TO-DAY-NUMBER.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-CONV-DATE(1:4) TO DF-YEAR.
            MOVE WS-CONV-DATE(5:2) TO DF-MONTH.
            MOVE WS-CONV-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
       END PROGRAM COMPLAINT-WEEK-REPORT.
