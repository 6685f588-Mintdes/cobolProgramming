      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Weekly chargeback aging - every disputed card sale
      *          still undecided (open, or represented and waiting
      *          on the processor), with its age in days since the
      *          chargeback, the days left until our evidence is due
      *          (open cases past that date are flagged OVERDUE),
      *          and the money held in dispute totalled by age
      *          bucket - 0-30, 31-60, 61-90 and over 90 days - the
      *          amount that should agree with account 1350. Runs
      *          unattended from the Sunday job stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-FILE ASSIGN TO "CARDCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CASE-ID
               FILE STATUS IS WS-CHARGEBACK-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-FILE.
       COPY CHGBACK.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHARGEBACK-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-CASE-EOF-FLAG          PIC X       VALUE "N".
           88  WS-CASE-EOF                       VALUE "Y".

       01  WS-AGING-FIELDS.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-CONV-DATE             PIC 9(8).
           05  WS-TODAY-DAY-NO          PIC 9(7).
           05  WS-DAYS-OPEN             PIC 9(5).
           05  WS-DAYS-TO-DUE           PIC S9(5).
           05  WS-DAYS-TO-DUE-EDIT      PIC -(4)9.
           05  WS-OVERDUE-MARK          PIC X(8).
           05  WS-CASES-LISTED          PIC 9(5)    VALUE ZERO.
           05  WS-CASES-OVERDUE         PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-IN-DISPUTE      PIC 9(7)V99 VALUE ZERO.

      *> Age buckets in days: 0-30, 31-60, 61-90, over 90.
       01  WS-BUCKET-NAMES.
           05  FILLER   PIC X(10)   VALUE "0-30 DAYS".
           05  FILLER   PIC X(10)   VALUE "31-60 DAYS".
           05  FILLER   PIC X(10)   VALUE "61-90 DAYS".
           05  FILLER   PIC X(10)   VALUE "OVER 90".
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME OCCURS 4 TIMES PIC X(10).
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  WS-BUCKET-COUNT      PIC 9(5).
               10  WS-BUCKET-AMOUNT     PIC 9(7)V99.
       01  WS-BUCKET-IDX             PIC 9.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY DATEPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Chargeback Aging ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TODAY-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            MOVE DF-DAY-NUMBER TO WS-TODAY-DAY-NO.
            INITIALIZE WS-BUCKET-TOTALS.
            OPEN INPUT CHARGEBACK-FILE.
            IF WS-CHARGEBACK-STATUS NOT = "00"
               DISPLAY "No CHARGEBACK file - nothing to report."
               GOBACK
            END-IF.
            PERFORM 1000-OPEN-REPORT.
            MOVE LOW-VALUES TO CB-CASE-ID.
            START CHARGEBACK-FILE KEY >= CB-CASE-ID
               INVALID KEY
                  MOVE "Y" TO WS-CASE-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-CASE-EOF
               READ CHARGEBACK-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-CASE-EOF-FLAG
                  NOT AT END
                     IF CB-IS-UNDECIDED
                        PERFORM 2000-PRINT-ONE-CASE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CHARGEBACK-FILE.
            PERFORM 3000-PRINT-BUCKETS.
            PERFORM 4000-CLOSE-REPORT.
            GOBACK.

       1000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "CBAGING" TO SP-REPORT-TYPE.
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
            MOVE "CHARGEBACKS AWAITING A DECISION" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CASE         MC OPENED   ST  AGE EVID DUE "
               "TO DUE        AMOUNT"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Days to due only matter while the evidence is still ours
      *> to send; once represented the case waits on the processor.
       2000-PRINT-ONE-CASE.
            MOVE CB-OPENED-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            MOVE ZERO TO WS-DAYS-OPEN.
            IF DF-DATE-IS-VALID AND DF-DAY-NUMBER < WS-TODAY-DAY-NO
               COMPUTE WS-DAYS-OPEN = WS-TODAY-DAY-NO - DF-DAY-NUMBER
            END-IF.
            MOVE ZERO TO WS-DAYS-TO-DUE.
            MOVE SPACES TO WS-OVERDUE-MARK.
            IF CB-IS-OPEN
               MOVE CB-EVIDENCE-DUE-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               IF DF-DATE-IS-VALID
                  COMPUTE WS-DAYS-TO-DUE =
                     DF-DAY-NUMBER - WS-TODAY-DAY-NO
               END-IF
               IF WS-DAYS-TO-DUE < ZERO
                  MOVE "OVERDUE" TO WS-OVERDUE-MARK
                  ADD 1 TO WS-CASES-OVERDUE
               END-IF
            END-IF.
            EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                  MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OPEN <= 60
                  MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OPEN <= 90
                  MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                  MOVE 4 TO WS-BUCKET-IDX
            END-EVALUATE.
            ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX).
            ADD CB-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-IDX).
            ADD 1 TO WS-CASES-LISTED.
            ADD CB-AMOUNT TO WS-TOTAL-IN-DISPUTE.
            MOVE WS-DAYS-TO-DUE TO WS-DAYS-TO-DUE-EDIT.
            MOVE CB-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING CB-CASE-ID " " CB-MACHINE-ID " " CB-OPENED-DATE
               " " CB-STATUS "  " WS-DAYS-OPEN " "
               CB-EVIDENCE-DUE-DATE WS-DAYS-TO-DUE-EDIT " "
               WS-AMT-EDIT-ZERO-SUPPRESS " " WS-OVERDUE-MARK
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3000-PRINT-BUCKETS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "IN DISPUTE BY AGE" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
               MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IDX)
                  TO WS-AMT-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING WS-BUCKET-NAME(WS-BUCKET-IDX) " CASES "
                  WS-BUCKET-COUNT(WS-BUCKET-IDX) " AMOUNT "
                  WS-AMT-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-PERFORM.

       4000-CLOSE-REPORT.
            MOVE WS-TOTAL-IN-DISPUTE TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "UNDECIDED " WS-CASES-LISTED
               "  OVERDUE " WS-CASES-OVERDUE
               "  TOTAL IN DISPUTE " WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
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
       END PROGRAM CHARGEBACK-AGING.
