      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Doubtful-debt allowance - the month-end provision
      *          against receivables we may never collect. A
      *          provision percentage is applied to each AR-AGING
      *          bucket (current, 31-60, 61-90, over 90) as kept on
      *          ARBAL by the last aging, giving the allowance the
      *          book needs; the allowance already on the ledger is
      *          the running credit on DOUBTFUL DEBT ALLOW 1390 in
      *          the journal, and the difference is journaled at
      *          month end - an increase debits BAD DEBT EXPENSE
      *          5930, a release credits it. The percentages default
      *          to the last run's, every run is kept in ALLOWHST.DAT,
      *          and the working goes out through SPOOL-REGISTER.
      *          Nothing is posted while ARBAL has moved since the
      *          aging (run AR-AGING first), for a month already
      *          provided for, or into a closed period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBTFUL-DEBT-ALLOWANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUSTOMER-NO
               FILE STATUS IS WS-AR-BALANCE-STATUS.
           SELECT ALLOWANCE-HISTORY-FILE ASSIGN TO "ALLOWHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOWANCE-HISTORY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-BALANCE-FILE.
       COPY ARBAL.

       FD  ALLOWANCE-HISTORY-FILE.
       COPY ALLOWHST.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AR-BALANCE-STATUS      PIC XX.
       01  WS-ALLOWANCE-HISTORY-STATUS PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-BALANCE-EOF-FLAG       PIC X       VALUE "N".
           88  WS-BALANCE-EOF                    VALUE "Y".
       01  WS-HISTORY-EOF-FLAG       PIC X       VALUE "N".
           88  WS-HISTORY-EOF                    VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".
       01  WS-PERIOD-EOF-FLAG        PIC X       VALUE "N".
           88  WS-PERIOD-EOF                     VALUE "Y".

       01  WS-RUN-CONTROLS.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-MONTH-INPUT           PIC X(6).
           05  WS-MONTH-END             PIC 9(8).
           05  WS-MONTH-END-R REDEFINES WS-MONTH-END.
               10  WS-END-YYYY              PIC 9(4).
               10  WS-END-MM                PIC 99.
               10  WS-END-DD                PIC 99.
           05  WS-LEAP-QUOTIENT         PIC 9(4).
           05  WS-LEAP-REM-4            PIC 9(4).
           05  WS-LEAP-REM-100          PIC 9(4).
           05  WS-LEAP-REM-400          PIC 9(4).
           05  WS-PCT-INPUT             PIC X(8).
           05  WS-PCT-OK-FLAG           PIC X.
               88  WS-PCT-OK                     VALUE "Y".
           05  WS-CONFIRM               PIC X.
           05  WS-STALE-COUNT           PIC 9(5)    VALUE ZERO.
           05  WS-CUSTOMER-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-BUCKET-SUM            PIC S9(9)V99.
           05  WS-ALREADY-PROVIDED-FLAG PIC X       VALUE "N".
               88  WS-ALREADY-PROVIDED            VALUE "Y".
           05  WS-PERIOD-LOCKED-FLAG    PIC X       VALUE "N".
               88  WS-PERIOD-LOCKED               VALUE "Y".
           05  WS-POSTED-FLAG           PIC X       VALUE "N".
               88  WS-POSTED                      VALUE "Y".

      *> Bucket 1 = current, 2 = 31-60, 3 = 61-90, 4 = over 90 -
      *> the AR-AGING columns in order.
       01  WS-DEFAULT-PCT-VALUES.
           05  FILLER   PIC 999V99    VALUE 1.00.
           05  FILLER   PIC 999V99    VALUE 5.00.
           05  FILLER   PIC 999V99    VALUE 20.00.
           05  FILLER   PIC 999V99    VALUE 50.00.
       01  WS-DEFAULT-PCT-TABLE REDEFINES WS-DEFAULT-PCT-VALUES.
           05  WS-DEFAULT-PCT           PIC 999V99 OCCURS 4 TIMES.

       01  WS-BUCKET-NAME-VALUES.
           05  FILLER   PIC X(12)     VALUE "CURRENT".
           05  FILLER   PIC X(12)     VALUE "31-60 DAYS".
           05  FILLER   PIC X(12)     VALUE "61-90 DAYS".
           05  FILLER   PIC X(12)     VALUE "OVER 90 DAYS".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME           PIC X(12) OCCURS 4 TIMES.

       01  WS-PROVISION-TABLE.
           05  WS-PROVISION-ENTRY OCCURS 4 TIMES
                                  INDEXED BY WS-BKT-IDX.
               10  WS-PROVISION-PCT        PIC 999V99.
               10  WS-BUCKET-TOTAL         PIC 9(9)V99.
               10  WS-BUCKET-PROVISION     PIC 9(9)V99.

       01  WS-ALLOWANCE-FIGURES.
           05  WS-REQUIRED              PIC 9(9)V99 VALUE ZERO.
           05  WS-PRIOR-ALLOWANCE       PIC S9(9)V99 VALUE ZERO.
           05  WS-CHANGE                PIC S9(9)V99 VALUE ZERO.
           05  WS-JOURNAL-AMOUNT        PIC 9(7)V99.
           05  WS-HISTORY-ROWS          PIC 9(7)    VALUE ZERO.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-BKT==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-PRV==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-ALW==.
       01  WS-PCT-EDIT               PIC ZZ9.99.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Doubtful-Debt Allowance ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            DISPLAY "Month to provide for (YYYYMM): ".
            ACCEPT WS-MONTH-INPUT.
            IF WS-MONTH-INPUT IS NOT NUMERIC OR
                  WS-MONTH-INPUT(5:2) < "01" OR
                  WS-MONTH-INPUT(5:2) > "12"
               DISPLAY "Invalid month - no allowance worked."
               GOBACK
            END-IF.
            PERFORM 1000-SET-MONTH-END.
            PERFORM 1100-LOAD-LAST-PERCENTAGES.
            PERFORM 1200-ACCEPT-PERCENTAGES.
            IF NOT WS-PCT-OK
               DISPLAY "Invalid percentage - no allowance worked."
               GOBACK
            END-IF.
            PERFORM 2000-TOTAL-AGED-BUCKETS.
            PERFORM 3000-SCAN-LEDGER.
            PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
               COMPUTE WS-BUCKET-PROVISION(WS-BKT-IDX) ROUNDED =
                  WS-BUCKET-TOTAL(WS-BKT-IDX)
                  * WS-PROVISION-PCT(WS-BKT-IDX) / 100
               ADD WS-BUCKET-PROVISION(WS-BKT-IDX) TO WS-REQUIRED
            END-PERFORM.
            COMPUTE WS-CHANGE = WS-REQUIRED - WS-PRIOR-ALLOWANCE.
            PERFORM 4000-OPEN-SPOOL.
            PERFORM 4100-PRINT-WORKING.
            PERFORM 5000-OFFER-POSTING.
            PERFORM 6000-APPEND-HISTORY.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Allowance working spooled as " WS-SPOOL-NAME ".".
            GOBACK.

      *> February has 29 days in a year divisible by 4, unless the
      *> year is a century not divisible by 400.
       1000-SET-MONTH-END.
            MOVE WS-MONTH-INPUT TO WS-MONTH-END(1:6).
            EVALUATE WS-END-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                  MOVE 30 TO WS-END-DD
               WHEN 2
                  MOVE 28 TO WS-END-DD
                  DIVIDE WS-END-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REM-4
                  DIVIDE WS-END-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REM-100
                  DIVIDE WS-END-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REM-400
                  IF WS-LEAP-REM-4 = ZERO AND
                        (WS-LEAP-REM-100 NOT = ZERO OR
                         WS-LEAP-REM-400 = ZERO)
                     MOVE 29 TO WS-END-DD
                  END-IF
               WHEN OTHER
                  MOVE 31 TO WS-END-DD
            END-EVALUATE.

       1100-LOAD-LAST-PERCENTAGES.
            PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
               MOVE WS-DEFAULT-PCT(WS-BKT-IDX)
                  TO WS-PROVISION-PCT(WS-BKT-IDX)
               MOVE ZERO TO WS-BUCKET-TOTAL(WS-BKT-IDX)
               MOVE ZERO TO WS-BUCKET-PROVISION(WS-BKT-IDX)
            END-PERFORM.
            OPEN INPUT ALLOWANCE-HISTORY-FILE.
            IF WS-ALLOWANCE-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-HISTORY-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-HISTORY-EOF
               READ ALLOWANCE-HISTORY-FILE
                  AT END
                     MOVE "Y" TO WS-HISTORY-EOF-FLAG
                  NOT AT END
                     IF AH-IS-DETAIL
                        PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                           UNTIL WS-BKT-IDX > 4
                           MOVE AH-PROVISION-PCT(WS-BKT-IDX)
                              TO WS-PROVISION-PCT(WS-BKT-IDX)
                        END-PERFORM
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-ALLOWANCE-HISTORY-STATUS = "00"
               CLOSE ALLOWANCE-HISTORY-FILE
            END-IF.

       1200-ACCEPT-PERCENTAGES.
            MOVE "Y" TO WS-PCT-OK-FLAG.
            PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4 OR NOT WS-PCT-OK
               MOVE WS-PROVISION-PCT(WS-BKT-IDX) TO WS-PCT-EDIT
               DISPLAY "Provision % for " WS-BUCKET-NAME(WS-BKT-IDX)
                  " (ENTER = " WS-PCT-EDIT "): "
               MOVE SPACES TO WS-PCT-INPUT
               ACCEPT WS-PCT-INPUT
               IF WS-PCT-INPUT NOT = SPACES
                  COMPUTE WS-PROVISION-PCT(WS-BKT-IDX) =
                     FUNCTION NUMVAL(WS-PCT-INPUT)
                     ON SIZE ERROR
                        MOVE "N" TO WS-PCT-OK-FLAG
                  END-COMPUTE
                  IF WS-PROVISION-PCT(WS-BKT-IDX) > 100
                     MOVE "N" TO WS-PCT-OK-FLAG
                  END-IF
               END-IF
            END-PERFORM.

      *> Only money owed is provided against: a customer's credit
      *> balance in a bucket does not shrink anyone else's doubt.
      *> A row whose buckets no longer add up to its balance has
      *> been moved by a receipt or write-off since the aging.
       2000-TOTAL-AGED-BUCKETS.
            OPEN INPUT AR-BALANCE-FILE.
            IF WS-AR-BALANCE-STATUS NOT = "00"
               DISPLAY "No AR-BALANCE file - nothing to provide for."
               MOVE "Y" TO WS-BALANCE-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO AB-CUSTOMER-NO
               START AR-BALANCE-FILE KEY >= AB-CUSTOMER-NO
                  INVALID KEY
                     MOVE "Y" TO WS-BALANCE-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-BALANCE-EOF
               READ AR-BALANCE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-BALANCE-EOF-FLAG
                  NOT AT END
                     PERFORM 2100-ADD-ONE-CUSTOMER
               END-READ
            END-PERFORM.
            IF WS-AR-BALANCE-STATUS = "00"
               CLOSE AR-BALANCE-FILE
            END-IF.

       2100-ADD-ONE-CUSTOMER.
            ADD 1 TO WS-CUSTOMER-COUNT.
            IF AB-AGED-DATE IS NOT NUMERIC OR
                  AB-AGE-CURRENT IS NOT NUMERIC OR
                  AB-AGE-30 IS NOT NUMERIC OR
                  AB-AGE-60 IS NOT NUMERIC OR
                  AB-AGE-90 IS NOT NUMERIC
               ADD 1 TO WS-STALE-COUNT
            ELSE
               COMPUTE WS-BUCKET-SUM = AB-AGE-CURRENT + AB-AGE-30
                  + AB-AGE-60 + AB-AGE-90
               IF WS-BUCKET-SUM NOT = AB-OPEN-BALANCE OR
                     (AB-AGED-DATE = ZERO AND
                      AB-OPEN-BALANCE NOT = ZERO)
                  ADD 1 TO WS-STALE-COUNT
               END-IF
               IF AB-AGE-CURRENT > ZERO
                  ADD AB-AGE-CURRENT TO WS-BUCKET-TOTAL(1)
               END-IF
               IF AB-AGE-30 > ZERO
                  ADD AB-AGE-30 TO WS-BUCKET-TOTAL(2)
               END-IF
               IF AB-AGE-60 > ZERO
                  ADD AB-AGE-60 TO WS-BUCKET-TOTAL(3)
               END-IF
               IF AB-AGE-90 > ZERO
                  ADD AB-AGE-90 TO WS-BUCKET-TOTAL(4)
               END-IF
            END-IF.

      *> The allowance on the ledger is every credit to 1390 less
      *> every debit, whatever wrote it - a hand entry included.
       3000-SCAN-LEDGER.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "Y" TO WS-JOURNAL-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-JOURNAL-EOF
               READ JOURNAL-FILE
                  AT END
                     MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                  NOT AT END
                     EVALUATE TRUE
                        WHEN JE-IS-DETAIL
                           PERFORM 3100-ADD-DETAIL-ENTRY
                        WHEN JE-IS-LINE
                           PERFORM 3200-ADD-LINE-ENTRY
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ
            END-PERFORM.
            IF WS-JOURNAL-STATUS = "00"
               CLOSE JOURNAL-FILE
            END-IF.

       3100-ADD-DETAIL-ENTRY.
            IF JE-CREDIT-ACCOUNT = 1390
               ADD JE-AMOUNT TO WS-PRIOR-ALLOWANCE
            END-IF.
            IF JE-DEBIT-ACCOUNT = 1390
               SUBTRACT JE-AMOUNT FROM WS-PRIOR-ALLOWANCE
            END-IF.
            IF JE-SOURCE = "DDALLOW" AND
                  JE-SOURCE-DATE = WS-MONTH-END
               MOVE "Y" TO WS-ALREADY-PROVIDED-FLAG
            END-IF.

       3200-ADD-LINE-ENTRY.
            IF JE-LINE-ACCOUNT = 1390
               IF JE-LINE-IS-CREDIT
                  ADD JE-LINE-AMOUNT TO WS-PRIOR-ALLOWANCE
               ELSE
                  SUBTRACT JE-LINE-AMOUNT FROM WS-PRIOR-ALLOWANCE
               END-IF
            END-IF.

       4000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "DDALLOW" TO SP-REPORT-TYPE.
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

       4100-PRINT-WORKING.
            MOVE SPACES TO PRINT-LINE.
            STRING "DOUBTFUL-DEBT ALLOWANCE AT " WS-MONTH-END
               "   CUSTOMERS ON ARBAL: " WS-CUSTOMER-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "BUCKET           AGED OPEN PROVISION %"
               TO PRINT-LINE.
            MOVE "ALLOWANCE" TO PRINT-LINE(51:9).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
               MOVE WS-BUCKET-TOTAL(WS-BKT-IDX)
                  TO WS-BKT-EDIT-ZERO-SUPPRESS
               MOVE WS-PROVISION-PCT(WS-BKT-IDX) TO WS-PCT-EDIT
               MOVE WS-BUCKET-PROVISION(WS-BKT-IDX)
                  TO WS-PRV-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING WS-BUCKET-NAME(WS-BKT-IDX) "  "
                  WS-BKT-EDIT-ZERO-SUPPRESS "      "
                  WS-PCT-EDIT "         "
                  WS-PRV-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-PERFORM.
            MOVE WS-REQUIRED TO WS-ALW-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "ALLOWANCE REQUIRED          " WS-ALW-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-PRIOR-ALLOWANCE TO WS-ALW-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "ALLOWANCE ON THE LEDGER     " WS-ALW-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-CHANGE TO WS-ALW-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            IF WS-CHANGE < ZERO
               STRING "RELEASE (CREDIT 5930)      " WS-ALW-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               STRING "INCREASE (DEBIT 5930)      " WS-ALW-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-STALE-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "*** " WS-STALE-COUNT " CUSTOMER(S) MOVED SINCE "
                  "THE LAST AGING - RUN AR-AGING FIRST ***"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       5000-OFFER-POSTING.
            MOVE SPACES TO PRINT-LINE.
            EVALUATE TRUE
               WHEN WS-STALE-COUNT > ZERO
                  MOVE "AGING OUT OF DATE - NOTHING POSTED"
                     TO PRINT-LINE
               WHEN WS-ALREADY-PROVIDED
                  MOVE "ALLOWANCE ALREADY POSTED FOR THIS MONTH"
                     TO PRINT-LINE
               WHEN WS-CHANGE = ZERO
                  MOVE "NO CHANGE IN THE ALLOWANCE - NOTHING POSTED"
                     TO PRINT-LINE
               WHEN OTHER
                  PERFORM 5100-CHECK-PERIOD-OPEN
                  IF WS-PERIOD-LOCKED
                     MOVE "PERIOD CLOSED - NOTHING POSTED"
                        TO PRINT-LINE
                  ELSE
                     DISPLAY "Post the allowance change (Y/N)? "
                     MOVE "N" TO WS-CONFIRM
                     ACCEPT WS-CONFIRM
                     IF WS-CONFIRM = "Y" OR "y"
                        PERFORM 5200-POST-CHANGE
                        MOVE "ALLOWANCE CHANGE POSTED TO 5930/1390"
                           TO PRINT-LINE
                     ELSE
                        MOVE "ALLOWANCE CHANGE NOT POSTED"
                           TO PRINT-LINE
                     END-IF
                  END-IF
            END-EVALUATE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       5100-CHECK-PERIOD-OPEN.
            MOVE "N" TO WS-PERIOD-LOCKED-FLAG.
            OPEN INPUT PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS = "00"
               MOVE LOW-VALUES TO PC-PERIOD-KEY
               START PERIOD-CALENDAR-FILE KEY >= PC-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-PERIOD-EOF-FLAG
               END-START
               PERFORM UNTIL WS-PERIOD-EOF
                  READ PERIOD-CALENDAR-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PERIOD-EOF-FLAG
                     NOT AT END
                        IF WS-MONTH-END >= PC-START-DATE AND
                              WS-MONTH-END <= PC-END-DATE AND
                              PC-IS-CLOSED
                           MOVE "Y" TO WS-PERIOD-LOCKED-FLAG
                           MOVE "Y" TO WS-PERIOD-EOF-FLAG
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
            END-IF.

       5200-POST-CHANGE.
            PERFORM 5300-ENSURE-ACCOUNTS-EXIST.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            IF WS-CHANGE > ZERO
               MOVE 5930 TO JE-DEBIT-ACCOUNT
               MOVE 1390 TO JE-CREDIT-ACCOUNT
               MOVE WS-CHANGE TO WS-JOURNAL-AMOUNT
            ELSE
               MOVE 1390 TO JE-DEBIT-ACCOUNT
               MOVE 5930 TO JE-CREDIT-ACCOUNT
               COMPUTE WS-JOURNAL-AMOUNT = ZERO - WS-CHANGE
            END-IF.
            MOVE WS-JOURNAL-AMOUNT TO JE-AMOUNT.
            MOVE "DDALLOW" TO JE-SOURCE.
            MOVE WS-MONTH-END TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
            MOVE "Y" TO WS-POSTED-FLAG.
            DISPLAY "Journaled " WS-JOURNAL-AMOUNT " allowance "
               "change - run GL-POST to apply it.".

      *> GL-POST skips an entry whose account is not on the chart,
      *> so both accounts are written as zero-balance rows the
      *> first time they are needed. The allowance is an asset
      *> account carrying a credit balance, so the balance sheet
      *> nets it off the receivables.
       5300-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 5930 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5930 TO CA-ACCOUNT-NO
                     MOVE "BAD DEBT EXPENSE" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 1390 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1390 TO CA-ACCOUNT-NO
                     MOVE "DOUBTFUL DEBT ALLOW" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       6000-APPEND-HISTORY.
            OPEN EXTEND ALLOWANCE-HISTORY-FILE.
            IF WS-ALLOWANCE-HISTORY-STATUS = "35"
               OPEN OUTPUT ALLOWANCE-HISTORY-FILE
               CLOSE ALLOWANCE-HISTORY-FILE
               OPEN EXTEND ALLOWANCE-HISTORY-FILE
            END-IF.
            MOVE "D" TO AH-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO AH-RUN-DATE.
            MOVE WS-MONTH-INPUT TO AH-MONTH.
            PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
               MOVE WS-PROVISION-PCT(WS-BKT-IDX)
                  TO AH-PROVISION-PCT(WS-BKT-IDX)
               MOVE WS-BUCKET-TOTAL(WS-BKT-IDX)
                  TO AH-BUCKET-TOTAL(WS-BKT-IDX)
            END-PERFORM.
            MOVE WS-REQUIRED TO AH-REQUIRED.
            MOVE WS-PRIOR-ALLOWANCE TO AH-PRIOR-ALLOWANCE.
            MOVE WS-CHANGE TO AH-CHANGE.
            MOVE WS-POSTED-FLAG TO AH-POSTED-FLAG.
            WRITE ALLOWANCE-HISTORY-RECORD.
            ADD 1 TO WS-HISTORY-ROWS.
            MOVE "T" TO AH-RECORD-TYPE.
            MOVE SPACES TO AH-DETAIL.
            MOVE WS-HISTORY-ROWS TO AH-TRAILER-COUNT.
            WRITE ALLOWANCE-HISTORY-RECORD.
            CLOSE ALLOWANCE-HISTORY-FILE.
       END PROGRAM DOUBTFUL-DEBT-ALLOWANCE.
