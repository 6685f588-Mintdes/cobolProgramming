      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Overhead allocation - the period-end run that
      *          spreads each OVERHEAD-RULE's expense account over
      *          the cost centers or machines it names. The pool is
      *          the account's movement in the fiscal period as the
      *          journal holds it; the driver is the rule's fixed
      *          percentages, each center's active headcount, the
      *          hours PAY-DETAIL paid in the period, or each
      *          machine's vending takings. Each rule is journaled
      *          as compound entries under new JECTL numbers (the
      *          source account credited, the centers' own expense
      *          accounts or the machine overhead account debited),
      *          dated the period's last day for GL-POST, and every
      *          share is kept on OVHDHIST.DAT for LABOR-BY-CENTER
      *          and MACHINE-PROFIT-LOSS. A rule already allocated
      *          for the period is skipped, and a closed period is
      *          refused. The run is spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERHEAD-ALLOCATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERHEAD-RULE-FILE ASSIGN TO "OVHDRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-RULE-ID
               FILE STATUS IS WS-OVERHEAD-RULE-STATUS.
           SELECT OVERHEAD-HISTORY-FILE ASSIGN TO "OVHDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERHEAD-HISTORY-STATUS.
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
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CENTER-CODE
               FILE STATUS IS WS-COST-CENTER-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAYDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-DETAIL-STATUS.
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
       FD  OVERHEAD-RULE-FILE.
       COPY OVHDRULE.

       FD  OVERHEAD-HISTORY-FILE.
       COPY OVHDHIST.

       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  ENTRY-CONTROL-FILE.
       01  ENTRY-CONTROL-RECORD.
           05  EC-NEXT-ENTRY-NO        PIC 9(5).

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  COST-CENTER-FILE.
       COPY COSTCTR.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  PAY-DETAIL-FILE.
       COPY PAYDTL.

       FD  PAY-PERIOD-FILE.
       COPY PAYPERD.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OVERHEAD-RULE-STATUS   PIC XX.
       01  WS-OVERHEAD-HISTORY-STATUS PIC XX.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-ENTRY-CONTROL-STATUS   PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-COST-CENTER-STATUS     PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-PAY-DETAIL-STATUS      PIC XX.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-RULE-EOF-FLAG          PIC X       VALUE "N".
           88  WS-RULE-EOF                       VALUE "Y".
       01  WS-HISTORY-EOF-FLAG       PIC X       VALUE "N".
           88  WS-HISTORY-EOF                    VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-DETAIL-EOF-FLAG        PIC X       VALUE "N".
           88  WS-DETAIL-EOF                     VALUE "Y".
       01  WS-PERIOD-OK-FLAG         PIC X       VALUE "N".
           88  WS-PERIOD-OK                      VALUE "Y".
       01  WS-CHART-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-CHART-FILE-OPEN                VALUE "Y".
       01  WS-PAY-PERIOD-OPEN-FLAG   PIC X       VALUE "N".
           88  WS-PAY-PERIOD-FILE-OPEN           VALUE "Y".

       01  WS-ALLOCATION-CONTROLS.
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-PERIOD-INPUT          PIC X(2).
           05  WS-TARGET-PERIOD.
               10  WS-TARGET-YEAR          PIC 9(4).
               10  WS-TARGET-PERIOD-NO     PIC 99.
           05  WS-PERIOD-START          PIC 9(8).
           05  WS-PERIOD-END            PIC 9(8).
           05  WS-RUN-DATE              PIC 9(8).
           05  WS-NEXT-ENTRY-NO         PIC 9(5)    VALUE 1.
           05  WS-POOL-AMOUNT           PIC S9(9)V99.
           05  WS-DRIVER-TOTAL          PIC 9(9)V99.
           05  WS-SPLIT-SO-FAR          PIC 9(9)V99.
           05  WS-CHUNK-TOTAL           PIC 9(9)V99.
           05  WS-CHUNK-LINES           PIC 99.
           05  WS-RULE-TEXT             PIC X(34).
           05  WS-MACHINE-NO            PIC 99.
           05  WS-TARGET-IDX            PIC 99.
           05  WS-LAST-PAY-PERIOD       PIC 9(4)    VALUE ZERO.
           05  WS-PAY-PERIOD-IN-FLAG    PIC X       VALUE "N".
               88  WS-PAY-PERIOD-IN-RANGE         VALUE "Y".
           05  WS-RULES-ALLOCATED       PIC 9(5)    VALUE ZERO.
           05  WS-RULES-SKIPPED         PIC 9(5)    VALUE ZERO.
           05  WS-ENTRIES-WRITTEN       PIC 9(5)    VALUE ZERO.
           05  WS-RUN-TOTAL             PIC 9(9)V99 VALUE ZERO.

      *> Rules already allocated for the period, from the history.
       01  WS-DONE-RULES.
           05  WS-DR-RULE-ID OCCURS 100 TIMES PIC X(6).
       01  WS-DR-COUNT               PIC 999     VALUE ZERO.
       01  WS-DR-SUB                 PIC 999.
       01  WS-DR-FOUND-FLAG          PIC X.
           88  WS-DR-FOUND                       VALUE "Y".

      *> Each account's debit-positive movement in the period, as
      *> BUDGET-VARIANCE works it from the journal.
       01  WS-MOVEMENT-TABLE.
           05  WS-MV-ENTRY OCCURS 200 TIMES.
               10  WS-MV-ACCOUNT           PIC 9(4).
               10  WS-MV-AMOUNT            PIC S9(9)V99.
       01  WS-MV-COUNT               PIC 999     VALUE ZERO.
       01  WS-MV-SUB                 PIC 999.
       01  WS-MV-FOUND-FLAG          PIC X.
           88  WS-MV-FOUND                       VALUE "Y".
       01  WS-MV-LOOKUP-ACCOUNT      PIC 9(4).
       01  WS-MV-LOOKUP-AMOUNT       PIC S9(9)V99.

      *> Cost centers with their ledger account and the two payroll
      *> drivers.
       01  WS-CENTER-TABLE.
           05  WS-CT-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CODE              PIC X(4).
               10  WS-CT-NAME              PIC X(20).
               10  WS-CT-ACCOUNT           PIC 9(4).
               10  WS-CT-ACTIVE-FLAG       PIC X.
               10  WS-CT-HEADCOUNT         PIC 9(5).
               10  WS-CT-HOURS             PIC 9(7)V99.
       01  WS-CENTER-COUNT           PIC 99      VALUE ZERO.
       01  WS-CT-SUB                 PIC 99.
       01  WS-CT-FOUND-FLAG          PIC X.
           88  WS-CT-FOUND                       VALUE "Y".

      *> Vending takings by machine ID, for the revenue driver.
       01  WS-MACHINE-TAKINGS.
           05  WS-MT-TAKINGS OCCURS 99 TIMES PIC 9(7)V99.
       01  WS-MT-SUB                 PIC 99.
       COPY VNDSALE.
       COPY HISTPRM.

      *> One rule's shares: target, ledger account, driver quantity
      *> and the amount it carries.
       01  WS-SHARE-TABLE.
           05  WS-SH-ENTRY OCCURS 99 TIMES.
               10  WS-SH-CODE              PIC X(4).
               10  WS-SH-ACCOUNT           PIC 9(4).
               10  WS-SH-NAME              PIC X(20).
               10  WS-SH-QTY               PIC 9(7)V99.
               10  WS-SH-AMOUNT            PIC 9(7)V99.
               10  WS-SH-ENTRY-NO          PIC 9(5).
       01  WS-SH-COUNT               PIC 99.
       01  WS-SH-SUB                 PIC 99.
       01  WS-SH-CODE-WORK           PIC X(4).
       01  WS-SH-QTY-WORK            PIC 9(7)V99.

      *> The rule's debits gathered by ledger account, so centers
      *> sharing an account post as one line; written nine debits
      *> to an entry to stay inside GL-POST's ten-line limit.
       01  WS-POSTING-TABLE.
           05  WS-PA-ENTRY OCCURS 99 TIMES.
               10  WS-PA-ACCOUNT           PIC 9(4).
               10  WS-PA-NAME              PIC X(20).
               10  WS-PA-AMOUNT            PIC 9(7)V99.
               10  WS-PA-ENTRY-NO          PIC 9(5).
       01  WS-PA-COUNT               PIC 99.
       01  WS-PA-SUB                 PIC 99.
       01  WS-PA-CHUNK-START         PIC 99.
       01  WS-PA-FOUND-FLAG          PIC X.
           88  WS-PA-FOUND                       VALUE "Y".

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-QTY==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Overhead Allocation ---".
            DISPLAY "Fiscal year (YYYY): ".
            ACCEPT WS-YEAR-INPUT.
            DISPLAY "Period number (01-12): ".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-YEAR-INPUT IS NOT NUMERIC OR
                  WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "Invalid period - nothing allocated."
               GOBACK
            END-IF.
            MOVE WS-YEAR-INPUT TO WS-TARGET-YEAR.
            MOVE WS-PERIOD-INPUT TO WS-TARGET-PERIOD-NO.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-CHECK-PERIOD.
            IF NOT WS-PERIOD-OK
               GOBACK
            END-IF.
            OPEN INPUT OVERHEAD-RULE-FILE.
            IF WS-OVERHEAD-RULE-STATUS NOT = "00"
               DISPLAY "No OVERHEAD-RULE file - define rules in "
                  "OVERHEAD-RULE-MAINT first."
               GOBACK
            END-IF.
            PERFORM 1100-FIND-DONE-RULES.
            PERFORM 1200-TOTAL-ACCOUNT-MOVEMENT.
            PERFORM 1300-LOAD-CENTERS.
            PERFORM 1400-COUNT-HEADCOUNT.
            PERFORM 1500-TOTAL-HOURS-PAID.
            PERFORM 1600-TOTAL-MACHINE-TAKINGS.
            PERFORM 1700-READ-ENTRY-CONTROL.
            PERFORM 1800-OPEN-OUTPUTS.
            PERFORM 1900-OPEN-SPOOL.
            MOVE LOW-VALUES TO OA-RULE-ID.
            START OVERHEAD-RULE-FILE KEY >= OA-RULE-ID
               INVALID KEY
                  MOVE "Y" TO WS-RULE-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-RULE-EOF
               READ OVERHEAD-RULE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-RULE-EOF-FLAG
                  NOT AT END
                     IF OA-IS-ACTIVE
                        PERFORM 2000-ALLOCATE-ONE-RULE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE OVERHEAD-RULE-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OVERHEAD-HISTORY-FILE.
            IF WS-CHART-FILE-OPEN
               CLOSE CHART-ACCOUNT-FILE
            END-IF.
            PERFORM 3100-REWRITE-ENTRY-CONTROL.
            PERFORM 4000-PRINT-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

      *> Allocation journals into the period, so the period must be
      *> on the calendar and not yet locked by the close.
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
                        "allocated."
                  NOT INVALID KEY
                     IF PC-IS-CLOSED
                        DISPLAY "Period " WS-TARGET-PERIOD
                           " is closed and locked - allocation "
                           "refused."
                     ELSE
                        MOVE "Y" TO WS-PERIOD-OK-FLAG
                        MOVE PC-START-DATE TO WS-PERIOD-START
                        MOVE PC-END-DATE TO WS-PERIOD-END
                     END-IF
               END-READ
               CLOSE PERIOD-CALENDAR-FILE
            END-IF.

       1100-FIND-DONE-RULES.
            OPEN INPUT OVERHEAD-HISTORY-FILE.
            IF WS-OVERHEAD-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF
                  READ OVERHEAD-HISTORY-FILE
                     AT END
                        MOVE "Y" TO WS-HISTORY-EOF-FLAG
                     NOT AT END
                        IF OH-PERIOD-KEY = WS-TARGET-PERIOD
                           MOVE OH-RULE-ID TO OA-RULE-ID
                           PERFORM 2050-LOOK-UP-DONE-RULE
                           IF NOT WS-DR-FOUND AND WS-DR-COUNT < 100
                              ADD 1 TO WS-DR-COUNT
                              MOVE OH-RULE-ID
                                 TO WS-DR-RULE-ID(WS-DR-COUNT)
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE OVERHEAD-HISTORY-FILE
            END-IF.

       1200-TOTAL-ACCOUNT-MOVEMENT.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF
                  READ JOURNAL-FILE
                     AT END
                        MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                     NOT AT END
                        PERFORM 1250-APPLY-JOURNAL-RECORD
                  END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.

       1250-APPLY-JOURNAL-RECORD.
            EVALUATE TRUE
               WHEN JE-IS-DETAIL AND
                     JE-SOURCE-DATE >= WS-PERIOD-START AND
                     JE-SOURCE-DATE <= WS-PERIOD-END
                  MOVE JE-DEBIT-ACCOUNT TO WS-MV-LOOKUP-ACCOUNT
                  MOVE JE-AMOUNT TO WS-MV-LOOKUP-AMOUNT
                  PERFORM 1260-ADD-MOVEMENT
                  MOVE JE-CREDIT-ACCOUNT TO WS-MV-LOOKUP-ACCOUNT
                  COMPUTE WS-MV-LOOKUP-AMOUNT = ZERO - JE-AMOUNT
                  PERFORM 1260-ADD-MOVEMENT
               WHEN JE-IS-LINE AND
                     JE-LINE-DATE >= WS-PERIOD-START AND
                     JE-LINE-DATE <= WS-PERIOD-END
                  MOVE JE-LINE-ACCOUNT TO WS-MV-LOOKUP-ACCOUNT
                  IF JE-LINE-IS-DEBIT
                     MOVE JE-LINE-AMOUNT TO WS-MV-LOOKUP-AMOUNT
                  ELSE
                     COMPUTE WS-MV-LOOKUP-AMOUNT =
                        ZERO - JE-LINE-AMOUNT
                  END-IF
                  PERFORM 1260-ADD-MOVEMENT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       1260-ADD-MOVEMENT.
            PERFORM 2060-LOOK-UP-MOVEMENT.
            IF WS-MV-FOUND
               ADD WS-MV-LOOKUP-AMOUNT TO WS-MV-AMOUNT(WS-MV-SUB)
            ELSE
               IF WS-MV-COUNT < 200
                  ADD 1 TO WS-MV-COUNT
                  MOVE WS-MV-LOOKUP-ACCOUNT
                     TO WS-MV-ACCOUNT(WS-MV-COUNT)
                  MOVE WS-MV-LOOKUP-AMOUNT
                     TO WS-MV-AMOUNT(WS-MV-COUNT)
               END-IF
            END-IF.

       1300-LOAD-CENTERS.
            OPEN INPUT COST-CENTER-FILE.
            IF WS-COST-CENTER-STATUS = "00"
               MOVE LOW-VALUES TO CC-CENTER-CODE
               START COST-CENTER-FILE KEY >= CC-CENTER-CODE
                  INVALID KEY
                     MOVE "Y" TO WS-LIST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-LIST-EOF
                  READ COST-CENTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-LIST-EOF-FLAG
                     NOT AT END
                        IF WS-CENTER-COUNT < 20
                           ADD 1 TO WS-CENTER-COUNT
                           MOVE CC-CENTER-CODE
                              TO WS-CT-CODE(WS-CENTER-COUNT)
                           MOVE CC-CENTER-NAME
                              TO WS-CT-NAME(WS-CENTER-COUNT)
                           MOVE CC-EXPENSE-ACCOUNT
                              TO WS-CT-ACCOUNT(WS-CENTER-COUNT)
                           MOVE CC-ACTIVE-FLAG
                              TO WS-CT-ACTIVE-FLAG(WS-CENTER-COUNT)
                           MOVE ZERO
                              TO WS-CT-HEADCOUNT(WS-CENTER-COUNT)
                           MOVE ZERO TO WS-CT-HOURS(WS-CENTER-COUNT)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE COST-CENTER-FILE
            END-IF.

      *> Headcount is the center's active staff on the master today.
       1400-COUNT-HEADCOUNT.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WS-LIST-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO EM-EMPLOYEE-ID
               START EMPLOYEE-MASTER-FILE KEY >= EM-EMPLOYEE-ID
                  INVALID KEY
                     MOVE "Y" TO WS-LIST-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-LIST-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF EM-IS-ACTIVE
                        MOVE EM-COST-CENTER TO WS-SH-CODE-WORK
                        PERFORM 2070-LOOK-UP-CENTER
                        IF WS-CT-FOUND
                           ADD 1 TO WS-CT-HEADCOUNT(WS-CT-SUB)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.

      *> Hours paid in the fiscal period: a regular row by the day
      *> its pay period ended, an off-cycle row by the day it was
      *> paid - the placing WITHHOLDING-RETURN uses.
       1500-TOTAL-HOURS-PAID.
            OPEN INPUT PAY-PERIOD-FILE.
            IF WS-PAY-PERIOD-STATUS = "00"
               MOVE "Y" TO WS-PAY-PERIOD-OPEN-FLAG
            END-IF.
            OPEN INPUT PAY-DETAIL-FILE.
            IF WS-PAY-DETAIL-STATUS NOT = "00"
               MOVE "Y" TO WS-DETAIL-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-DETAIL-EOF
               READ PAY-DETAIL-FILE
                  AT END
                     MOVE "Y" TO WS-DETAIL-EOF-FLAG
                  NOT AT END
                     IF PD-IS-DETAIL AND PD-IS-POSTED AND
                           PD-HOURS-WORKED IS NUMERIC
                        PERFORM 1550-PLACE-PAY-ROW
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-PAY-DETAIL-STATUS = "00"
               CLOSE PAY-DETAIL-FILE
            END-IF.
            IF WS-PAY-PERIOD-FILE-OPEN
               CLOSE PAY-PERIOD-FILE
            END-IF.

       1550-PLACE-PAY-ROW.
            IF PD-IS-OFF-CYCLE
               MOVE "N" TO WS-PAY-PERIOD-IN-FLAG
               IF PD-PAY-DATE IS NUMERIC
                  IF PD-PAY-DATE >= WS-PERIOD-START AND
                        PD-PAY-DATE <= WS-PERIOD-END
                     MOVE "Y" TO WS-PAY-PERIOD-IN-FLAG
                  END-IF
               END-IF
               MOVE ZERO TO WS-LAST-PAY-PERIOD
            ELSE
               IF PD-PERIOD-NO NOT = WS-LAST-PAY-PERIOD
                  MOVE PD-PERIOD-NO TO WS-LAST-PAY-PERIOD
                  MOVE "N" TO WS-PAY-PERIOD-IN-FLAG
                  IF WS-PAY-PERIOD-FILE-OPEN
                     MOVE PD-PERIOD-NO TO PP-PERIOD-NO
                     READ PAY-PERIOD-FILE
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF PP-END-DATE >= WS-PERIOD-START AND
                                 PP-END-DATE <= WS-PERIOD-END
                              MOVE "Y" TO WS-PAY-PERIOD-IN-FLAG
                           END-IF
                     END-READ
                  END-IF
               END-IF
            END-IF.
            IF WS-PAY-PERIOD-IN-RANGE
               MOVE PD-COST-CENTER TO WS-SH-CODE-WORK
               PERFORM 2070-LOOK-UP-CENTER
               IF WS-CT-FOUND
                  ADD PD-HOURS-WORKED TO WS-CT-HOURS(WS-CT-SUB)
               END-IF
            END-IF.

       1600-TOTAL-MACHINE-TAKINGS.
            PERFORM VARYING WS-MT-SUB FROM 1 BY 1
               UNTIL WS-MT-SUB > 98
               MOVE ZERO TO WS-MT-TAKINGS(WS-MT-SUB)
            END-PERFORM.
            MOVE ZERO TO WS-MT-TAKINGS(99).
            MOVE WS-PERIOD-START TO HR-START-DATE.
            MOVE WS-PERIOD-END TO HR-END-DATE.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            PERFORM UNTIL HR-IS-EOF
               MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
               IF NOT VS-IS-VOIDED AND VS-MACHINE-ID > ZERO
                  ADD VS-PRICE TO WS-MT-TAKINGS(VS-MACHINE-ID)
               END-IF
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.

       1700-READ-ENTRY-CONTROL.
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

       1800-OPEN-OUTPUTS.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            OPEN EXTEND OVERHEAD-HISTORY-FILE.
            IF WS-OVERHEAD-HISTORY-STATUS = "35"
               OPEN OUTPUT OVERHEAD-HISTORY-FILE
               CLOSE OVERHEAD-HISTORY-FILE
               OPEN EXTEND OVERHEAD-HISTORY-FILE
            END-IF.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-OPEN-FLAG
            ELSE
               DISPLAY "No CHART-OF-ACCOUNTS file - run GL-POST once "
                  "to seed it before posting the allocations."
            END-IF.

       1900-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "OVHDRUN" TO SP-REPORT-TYPE.
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
            STRING "OVERHEAD ALLOCATION  PERIOD " WS-TARGET-PERIOD
               "  " WS-PERIOD-START " - " WS-PERIOD-END
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> One rule: its pool, its shares by driver, the entries and
      *> the history rows - or the reason it was passed over.
       2000-ALLOCATE-ONE-RULE.
            MOVE SPACES TO WS-RULE-TEXT.
            PERFORM 2050-LOOK-UP-DONE-RULE.
            MOVE OA-SOURCE-ACCOUNT TO WS-MV-LOOKUP-ACCOUNT.
            PERFORM 2060-LOOK-UP-MOVEMENT.
            MOVE ZERO TO WS-POOL-AMOUNT.
            IF WS-MV-FOUND
               MOVE WS-MV-AMOUNT(WS-MV-SUB) TO WS-POOL-AMOUNT
            END-IF.
            MOVE ZERO TO WS-SH-COUNT.
            MOVE ZERO TO WS-DRIVER-TOTAL.
            EVALUATE TRUE
               WHEN WS-DR-FOUND
                  MOVE "ALREADY ALLOCATED - SKIPPED" TO WS-RULE-TEXT
               WHEN NOT WS-CHART-FILE-OPEN
                  MOVE "NO CHART OF ACCOUNTS - SKIPPED"
                     TO WS-RULE-TEXT
               WHEN WS-POOL-AMOUNT NOT > ZERO
                  MOVE "NOTHING IN THE PERIOD TO ALLOCATE"
                     TO WS-RULE-TEXT
               WHEN OTHER
                  PERFORM 2100-BUILD-SHARES
                  IF WS-DRIVER-TOTAL = ZERO
                     MOVE "NO DRIVER IN THE PERIOD - SKIPPED"
                        TO WS-RULE-TEXT
                  END-IF
            END-EVALUATE.
            MOVE WS-POOL-AMOUNT TO WS-AMT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING OA-RULE-ID " " OA-DESCRIPTION " " OA-SOURCE-ACCOUNT
               " " OA-TARGET-TYPE OA-DRIVER " " WS-AMT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            IF WS-RULE-TEXT NOT = SPACES
               MOVE WS-RULE-TEXT TO PRINT-LINE(50:31)
               ADD 1 TO WS-RULES-SKIPPED
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-RULE-TEXT = SPACES
               PERFORM 2200-SPLIT-POOL
               PERFORM 2300-JOURNAL-SHARES
               PERFORM 2400-RECORD-SHARES
               ADD 1 TO WS-RULES-ALLOCATED
               ADD WS-POOL-AMOUNT TO WS-RUN-TOTAL
               SUBTRACT WS-POOL-AMOUNT FROM WS-MV-AMOUNT(WS-MV-SUB)
            END-IF.

       2050-LOOK-UP-DONE-RULE.
            MOVE "N" TO WS-DR-FOUND-FLAG.
            PERFORM VARYING WS-DR-SUB FROM 1 BY 1
               UNTIL WS-DR-SUB > WS-DR-COUNT OR WS-DR-FOUND
               IF WS-DR-RULE-ID(WS-DR-SUB) = OA-RULE-ID
                  MOVE "Y" TO WS-DR-FOUND-FLAG
               END-IF
            END-PERFORM.

       2060-LOOK-UP-MOVEMENT.
            MOVE "N" TO WS-MV-FOUND-FLAG.
            PERFORM VARYING WS-MV-SUB FROM 1 BY 1
               UNTIL WS-MV-SUB > WS-MV-COUNT OR WS-MV-FOUND
               IF WS-MV-ACCOUNT(WS-MV-SUB) = WS-MV-LOOKUP-ACCOUNT
                  MOVE "Y" TO WS-MV-FOUND-FLAG
               END-IF
            END-PERFORM.
            IF WS-MV-FOUND
               SUBTRACT 1 FROM WS-MV-SUB
            END-IF.

       2070-LOOK-UP-CENTER.
            MOVE "N" TO WS-CT-FOUND-FLAG.
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CENTER-COUNT OR WS-CT-FOUND
               IF WS-CT-CODE(WS-CT-SUB) = WS-SH-CODE-WORK
                  MOVE "Y" TO WS-CT-FOUND-FLAG
               END-IF
            END-PERFORM.
            IF WS-CT-FOUND
               SUBTRACT 1 FROM WS-CT-SUB
            END-IF.

      *> Named targets take their driver (or keyed percentage); an
      *> empty list takes every active center, or every machine
      *> with takings. A target with nothing to drive it drops out.
       2100-BUILD-SHARES.
            IF OA-TARGET-COUNT > ZERO
               PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                  UNTIL WS-TARGET-IDX > OA-TARGET-COUNT
                  OR WS-TARGET-IDX > 20
                  MOVE OA-TARGET-CODE(WS-TARGET-IDX)
                     TO WS-SH-CODE-WORK
                  PERFORM 2150-ADD-ONE-SHARE
               END-PERFORM
            ELSE
               IF OA-TO-CENTERS
                  PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                     UNTIL WS-TARGET-IDX > WS-CENTER-COUNT
                     IF WS-CT-ACTIVE-FLAG(WS-TARGET-IDX) = "A"
                        MOVE WS-CT-CODE(WS-TARGET-IDX)
                           TO WS-SH-CODE-WORK
                        PERFORM 2150-ADD-ONE-SHARE
                     END-IF
                  END-PERFORM
               ELSE
                  PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                     UNTIL WS-MT-SUB > 98
                     IF WS-MT-TAKINGS(WS-MT-SUB) > ZERO
                        MOVE SPACES TO WS-SH-CODE-WORK
                        MOVE WS-MT-SUB TO WS-SH-CODE-WORK(1:2)
                        PERFORM 2150-ADD-ONE-SHARE
                     END-IF
                  END-PERFORM
                  IF WS-MT-TAKINGS(99) > ZERO
                     MOVE "99" TO WS-SH-CODE-WORK
                     PERFORM 2150-ADD-ONE-SHARE
                  END-IF
               END-IF
            END-IF.

       2150-ADD-ONE-SHARE.
            MOVE ZERO TO WS-SH-QTY-WORK.
            IF OA-TO-CENTERS
               PERFORM 2070-LOOK-UP-CENTER
               IF WS-CT-FOUND
                  EVALUATE TRUE
                     WHEN OA-BY-PERCENT
                        MOVE OA-TARGET-PCT(WS-TARGET-IDX)
                           TO WS-SH-QTY-WORK
                     WHEN OA-BY-HEADCOUNT
                        MOVE WS-CT-HEADCOUNT(WS-CT-SUB)
                           TO WS-SH-QTY-WORK
                     WHEN OA-BY-HOURS
                        MOVE WS-CT-HOURS(WS-CT-SUB) TO WS-SH-QTY-WORK
                  END-EVALUATE
               END-IF
            ELSE
               IF WS-SH-CODE-WORK(1:2) IS NUMERIC
                  MOVE WS-SH-CODE-WORK(1:2) TO WS-MACHINE-NO
                  IF WS-MACHINE-NO > ZERO
                     IF OA-BY-PERCENT
                        MOVE OA-TARGET-PCT(WS-TARGET-IDX)
                           TO WS-SH-QTY-WORK
                     ELSE
                        MOVE WS-MT-TAKINGS(WS-MACHINE-NO)
                           TO WS-SH-QTY-WORK
                     END-IF
                  END-IF
               END-IF
            END-IF.
            IF WS-SH-QTY-WORK > ZERO AND WS-SH-COUNT < 99
               ADD 1 TO WS-SH-COUNT
               MOVE WS-SH-CODE-WORK TO WS-SH-CODE(WS-SH-COUNT)
               MOVE WS-SH-QTY-WORK TO WS-SH-QTY(WS-SH-COUNT)
               MOVE ZERO TO WS-SH-AMOUNT(WS-SH-COUNT)
               IF OA-TO-CENTERS
                  MOVE WS-CT-ACCOUNT(WS-CT-SUB)
                     TO WS-SH-ACCOUNT(WS-SH-COUNT)
                  MOVE WS-CT-NAME(WS-CT-SUB)
                     TO WS-SH-NAME(WS-SH-COUNT)
               ELSE
                  MOVE OA-MACHINE-ACCOUNT
                     TO WS-SH-ACCOUNT(WS-SH-COUNT)
                  MOVE "MACHINE OVERHEAD" TO WS-SH-NAME(WS-SH-COUNT)
               END-IF
               ADD WS-SH-QTY-WORK TO WS-DRIVER-TOTAL
            END-IF.

      *> Each share is rounded; the last takes what is left, so the
      *> shares always add back to the pool to the satang.
       2200-SPLIT-POOL.
            MOVE ZERO TO WS-SPLIT-SO-FAR.
            PERFORM VARYING WS-SH-SUB FROM 1 BY 1
               UNTIL WS-SH-SUB > WS-SH-COUNT
               IF WS-SH-SUB = WS-SH-COUNT
                  COMPUTE WS-SH-AMOUNT(WS-SH-SUB) =
                     WS-POOL-AMOUNT - WS-SPLIT-SO-FAR
               ELSE
                  COMPUTE WS-SH-AMOUNT(WS-SH-SUB) ROUNDED =
                     WS-POOL-AMOUNT * WS-SH-QTY(WS-SH-SUB)
                     / WS-DRIVER-TOTAL
                  ADD WS-SH-AMOUNT(WS-SH-SUB) TO WS-SPLIT-SO-FAR
               END-IF
            END-PERFORM.

      *> Debits gather by account, then go out nine to an entry,
      *> each entry crediting the source account with its total.
      *> An account the chart does not hold yet is added first, so
      *> GL-POST does not pass the entry over.
       2300-JOURNAL-SHARES.
            MOVE ZERO TO WS-PA-COUNT.
            PERFORM VARYING WS-SH-SUB FROM 1 BY 1
               UNTIL WS-SH-SUB > WS-SH-COUNT
               MOVE "N" TO WS-PA-FOUND-FLAG
               PERFORM VARYING WS-PA-SUB FROM 1 BY 1
                  UNTIL WS-PA-SUB > WS-PA-COUNT OR WS-PA-FOUND
                  IF WS-PA-ACCOUNT(WS-PA-SUB) =
                        WS-SH-ACCOUNT(WS-SH-SUB)
                     MOVE "Y" TO WS-PA-FOUND-FLAG
                     ADD WS-SH-AMOUNT(WS-SH-SUB)
                        TO WS-PA-AMOUNT(WS-PA-SUB)
                  END-IF
               END-PERFORM
               IF NOT WS-PA-FOUND
                  ADD 1 TO WS-PA-COUNT
                  MOVE WS-SH-ACCOUNT(WS-SH-SUB)
                     TO WS-PA-ACCOUNT(WS-PA-COUNT)
                  MOVE WS-SH-NAME(WS-SH-SUB)
                     TO WS-PA-NAME(WS-PA-COUNT)
                  MOVE WS-SH-AMOUNT(WS-SH-SUB)
                     TO WS-PA-AMOUNT(WS-PA-COUNT)
               END-IF
            END-PERFORM.
            PERFORM VARYING WS-PA-SUB FROM 1 BY 1
               UNTIL WS-PA-SUB > WS-PA-COUNT
               PERFORM 2350-ENSURE-ACCOUNT
            END-PERFORM.
            MOVE 1 TO WS-PA-CHUNK-START.
            PERFORM UNTIL WS-PA-CHUNK-START > WS-PA-COUNT
               PERFORM 2320-WRITE-ONE-ENTRY
            END-PERFORM.

       2320-WRITE-ONE-ENTRY.
            MOVE ZERO TO WS-CHUNK-TOTAL.
            MOVE ZERO TO WS-CHUNK-LINES.
            PERFORM VARYING WS-PA-SUB FROM WS-PA-CHUNK-START BY 1
               UNTIL WS-PA-SUB > WS-PA-COUNT OR WS-CHUNK-LINES = 9
               IF WS-PA-AMOUNT(WS-PA-SUB) > ZERO
                  MOVE "D" TO JE-LINE-DC
                  MOVE WS-PA-ACCOUNT(WS-PA-SUB) TO JE-LINE-ACCOUNT
                  MOVE WS-PA-AMOUNT(WS-PA-SUB) TO JE-LINE-AMOUNT
                  PERFORM 2330-WRITE-ONE-LINE
                  ADD WS-PA-AMOUNT(WS-PA-SUB) TO WS-CHUNK-TOTAL
               END-IF
               MOVE WS-NEXT-ENTRY-NO TO WS-PA-ENTRY-NO(WS-PA-SUB)
               ADD 1 TO WS-CHUNK-LINES
            END-PERFORM.
            MOVE WS-PA-SUB TO WS-PA-CHUNK-START.
            IF WS-CHUNK-TOTAL > ZERO
               MOVE "C" TO JE-LINE-DC
               MOVE OA-SOURCE-ACCOUNT TO JE-LINE-ACCOUNT
               MOVE WS-CHUNK-TOTAL TO JE-LINE-AMOUNT
               PERFORM 2330-WRITE-ONE-LINE
               ADD 1 TO WS-NEXT-ENTRY-NO
               ADD 1 TO WS-ENTRIES-WRITTEN
            END-IF.

      *> JE-LINE-DC, -ACCOUNT and -AMOUNT are set by the caller; the
      *> rest of the line is common to the whole entry.
       2330-WRITE-ONE-LINE.
            MOVE "L" TO JE-RECORD-TYPE.
            MOVE WS-NEXT-ENTRY-NO TO JE-ENTRY-NO.
            MOVE SPACES TO JE-LINE-SOURCE.
            STRING "OHA-" OA-RULE-ID
               DELIMITED BY SIZE INTO JE-LINE-SOURCE
            END-STRING.
            MOVE WS-PERIOD-END TO JE-LINE-DATE.
            MOVE SPACE TO JE-LINE-REVERSE-FLAG.
            MOVE ZERO TO JE-REVERSES-ENTRY-NO.
            WRITE JOURNAL-ENTRY-RECORD.
            MOVE SPACES TO JE-DETAIL.

       2350-ENSURE-ACCOUNT.
            MOVE WS-PA-ACCOUNT(WS-PA-SUB) TO CA-ACCOUNT-NO.
            READ CHART-ACCOUNT-FILE
               INVALID KEY
                  MOVE WS-PA-ACCOUNT(WS-PA-SUB) TO CA-ACCOUNT-NO
                  MOVE WS-PA-NAME(WS-PA-SUB) TO CA-ACCOUNT-NAME
                  MOVE "X" TO CA-ACCOUNT-TYPE
                  MOVE ZERO TO CA-BALANCE
                  WRITE CHART-ACCOUNT-RECORD
            END-READ.

       2400-RECORD-SHARES.
            PERFORM VARYING WS-SH-SUB FROM 1 BY 1
               UNTIL WS-SH-SUB > WS-SH-COUNT
               PERFORM VARYING WS-PA-SUB FROM 1 BY 1
                  UNTIL WS-PA-SUB > WS-PA-COUNT
                  IF WS-PA-ACCOUNT(WS-PA-SUB) =
                        WS-SH-ACCOUNT(WS-SH-SUB)
                     MOVE WS-PA-ENTRY-NO(WS-PA-SUB)
                        TO WS-SH-ENTRY-NO(WS-SH-SUB)
                  END-IF
               END-PERFORM
               MOVE WS-TARGET-PERIOD TO OH-PERIOD-KEY
               MOVE WS-PERIOD-END TO OH-PERIOD-END-DATE
               MOVE OA-RULE-ID TO OH-RULE-ID
               MOVE WS-SH-ENTRY-NO(WS-SH-SUB) TO OH-ENTRY-NO
               MOVE OA-SOURCE-ACCOUNT TO OH-SOURCE-ACCOUNT
               MOVE OA-TARGET-TYPE TO OH-TARGET-TYPE
               MOVE WS-SH-CODE(WS-SH-SUB) TO OH-TARGET-CODE
               MOVE WS-SH-ACCOUNT(WS-SH-SUB) TO OH-TARGET-ACCOUNT
               MOVE WS-SH-QTY(WS-SH-SUB) TO OH-DRIVER-QTY
               MOVE WS-SH-AMOUNT(WS-SH-SUB) TO OH-AMOUNT
               MOVE WS-RUN-DATE TO OH-RUN-DATE
               WRITE OVERHEAD-HISTORY-RECORD
               MOVE WS-SH-QTY(WS-SH-SUB) TO WS-QTY-EDIT-ZERO-SUPPRESS
               MOVE WS-SH-AMOUNT(WS-SH-SUB)
                  TO WS-AMT-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "    " WS-SH-CODE(WS-SH-SUB) " "
                  WS-SH-NAME(WS-SH-SUB) " DRIVER "
                  WS-QTY-EDIT-ZERO-SUPPRESS "  "
                  WS-AMT-EDIT-ZERO-SUPPRESS " TO "
                  WS-SH-ACCOUNT(WS-SH-SUB)
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-PERFORM.

       3100-REWRITE-ENTRY-CONTROL.
            OPEN OUTPUT ENTRY-CONTROL-FILE.
            MOVE WS-NEXT-ENTRY-NO TO EC-NEXT-ENTRY-NO.
            WRITE ENTRY-CONTROL-RECORD.
            CLOSE ENTRY-CONTROL-FILE.

       4000-PRINT-TOTALS.
            MOVE WS-RUN-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "RULES ALLOCATED " WS-RULES-ALLOCATED
               "  PASSED OVER " WS-RULES-SKIPPED
               "  ENTRIES " WS-ENTRIES-WRITTEN
               "  TOTAL " WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-ENTRIES-WRITTEN > ZERO
               MOVE "POST WITH GL-POST." TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
       END PROGRAM OVERHEAD-ALLOCATION.
