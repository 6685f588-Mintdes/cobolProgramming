      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Monthly withholding-tax return - builds the file the
      *          Revenue Department takes for a month's payroll
      *          withholding (form PND1): a header, one fixed-format
      *          row per employee with the income paid and the tax
      *          withheld in the month, and a count-and-totals
      *          trailer in the DIRECT-DEPOSIT trailer style. The
      *          rows come straight off the posted PAY-DETAIL rows -
      *          regular periods that ended in the month and off-
      *          cycle pay cut in it - and the trailer's tax total is
      *          reconciled against the month's movement on TAX
      *          WITHHELD PAYABLE 2200 in the journal, so a return is
      *          never filed for money the ledger does not owe. The
      *          file is WHTyyyymm.DAT; a control report is spooled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITHHOLDING-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAYDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-DETAIL-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-NO
               FILE STATUS IS WS-PAY-PERIOD-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT WHT-RETURN-FILE ASSIGN DYNAMIC WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-RETURN-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-DETAIL-FILE.
       COPY PAYDTL.

       FD  PAY-PERIOD-FILE.
       COPY PAYPERD.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  JOURNAL-FILE.
       COPY JRNL.

      *> The authority's monthly layout: H header, one D row per
      *> employee paid in the month, T trailer with the count and
      *> both totals.
       FD  WHT-RETURN-FILE.
       01  WHT-RETURN-RECORD.
           05  WR-RECORD-TYPE          PIC X       VALUE "D".
               88  WR-IS-HEADER                    VALUE "H".
               88  WR-IS-DETAIL                    VALUE "D".
               88  WR-IS-TRAILER                   VALUE "T".
           05  WR-HEADER.
               10  WR-FORM-CODE            PIC X(4).
               10  WR-RETURN-MONTH         PIC 9(6).
               10  WR-PREPARED-DATE        PIC 9(8).
               10  FILLER                  PIC X(55).
           05  WR-DETAIL REDEFINES WR-HEADER.
               10  WR-SEQUENCE-NO          PIC 9(5).
               10  WR-EMPLOYEE-ID          PIC 9(5).
               10  WR-EMPLOYEE-NAME        PIC X(20).
               10  WR-INCOME-PAID          PIC 9(9)V99.
               10  WR-TAX-WITHHELD         PIC 9(9)V99.
               10  FILLER                  PIC X(21).
           05  WR-TRAILER REDEFINES WR-HEADER.
               10  WR-TRAILER-COUNT        PIC 9(7).
               10  WR-TRAILER-INCOME       PIC 9(11)V99.
               10  WR-TRAILER-TAX          PIC 9(11)V99.
               10  FILLER                  PIC X(40).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAY-DETAIL-STATUS      PIC XX.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-WHT-RETURN-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-PERIOD-OPEN-FLAG       PIC X       VALUE "N".
           88  WS-PERIOD-FILE-OPEN               VALUE "Y".
       01  WS-DETAIL-EOF-FLAG        PIC X       VALUE "N".
           88  WS-DETAIL-EOF                     VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".

       01  WS-RETURN-CONTROLS.
           05  WS-MONTH-INPUT           PIC X(6).
           05  WS-RETURN-FILE-NAME      PIC X(20).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-LAST-PERIOD           PIC 9(4)    VALUE ZERO.
           05  WS-PERIOD-IN-MONTH-FLAG  PIC X       VALUE "N".
               88  WS-PERIOD-IN-MONTH             VALUE "Y".
           05  WS-ROW-IN-MONTH-FLAG     PIC X       VALUE "N".
               88  WS-ROW-IN-MONTH                VALUE "Y".
           05  WS-TABLE-FULL-FLAG       PIC X       VALUE "N".
               88  WS-TABLE-FULL                  VALUE "Y".
           05  WS-UNDATED-COUNT         PIC 9(5)    VALUE ZERO.
           05  WS-OFF-CYCLE-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-INCOME          PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-TAX             PIC 9(11)V99 VALUE ZERO.
           05  WS-LEDGER-MOVEMENT       PIC S9(11)V99 VALUE ZERO.
           05  WS-LEDGER-DIFFERENCE     PIC S9(11)V99 VALUE ZERO.

      *> One return row per employee, merging every posted pay the
      *> employee drew in the month.
       01  WS-RETURN-LINES.
           05  WS-RL-ENTRY OCCURS 500 TIMES INDEXED BY WS-RL-IDX.
               10  WS-RL-EMPLOYEE-ID       PIC 9(5).
               10  WS-RL-INCOME            PIC 9(9)V99.
               10  WS-RL-TAX               PIC 9(9)V99.
       01  WS-LINE-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-RL-SUB                 PIC 9(3).
       01  WS-RL-FOUND-FLAG          PIC X.
           88  WS-RL-FOUND                       VALUE "Y".

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-INC==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TAX==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-GL==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Monthly Withholding-Tax Return ---".
            DISPLAY "Return month (YYYYMM): ".
            ACCEPT WS-MONTH-INPUT.
            IF WS-MONTH-INPUT IS NOT NUMERIC
               DISPLAY "Invalid month - no return built."
               GOBACK
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT PAY-DETAIL-FILE.
            IF WS-PAY-DETAIL-STATUS NOT = "00"
               DISPLAY "No PAY-DETAIL file - no return built."
               GOBACK
            END-IF.
            OPEN INPUT PAY-PERIOD-FILE.
            IF WS-PAY-PERIOD-STATUS = "00"
               MOVE "Y" TO WS-PERIOD-OPEN-FLAG
            END-IF.
            PERFORM UNTIL WS-DETAIL-EOF
               READ PAY-DETAIL-FILE
                  AT END
                     MOVE "Y" TO WS-DETAIL-EOF-FLAG
                  NOT AT END
                     IF PD-IS-DETAIL AND PD-IS-POSTED
                        PERFORM 1000-CHECK-ROW-MONTH
                        IF WS-ROW-IN-MONTH
                           PERFORM 1200-ADD-RETURN-LINE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE PAY-DETAIL-FILE.
            IF WS-PERIOD-FILE-OPEN
               CLOSE PAY-PERIOD-FILE
            END-IF.
            IF WS-TABLE-FULL
               DISPLAY "More employees than the return table holds "
                  "(500) - no return built."
               GOBACK
            END-IF.
            PERFORM 2000-TOTAL-LEDGER-MOVEMENT.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            END-IF.
            PERFORM 3000-WRITE-RETURN.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            GOBACK.

      *> A regular row belongs to the month its period ended in (the
      *> date PAYROLL-GL-POST journals it under); an off-cycle row
      *> to the month it was paid. Off-cycle rows cut before the pay
      *> date was carried cannot be placed and are only counted.
       1000-CHECK-ROW-MONTH.
            MOVE "N" TO WS-ROW-IN-MONTH-FLAG.
            IF PD-IS-OFF-CYCLE
               IF PD-PAY-DATE IS NUMERIC
                  IF PD-PAY-DATE(1:6) = WS-MONTH-INPUT
                     MOVE "Y" TO WS-ROW-IN-MONTH-FLAG
                     ADD 1 TO WS-OFF-CYCLE-COUNT
                  END-IF
               ELSE
                  IF PD-PAY-YEAR = WS-MONTH-INPUT(1:4)
                     ADD 1 TO WS-UNDATED-COUNT
                  END-IF
               END-IF
            ELSE
               PERFORM 1100-CHECK-PERIOD-MONTH
               IF WS-PERIOD-IN-MONTH
                  MOVE "Y" TO WS-ROW-IN-MONTH-FLAG
               END-IF
            END-IF.

      *> The period answer is kept while the detail rows stay on the
      *> same period.
       1100-CHECK-PERIOD-MONTH.
            IF PD-PERIOD-NO NOT = WS-LAST-PERIOD
               MOVE PD-PERIOD-NO TO WS-LAST-PERIOD
               MOVE "N" TO WS-PERIOD-IN-MONTH-FLAG
               IF WS-PERIOD-FILE-OPEN
                  MOVE PD-PERIOD-NO TO PP-PERIOD-NO
                  READ PAY-PERIOD-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF PP-END-DATE(1:6) = WS-MONTH-INPUT
                           MOVE "Y" TO WS-PERIOD-IN-MONTH-FLAG
                        END-IF
                  END-READ
               END-IF
            END-IF.

       1200-ADD-RETURN-LINE.
            MOVE "N" TO WS-RL-FOUND-FLAG.
            PERFORM VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-LINE-COUNT OR WS-RL-FOUND
               IF WS-RL-EMPLOYEE-ID(WS-RL-SUB) = PD-EMPLOYEE-ID
                  MOVE "Y" TO WS-RL-FOUND-FLAG
                  ADD PD-GROSS-PAY TO WS-RL-INCOME(WS-RL-SUB)
                  ADD PD-WITHHOLDING TO WS-RL-TAX(WS-RL-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-RL-FOUND
               IF WS-LINE-COUNT < 500
                  ADD 1 TO WS-LINE-COUNT
                  SET WS-RL-IDX TO WS-LINE-COUNT
                  MOVE PD-EMPLOYEE-ID TO WS-RL-EMPLOYEE-ID(WS-RL-IDX)
                  MOVE PD-GROSS-PAY TO WS-RL-INCOME(WS-RL-IDX)
                  MOVE PD-WITHHOLDING TO WS-RL-TAX(WS-RL-IDX)
               ELSE
                  MOVE "Y" TO WS-TABLE-FULL-FLAG
               END-IF
            END-IF.
            ADD PD-GROSS-PAY TO WS-TOTAL-INCOME.
            ADD PD-WITHHOLDING TO WS-TOTAL-TAX.

      *> The payroll postings to TAX WITHHELD PAYABLE dated in the
      *> month: credits from PAYROLL-GL-POST and OFF-CYCLE-PAY, less
      *> the debits PAYROLL-REVERSE mirrors them out with. Payments
      *> to the Revenue Department are not payroll postings and do
      *> not count.
       2000-TOTAL-LEDGER-MOVEMENT.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF
                  READ JOURNAL-FILE
                     AT END
                        MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                     NOT AT END
                        IF JE-IS-DETAIL AND
                              JE-SOURCE-DATE(1:6) = WS-MONTH-INPUT
                           PERFORM 2100-ADD-LEDGER-ENTRY
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.

       2100-ADD-LEDGER-ENTRY.
            EVALUATE TRUE
               WHEN JE-CREDIT-ACCOUNT = 2200 AND
                     (JE-SOURCE = "PAYROLL" OR JE-SOURCE = "OFFCYCLE")
                  ADD JE-AMOUNT TO WS-LEDGER-MOVEMENT
               WHEN JE-DEBIT-ACCOUNT = 2200 AND
                     JE-SOURCE = "PAYREVSL"
                  SUBTRACT JE-AMOUNT FROM WS-LEDGER-MOVEMENT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       3000-WRITE-RETURN.
            MOVE SPACES TO WS-RETURN-FILE-NAME.
            STRING "WHT" WS-MONTH-INPUT ".DAT"
               DELIMITED BY SIZE INTO WS-RETURN-FILE-NAME
            END-STRING.
            OPEN OUTPUT WHT-RETURN-FILE.
            MOVE "H" TO WR-RECORD-TYPE.
            MOVE SPACES TO WR-HEADER.
            MOVE "PND1" TO WR-FORM-CODE.
            MOVE WS-MONTH-INPUT TO WR-RETURN-MONTH.
            MOVE WS-TODAY-DATE TO WR-PREPARED-DATE.
            WRITE WHT-RETURN-RECORD.
            PERFORM 3100-OPEN-CONTROL-REPORT.
            PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-LINE-COUNT
               PERFORM 3200-WRITE-ONE-ROW
            END-PERFORM.
            MOVE "T" TO WR-RECORD-TYPE.
            MOVE SPACES TO WR-HEADER.
            MOVE WS-LINE-COUNT TO WR-TRAILER-COUNT.
            MOVE WS-TOTAL-INCOME TO WR-TRAILER-INCOME.
            MOVE WS-TOTAL-TAX TO WR-TRAILER-TAX.
            WRITE WHT-RETURN-RECORD.
            CLOSE WHT-RETURN-FILE.
            PERFORM 3300-PRINT-CONTROL-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Return written to " WS-RETURN-FILE-NAME.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       3100-OPEN-CONTROL-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "WHTRTN" TO SP-REPORT-TYPE.
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
            STRING "WITHHOLDING-TAX RETURN PND1  MONTH " WS-MONTH-INPUT
               "  FILE " WS-RETURN-FILE-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "SEQ   EMPL  NAME                   INCOME PAID"
               TO PRINT-LINE.
            MOVE "    TAX WITHHELD" TO PRINT-LINE(47:16).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3200-WRITE-ONE-ROW.
            MOVE "D" TO WR-RECORD-TYPE.
            MOVE SPACES TO WR-HEADER.
            SET WS-RL-SUB TO WS-RL-IDX.
            MOVE WS-RL-SUB TO WR-SEQUENCE-NO.
            MOVE WS-RL-EMPLOYEE-ID(WS-RL-IDX) TO WR-EMPLOYEE-ID.
            MOVE "(NOT ON MASTER)" TO WR-EMPLOYEE-NAME.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE WS-RL-EMPLOYEE-ID(WS-RL-IDX) TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE EM-EMPLOYEE-NAME TO WR-EMPLOYEE-NAME
               END-READ
            END-IF.
            MOVE WS-RL-INCOME(WS-RL-IDX) TO WR-INCOME-PAID.
            MOVE WS-RL-TAX(WS-RL-IDX) TO WR-TAX-WITHHELD.
            WRITE WHT-RETURN-RECORD.
            MOVE WS-RL-INCOME(WS-RL-IDX) TO WS-INC-EDIT-ZERO-SUPPRESS.
            MOVE WS-RL-TAX(WS-RL-IDX) TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING WR-SEQUENCE-NO " " WR-EMPLOYEE-ID " "
               WR-EMPLOYEE-NAME "  " WS-INC-EDIT-ZERO-SUPPRESS
               "    " WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The return's tax total must equal what the payroll
      *> postings put on 2200 for the month; a period not yet
      *> journaled (or journaled and since reversed without a rerun)
      *> shows as the difference.
       3300-PRINT-CONTROL-TOTALS.
            MOVE WS-TOTAL-INCOME TO WS-INC-EDIT-ZERO-SUPPRESS.
            MOVE WS-TOTAL-TAX TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "TOTAL " WS-LINE-COUNT " EMPLOYEES"
               "               " WS-INC-EDIT-ZERO-SUPPRESS
               "    " WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "OFF-CYCLE PAYMENTS INCLUDED: " WS-OFF-CYCLE-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-UNDATED-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "UNDATED OFF-CYCLE ROWS IN THE YEAR NOT PLACED: "
                  WS-UNDATED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            MOVE WS-LEDGER-MOVEMENT TO WS-GL-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "2200 TAX WITHHELD PAYABLE MOVEMENT:  "
               WS-GL-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            COMPUTE WS-LEDGER-DIFFERENCE =
               WS-TOTAL-TAX - WS-LEDGER-MOVEMENT.
            MOVE SPACES TO PRINT-LINE.
            IF WS-LEDGER-DIFFERENCE = ZERO
               MOVE "CONTROL TOTAL AGREES WITH THE LEDGER"
                  TO PRINT-LINE
            ELSE
               MOVE WS-LEDGER-DIFFERENCE TO WS-GL-EDIT-MINUS
               STRING "*** RETURN DIFFERS FROM LEDGER BY "
                  WS-GL-EDIT-MINUS
                  " - JOURNAL PERIODS ***"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM WITHHOLDING-RETURN.
