      *          reversal to the audit log. A period PAYROLL-GL-POST
      *          had already journaled gets the mirror-image entries
      *          written automatically (source PAYREVSL), so the
      *          ledger backs out with the pay. Retro adjustments
      *          and route-driver incentives the period paid are
      *          reopened for the next roster run, and staff loan
      *          instalments it recovered go back on the balances.
      *          Contribution accruals the posting made are mirrored
      *          back out of the fund liabilities too, and expense
      *          claims the period reimbursed go back to approved.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RETRO-ADJUSTMENT-STATUS.
           SELECT DRIVER-INCENTIVE-FILE ASSIGN TO "DRVINC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY
               FILE STATUS IS WS-DRIVER-INCENTIVE-STATUS.
           SELECT EMPLOYEE-LOAN-FILE ASSIGN TO "LOANREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-EMPLOYEE-LOAN-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD-FILE.
       FD  RETRO-ADJUSTMENT-FILE.
       COPY RETROADJ.

       FD  DRIVER-INCENTIVE-FILE.
       COPY DRVINC.

       FD  EMPLOYEE-LOAN-FILE.
       COPY LOANREG.

       FD  EXPENSE-CLAIM-FILE.
       COPY EXPCLAIM.

       WORKING-STORAGE SECTION.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-PAY-DETAIL-STATUS      PIC XX.
               10  WS-PD-RUN-TYPE          PIC X.
               10  WS-PD-CCTR              PIC X(4).
               10  WS-PD-HOURS             PIC 9(3)V99.
               10  WS-PD-INCENTIVE         PIC 9(5)V99.
               10  WS-PD-SCHEMES           PIC X(155).
               10  WS-PD-REIMBURSE         PIC 9(5)V99.
               10  WS-PD-REIMB-VAT         PIC 9(5)V99.
               10  WS-PD-PAY-DATE          PIC 9(8).
               10  WS-PD-COUNT-FIELD       PIC 9(7).
       01  WS-DETAIL-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
               88  WS-GL-POSTED                   VALUE "Y".
           05  WS-GL-REVERSED-FLAG      PIC X       VALUE "N".
               88  WS-GL-REVERSED                 VALUE "Y".
      *> Bank account the posting paid net pay out of, taken from
      *> its own PAYROLL rows so the reversal puts the money back
      *> where it came from (VAT legs debit 2100 and credit the
      *> bank, so those rows settle it outright).
           05  WS-REV-BANK-GL           PIC 9(4)    VALUE 1100.
           05  WS-REV-BANK-FLAG         PIC X       VALUE "N".
               88  WS-REV-BANK-FOUND              VALUE "Y".

      *> Reversed money regrouped by the cost center each row was
      *> paid under, so the mirror entries credit the SAME expense
       01  WS-RETRO-EOF-FLAG         PIC X       VALUE "N".
           88  WS-RETRO-EOF                      VALUE "Y".
       01  WS-RETRO-REOPENED         PIC 9(3)    VALUE ZERO.
       01  WS-DRIVER-INCENTIVE-STATUS PIC XX.
       01  WS-INCENTIVE-EOF-FLAG     PIC X       VALUE "N".
           88  WS-INCENTIVE-EOF                  VALUE "Y".
       01  WS-INCENTIVES-REOPENED    PIC 9(3)    VALUE ZERO.
       01  WS-EMPLOYEE-LOAN-STATUS   PIC XX.
       01  WS-LOAN-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LOAN-EOF                       VALUE "Y".
       01  WS-LOANS-RESTORED         PIC 9(3)    VALUE ZERO.
       01  WS-EXPENSE-CLAIM-STATUS   PIC XX.
       01  WS-CLAIM-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CLAIM-EOF                      VALUE "Y".
       01  WS-CLAIMS-REOPENED        PIC 9(3)    VALUE ZERO.
       01  WS-NET-LEG                PIC 9(7)V99.
      *> A held row's itemized deductions, laid out again so the
      *> LOAN instalments can be picked out for the ledger mirror.
       01  WS-ROW-DEDUCTIONS.
           05  WS-RD-ENTRY OCCURS 5 TIMES.
               10  WS-RD-CODE              PIC X(4).
               10  WS-RD-AMOUNT            PIC 9(5)V99.
       01  WS-RD-SUB                 PIC 9.
       01  WS-ROW-SCHEMES.
           05  WS-RS-ENTRY OCCURS 5 TIMES.
               10  WS-RS-CODE              PIC X(4).
               10  WS-RS-WAGE              PIC 9(7)V99.
               10  WS-RS-EMPLOYEE          PIC 9(5)V99.
               10  WS-RS-EMPLOYER          PIC 9(5)V99.
               10  WS-RS-ACCOUNT           PIC 9(4).
       01  WS-REV-ACCRUALS.
           05  WS-RA-ENTRY OCCURS 40 TIMES INDEXED BY WS-RA-IDX.
               10  WS-RA-CENTER            PIC X(4).
               10  WS-RA-FUND              PIC 9(4).
               10  WS-RA-AMOUNT            PIC 9(7)V99.
       01  WS-REV-ACCRUAL-COUNT      PIC 99      VALUE ZERO.
       01  WS-RA-SUB                 PIC 99.
       01  WS-RA-FOUND-FLAG          PIC X.
           88  WS-RA-FOUND                       VALUE "Y".
       01  WS-ROW-LOAN               PIC 9(5)V99.
       01  WS-REV-CENTER-TOTALS.
           05  WS-RC-ENTRY OCCURS 20 TIMES INDEXED BY WS-RC-IDX.
               10  WS-RC-CODE              PIC X(4).
               10  WS-RC-WITHHOLD          PIC 9(7)V99.
               10  WS-RC-NET               PIC 9(7)V99.
               10  WS-RC-LOAN              PIC 9(7)V99.
               10  WS-RC-VAT               PIC 9(7)V99.
               10  WS-RC-ACCOUNT           PIC 9(4).
       01  WS-REV-CENTER-COUNT       PIC 99      VALUE ZERO.
       01  WS-RC-SUB                 PIC 99.
       01  WS-RC-FOUND-FLAG          PIC X.
           88  WS-RC-FOUND                       VALUE "Y".

       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Payroll Period Reversal ---".
               PERFORM 3000-MARK-PERIOD-REVERSED
               IF WS-ROWS-REVERSED > ZERO
                  PERFORM 3050-REOPEN-RETRO-ROWS
                  PERFORM 3060-REOPEN-INCENTIVE-ROWS
                  PERFORM 3070-RESTORE-LOAN-BALANCES
                  PERFORM 3080-REOPEN-CLAIM-ROWS
                  PERFORM 3100-REVERSE-LEDGER-IF-POSTED
               END-IF
               DISPLAY "Period " PP-PERIOD-NO " reversed - "
               MOVE PD-RUN-TYPE TO WS-PD-RUN-TYPE(WS-PD-IDX)
               MOVE PD-COST-CENTER TO WS-PD-CCTR(WS-PD-IDX)
               MOVE PD-HOURS-WORKED TO WS-PD-HOURS(WS-PD-IDX)
               MOVE PD-INCENTIVE-PAY TO WS-PD-INCENTIVE(WS-PD-IDX)
               MOVE PD-SCHEME-TABLE TO WS-PD-SCHEMES(WS-PD-IDX)
               MOVE ZERO TO WS-PD-REIMBURSE(WS-PD-IDX)
               MOVE ZERO TO WS-PD-REIMB-VAT(WS-PD-IDX)
               IF PD-IS-DETAIL AND PD-REIMBURSEMENT IS NUMERIC
                  MOVE PD-REIMBURSEMENT TO WS-PD-REIMBURSE(WS-PD-IDX)
               END-IF
               IF PD-IS-DETAIL AND PD-REIMBURSE-VAT IS NUMERIC
                  MOVE PD-REIMBURSE-VAT TO WS-PD-REIMB-VAT(WS-PD-IDX)
               END-IF
               MOVE ZERO TO WS-PD-PAY-DATE(WS-PD-IDX)
               IF PD-IS-DETAIL AND PD-PAY-DATE IS NUMERIC
                  MOVE PD-PAY-DATE TO WS-PD-PAY-DATE(WS-PD-IDX)
               END-IF
               IF PD-IS-TRAILER
                  MOVE PD-TRAILER-COUNT
                     TO WS-PD-COUNT-FIELD(WS-PD-IDX)
                     TO WS-REV-WITHHOLD-TOTAL
                  ADD WS-PD-NET(WS-PD-IDX) TO WS-REV-NET-TOTAL
                  PERFORM 2150-ADD-TO-REV-CENTER
                  PERFORM 2160-ADD-REV-ACCRUALS
                  MOVE "PAYREVSL" TO WS-AUDIT-EVENT-CODE
                  STRING "Period " DELIMITED BY SIZE
                     WS-PD-PERIOD(WS-PD-IDX) DELIMITED BY SIZE
            END-READ.

       2150-ADD-TO-REV-CENTER.
            MOVE WS-PD-DEDUCTIONS(WS-PD-IDX) TO WS-ROW-DEDUCTIONS.
            MOVE ZERO TO WS-ROW-LOAN.
            PERFORM VARYING WS-RD-SUB FROM 1 BY 1
               UNTIL WS-RD-SUB > 5
               IF WS-RD-CODE(WS-RD-SUB) = "LOAN" AND
                     WS-RD-AMOUNT(WS-RD-SUB) IS NUMERIC
                  ADD WS-RD-AMOUNT(WS-RD-SUB) TO WS-ROW-LOAN
               END-IF
            END-PERFORM.
            MOVE "N" TO WS-RC-FOUND-FLAG.
            PERFORM VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-REV-CENTER-COUNT OR WS-RC-FOUND
                  ADD WS-PD-WITHHOLD(WS-PD-IDX)
                     TO WS-RC-WITHHOLD(WS-RC-SUB)
                  ADD WS-PD-NET(WS-PD-IDX) TO WS-RC-NET(WS-RC-SUB)
                  ADD WS-ROW-LOAN TO WS-RC-LOAN(WS-RC-SUB)
                  ADD WS-PD-REIMB-VAT(WS-PD-IDX)
                     TO WS-RC-VAT(WS-RC-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-RC-FOUND AND WS-REV-CENTER-COUNT < 20
               MOVE WS-PD-WITHHOLD(WS-PD-IDX)
                  TO WS-RC-WITHHOLD(WS-RC-IDX)
               MOVE WS-PD-NET(WS-PD-IDX) TO WS-RC-NET(WS-RC-IDX)
               MOVE WS-ROW-LOAN TO WS-RC-LOAN(WS-RC-IDX)
               MOVE WS-PD-REIMB-VAT(WS-PD-IDX)
                  TO WS-RC-VAT(WS-RC-IDX)
               MOVE 5000 TO WS-RC-ACCOUNT(WS-RC-IDX)
            END-IF.

      *> Both shares of each scheme go back to the center's expense
      *> from the fund they were accrued to.
       2160-ADD-REV-ACCRUALS.
            MOVE WS-PD-SCHEMES(WS-PD-IDX) TO WS-ROW-SCHEMES.
            PERFORM VARYING WS-RD-SUB FROM 1 BY 1
               UNTIL WS-RD-SUB > 5
               IF WS-RS-CODE(WS-RD-SUB) NOT = SPACES AND
                     WS-RS-EMPLOYEE(WS-RD-SUB) IS NUMERIC AND
                     WS-RS-EMPLOYER(WS-RD-SUB) IS NUMERIC
                  PERFORM 2170-ADD-ONE-REV-ACCRUAL
               END-IF
            END-PERFORM.

       2170-ADD-ONE-REV-ACCRUAL.
            MOVE "N" TO WS-RA-FOUND-FLAG.
            PERFORM VARYING WS-RA-SUB FROM 1 BY 1
               UNTIL WS-RA-SUB > WS-REV-ACCRUAL-COUNT OR WS-RA-FOUND
               IF WS-RA-CENTER(WS-RA-SUB) = WS-PD-CCTR(WS-PD-IDX) AND
                     WS-RA-FUND(WS-RA-SUB) = WS-RS-ACCOUNT(WS-RD-SUB)
                  MOVE "Y" TO WS-RA-FOUND-FLAG
                  ADD WS-RS-EMPLOYEE(WS-RD-SUB)
                     WS-RS-EMPLOYER(WS-RD-SUB)
                     TO WS-RA-AMOUNT(WS-RA-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-RA-FOUND AND WS-REV-ACCRUAL-COUNT < 40
               ADD 1 TO WS-REV-ACCRUAL-COUNT
               SET WS-RA-IDX TO WS-REV-ACCRUAL-COUNT
               MOVE WS-PD-CCTR(WS-PD-IDX) TO WS-RA-CENTER(WS-RA-IDX)
               MOVE WS-RS-ACCOUNT(WS-RD-SUB) TO WS-RA-FUND(WS-RA-IDX)
               COMPUTE WS-RA-AMOUNT(WS-RA-IDX) =
                  WS-RS-EMPLOYEE(WS-RD-SUB) +
                  WS-RS-EMPLOYER(WS-RD-SUB)
            END-IF.

       2200-REWRITE-DETAIL-FILE.
            OPEN OUTPUT PAY-DETAIL-FILE.
            PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                  MOVE WS-PD-RUN-TYPE(WS-PD-IDX) TO PD-RUN-TYPE
                  MOVE WS-PD-CCTR(WS-PD-IDX) TO PD-COST-CENTER
                  MOVE WS-PD-HOURS(WS-PD-IDX) TO PD-HOURS-WORKED
                  MOVE WS-PD-INCENTIVE(WS-PD-IDX)
                     TO PD-INCENTIVE-PAY
                  MOVE WS-PD-SCHEMES(WS-PD-IDX) TO PD-SCHEME-TABLE
                  MOVE WS-PD-REIMBURSE(WS-PD-IDX)
                     TO PD-REIMBURSEMENT
                  MOVE WS-PD-REIMB-VAT(WS-PD-IDX)
                     TO PD-REIMBURSE-VAT
                  MOVE WS-PD-PAY-DATE(WS-PD-IDX) TO PD-PAY-DATE
               END-IF
               WRITE PAY-DETAIL-RECORD
            END-PERFORM.
                  "them again."
            END-IF.

       3060-REOPEN-INCENTIVE-ROWS.
            OPEN I-O DRIVER-INCENTIVE-FILE.
            IF WS-DRIVER-INCENTIVE-STATUS = "00"
               MOVE "N" TO WS-INCENTIVE-EOF-FLAG
               MOVE LOW-VALUES TO DI-KEY
               START DRIVER-INCENTIVE-FILE KEY >= DI-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-INCENTIVE-EOF-FLAG
               END-START
               PERFORM UNTIL WS-INCENTIVE-EOF
                  READ DRIVER-INCENTIVE-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-INCENTIVE-EOF-FLAG
                     NOT AT END
                        IF DI-IS-PAID AND
                              DI-PAID-PERIOD = PP-PERIOD-NO
                           MOVE "O" TO DI-STATUS
                           MOVE ZERO TO DI-PAID-PERIOD
                           REWRITE DRIVER-INCENTIVE-RECORD
                           ADD 1 TO WS-INCENTIVES-REOPENED
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE DRIVER-INCENTIVE-FILE
            END-IF.
            IF WS-INCENTIVES-REOPENED > ZERO
               DISPLAY "Driver incentives reopened: "
                  WS-INCENTIVES-REOPENED " - the next roster run "
                  "pays them again."
            END-IF.

      *> Each loan whose last recovery was this period takes that
      *> instalment back onto its balance (and reopens if it had
      *> been repaid), so the next roster run recovers it again. A
      *> loan written off since has left the ledger already and is
      *> only reported.
       3070-RESTORE-LOAN-BALANCES.
            OPEN I-O EMPLOYEE-LOAN-FILE.
            IF WS-EMPLOYEE-LOAN-STATUS = "00"
               MOVE LOW-VALUES TO LN-KEY
               START EMPLOYEE-LOAN-FILE KEY >= LN-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LOAN-EOF-FLAG
               END-START
               PERFORM UNTIL WS-LOAN-EOF
                  READ EMPLOYEE-LOAN-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-LOAN-EOF-FLAG
                     NOT AT END
                        IF LN-LAST-PERIOD = PP-PERIOD-NO AND
                              LN-LAST-RECOVERED > ZERO
                           PERFORM 3075-RESTORE-ONE-LOAN
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE EMPLOYEE-LOAN-FILE
            END-IF.
            IF WS-LOANS-RESTORED > ZERO
               DISPLAY "Loan instalments restored: "
                  WS-LOANS-RESTORED " - the next roster run "
                  "recovers them again."
            END-IF.

       3075-RESTORE-ONE-LOAN.
            IF LN-IS-WRITTEN-OFF
               DISPLAY "Loan " LN-EMPLOYEE-ID "/" LN-LOAN-NO
                  " written off since - instalment "
                  LN-LAST-RECOVERED " not restored."
            ELSE
               ADD LN-LAST-RECOVERED TO LN-BALANCE
               MOVE "O" TO LN-STATUS
               MOVE ZERO TO LN-LAST-PERIOD
               MOVE ZERO TO LN-LAST-RECOVERED
               REWRITE EMPLOYEE-LOAN-RECORD
               ADD 1 TO WS-LOANS-RESTORED
            END-IF.

      *> Expense claims the period reimbursed go back to approved so
      *> the next roster run pays them again.
       3080-REOPEN-CLAIM-ROWS.
            OPEN I-O EXPENSE-CLAIM-FILE.
            IF WS-EXPENSE-CLAIM-STATUS = "00"
               MOVE LOW-VALUES TO EX-KEY
               START EXPENSE-CLAIM-FILE KEY >= EX-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-CLAIM-EOF-FLAG
               END-START
               PERFORM UNTIL WS-CLAIM-EOF
                  READ EXPENSE-CLAIM-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-CLAIM-EOF-FLAG
                     NOT AT END
                        IF EX-IS-PAID AND
                              EX-PAID-PERIOD = PP-PERIOD-NO
                           MOVE "A" TO EX-STATUS
                           MOVE ZERO TO EX-PAID-PERIOD
                           REWRITE EXPENSE-CLAIM-RECORD
                           ADD 1 TO WS-CLAIMS-REOPENED
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
            END-IF.
            IF WS-CLAIMS-REOPENED > ZERO
               DISPLAY "Expense claims reopened: "
                  WS-CLAIMS-REOPENED " - the next roster run "
                  "reimburses them again."
            END-IF.

      *> If PAYROLL-GL-POST had journaled this period (source
      *> PAYROLL on its end date) and no mirror entries exist yet,
      *> the reversal writes them: bank and the withholding
                              JC-SOURCE-DATE = PP-END-DATE
                           IF JC-SOURCE = "PAYROLL"
                              MOVE "Y" TO WS-GL-POSTED-FLAG
                              PERFORM 3110-NOTE-PAYROLL-BANK
                           END-IF
                           IF JC-SOURCE = "PAYREVSL"
                              MOVE "Y" TO WS-GL-REVERSED-FLAG
               PERFORM 3200-WRITE-REVERSING-ENTRIES
            END-IF.

      *> The first row of each center is its net-pay leg (expense
      *> to bank) unless the center paid no net, so the first row
      *> that credits neither withholding nor a staff loan is taken
      *> as the bank; a VAT leg (2100 to bank) overrides it.
       3110-NOTE-PAYROLL-BANK.
            EVALUATE TRUE
               WHEN JC-DEBIT-ACCOUNT = 2100
                  MOVE JC-CREDIT-ACCOUNT TO WS-REV-BANK-GL
                  MOVE "Y" TO WS-REV-BANK-FLAG
               WHEN WS-REV-BANK-FOUND
                  CONTINUE
               WHEN JC-CREDIT-ACCOUNT = 2200 OR 1400
                  CONTINUE
               WHEN OTHER
                  MOVE JC-CREDIT-ACCOUNT TO WS-REV-BANK-GL
                  MOVE "Y" TO WS-REV-BANK-FLAG
            END-EVALUATE.

       3200-WRITE-REVERSING-ENTRIES.
            PERFORM 3150-RESOLVE-CENTER-ACCOUNTS.
            OPEN EXTEND JOURNAL-FILE.
            END-IF.
            PERFORM VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-REV-CENTER-COUNT
               COMPUTE WS-NET-LEG =
                  WS-RC-NET(WS-RC-SUB) - WS-RC-VAT(WS-RC-SUB)
               IF WS-NET-LEG > ZERO
                  MOVE "D" TO JE-RECORD-TYPE
                  ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
                  MOVE WS-REV-BANK-GL TO JE-DEBIT-ACCOUNT
                  MOVE WS-RC-ACCOUNT(WS-RC-SUB)
                     TO JE-CREDIT-ACCOUNT
                  MOVE WS-NET-LEG TO JE-AMOUNT
                  MOVE "PAYREVSL" TO JE-SOURCE
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
               END-IF
               IF WS-RC-VAT(WS-RC-SUB) > ZERO
                  MOVE "D" TO JE-RECORD-TYPE
                  ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
                  MOVE WS-REV-BANK-GL TO JE-DEBIT-ACCOUNT
                  MOVE 2100 TO JE-CREDIT-ACCOUNT
                  MOVE WS-RC-VAT(WS-RC-SUB) TO JE-AMOUNT
                  MOVE "PAYREVSL" TO JE-SOURCE
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
               END-IF
               IF WS-RC-LOAN(WS-RC-SUB) > ZERO
                  MOVE "D" TO JE-RECORD-TYPE
                  ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
                  MOVE 1400 TO JE-DEBIT-ACCOUNT
                  MOVE WS-RC-ACCOUNT(WS-RC-SUB)
                     TO JE-CREDIT-ACCOUNT
                  MOVE WS-RC-LOAN(WS-RC-SUB) TO JE-AMOUNT
                  MOVE "PAYREVSL" TO JE-SOURCE
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
               END-IF
               PERFORM 3250-REVERSE-CENTER-ACCRUALS
            END-PERFORM.
            CLOSE JOURNAL-FILE.
            DISPLAY "Ledger postings for the period reversed "
               "(source PAYREVSL) - run GL-POST to apply.".

       3250-REVERSE-CENTER-ACCRUALS.
            PERFORM VARYING WS-RA-SUB FROM 1 BY 1
               UNTIL WS-RA-SUB > WS-REV-ACCRUAL-COUNT
               IF WS-RA-CENTER(WS-RA-SUB) = WS-RC-CODE(WS-RC-SUB) AND
                     WS-RA-AMOUNT(WS-RA-SUB) > ZERO
                  MOVE "D" TO JE-RECORD-TYPE
                  ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
                  MOVE WS-RA-FUND(WS-RA-SUB) TO JE-DEBIT-ACCOUNT
                  MOVE WS-RC-ACCOUNT(WS-RC-SUB)
                     TO JE-CREDIT-ACCOUNT
                  MOVE WS-RA-AMOUNT(WS-RA-SUB) TO JE-AMOUNT
                  MOVE "PAYREVSL" TO JE-SOURCE
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
               END-IF
            END-PERFORM.

      *> Each reversed center gives its money back from the same
      *> expense account the posting debited: the COSTCTR master
      *> maps center to account, blank or unknown centers fall to
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
       END PROGRAM PAYROLL-REVERSE.
