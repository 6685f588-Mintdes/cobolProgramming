      *          period 0000 flagged off-cycle so the year-end
      *          figures stay honest. A stub goes to OFFCYCLE.PRT.
      *          Leavers stop waiting for period end, which the
      *          labor office was right about. A leaver's final pay
      *          also recovers whatever is still owed on salary
      *          advances and staff loans, as far as the net covers,
      *          and journals the recovery out of EMPLOYEE ADVANCES.
      *          Approved expense claims ride out with the final pay
      *          too, untaxed on top of the net, journaled to the
      *          expense account of the leaver's cost center with
      *          any reclaimable VAT against VAT PAYABLE, paid from
      *          the payroll bank account. The withholding is
      *          journaled to TAX WITHHELD PAYABLE here as well, so
      *          the monthly withholding return agrees with the
      *          ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
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
           SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CENTER-CODE
               FILE STATUS IS WS-COST-CENTER-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "OFFCYCLE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  LEAVE-BALANCE-FILE.
       COPY LEAVEBAL.

       FD  EMPLOYEE-LOAN-FILE.
       COPY LOANREG.

       FD  EXPENSE-CLAIM-FILE.
       COPY EXPCLAIM.

       FD  COST-CENTER-FILE.
       COPY COSTCTR.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       01  WS-PAY-DETAIL-STATUS      PIC XX.
       01  WS-LEAVE-BALANCE-STATUS   PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-EMPLOYEE-LOAN-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-LOAN-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LOAN-EOF                       VALUE "Y".
       01  WS-EXPENSE-CLAIM-STATUS   PIC XX.
       01  WS-COST-CENTER-STATUS     PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       01  WS-PAYROLL-BANK-GL        PIC 9(4)    VALUE 1100.
       01  WS-PRIMARY-BANK-GL        PIC 9(4)    VALUE ZERO.
       01  WS-PAYROLL-BANK-FLAG      PIC X       VALUE "N".
           88  WS-PAYROLL-BANK-FOUND             VALUE "Y".
       01  WS-CLAIM-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CLAIM-EOF                      VALUE "Y".

      *> Approved expense claims paid with the final pay, and the
      *> center expense account they and the withholding are
      *> journaled to.
       01  WS-CLAIM-PAYMENT.
           05  WS-REIMBURSE-PAY         PIC 9(5)V99 VALUE ZERO.
           05  WS-REIMBURSE-VAT         PIC 9(5)V99 VALUE ZERO.
           05  WS-REIMBURSE-NET         PIC 9(5)V99.
           05  WS-EXPENSE-ACCOUNT       PIC 9(4).
           05  WS-EXPENSE-ACCOUNT-NAME  PIC X(20).

      *> Loan balances the final pay recovered, itemized into the
      *> PAY-DETAIL deduction table under code LOAN.
       01  WS-LOAN-RECOVERY.
           05  WS-LOAN-TOTAL            PIC 9(5)V99 VALUE ZERO.
           05  WS-LOAN-AVAILABLE        PIC 9(5)V99.
           05  WS-LOAN-TAKEN            PIC 9(5)V99.
           05  WS-LOAN-COUNT            PIC 9       VALUE ZERO.
           05  WS-LOAN-SUB              PIC 9.
           05  WS-LOAN-ENTRY OCCURS 5 TIMES.
               10  WS-LOAN-AMOUNT           PIC 9(5)V99.

       COPY TAXPARM.

               DISPLAY "No tax table for " TC-TAX-YEAR
                  " - flat-rate withholding applied."
            END-IF.
            IF WS-RUN-CHOICE = "F" OR "f"
               PERFORM 3050-RECOVER-LOANS
               PERFORM 3080-PAY-APPROVED-CLAIMS
            END-IF.
            COMPUTE WS-NET-PAY ROUNDED =
               WS-GROSS-PAY - WS-WITHHOLDING-AMT - WS-LOAN-TOTAL
               + WS-REIMBURSE-PAY.
            IF WS-WITHHOLDING-AMT > ZERO OR WS-REIMBURSE-PAY > ZERO
               PERFORM 3085-RESOLVE-EXPENSE-ACCOUNT
               PERFORM 3090-JOURNAL-PAY-LEGS
            END-IF.
            PERFORM 3100-UPDATE-YTD.
            PERFORM 3200-WRITE-PAY-DETAIL.
            DISPLAY "Gross " WS-GROSS-PAY "  withheld "
               WS-WITHHOLDING-AMT "  net " WS-NET-PAY ".".

      *> Every open advance or loan gives up its whole balance, oldest
      *> first, until the pay after tax runs out; anything the final
      *> pay cannot cover stays open on the register to be chased or
      *> written off.
       3050-RECOVER-LOANS.
            COMPUTE WS-LOAN-AVAILABLE =
               WS-GROSS-PAY - WS-WITHHOLDING-AMT.
            OPEN I-O EMPLOYEE-LOAN-FILE.
            IF WS-EMPLOYEE-LOAN-STATUS = "00"
               MOVE EM-EMPLOYEE-ID TO LN-EMPLOYEE-ID
               MOVE ZERO TO LN-LOAN-NO
               START EMPLOYEE-LOAN-FILE KEY >= LN-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LOAN-EOF-FLAG
               END-START
               PERFORM UNTIL WS-LOAN-EOF
                  READ EMPLOYEE-LOAN-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-LOAN-EOF-FLAG
                     NOT AT END
                        IF LN-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                           MOVE "Y" TO WS-LOAN-EOF-FLAG
                        ELSE
                           IF LN-IS-OPEN AND LN-BALANCE > ZERO AND
                                 WS-LOAN-AVAILABLE > ZERO AND
                                 WS-LOAN-COUNT < 5
                              PERFORM 3060-RECOVER-ONE-LOAN
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE EMPLOYEE-LOAN-FILE
            END-IF.
            IF WS-LOAN-TOTAL > ZERO
               PERFORM 3070-JOURNAL-LOAN-RECOVERY
            END-IF.

       3060-RECOVER-ONE-LOAN.
            IF LN-BALANCE > WS-LOAN-AVAILABLE
               MOVE WS-LOAN-AVAILABLE TO WS-LOAN-TAKEN
            ELSE
               MOVE LN-BALANCE TO WS-LOAN-TAKEN
            END-IF.
            SUBTRACT WS-LOAN-TAKEN FROM LN-BALANCE.
            SUBTRACT WS-LOAN-TAKEN FROM WS-LOAN-AVAILABLE.
            ADD WS-LOAN-TAKEN TO WS-LOAN-TOTAL.
            ADD 1 TO WS-LOAN-COUNT.
            MOVE WS-LOAN-TAKEN TO WS-LOAN-AMOUNT(WS-LOAN-COUNT).
            MOVE ZERO TO LN-LAST-PERIOD.
            MOVE WS-LOAN-TAKEN TO LN-LAST-RECOVERED.
            IF LN-BALANCE = ZERO
               MOVE "C" TO LN-STATUS
            END-IF.
            REWRITE EMPLOYEE-LOAN-RECORD.
            DISPLAY "Loan " LN-LOAN-NO " recovered " WS-LOAN-TAKEN
               " - balance " LN-BALANCE.
            IF LN-BALANCE > ZERO
               DISPLAY "Final pay cannot cover loan " LN-LOAN-NO
                  " - balance left open on the register."
            END-IF.

      *> Off-cycle pay never passes through PAYROLL-GL-POST, so the
      *> recovery is journaled here: the wage cost the leaver earned
      *> settles the receivable instead of going to the bank.
       3070-JOURNAL-LOAN-RECOVERY.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE "D" TO JE-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO JE-ENTRY-DATE.
            MOVE 5000 TO JE-DEBIT-ACCOUNT.
            MOVE 1400 TO JE-CREDIT-ACCOUNT.
            MOVE WS-LOAN-TOTAL TO JE-AMOUNT.
            MOVE "OFFCYCLE" TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.

      *> The leaver's approved claims are settled whole with the
      *> final pay (pseudo period 0000) so none is left for a roster
      *> run the leaver will never be on.
       3080-PAY-APPROVED-CLAIMS.
            OPEN I-O EXPENSE-CLAIM-FILE.
            IF WS-EXPENSE-CLAIM-STATUS = "00"
               MOVE EM-EMPLOYEE-ID TO EX-EMPLOYEE-ID
               MOVE ZERO TO EX-CLAIM-NO
               START EXPENSE-CLAIM-FILE KEY >= EX-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-CLAIM-EOF-FLAG
               END-START
               PERFORM UNTIL WS-CLAIM-EOF
                  READ EXPENSE-CLAIM-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-CLAIM-EOF-FLAG
                     NOT AT END
                        IF EX-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                           MOVE "Y" TO WS-CLAIM-EOF-FLAG
                        ELSE
                           IF EX-IS-APPROVED
                              ADD EX-AMOUNT TO WS-REIMBURSE-PAY
                              ADD EX-VAT-AMOUNT TO WS-REIMBURSE-VAT
                              MOVE "P" TO EX-STATUS
                              MOVE ZERO TO EX-PAID-PERIOD
                              REWRITE EXPENSE-CLAIM-RECORD
                              DISPLAY "Expense claim " EX-CLAIM-NO
                                 " reimbursed " EX-AMOUNT
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
            END-IF.

      *> The cost lands where the employee's wages do: the cost
      *> center's own account, or the general 5000 without one. The
      *> account and the liabilities go on the chart as zero-balance
      *> rows when first needed, so GL-POST does not skip them.
       3085-RESOLVE-EXPENSE-ACCOUNT.
            MOVE 5000 TO WS-EXPENSE-ACCOUNT.
            MOVE "PAYROLL EXPENSE" TO WS-EXPENSE-ACCOUNT-NAME.
            IF EM-COST-CENTER NOT = SPACES
               OPEN INPUT COST-CENTER-FILE
               IF WS-COST-CENTER-STATUS = "00"
                  MOVE EM-COST-CENTER TO CC-CENTER-CODE
                  READ COST-CENTER-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE CC-EXPENSE-ACCOUNT
                           TO WS-EXPENSE-ACCOUNT
                        MOVE CC-CENTER-NAME
                           TO WS-EXPENSE-ACCOUNT-NAME
                  END-READ
                  CLOSE COST-CENTER-FILE
               END-IF
            END-IF.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE WS-EXPENSE-ACCOUNT TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE WS-EXPENSE-ACCOUNT TO CA-ACCOUNT-NO
                     MOVE WS-EXPENSE-ACCOUNT-NAME TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               IF WS-WITHHOLDING-AMT > ZERO
                  MOVE 2200 TO CA-ACCOUNT-NO
                  READ CHART-ACCOUNT-FILE
                     INVALID KEY
                        MOVE 2200 TO CA-ACCOUNT-NO
                        MOVE "TAX WITHHELD PAYABLE"
                           TO CA-ACCOUNT-NAME
                        MOVE "L" TO CA-ACCOUNT-TYPE
                        MOVE ZERO TO CA-BALANCE
                        WRITE CHART-ACCOUNT-RECORD
                  END-READ
               END-IF
               IF WS-REIMBURSE-VAT > ZERO
                  MOVE 2100 TO CA-ACCOUNT-NO
                  READ CHART-ACCOUNT-FILE
                     INVALID KEY
                        MOVE 2100 TO CA-ACCOUNT-NO
                        MOVE "VAT PAYABLE" TO CA-ACCOUNT-NAME
                        MOVE "L" TO CA-ACCOUNT-TYPE
                        MOVE ZERO TO CA-BALANCE
                        WRITE CHART-ACCOUNT-RECORD
                  END-READ
               END-IF
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

      *> Off-cycle pay never passes through PAYROLL-GL-POST: the
      *> withholding is owed to the Revenue Department from the
      *> center's wage cost, and the bank pays the claims out - the
      *> center carries the expense net of VAT, the reclaimable VAT
      *> comes off VAT PAYABLE.
       3090-JOURNAL-PAY-LEGS.
            COMPUTE WS-REIMBURSE-NET =
               WS-REIMBURSE-PAY - WS-REIMBURSE-VAT.
            PERFORM 3095-FIND-PAYROLL-BANK.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            IF WS-WITHHOLDING-AMT > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               MOVE WS-TODAY-DATE TO JE-ENTRY-DATE
               MOVE WS-EXPENSE-ACCOUNT TO JE-DEBIT-ACCOUNT
               MOVE 2200 TO JE-CREDIT-ACCOUNT
               MOVE WS-WITHHOLDING-AMT TO JE-AMOUNT
               MOVE "OFFCYCLE" TO JE-SOURCE
               MOVE WS-TODAY-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.
            IF WS-REIMBURSE-NET > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               MOVE WS-TODAY-DATE TO JE-ENTRY-DATE
               MOVE WS-EXPENSE-ACCOUNT TO JE-DEBIT-ACCOUNT
               MOVE WS-PAYROLL-BANK-GL TO JE-CREDIT-ACCOUNT
               MOVE WS-REIMBURSE-NET TO JE-AMOUNT
               MOVE "OFFCYCLE" TO JE-SOURCE
               MOVE WS-TODAY-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.
            IF WS-REIMBURSE-VAT > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               MOVE WS-TODAY-DATE TO JE-ENTRY-DATE
               MOVE 2100 TO JE-DEBIT-ACCOUNT
               MOVE WS-PAYROLL-BANK-GL TO JE-CREDIT-ACCOUNT
               MOVE WS-REIMBURSE-VAT TO JE-AMOUNT
               MOVE "OFFCYCLE" TO JE-SOURCE
               MOVE WS-TODAY-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.
            CLOSE JOURNAL-FILE.

      *> The claims are paid from the account the paychecks are
      *> drawn on: the active BANK-ACCOUNT flagged for payroll use,
      *> else the primary account, else BANK 1100 as before the
      *> bank master - the PAYROLL-GL-POST choice.
       3095-FIND-PAYROLL-BANK.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS NOT = "00"
               MOVE "Y" TO WS-BANK-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-BANK-EOF
               READ BANK-ACCOUNT-FILE
                  AT END
                     MOVE "Y" TO WS-BANK-EOF-FLAG
                  NOT AT END
                     EVALUATE TRUE
                        WHEN NOT BA-IS-ACTIVE
                           CONTINUE
                        WHEN BA-IS-PAYROLL AND
                              NOT WS-PAYROLL-BANK-FOUND
                           MOVE BA-GL-ACCOUNT TO WS-PAYROLL-BANK-GL
                           MOVE "Y" TO WS-PAYROLL-BANK-FLAG
                        WHEN BA-IS-PRIMARY AND
                              WS-PRIMARY-BANK-GL = ZERO
                           MOVE BA-GL-ACCOUNT TO WS-PRIMARY-BANK-GL
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ
            END-PERFORM.
            IF WS-BANK-ACCOUNT-STATUS = "00" OR
                  WS-BANK-ACCOUNT-STATUS = "10"
               CLOSE BANK-ACCOUNT-FILE
            END-IF.
            IF NOT WS-PAYROLL-BANK-FOUND AND
                  WS-PRIMARY-BANK-GL > ZERO
               MOVE WS-PRIMARY-BANK-GL TO WS-PAYROLL-BANK-GL
            END-IF.

       3100-UPDATE-YTD.
            OPEN I-O YTD-PAYROLL-FILE.
            IF WS-YTD-PAYROLL-STATUS = "35"
            MOVE "O" TO PD-RUN-TYPE.
            MOVE EM-COST-CENTER TO PD-COST-CENTER.
            MOVE ZERO TO PD-HOURS-WORKED.
            MOVE ZERO TO PD-INCENTIVE-PAY.
            MOVE SPACES TO PD-DEDUCTION-TABLE.
            MOVE SPACES TO PD-SCHEME-TABLE.
            MOVE WS-REIMBURSE-PAY TO PD-REIMBURSEMENT.
            MOVE WS-REIMBURSE-VAT TO PD-REIMBURSE-VAT.
            MOVE WS-TODAY-DATE TO PD-PAY-DATE.
            PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               MOVE "LOAN" TO PD-DEDUCT-CODE(WS-LOAN-SUB)
               MOVE WS-LOAN-AMOUNT(WS-LOAN-SUB)
                  TO PD-DEDUCT-AMOUNT(WS-LOAN-SUB)
            END-PERFORM.
            WRITE PAY-DETAIL-RECORD.
            CLOSE PAY-DETAIL-FILE.

               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            IF WS-LOAN-TOTAL > ZERO
               MOVE WS-LOAN-TOTAL TO WS-PAY-EDIT-DEBIT
               MOVE SPACES TO PRINT-LINE
               STRING "LOAN RECOVERY:   " WS-PAY-EDIT-DEBIT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.
            IF WS-REIMBURSE-PAY > ZERO
               MOVE WS-REIMBURSE-PAY TO WS-PAY-EDIT-CREDIT
               MOVE SPACES TO PRINT-LINE
               STRING "EXPENSES REIMB:  " WS-PAY-EDIT-CREDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.
            MOVE WS-NET-PAY TO WS-PAY-EDIT-CREDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING "NET:             " WS-PAY-EDIT-CREDIT
