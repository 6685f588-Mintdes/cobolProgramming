      *          period's PAY-DETAIL rows and journals the three legs
      *          the trial balance has been blind to: PAYROLL EXPENSE
      *          5000 is debited the gross, split between a credit to
      *          the payroll bank account (the BANK-ACCOUNT flagged
      *          for payroll use, else the primary, else BANK 1100)
      *          for the net actually paid and a credit to
      *          TAX WITHHELD PAYABLE 2200 for the withholding (two
      *          balanced pairs, the journal's one-debit-one-credit
      *          shape). Staff loan instalments the pay recovered
      *          are a third pair, wage expense against EMPLOYEE
      *          ADVANCES 1400, so the ledger loan book falls as the
      *          register's does. Contribution schemes accrue the
      *          same way: the employer's matching share and the
      *          employee share deducted are each wage expense of the
      *          center against the scheme's fund liability (2700
      *          CONTRIBUTIONS PAYABLE unless the scheme names its
      *          own). Expense claims reimbursed in the net are
      *          center expense net of their VAT, the reclaimed VAT
      *          a debit to VAT PAYABLE 2100 against the same bank.
      *          Refused for a period that is not
      *          posted, and refused again for a period already
      *          journaled, the VENDING-GL-POST pattern.
      *          PAYROLL-REVERSE writes the mirror-image entries when
      *          a period is backed out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  COST-CENTER-FILE.
       COPY COSTCTR.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       WORKING-STORAGE SECTION.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-PAY-DETAIL-STATUS      PIC XX.
           88  WS-DETAIL-EOF                     VALUE "Y".
       01  WS-CHECK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHECK-EOF                      VALUE "Y".
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       01  WS-PAYROLL-BANK-GL        PIC 9(4)    VALUE 1100.
       01  WS-PRIMARY-BANK-GL        PIC 9(4)    VALUE ZERO.
       01  WS-PAYROLL-BANK-FLAG      PIC X       VALUE "N".
           88  WS-PAYROLL-BANK-FOUND             VALUE "Y".

       01  WS-POST-CONTROLS.
           05  WS-PERIOD-INPUT          PIC X(4).
           05  WS-GROSS-TOTAL           PIC 9(7)V99 VALUE ZERO.
           05  WS-WITHHOLD-TOTAL        PIC 9(7)V99 VALUE ZERO.
           05  WS-NET-TOTAL             PIC 9(7)V99 VALUE ZERO.
           05  WS-LOAN-TOTAL            PIC 9(7)V99 VALUE ZERO.
           05  WS-ROW-LOAN              PIC 9(5)V99.
           05  WS-ROW-VAT               PIC 9(5)V99.
           05  WS-REIMBURSE-TOTAL       PIC 9(7)V99 VALUE ZERO.
           05  WS-VAT-TOTAL             PIC 9(7)V99 VALUE ZERO.
           05  WS-NET-LEG               PIC 9(7)V99.
           05  WS-DED-SUB               PIC 9.
           05  WS-SC-SUB                PIC 9.
           05  WS-SCHEME-TOTAL          PIC 9(7)V99 VALUE ZERO.
           05  WS-ALREADY-POSTED-FLAG   PIC X       VALUE "N".
               88  WS-ALREADY-POSTED              VALUE "Y".

               10  WS-CT-CODE              PIC X(4).
               10  WS-CT-WITHHOLD          PIC 9(7)V99.
               10  WS-CT-NET               PIC 9(7)V99.
               10  WS-CT-LOAN              PIC 9(7)V99.
               10  WS-CT-VAT               PIC 9(7)V99.
               10  WS-CT-ACCOUNT           PIC 9(4).
               10  WS-CT-NAME              PIC X(20).
       01  WS-CENTER-COUNT           PIC 99      VALUE ZERO.
       01  WS-CT-FOUND-FLAG          PIC X.
           88  WS-CT-FOUND                       VALUE "Y".

      *> Contribution accruals by center and fund account, journaled
      *> inside the center's own legs.
       01  WS-ACCRUAL-TOTALS.
           05  WS-AC-ENTRY OCCURS 40 TIMES INDEXED BY WS-AC-IDX.
               10  WS-AC-CENTER            PIC X(4).
               10  WS-AC-FUND              PIC 9(4).
               10  WS-AC-EMPLOYEE          PIC 9(7)V99.
               10  WS-AC-EMPLOYER          PIC 9(7)V99.
       01  WS-ACCRUAL-COUNT          PIC 99      VALUE ZERO.
       01  WS-AC-SUB                 PIC 99.
       01  WS-AC-FOUND-FLAG          PIC X.
           88  WS-AC-FOUND                       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Payroll to General Ledger ---".
               GOBACK
            END-IF.
            PERFORM 2500-RESOLVE-CENTER-ACCOUNTS.
            PERFORM 2600-FIND-PAYROLL-BANK.
            PERFORM 3000-ENSURE-ACCOUNTS-EXIST.
            PERFORM 3100-WRITE-JOURNAL-ENTRIES.
            DISPLAY "Journaled gross " WS-GROSS-TOTAL " (net "
               WS-NET-TOTAL ", withheld " WS-WITHHOLD-TOTAL
               ", loans recovered " WS-LOAN-TOTAL
               ", contributions " WS-SCHEME-TOTAL
               ", expenses reimbursed " WS-REIMBURSE-TOTAL
               ") - run GL-POST to apply it.".
            GOBACK.

                        ADD PD-GROSS-PAY TO WS-GROSS-TOTAL
                        ADD PD-WITHHOLDING TO WS-WITHHOLD-TOTAL
                        ADD PD-NET-PAY TO WS-NET-TOTAL
                        PERFORM 2050-SUM-LOAN-RECOVERY
                        ADD WS-ROW-LOAN TO WS-LOAN-TOTAL
                        PERFORM 2060-SUM-REIMBURSEMENT
                        PERFORM 2100-ADD-TO-CENTER
                        PERFORM 2200-ADD-SCHEME-ACCRUALS
                     END-IF
               END-READ
            END-PERFORM.
               CLOSE PAY-DETAIL-FILE
            END-IF.

      *> Loan instalments ride in the deduction table under code
      *> LOAN; the other codes are remitted, not journaled here.
       2050-SUM-LOAN-RECOVERY.
            MOVE ZERO TO WS-ROW-LOAN.
            PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
               IF PD-DEDUCT-CODE(WS-DED-SUB) = "LOAN" AND
                     PD-DEDUCT-AMOUNT(WS-DED-SUB) IS NUMERIC
                  ADD PD-DEDUCT-AMOUNT(WS-DED-SUB) TO WS-ROW-LOAN
               END-IF
            END-PERFORM.

      *> Rows paid before claims were carried have a blank
      *> reimbursement and add nothing.
       2060-SUM-REIMBURSEMENT.
            MOVE ZERO TO WS-ROW-VAT.
            IF PD-REIMBURSEMENT IS NUMERIC
               ADD PD-REIMBURSEMENT TO WS-REIMBURSE-TOTAL
            END-IF.
            IF PD-REIMBURSE-VAT IS NUMERIC
               MOVE PD-REIMBURSE-VAT TO WS-ROW-VAT
               ADD WS-ROW-VAT TO WS-VAT-TOTAL
            END-IF.

       2100-ADD-TO-CENTER.
            MOVE "N" TO WS-CT-FOUND-FLAG.
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                  MOVE "Y" TO WS-CT-FOUND-FLAG
                  ADD PD-WITHHOLDING TO WS-CT-WITHHOLD(WS-CT-SUB)
                  ADD PD-NET-PAY TO WS-CT-NET(WS-CT-SUB)
                  ADD WS-ROW-LOAN TO WS-CT-LOAN(WS-CT-SUB)
                  ADD WS-ROW-VAT TO WS-CT-VAT(WS-CT-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-CT-FOUND AND WS-CENTER-COUNT < 20
               MOVE PD-COST-CENTER TO WS-CT-CODE(WS-CT-IDX)
               MOVE PD-WITHHOLDING TO WS-CT-WITHHOLD(WS-CT-IDX)
               MOVE PD-NET-PAY TO WS-CT-NET(WS-CT-IDX)
               MOVE WS-ROW-LOAN TO WS-CT-LOAN(WS-CT-IDX)
               MOVE WS-ROW-VAT TO WS-CT-VAT(WS-CT-IDX)
               MOVE 5000 TO WS-CT-ACCOUNT(WS-CT-IDX)
               MOVE "PAYROLL EXPENSE" TO WS-CT-NAME(WS-CT-IDX)
            END-IF.

      *> Rows paid before schemes were carried have a blank scheme
      *> table and add nothing.
       2200-ADD-SCHEME-ACCRUALS.
            PERFORM VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > 5
               IF PD-SCHEME-CODE(WS-SC-SUB) NOT = SPACES AND
                     PD-SCHEME-EMPLOYEE(WS-SC-SUB) IS NUMERIC AND
                     PD-SCHEME-EMPLOYER(WS-SC-SUB) IS NUMERIC
                  PERFORM 2210-ADD-ONE-ACCRUAL
               END-IF
            END-PERFORM.

       2210-ADD-ONE-ACCRUAL.
            ADD PD-SCHEME-EMPLOYEE(WS-SC-SUB) TO WS-SCHEME-TOTAL.
            ADD PD-SCHEME-EMPLOYER(WS-SC-SUB) TO WS-SCHEME-TOTAL.
            MOVE "N" TO WS-AC-FOUND-FLAG.
            PERFORM VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-ACCRUAL-COUNT OR WS-AC-FOUND
               IF WS-AC-CENTER(WS-AC-SUB) = PD-COST-CENTER AND
                     WS-AC-FUND(WS-AC-SUB) =
                        PD-SCHEME-ACCOUNT(WS-SC-SUB)
                  MOVE "Y" TO WS-AC-FOUND-FLAG
                  ADD PD-SCHEME-EMPLOYEE(WS-SC-SUB)
                     TO WS-AC-EMPLOYEE(WS-AC-SUB)
                  ADD PD-SCHEME-EMPLOYER(WS-SC-SUB)
                     TO WS-AC-EMPLOYER(WS-AC-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-AC-FOUND AND WS-ACCRUAL-COUNT < 40
               ADD 1 TO WS-ACCRUAL-COUNT
               SET WS-AC-IDX TO WS-ACCRUAL-COUNT
               MOVE PD-COST-CENTER TO WS-AC-CENTER(WS-AC-IDX)
               MOVE PD-SCHEME-ACCOUNT(WS-SC-SUB)
                  TO WS-AC-FUND(WS-AC-IDX)
               MOVE PD-SCHEME-EMPLOYEE(WS-SC-SUB)
                  TO WS-AC-EMPLOYEE(WS-AC-IDX)
               MOVE PD-SCHEME-EMPLOYER(WS-SC-SUB)
                  TO WS-AC-EMPLOYER(WS-AC-IDX)
            END-IF.

      *> The COSTCTR master maps each center to its wage-expense
      *> account; a blank or unknown center stays on the general
      *> 5000 so no money is orphaned.
      *> the withholding liability and the per-center expense
      *> accounts postdate the chart seed, so each is written as a
      *> zero-balance row when first needed.
      *> Net pay leaves the account the paychecks are drawn on, so
      *> that account's register and its GL line move together:
      *> the active BANK-ACCOUNT flagged for payroll use, else the
      *> primary account, else BANK 1100 as before the bank master.
       2600-FIND-PAYROLL-BANK.
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

       3000-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                  UNTIL WS-AC-SUB > WS-ACCRUAL-COUNT
                  MOVE WS-AC-FUND(WS-AC-SUB) TO CA-ACCOUNT-NO
                  READ CHART-ACCOUNT-FILE
                     INVALID KEY
                        MOVE WS-AC-FUND(WS-AC-SUB) TO CA-ACCOUNT-NO
                        MOVE "CONTRIBUTIONS PAYABLE"
                           TO CA-ACCOUNT-NAME
                        MOVE "L" TO CA-ACCOUNT-TYPE
                        MOVE ZERO TO CA-BALANCE
                        WRITE CHART-ACCOUNT-RECORD
                  END-READ
               END-PERFORM
               IF WS-LOAN-TOTAL > ZERO
                  MOVE 1400 TO CA-ACCOUNT-NO
                  READ CHART-ACCOUNT-FILE
                     INVALID KEY
                        MOVE 1400 TO CA-ACCOUNT-NO
                        MOVE "EMPLOYEE ADVANCES" TO CA-ACCOUNT-NAME
                        MOVE "A" TO CA-ACCOUNT-TYPE
                        MOVE ZERO TO CA-BALANCE
                        WRITE CHART-ACCOUNT-RECORD
                  END-READ
               END-IF
               IF WS-VAT-TOTAL > ZERO
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
               PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                  UNTIL WS-CT-SUB > WS-CENTER-COUNT
                  MOVE WS-CT-ACCOUNT(WS-CT-SUB) TO CA-ACCOUNT-NO
      *> center: the center's wage-expense account is debited its
      *> gross, cash gives up its net, and its withholding waits in
      *> the shared liability. With no centers assigned this is the
      *> old single 5000 posting. VAT reclaimed on reimbursed
      *> expenses leaves the bank against VAT PAYABLE, not the
      *> center.
       3100-WRITE-JOURNAL-ENTRIES.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
            END-IF.
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CENTER-COUNT
               COMPUTE WS-NET-LEG =
                  WS-CT-NET(WS-CT-SUB) - WS-CT-VAT(WS-CT-SUB)
               IF WS-NET-LEG > ZERO
                  MOVE "D" TO JE-RECORD-TYPE
                  ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
                  MOVE WS-CT-ACCOUNT(WS-CT-SUB)
                     TO JE-DEBIT-ACCOUNT
                  MOVE WS-PAYROLL-BANK-GL TO JE-CREDIT-ACCOUNT
                  MOVE WS-NET-LEG TO JE-AMOUNT
                  MOVE "PAYROLL" TO JE-SOURCE
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
               END-IF
               IF WS-CT-VAT(WS-CT-SUB) > ZERO
                  MOVE "D" TO JE-RECORD-TYPE
                  ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
                  MOVE 2100 TO JE-DEBIT-ACCOUNT
                  MOVE WS-PAYROLL-BANK-GL TO JE-CREDIT-ACCOUNT
                  MOVE WS-CT-VAT(WS-CT-SUB) TO JE-AMOUNT
                  MOVE "PAYROLL" TO JE-SOURCE
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
               END-IF
               IF WS-CT-LOAN(WS-CT-SUB) > ZERO
                  MOVE "D" TO JE-RECORD-TYPE
                  ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
                  MOVE WS-CT-ACCOUNT(WS-CT-SUB)
                     TO JE-DEBIT-ACCOUNT
                  MOVE 1400 TO JE-CREDIT-ACCOUNT
                  MOVE WS-CT-LOAN(WS-CT-SUB) TO JE-AMOUNT
                  MOVE "PAYROLL" TO JE-SOURCE
                  MOVE PP-END-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
               END-IF
               PERFORM 3150-WRITE-CENTER-ACCRUALS
            END-PERFORM.
            CLOSE JOURNAL-FILE.
      *> The center's contribution legs: its expense account takes
      *> the employer's share and the employee share deducted, each
      *> fund liability the matching credit.
       3150-WRITE-CENTER-ACCRUALS.
            PERFORM VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-ACCRUAL-COUNT
               IF WS-AC-CENTER(WS-AC-SUB) = WS-CT-CODE(WS-CT-SUB)
                  IF WS-AC-EMPLOYER(WS-AC-SUB) > ZERO
                     MOVE WS-AC-EMPLOYER(WS-AC-SUB) TO JE-AMOUNT
                     PERFORM 3160-WRITE-ACCRUAL-ENTRY
                  END-IF
                  IF WS-AC-EMPLOYEE(WS-AC-SUB) > ZERO
                     MOVE WS-AC-EMPLOYEE(WS-AC-SUB) TO JE-AMOUNT
                     PERFORM 3160-WRITE-ACCRUAL-ENTRY
                  END-IF
               END-IF
            END-PERFORM.

       3160-WRITE-ACCRUAL-ENTRY.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE WS-CT-ACCOUNT(WS-CT-SUB) TO JE-DEBIT-ACCOUNT.
            MOVE WS-AC-FUND(WS-AC-SUB) TO JE-CREDIT-ACCOUNT.
            MOVE "PAYROLL" TO JE-SOURCE.
            MOVE PP-END-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
       END PROGRAM PAYROLL-GL-POST.
