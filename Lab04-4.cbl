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
       FD  EMPLOYEE-MASTER-FILE.
       COPY PAYRHIST.
       FD  RETRO-ADJUSTMENT-FILE.
       COPY RETROADJ.
       FD  DRIVER-INCENTIVE-FILE.
       COPY DRVINC.
       FD  EMPLOYEE-LOAN-FILE.
       COPY LOANREG.
       FD  EXPENSE-CLAIM-FILE.
       COPY EXPCLAIM.

       WORKING-STORAGE SECTION.
       01  RAW-DATA.
               10  WS-DED-CODE              PIC X(4).
               10  WS-DED-AMOUNT            PIC 9(5)V99.
               10  WS-DED-PRIORITY          PIC 99.
               10  WS-DED-LOAN-NO           PIC 99.
       01  WS-DED-COUNT                     PIC 9.
       01  WS-SCHEME-WORK.
           05  WS-SC-ENTRY OCCURS 5 TIMES INDEXED BY WS-SC-IDX.
               10  WS-SC-CODE               PIC X(4).
               10  WS-SC-WAGE               PIC 9(7)V99.
               10  WS-SC-EMPLOYEE           PIC 9(5)V99.
               10  WS-SC-EMPLOYER           PIC 9(5)V99.
               10  WS-SC-ACCOUNT            PIC 9(4).
       01  WS-SC-COUNT                      PIC 9.
       01  WS-CONTRIB-WAGE                  PIC 9(7)V99.
       01  WS-DED-SUB                       PIC 9.
       01  WS-DED-TOTAL                     PIC 9(6)V99.
       01  WS-DED-AVAILABLE                 PIC 9(6)V99.
           88  WS-RATE-PAST-FOUND                 VALUE "Y".
       01  WS-RETRO-EOF-FLAG                PIC X.
           88  WS-RETRO-EOF                       VALUE "Y".
      *> Route-driver incentives waiting on DRVINC.DAT are paid the
      *> way retro adjustments are: into gross, taxed with it.
       01  WS-DRIVER-INCENTIVE-STATUS       PIC XX.
       01  WS-INCENTIVE-OPEN-FLAG           PIC X VALUE "N".
           88  WS-INCENTIVE-FILE-OPEN             VALUE "Y".
       01  WS-INCENTIVE-EOF-FLAG            PIC X.
           88  WS-INCENTIVE-EOF                   VALUE "Y".
       01  WS-INCENTIVE-PAY                 PIC 9(5)V99.
       01  WS-EMPLOYEE-LOAN-STATUS          PIC XX.
       01  WS-LOAN-OPEN-FLAG                PIC X VALUE "N".
           88  WS-LOAN-FILE-OPEN                  VALUE "Y".
       01  WS-LOAN-EOF-FLAG                 PIC X.
           88  WS-LOAN-EOF                        VALUE "Y".
      *> Approved expense claims are reimbursed outside gross: no
      *> tax, no deductions, straight onto net.
       01  WS-EXPENSE-CLAIM-STATUS          PIC XX.
       01  WS-CLAIM-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CLAIM-FILE-OPEN                 VALUE "Y".
       01  WS-CLAIM-EOF-FLAG                PIC X.
           88  WS-CLAIM-EOF                       VALUE "Y".
       01  WS-REIMBURSE-PAY                 PIC 9(5)V99.
       01  WS-REIMBURSE-VAT                 PIC 9(5)V99.
       01  WS-NIGHT-PREMIUM-PCT             PIC 999  VALUE 25.
       01  WS-NIGHT-MINUTES                 PIC S9(7).
       01  WS-NIGHT-HOURS                   PIC 99V99.
            IF WS-RETRO-ADJUSTMENT-STATUS = "00"
               CLOSE RETRO-ADJUSTMENT-FILE
            END-IF.
            IF WS-INCENTIVE-FILE-OPEN
               CLOSE DRIVER-INCENTIVE-FILE
            END-IF.
            IF WS-LOAN-FILE-OPEN
               CLOSE EMPLOYEE-LOAN-FILE
            END-IF.
            IF WS-CLAIM-FILE-OPEN
               CLOSE EXPENSE-CLAIM-FILE
            END-IF.
            PERFORM 2080-STAMP-PERIOD-POSTED.

      *> The punch-edit gate: the LAST edit-status row for the
               CLOSE RETRO-ADJUSTMENT-FILE
               OPEN I-O RETRO-ADJUSTMENT-FILE
            END-IF.
            OPEN I-O DRIVER-INCENTIVE-FILE.
            IF WS-DRIVER-INCENTIVE-STATUS = "00"
               MOVE "Y" TO WS-INCENTIVE-OPEN-FLAG
            END-IF.
            OPEN I-O EMPLOYEE-LOAN-FILE.
            IF WS-EMPLOYEE-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OPEN-FLAG
            END-IF.
            OPEN I-O EXPENSE-CLAIM-FILE.
            IF WS-EXPENSE-CLAIM-STATUS = "00"
               MOVE "Y" TO WS-CLAIM-OPEN-FLAG
            END-IF.

       2200-PAY-ONE-EMPLOYEE.
            IF EM-IS-TERMINATED

       2270-PAY-AND-ACCUMULATE.
            PERFORM 2275-ADD-OPEN-RETRO.
            PERFORM 2280-ADD-OPEN-INCENTIVE.
            MOVE WS-CURRENT-YEAR TO TC-TAX-YEAR.
            MOVE WS-GROSS-PAY TO TC-GROSS-PAY.
            MOVE EM-ALLOWANCES TO TC-ALLOWANCES.
                  " - flat-rate withholding applied."
            END-IF.
            PERFORM 2500-GATHER-DEDUCTIONS.
            PERFORM 2530-GATHER-LOAN-INSTALMENTS.
            PERFORM 2520-APPLY-DEDUCTIONS.
            PERFORM 2540-POST-LOAN-RECOVERIES.
            PERFORM 2550-SETTLE-SCHEME-SHARES.
            PERFORM 2285-ADD-APPROVED-CLAIMS.
            COMPUTE WS-NET-PAY ROUNDED =
               WS-GROSS-PAY - WS-WITHHOLDING-AMT - WS-DED-TOTAL
               + WS-REIMBURSE-PAY.
            MOVE WS-GROSS-PAY TO DISPLAY-GROSS-PAY.
            MOVE WS-NET-PAY TO DISPLAY-NET-PAY.
            DISPLAY EM-EMPLOYEE-ID "  " EM-EMPLOYEE-NAME
               END-PERFORM
            END-IF.

       2280-ADD-OPEN-INCENTIVE.
            MOVE ZERO TO WS-INCENTIVE-PAY.
            IF WS-INCENTIVE-FILE-OPEN
               MOVE "N" TO WS-INCENTIVE-EOF-FLAG
               MOVE LOW-VALUES TO DI-KEY
               MOVE EM-EMPLOYEE-ID TO DI-EMPLOYEE-ID
               START DRIVER-INCENTIVE-FILE KEY >= DI-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-INCENTIVE-EOF-FLAG
               END-START
               PERFORM UNTIL WS-INCENTIVE-EOF
                  READ DRIVER-INCENTIVE-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-INCENTIVE-EOF-FLAG
                     NOT AT END
                        IF DI-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                           MOVE "Y" TO WS-INCENTIVE-EOF-FLAG
                        ELSE
                           IF DI-IS-OPEN
                              ADD DI-AMOUNT TO WS-INCENTIVE-PAY
                              ADD DI-AMOUNT TO WS-GROSS-PAY
                              MOVE "P" TO DI-STATUS
                              MOVE WS-PERIOD-INPUT
                                 TO DI-PAID-PERIOD
                              REWRITE DRIVER-INCENTIVE-RECORD
                              DISPLAY "  DRIVER INCENTIVE "
                                 DI-AMOUNT " added to gross"
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> Approved claims are paid whole and stamped with this period,
      *> after the deductions have had their cap worked out on the
      *> taxable pay alone.
       2285-ADD-APPROVED-CLAIMS.
            MOVE ZERO TO WS-REIMBURSE-PAY.
            MOVE ZERO TO WS-REIMBURSE-VAT.
            IF WS-CLAIM-FILE-OPEN
               MOVE "N" TO WS-CLAIM-EOF-FLAG
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
                              MOVE WS-PERIOD-INPUT
                                 TO EX-PAID-PERIOD
                              REWRITE EXPENSE-CLAIM-RECORD
                              DISPLAY "  EXPENSE CLAIM "
                                 EX-CLAIM-NO " " EX-AMOUNT
                                 " reimbursed"
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       2300-UPDATE-YTD-PAYROLL.
            MOVE EM-EMPLOYEE-ID TO YP-EMPLOYEE-ID.
            MOVE WS-CURRENT-YEAR TO YP-YEAR.
            MOVE "R" TO PD-RUN-TYPE.
            MOVE EM-COST-CENTER TO PD-COST-CENTER.
            MOVE WS-HOURS-WORKED TO PD-HOURS-WORKED.
            MOVE WS-INCENTIVE-PAY TO PD-INCENTIVE-PAY.
            MOVE WS-REIMBURSE-PAY TO PD-REIMBURSEMENT.
            MOVE WS-REIMBURSE-VAT TO PD-REIMBURSE-VAT.
            MOVE WS-CURRENT-DATE TO PD-PAY-DATE.
            MOVE SPACES TO PD-DEDUCTION-TABLE.
            PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               MOVE WS-DED-AMOUNT(WS-DED-SUB)
                  TO PD-DEDUCT-AMOUNT(WS-DED-SUB)
            END-PERFORM.
            MOVE SPACES TO PD-SCHEME-TABLE.
            PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               MOVE WS-SC-ENTRY(WS-SC-IDX)
                  TO PD-SCHEME-ENTRY(WS-SC-IDX)
            END-PERFORM.
            WRITE PAY-DETAIL-RECORD.
            ADD 1 TO WS-PAY-DETAIL-COUNT.

      *> master priority, lowest first.
       2500-GATHER-DEDUCTIONS.
            MOVE ZERO TO WS-DED-COUNT.
            MOVE ZERO TO WS-SC-COUNT.
            MOVE "N" TO WS-ENROLL-EOF-FLAG.
            IF WS-DEDUCTION-ENROLL-STATUS NOT = "00" OR
                  WS-DEDUCTION-CODE-STATUS NOT = "00"
                  SET WS-DED-IDX TO WS-DED-COUNT
                  MOVE DM-DEDUCT-CODE TO WS-DED-CODE(WS-DED-IDX)
                  MOVE DM-PRIORITY TO WS-DED-PRIORITY(WS-DED-IDX)
                  MOVE ZERO TO WS-DED-LOAN-NO(WS-DED-IDX)
                  IF DM-WAGE-CEILING > ZERO AND
                        WS-GROSS-PAY > DM-WAGE-CEILING
                     MOVE DM-WAGE-CEILING TO WS-CONTRIB-WAGE
                  ELSE
                     MOVE WS-GROSS-PAY TO WS-CONTRIB-WAGE
                  END-IF
                  IF DE-OVERRIDE-AMOUNT > ZERO
                     MOVE DE-OVERRIDE-AMOUNT
                        TO WS-DED-AMOUNT(WS-DED-IDX)
                  ELSE
                     IF DM-IS-PERCENT
                        COMPUTE WS-DED-AMOUNT(WS-DED-IDX) ROUNDED =
                           WS-CONTRIB-WAGE * DM-AMOUNT / 100
                     ELSE
                        MOVE DM-AMOUNT TO WS-DED-AMOUNT(WS-DED-IDX)
                     END-IF
                  END-IF
                  IF DM-EMPLOYER-PCT > ZERO
                     PERFORM 2512-ADD-SCHEME-ENTRY
                  END-IF
            END-READ.

      *> A contribution scheme's employer share is worked on the
      *> same ceilinged wage as the employee's, whatever the draw-
      *> down later leaves of the employee share - the employer
      *> owes the fund regardless.
       2512-ADD-SCHEME-ENTRY.
            ADD 1 TO WS-SC-COUNT.
            SET WS-SC-IDX TO WS-SC-COUNT.
            MOVE DM-DEDUCT-CODE TO WS-SC-CODE(WS-SC-IDX).
            MOVE WS-CONTRIB-WAGE TO WS-SC-WAGE(WS-SC-IDX).
            MOVE ZERO TO WS-SC-EMPLOYEE(WS-SC-IDX).
            COMPUTE WS-SC-EMPLOYER(WS-SC-IDX) ROUNDED =
               WS-CONTRIB-WAGE * DM-EMPLOYER-PCT / 100.
            IF DM-FUND-ACCOUNT > ZERO
               MOVE DM-FUND-ACCOUNT TO WS-SC-ACCOUNT(WS-SC-IDX)
            ELSE
               MOVE 2700 TO WS-SC-ACCOUNT(WS-SC-IDX)
            END-IF.

       2515-SORT-BY-PRIORITY.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX >= WS-DED-COUNT
                  FROM WS-DED-AVAILABLE
            END-PERFORM.

      *> Each open advance or loan joins the deduction table under
      *> code LOAN after the DEDMAST codes are sorted, so it draws
      *> down last; the instalment never takes more than the loan
      *> still owes. A loan already recovered for this period (a
      *> rerun) is left alone.
       2530-GATHER-LOAN-INSTALMENTS.
            IF WS-LOAN-FILE-OPEN
               MOVE "N" TO WS-LOAN-EOF-FLAG
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
                                 LN-LAST-PERIOD NOT = WS-PERIOD-INPUT
                              PERFORM 2535-ADD-ONE-INSTALMENT
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       2535-ADD-ONE-INSTALMENT.
            IF WS-DED-COUNT < 5
               ADD 1 TO WS-DED-COUNT
               SET WS-DED-IDX TO WS-DED-COUNT
               MOVE "LOAN" TO WS-DED-CODE(WS-DED-IDX)
               MOVE 99 TO WS-DED-PRIORITY(WS-DED-IDX)
               MOVE LN-LOAN-NO TO WS-DED-LOAN-NO(WS-DED-IDX)
               IF LN-INSTALMENT > LN-BALANCE
                  MOVE LN-BALANCE TO WS-DED-AMOUNT(WS-DED-IDX)
               ELSE
                  MOVE LN-INSTALMENT TO WS-DED-AMOUNT(WS-DED-IDX)
               END-IF
            ELSE
               DISPLAY "  LOAN " LN-LOAN-NO " not recovered - "
                  "deduction table full this period."
            END-IF.

      *> After the draw-down, each loan gives up what was actually
      *> taken; the period and amount are kept on the loan so a
      *> reversal of this pay can put them back.
       2540-POST-LOAN-RECOVERIES.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-LOAN-NO(WS-DED-IDX) > ZERO AND
                     WS-DED-AMOUNT(WS-DED-IDX) > ZERO
                  MOVE EM-EMPLOYEE-ID TO LN-EMPLOYEE-ID
                  MOVE WS-DED-LOAN-NO(WS-DED-IDX) TO LN-LOAN-NO
                  READ EMPLOYEE-LOAN-FILE
                     INVALID KEY
                        DISPLAY "  LOAN " LN-LOAN-NO
                           " missing from the loan register."
                     NOT INVALID KEY
                        SUBTRACT WS-DED-AMOUNT(WS-DED-IDX)
                           FROM LN-BALANCE
                        MOVE WS-PERIOD-INPUT TO LN-LAST-PERIOD
                        MOVE WS-DED-AMOUNT(WS-DED-IDX)
                           TO LN-LAST-RECOVERED
                        IF LN-BALANCE = ZERO
                           MOVE "C" TO LN-STATUS
                        END-IF
                        REWRITE EMPLOYEE-LOAN-RECORD
                        DISPLAY "  LOAN " LN-LOAN-NO " recovered "
                           WS-DED-AMOUNT(WS-DED-IDX) " - balance "
                           LN-BALANCE
                  END-READ
               END-IF
            END-PERFORM.

      *> The employee share a scheme records is what the draw-down
      *> actually took for its code.
       2550-SETTLE-SCHEME-SHARES.
            PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                  UNTIL WS-DED-IDX > WS-DED-COUNT
                  IF WS-DED-CODE(WS-DED-IDX) = WS-SC-CODE(WS-SC-IDX)
                     MOVE WS-DED-AMOUNT(WS-DED-IDX)
                        TO WS-SC-EMPLOYEE(WS-SC-IDX)
                  END-IF
               END-PERFORM
            END-PERFORM.

       2400-ACCRUE-LEAVE.
            IF WS-LEAVE-BALANCE-STATUS = "00"
               MOVE EM-EMPLOYEE-ID TO LV-EMPLOYEE-ID
