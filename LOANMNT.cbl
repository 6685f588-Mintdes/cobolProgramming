      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Salary advance and staff loan register - lists the
      *          loan book, issues an advance or loan to an employee
      *          (amount lent and the instalment each pay period takes
      *          back), changes an open loan's instalment, and writes
      *          off what cannot be recovered. The batch payroll run
      *          recovers the instalments alongside the DEDMAST
      *          deductions and the off-cycle final pay takes any
      *          balance left. An issue journals EMPLOYEE ADVANCES
      *          1400 against BANK 1100 (the check that pays it) and a
      *          write-off moves the balance to PAYROLL EXPENSE 5000,
      *          so the outstanding book sits in the ledger as a
      *          receivable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-LOAN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-LOAN-FILE ASSIGN TO "LOANREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-EMPLOYEE-LOAN-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-LOAN-FILE.
       COPY LOANREG.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-LOAN-STATUS   PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-EMPLOYEE-INPUT        PIC X(5).
           05  WS-LOAN-NO-INPUT         PIC XX.
           05  WS-TYPE-INPUT            PIC X.
           05  WS-AMOUNT-INPUT          PIC 9(5)V99.
           05  WS-INSTALMENT-INPUT      PIC 9(5)V99.
           05  WS-EMPLOYEE-OK-FLAG      PIC X.
               88  WS-EMPLOYEE-OK                 VALUE "Y".
           05  WS-LOAN-FOUND-FLAG       PIC X.
               88  WS-LOAN-FOUND                  VALUE "Y".
           05  WS-NEXT-LOAN-NO          PIC 99.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-LOAN-STATE            PIC X(11).
           05  WS-BOOK-TOTAL            PIC 9(7)V99.
           05  WS-OPEN-LOANS            PIC 9(5).
           05  WS-WRITE-OFF-AMT         PIC 9(5)V99.
       01  WS-JOURNAL-FIELDS.
           05  WS-JE-DEBIT              PIC 9(4).
           05  WS-JE-CREDIT             PIC 9(4).
           05  WS-JE-AMOUNT             PIC 9(7)V99.
           05  WS-JE-SOURCE             PIC X(10).
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Salary Advances and Staff Loans ---".
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list loan book, I=issue advance/loan, "
                  "C=change instalment, W=write off, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-LOAN-BOOK
                  WHEN "I"
                  WHEN "i"
                     PERFORM 3000-ISSUE-LOAN
                  WHEN "C"
                  WHEN "c"
                     PERFORM 4000-CHANGE-INSTALMENT
                  WHEN "W"
                  WHEN "w"
                     PERFORM 5000-WRITE-OFF-LOAN
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE EMPLOYEE-LOAN-FILE.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O EMPLOYEE-LOAN-FILE.
            IF WS-EMPLOYEE-LOAN-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-LOAN-FILE
               CLOSE EMPLOYEE-LOAN-FILE
               OPEN I-O EMPLOYEE-LOAN-FILE
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            ELSE
               DISPLAY "No EMPLOYEE-MASTER file - employee IDs will "
                  "not be verified."
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

      *> Every loan on the register, with the open balances summed
      *> into the loan book the ledger's 1400 should agree with.
       2000-LIST-LOAN-BOOK.
            MOVE ZERO TO WS-BOOK-TOTAL.
            MOVE ZERO TO WS-OPEN-LOANS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO LN-KEY.
            START EMPLOYEE-LOAN-FILE KEY >= LN-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "EMPL  NO T ISSUED   LENT     INSTAL   BALANCE  "
               "STATUS".
            PERFORM UNTIL WS-LIST-EOF
               READ EMPLOYEE-LOAN-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     EVALUATE TRUE
                        WHEN LN-IS-OPEN
                           MOVE "OPEN" TO WS-LOAN-STATE
                           ADD LN-BALANCE TO WS-BOOK-TOTAL
                           ADD 1 TO WS-OPEN-LOANS
                        WHEN LN-IS-CLOSED
                           MOVE "REPAID" TO WS-LOAN-STATE
                        WHEN OTHER
                           MOVE "WRITTEN OFF" TO WS-LOAN-STATE
                     END-EVALUATE
                     DISPLAY LN-EMPLOYEE-ID " " LN-LOAN-NO " "
                        LN-LOAN-TYPE " " LN-ISSUE-DATE " "
                        LN-AMOUNT-LENT " " LN-INSTALMENT " "
                        LN-BALANCE " " WS-LOAN-STATE
               END-READ
            END-PERFORM.
            MOVE WS-BOOK-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Open loans " WS-OPEN-LOANS "  outstanding "
               WS-AMT-EDIT-ZERO-SUPPRESS.

       2500-ACCEPT-EMPLOYEE.
            MOVE "N" TO WS-EMPLOYEE-OK-FLAG.
            DISPLAY "Employee ID: ".
            MOVE SPACES TO WS-EMPLOYEE-INPUT.
            ACCEPT WS-EMPLOYEE-INPUT.
            IF WS-EMPLOYEE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid employee ID - nothing changed."
            ELSE
               MOVE "Y" TO WS-EMPLOYEE-OK-FLAG
            END-IF.

       2600-ACCEPT-LOAN-KEY.
            MOVE "N" TO WS-LOAN-FOUND-FLAG.
            PERFORM 2500-ACCEPT-EMPLOYEE.
            IF WS-EMPLOYEE-OK
               DISPLAY "Loan number: "
               MOVE SPACES TO WS-LOAN-NO-INPUT
               ACCEPT WS-LOAN-NO-INPUT
               IF WS-LOAN-NO-INPUT IS NOT NUMERIC
                  DISPLAY "Invalid loan number - nothing changed."
               ELSE
                  MOVE WS-EMPLOYEE-INPUT TO LN-EMPLOYEE-ID
                  MOVE WS-LOAN-NO-INPUT TO LN-LOAN-NO
                  READ EMPLOYEE-LOAN-FILE
                     INVALID KEY
                        DISPLAY "Loan not on file - nothing changed."
                     NOT INVALID KEY
                        IF LN-IS-OPEN
                           MOVE "Y" TO WS-LOAN-FOUND-FLAG
                           DISPLAY "Lent " LN-AMOUNT-LENT
                              "  instalment " LN-INSTALMENT
                              "  balance " LN-BALANCE
                        ELSE
                           DISPLAY "Loan is no longer open - "
                              "nothing changed."
                        END-IF
                  END-READ
               END-IF
            END-IF.

      *> A leaver cannot be lent money, and the instalment must be
      *> more than nothing and no more than the amount lent.
       3000-ISSUE-LOAN.
            PERFORM 2500-ACCEPT-EMPLOYEE.
            IF WS-EMPLOYEE-OK
               PERFORM 3100-VERIFY-EMPLOYEE
            END-IF.
            IF WS-EMPLOYEE-OK
               PERFORM 3200-FIND-NEXT-LOAN-NO
            END-IF.
            IF WS-EMPLOYEE-OK
               DISPLAY "A=salary advance, L=staff loan: "
               MOVE SPACES TO WS-TYPE-INPUT
               ACCEPT WS-TYPE-INPUT
               DISPLAY "Amount lent (99999.99): "
               MOVE ZERO TO WS-AMOUNT-INPUT
               ACCEPT WS-AMOUNT-INPUT
               DISPLAY "Instalment per pay period (99999.99): "
               MOVE ZERO TO WS-INSTALMENT-INPUT
               ACCEPT WS-INSTALMENT-INPUT
               MOVE WS-TYPE-INPUT TO LN-LOAN-TYPE
               IF NOT LN-LOAN-TYPE-VALID OR
                     WS-AMOUNT-INPUT = ZERO OR
                     WS-INSTALMENT-INPUT = ZERO OR
                     WS-INSTALMENT-INPUT > WS-AMOUNT-INPUT
                  DISPLAY "Invalid type, amount or instalment - "
                     "nothing issued."
               ELSE
                  PERFORM 3300-WRITE-NEW-LOAN
               END-IF
            END-IF.

       3100-VERIFY-EMPLOYEE.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE WS-EMPLOYEE-INPUT TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Employee not on EMPLOYEE-MASTER - "
                        "nothing issued."
                     MOVE "N" TO WS-EMPLOYEE-OK-FLAG
                  NOT INVALID KEY
                     DISPLAY "Employee: " EM-EMPLOYEE-NAME
                     IF EM-IS-TERMINATED
                        DISPLAY "Employee terminated " EM-TERM-DATE
                           " - nothing issued."
                        MOVE "N" TO WS-EMPLOYEE-OK-FLAG
                     END-IF
               END-READ
            END-IF.

       3200-FIND-NEXT-LOAN-NO.
            MOVE ZERO TO WS-NEXT-LOAN-NO.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE WS-EMPLOYEE-INPUT TO LN-EMPLOYEE-ID.
            MOVE ZERO TO LN-LOAN-NO.
            START EMPLOYEE-LOAN-FILE KEY >= LN-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LIST-EOF
               READ EMPLOYEE-LOAN-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF LN-EMPLOYEE-ID NOT = WS-EMPLOYEE-INPUT
                        MOVE "Y" TO WS-LIST-EOF-FLAG
                     ELSE
                        MOVE LN-LOAN-NO TO WS-NEXT-LOAN-NO
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-NEXT-LOAN-NO = 99
               DISPLAY "Employee has used all 99 loan numbers - "
                  "nothing issued."
               MOVE "N" TO WS-EMPLOYEE-OK-FLAG
            ELSE
               ADD 1 TO WS-NEXT-LOAN-NO
            END-IF.

       3300-WRITE-NEW-LOAN.
            MOVE WS-EMPLOYEE-INPUT TO LN-EMPLOYEE-ID.
            MOVE WS-NEXT-LOAN-NO TO LN-LOAN-NO.
            MOVE WS-TYPE-INPUT TO LN-LOAN-TYPE.
            MOVE WS-TODAY-DATE TO LN-ISSUE-DATE.
            MOVE WS-AMOUNT-INPUT TO LN-AMOUNT-LENT.
            MOVE WS-INSTALMENT-INPUT TO LN-INSTALMENT.
            MOVE WS-AMOUNT-INPUT TO LN-BALANCE.
            MOVE "O" TO LN-STATUS.
            MOVE ZERO TO LN-LAST-PERIOD.
            MOVE ZERO TO LN-LAST-RECOVERED.
            WRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                  DISPLAY "Loan could not be written - nothing "
                     "issued."
               NOT INVALID KEY
                  MOVE 1400 TO WS-JE-DEBIT
                  MOVE 1100 TO WS-JE-CREDIT
                  MOVE LN-AMOUNT-LENT TO WS-JE-AMOUNT
                  MOVE "LOANISSUE" TO WS-JE-SOURCE
                  PERFORM 8000-WRITE-JOURNAL-ENTRY
                  DISPLAY "Loan " LN-LOAN-NO " issued for "
                     LN-AMOUNT-LENT " - pay it by check as usual."
            END-WRITE.

       4000-CHANGE-INSTALMENT.
            PERFORM 2600-ACCEPT-LOAN-KEY.
            IF WS-LOAN-FOUND
               DISPLAY "New instalment per pay period (99999.99): "
               MOVE ZERO TO WS-INSTALMENT-INPUT
               ACCEPT WS-INSTALMENT-INPUT
               IF WS-INSTALMENT-INPUT = ZERO
                  DISPLAY "Instalment must be more than zero - "
                     "nothing changed."
               ELSE
                  MOVE WS-INSTALMENT-INPUT TO LN-INSTALMENT
                  REWRITE EMPLOYEE-LOAN-RECORD
                  DISPLAY "Instalment changed."
               END-IF
            END-IF.

      *> What cannot be recovered leaves the receivable as a wage
      *> cost, so the ledger loan book and the register still agree.
       5000-WRITE-OFF-LOAN.
            PERFORM 2600-ACCEPT-LOAN-KEY.
            IF WS-LOAN-FOUND
               MOVE LN-BALANCE TO WS-WRITE-OFF-AMT
               MOVE ZERO TO LN-BALANCE
               MOVE "W" TO LN-STATUS
               REWRITE EMPLOYEE-LOAN-RECORD
               IF WS-WRITE-OFF-AMT > ZERO
                  MOVE 5000 TO WS-JE-DEBIT
                  MOVE 1400 TO WS-JE-CREDIT
                  MOVE WS-WRITE-OFF-AMT TO WS-JE-AMOUNT
                  MOVE "LOANWOFF" TO WS-JE-SOURCE
                  PERFORM 8000-WRITE-JOURNAL-ENTRY
               END-IF
               DISPLAY "Loan written off - " WS-WRITE-OFF-AMT
                  " charged to payroll expense."
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so EMPLOYEE ADVANCES is added as a zero-balance asset the
      *> first time a loan touches the ledger.
       8000-WRITE-JOURNAL-ENTRY.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 1400 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1400 TO CA-ACCOUNT-NO
                     MOVE "EMPLOYEE ADVANCES" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE "D" TO JE-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO JE-ENTRY-DATE.
            MOVE WS-JE-DEBIT TO JE-DEBIT-ACCOUNT.
            MOVE WS-JE-CREDIT TO JE-CREDIT-ACCOUNT.
            MOVE WS-JE-AMOUNT TO JE-AMOUNT.
            MOVE WS-JE-SOURCE TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
       END PROGRAM EMPLOYEE-LOAN-MAINT.
