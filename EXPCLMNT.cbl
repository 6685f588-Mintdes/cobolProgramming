      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Employee expense claims - the receipts drivers hand
      *          in for tolls, parking and emergency supplies they
      *          paid out of their own pockets. Lists the claims,
      *          enters a claim (date, category, receipt total,
      *          receipt reference and any reclaimable VAT inside the
      *          total) and has a DIFFERENT admin operator prove
      *          their USER-MASTER PIN to approve or reject it (the
      *          price-change approval pattern). Approved claims are
      *          paid by the next batch payroll run as a non-taxable
      *          reimbursement outside gross, and PAYROLL-GL-POST
      *          journals them to the expense account of the
      *          employee's cost center, with the VAT reclaimed
      *          against VAT PAYABLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-OPERATOR-NAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CLAIM-FILE.
       COPY EXPCLAIM.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  USER-MASTER-FILE.
       COPY USERMAST.

       WORKING-STORAGE SECTION.
       01  WS-EXPENSE-CLAIM-STATUS   PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-USER-MASTER-STATUS     PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-OPERATOR-NAME         PIC X(10).
           05  WS-EMPLOYEE-INPUT        PIC X(5).
           05  WS-CLAIM-NO-INPUT        PIC X(3).
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-CATEGORY-INPUT        PIC X(4).
           05  WS-AMOUNT-INPUT          PIC 9(5)V99.
           05  WS-VAT-INPUT             PIC 9(5)V99.
           05  WS-RECEIPT-INPUT         PIC X(12).
           05  WS-EMPLOYEE-OK-FLAG      PIC X.
               88  WS-EMPLOYEE-OK                 VALUE "Y".
           05  WS-NEXT-CLAIM-NO         PIC 9(3).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-CLAIM-STATE           PIC X(8).
           05  WS-AWAITING-TOTAL        PIC 9(7)V99.
           05  WS-UNPAID-TOTAL          PIC 9(7)V99.
           05  WS-APPROVE-CHOICE        PIC X.
           05  WS-ADMIN-NAME            PIC X(10).
           05  WS-ENTERED-PIN           PIC 9(4).
           05  WS-PIN-PROVED-FLAG       PIC X.
               88  WS-PIN-PROVED                 VALUE "Y".
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Employee Expense Claims ---".
            DISPLAY "Operator name: ".
            ACCEPT WS-OPERATOR-NAME.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list claims, E=enter claim, "
                  "A=approve/reject, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-CLAIMS
                  WHEN "E"
                  WHEN "e"
                     PERFORM 3000-ENTER-CLAIM
                  WHEN "A"
                  WHEN "a"
                     PERFORM 4000-APPROVE-OR-REJECT
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE EXPENSE-CLAIM-FILE.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O EXPENSE-CLAIM-FILE.
            IF WS-EXPENSE-CLAIM-STATUS = "35"
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
               OPEN I-O EXPENSE-CLAIM-FILE
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            ELSE
               DISPLAY "No EMPLOYEE-MASTER file - employee IDs will "
                  "not be verified."
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

      *> Every claim on file, with what is still waiting for a
      *> decision and what is approved but not yet paid.
       2000-LIST-CLAIMS.
            MOVE ZERO TO WS-AWAITING-TOTAL.
            MOVE ZERO TO WS-UNPAID-TOTAL.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO EX-KEY.
            START EXPENSE-CLAIM-FILE KEY >= EX-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "EMPL  NO  DATE     CAT  AMOUNT   VAT      "
               "RECEIPT      STATUS   BY".
            PERFORM UNTIL WS-LIST-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     EVALUATE TRUE
                        WHEN EX-IS-ENTERED
                           MOVE "ENTERED" TO WS-CLAIM-STATE
                           ADD EX-AMOUNT TO WS-AWAITING-TOTAL
                        WHEN EX-IS-APPROVED
                           MOVE "APPROVED" TO WS-CLAIM-STATE
                           ADD EX-AMOUNT TO WS-UNPAID-TOTAL
                        WHEN EX-IS-REJECTED
                           MOVE "REJECTED" TO WS-CLAIM-STATE
                        WHEN OTHER
                           MOVE "PAID" TO WS-CLAIM-STATE
                     END-EVALUATE
                     DISPLAY EX-EMPLOYEE-ID " " EX-CLAIM-NO " "
                        EX-EXPENSE-DATE " " EX-CATEGORY " "
                        EX-AMOUNT " " EX-VAT-AMOUNT " "
                        EX-RECEIPT-REF " " WS-CLAIM-STATE " "
                        EX-APPROVED-BY
               END-READ
            END-PERFORM.
            MOVE WS-AWAITING-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Awaiting approval " WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE WS-UNPAID-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Approved, not yet paid " WS-AMT-EDIT-ZERO-SUPPRESS.

      *> The receipt date cannot be in the future, and the VAT that
      *> can be reclaimed is part of the receipt total, never more.
       3000-ENTER-CLAIM.
            MOVE "N" TO WS-EMPLOYEE-OK-FLAG.
            IF WS-OPERATOR-NAME = SPACES
               DISPLAY "Operator name required to enter a claim."
            ELSE
               DISPLAY "Employee ID: "
               MOVE SPACES TO WS-EMPLOYEE-INPUT
               ACCEPT WS-EMPLOYEE-INPUT
               IF WS-EMPLOYEE-INPUT IS NOT NUMERIC
                  DISPLAY "Invalid employee ID - nothing entered."
               ELSE
                  MOVE "Y" TO WS-EMPLOYEE-OK-FLAG
                  PERFORM 3100-VERIFY-EMPLOYEE
               END-IF
            END-IF.
            IF WS-EMPLOYEE-OK
               PERFORM 3200-FIND-NEXT-CLAIM-NO
            END-IF.
            IF WS-EMPLOYEE-OK
               DISPLAY "Expense date (YYYYMMDD): "
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               DISPLAY "Category TOLL/PARK/SUPP/OTHR: "
               MOVE SPACES TO WS-CATEGORY-INPUT
               ACCEPT WS-CATEGORY-INPUT
               DISPLAY "Receipt total (99999.99): "
               MOVE ZERO TO WS-AMOUNT-INPUT
               ACCEPT WS-AMOUNT-INPUT
               DISPLAY "Reclaimable VAT in the total (0 if none): "
               MOVE ZERO TO WS-VAT-INPUT
               ACCEPT WS-VAT-INPUT
               DISPLAY "Receipt reference: "
               MOVE SPACES TO WS-RECEIPT-INPUT
               ACCEPT WS-RECEIPT-INPUT
               MOVE WS-CATEGORY-INPUT TO EX-CATEGORY
               EVALUATE TRUE
                  WHEN WS-DATE-INPUT IS NOT NUMERIC
                     DISPLAY "Invalid expense date - nothing entered."
                  WHEN WS-DATE-INPUT > WS-TODAY-DATE
                     DISPLAY "Expense date is in the future - "
                        "nothing entered."
                  WHEN NOT EX-CATEGORY-VALID
                     DISPLAY "Invalid category - nothing entered."
                  WHEN WS-AMOUNT-INPUT = ZERO
                     DISPLAY "Receipt total must be more than zero "
                        "- nothing entered."
                  WHEN WS-VAT-INPUT NOT < WS-AMOUNT-INPUT
                     DISPLAY "VAT must be less than the receipt "
                        "total - nothing entered."
                  WHEN WS-RECEIPT-INPUT = SPACES
                     DISPLAY "Receipt reference required - nothing "
                        "entered."
                  WHEN OTHER
                     PERFORM 3300-WRITE-NEW-CLAIM
               END-EVALUATE
            END-IF.

       3100-VERIFY-EMPLOYEE.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE WS-EMPLOYEE-INPUT TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Employee not on EMPLOYEE-MASTER - "
                        "nothing entered."
                     MOVE "N" TO WS-EMPLOYEE-OK-FLAG
                  NOT INVALID KEY
                     DISPLAY "Employee: " EM-EMPLOYEE-NAME
                        "  cost center " EM-COST-CENTER
               END-READ
            END-IF.

       3200-FIND-NEXT-CLAIM-NO.
            MOVE ZERO TO WS-NEXT-CLAIM-NO.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE WS-EMPLOYEE-INPUT TO EX-EMPLOYEE-ID.
            MOVE ZERO TO EX-CLAIM-NO.
            START EXPENSE-CLAIM-FILE KEY >= EX-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LIST-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF EX-EMPLOYEE-ID NOT = WS-EMPLOYEE-INPUT
                        MOVE "Y" TO WS-LIST-EOF-FLAG
                     ELSE
                        MOVE EX-CLAIM-NO TO WS-NEXT-CLAIM-NO
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-NEXT-CLAIM-NO = 999
               DISPLAY "Employee has used all 999 claim numbers - "
                  "nothing entered."
               MOVE "N" TO WS-EMPLOYEE-OK-FLAG
            ELSE
               ADD 1 TO WS-NEXT-CLAIM-NO
            END-IF.

       3300-WRITE-NEW-CLAIM.
            MOVE WS-EMPLOYEE-INPUT TO EX-EMPLOYEE-ID.
            MOVE WS-NEXT-CLAIM-NO TO EX-CLAIM-NO.
            MOVE WS-DATE-INPUT TO EX-EXPENSE-DATE.
            MOVE WS-CATEGORY-INPUT TO EX-CATEGORY.
            MOVE WS-AMOUNT-INPUT TO EX-AMOUNT.
            MOVE WS-VAT-INPUT TO EX-VAT-AMOUNT.
            MOVE WS-RECEIPT-INPUT TO EX-RECEIPT-REF.
            MOVE "E" TO EX-STATUS.
            MOVE WS-OPERATOR-NAME TO EX-ENTERED-BY.
            MOVE SPACES TO EX-APPROVED-BY.
            MOVE ZERO TO EX-APPROVED-DATE.
            MOVE ZERO TO EX-PAID-PERIOD.
            WRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                  DISPLAY "Claim could not be written - nothing "
                     "entered."
               NOT INVALID KEY
                  DISPLAY "Claim " EX-CLAIM-NO " entered - a second "
                     "operator must approve it before it is paid."
            END-WRITE.

      *> Two-person control: the approver must be a different
      *> operator than the one who entered the claim, hold admin
      *> rights, and prove their PIN.
       4000-APPROVE-OR-REJECT.
            DISPLAY "Employee ID: ".
            MOVE SPACES TO WS-EMPLOYEE-INPUT.
            ACCEPT WS-EMPLOYEE-INPUT.
            DISPLAY "Claim number: ".
            MOVE SPACES TO WS-CLAIM-NO-INPUT.
            ACCEPT WS-CLAIM-NO-INPUT.
            IF WS-EMPLOYEE-INPUT IS NOT NUMERIC OR
                  WS-CLAIM-NO-INPUT IS NOT NUMERIC
               DISPLAY "Invalid employee or claim number."
            ELSE
               MOVE WS-EMPLOYEE-INPUT TO EX-EMPLOYEE-ID
               MOVE WS-CLAIM-NO-INPUT TO EX-CLAIM-NO
               READ EXPENSE-CLAIM-FILE
                  INVALID KEY
                     DISPLAY "No such claim."
                  NOT INVALID KEY
                     IF NOT EX-IS-ENTERED
                        DISPLAY "Claim is not awaiting approval "
                           "(status " EX-STATUS ") - nothing to do."
                     ELSE
                        PERFORM 4100-WORK-ENTERED-CLAIM
                     END-IF
               END-READ
            END-IF.

       4100-WORK-ENTERED-CLAIM.
            DISPLAY "Claim " EX-EMPLOYEE-ID "/" EX-CLAIM-NO ": "
               EX-CATEGORY " " EX-EXPENSE-DATE " amount " EX-AMOUNT
               " VAT " EX-VAT-AMOUNT " receipt " EX-RECEIPT-REF
               " (by " EX-ENTERED-BY ").".
            DISPLAY "Approving operator name: ".
            ACCEPT WS-ADMIN-NAME.
            IF WS-ADMIN-NAME = EX-ENTERED-BY
               DISPLAY "The operator who entered a claim cannot "
                  "approve it."
            ELSE
               PERFORM 4200-PROVE-ADMIN-PIN
               IF WS-PIN-PROVED
                  DISPLAY "(A)pprove or (R)eject? "
                  ACCEPT WS-APPROVE-CHOICE
                  MOVE WS-ADMIN-NAME TO EX-APPROVED-BY
                  MOVE WS-TODAY-DATE TO EX-APPROVED-DATE
                  IF WS-APPROVE-CHOICE = "A" OR
                        WS-APPROVE-CHOICE = "a"
                     MOVE "A" TO EX-STATUS
                     REWRITE EXPENSE-CLAIM-RECORD
                     DISPLAY "Approved - the next payroll run "
                        "reimburses it."
                  ELSE
                     MOVE "R" TO EX-STATUS
                     REWRITE EXPENSE-CLAIM-RECORD
                     DISPLAY "Rejected."
                  END-IF
               END-IF
            END-IF.

       4200-PROVE-ADMIN-PIN.
            MOVE "N" TO WS-PIN-PROVED-FLAG.
            OPEN I-O USER-MASTER-FILE.
            IF WS-USER-MASTER-STATUS NOT = "00"
               DISPLAY "No USER-MASTER file - no approval possible."
            ELSE
               MOVE WS-ADMIN-NAME TO UM-OPERATOR-NAME
               READ USER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Unknown operator - no approval."
                  NOT INVALID KEY
                     PERFORM 4250-CHECK-PIN
               END-READ
               CLOSE USER-MASTER-FILE
            END-IF.

       4250-CHECK-PIN.
            IF NOT UM-IS-ADMIN
               DISPLAY "Operator is not an admin - no approval."
            ELSE
            IF UM-IS-LOCKED
               DISPLAY "Operator is LOCKED OUT - no approval."
            ELSE
               DISPLAY "Enter PIN: "
               ACCEPT WS-ENTERED-PIN
               IF WS-ENTERED-PIN = UM-ADMIN-PIN
                  MOVE ZERO TO UM-FAILED-ATTEMPTS
                  REWRITE USER-MASTER-RECORD
                  MOVE "Y" TO WS-PIN-PROVED-FLAG
               ELSE
                  ADD 1 TO UM-FAILED-ATTEMPTS
                  DISPLAY "Incorrect PIN - no approval."
                  IF UM-FAILED-ATTEMPTS >= 3
                     MOVE "Y" TO UM-LOCKED-FLAG
                     DISPLAY "Three failures - operator locked out."
                  END-IF
                  REWRITE USER-MASTER-RECORD
               END-IF
            END-IF
            END-IF.
       END PROGRAM EXPENSE-CLAIM-MAINT.
