      *          each employee's enrollments, including the per-
      *          employee override a garnishment order needs. The
      *          batch payroll run applies whatever is active here
      *          after tax. A contribution scheme also keeps the
      *          employer's matching rate, the wage ceiling and the
      *          fund liability account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "CODE DESCRIPTION          M AMOUNT    PRI "
               "ER-PCT CEILING    FUND".
            PERFORM UNTIL WS-LIST-EOF
               READ DEDUCTION-CODE-FILE NEXT RECORD
                  AT END
                  NOT AT END
                     DISPLAY DM-DEDUCT-CODE " " DM-DESCRIPTION
                        " " DM-METHOD " " DM-AMOUNT "  "
                        DM-PRIORITY "  " DM-EMPLOYER-PCT " "
                        DM-WAGE-CEILING " " DM-FUND-ACCOUNT
               END-READ
            END-PERFORM.

       3000-ADD-OR-UPDATE-CODE.
            DISPLAY "Deduction code (4 chars): ".
            ACCEPT WS-CODE-INPUT.
      *> LOAN is the code the payroll run stamps on staff loan
      *> instalments, so it cannot also be a deduction master code.
            EVALUATE TRUE
               WHEN WS-CODE-INPUT = SPACES
                  DISPLAY "Blank code - nothing changed."
               WHEN WS-CODE-INPUT = "LOAN"
                  DISPLAY "LOAN is reserved for staff loan "
                     "instalments - nothing changed."
               WHEN OTHER
                  PERFORM 3050-ADD-OR-UPDATE-ONE-CODE
            END-EVALUATE.

       3050-ADD-OR-UPDATE-ONE-CODE.
            MOVE WS-CODE-INPUT TO DM-DEDUCT-CODE
            READ DEDUCTION-CODE-FILE
               INVALID KEY
                  MOVE WS-CODE-INPUT TO DM-DEDUCT-CODE
                  PERFORM 3100-CAPTURE-CODE-FIELDS
                  WRITE DEDUCTION-CODE-RECORD
                  DISPLAY "Code added."
               NOT INVALID KEY
                  DISPLAY "Current: " DM-DESCRIPTION " "
                     DM-METHOD " " DM-AMOUNT
                  PERFORM 3100-CAPTURE-CODE-FIELDS
                  REWRITE DEDUCTION-CODE-RECORD
                  DISPLAY "Code updated."
            END-READ.

       3100-CAPTURE-CODE-FIELDS.
            DISPLAY "Description: ".
            ACCEPT DM-AMOUNT.
            DISPLAY "Priority (01 taken first): ".
            ACCEPT DM-PRIORITY.
            DISPLAY "Employer matching percent (00.00 if not a "
               "contribution scheme): ".
            MOVE ZERO TO DM-EMPLOYER-PCT.
            ACCEPT DM-EMPLOYER-PCT.
            DISPLAY "Wage ceiling per pay (9999999.99, 0 = none): ".
            MOVE ZERO TO DM-WAGE-CEILING.
            ACCEPT DM-WAGE-CEILING.
            DISPLAY "Fund liability account (0 = 2700): ".
            MOVE ZERO TO DM-FUND-ACCOUNT.
            ACCEPT DM-FUND-ACCOUNT.

       4000-LIST-ENROLLMENTS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
