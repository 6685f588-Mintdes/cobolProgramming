               WRITE PRINT-LINE
            END-IF.

            IF PD-INCENTIVE-PAY IS NUMERIC AND
                  PD-INCENTIVE-PAY > ZERO
               MOVE PD-INCENTIVE-PAY TO WS-CUR-EDIT-DOLLAR-FIXED
               MOVE SPACES TO PRINT-LINE
               STRING "  OF WHICH DRIVER INCENTIVE: "
                  WS-CUR-EDIT-DOLLAR-FIXED
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.

            MOVE PD-WITHHOLDING TO WS-CUR-EDIT-DEBIT.
            MOVE SPACES TO PRINT-LINE.
            STRING "THIS PERIOD WITHHOLDING:  " WS-CUR-EDIT-DEBIT
               END-IF
            END-PERFORM.

            IF PD-REIMBURSEMENT IS NUMERIC AND
                  PD-REIMBURSEMENT > ZERO
               MOVE PD-REIMBURSEMENT TO WS-CUR-EDIT-CREDIT
               MOVE SPACES TO PRINT-LINE
               STRING "EXPENSES REIMBURSED:      " WS-CUR-EDIT-CREDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.

            MOVE PD-NET-PAY TO WS-CUR-EDIT-CREDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING "THIS PERIOD NET:          " WS-CUR-EDIT-CREDIT
