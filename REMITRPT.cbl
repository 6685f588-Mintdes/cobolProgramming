            PERFORM 3000-PRINT-REPORT.
            GOBACK.

      *> Staff loan instalments (code LOAN) go back to the company's
      *> own receivable, so there is nobody to remit them to.
       2000-TOTAL-ONE-ROW.
            PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
               IF PD-DEDUCT-CODE(WS-DED-SUB) NOT = SPACES AND
                     PD-DEDUCT-CODE(WS-DED-SUB) NOT = "LOAN"
                  PERFORM 2100-ADD-ONE-DEDUCTION
               END-IF
            END-PERFORM.
