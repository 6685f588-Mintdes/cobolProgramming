      *          CUSTOMER-MASTER and the MONEYEDT edited columns.
      *          Without the netting, the first aging after a
      *          receipts session would wipe every payment back out
      *          of ARBAL. Bad debts written off by BAD-DEBT-WRITE-
      *          OFF net off their invoices the same way but are
      *          shown in their own column, apart from the money
      *          actually received; credit memos applied by
      *          CREDIT-MEMO-ENTRY are totalled apart as well. The
      *          buckets are kept on ARBAL for the doubtful-debt
      *          allowance run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *> against this customer's oldest open invoices before
      *> bucketing.
               10  WS-AGE-POOL             PIC 9(7)V99.
               10  WS-AGE-WRITTEN-OFF      PIC 9(7)V99.
       01  WS-AGE-COUNT              PIC 9(3)    VALUE ZERO.

      *> Each invoice's open remainder: invoiced amount less the
           05  WS-DAYS-OLD              PIC S9(5).
           05  WS-LINE-AMOUNT           PIC 9(7)V99.
           05  WS-TOTAL-BALANCE         PIC S9(9)V99.
           05  WS-TOTAL-RECEIVED        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-WRITTEN-OFF     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITED        PIC 9(9)V99 VALUE ZERO.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-CUR==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-B30==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-B60==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-B90==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TOT==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-WOF==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE ZERO TO WS-AGE-90(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-LAST-DATE(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-POOL(WS-AGE-IDX)
               MOVE ZERO TO WS-AGE-WRITTEN-OFF(WS-AGE-IDX)
            ELSE
               MOVE "Y" TO WS-TABLE-FULL-FLAG
            END-IF.

      *> The CASH-RECEIPTS applications come off before any ageing:
      *> a receipt aimed at an invoice pays that invoice down, one
      *> left on account pools for the oldest-first drain. A write-
      *> off clears its invoice the same way; it is only counted
      *> apart so the report never passes it off as money in.
       2300-APPLY-RECEIPTS.
            OPEN INPUT AR-RECEIPT-FILE.
            IF WS-AR-RECEIPT-STATUS NOT = "00"
               WHEN WS-AGE-IDX > WS-AGE-COUNT
                  CONTINUE
               WHEN WS-AGE-CUSTOMER(WS-AGE-IDX) = RC-CUSTOMER-NO
                  EVALUATE TRUE
                     WHEN RC-IS-WRITE-OFF
                        ADD RC-APPLIED-AMOUNT
                           TO WS-AGE-WRITTEN-OFF(WS-AGE-IDX)
                        ADD RC-APPLIED-AMOUNT TO WS-TOTAL-WRITTEN-OFF
                     WHEN RC-IS-CREDIT-MEMO
                        ADD RC-APPLIED-AMOUNT TO WS-TOTAL-CREDITED
                     WHEN OTHER
                        ADD RC-APPLIED-AMOUNT TO WS-TOTAL-RECEIVED
                  END-EVALUATE
                  IF RC-INV-NUM = ZERO
                     ADD RC-APPLIED-AMOUNT
                        TO WS-AGE-POOL(WS-AGE-IDX)
            MOVE SPACES TO PRINT-LINE.
            STRING "CUST#  NAME                       CURRENT"
               "        31-60         61-90         OVER 90"
               "   WRITTEN OFF"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-TOTAL-RECEIVED TO WS-TOT-EDIT-ZERO-SUPPRESS.
            MOVE WS-TOTAL-WRITTEN-OFF TO WS-WOF-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "RECEIVED FROM CUSTOMERS: "
               WS-TOT-EDIT-ZERO-SUPPRESS
               "   WRITTEN OFF AS BAD DEBT: "
               WS-WOF-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-TOTAL-CREDITED TO WS-TOT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "CREDITED BY CREDIT MEMO: "
               WS-TOT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3100-POST-ONE-CUSTOMER.
            MOVE WS-AGE-CUSTOMER(WS-AGE-IDX) TO CU-CUSTOMER-NO.
               WS-AGE-60(WS-AGE-IDX) + WS-AGE-90(WS-AGE-IDX).
            MOVE WS-AGE-LAST-DATE(WS-AGE-IDX) TO AB-LAST-TRAN-DATE.
            ADD AB-OPEN-BALANCE TO WS-TOTAL-BALANCE.
            PERFORM 3150-SET-AGED-BUCKETS.
            READ AR-BALANCE-FILE
               INVALID KEY
                  WRITE AR-BALANCE-RECORD
                     + WS-AGE-90(WS-AGE-IDX)
                  MOVE WS-AGE-LAST-DATE(WS-AGE-IDX)
                     TO AB-LAST-TRAN-DATE
                  PERFORM 3150-SET-AGED-BUCKETS
                  REWRITE AR-BALANCE-RECORD
            END-READ.

            MOVE WS-AGE-30(WS-AGE-IDX) TO WS-B30-EDIT-MINUS.
            MOVE WS-AGE-60(WS-AGE-IDX) TO WS-B60-EDIT-MINUS.
            MOVE WS-AGE-90(WS-AGE-IDX) TO WS-B90-EDIT-MINUS.
            MOVE WS-AGE-WRITTEN-OFF(WS-AGE-IDX)
               TO WS-WOF-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-AGE-CUSTOMER(WS-AGE-IDX) "  "
               CU-CUSTOMER-NAME "  " WS-CUR-EDIT-MINUS "  "
               WS-B30-EDIT-MINUS "  "
               WS-B60-EDIT-MINUS "  "
               WS-B90-EDIT-MINUS "  "
               WS-WOF-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The buckets go onto ARBAL as at today, for the doubtful-
      *> debt allowance run to provide against.
       3150-SET-AGED-BUCKETS.
            MOVE WS-TODAY-DATE TO AB-AGED-DATE.
            MOVE WS-AGE-CURRENT(WS-AGE-IDX) TO AB-AGE-CURRENT.
            MOVE WS-AGE-30(WS-AGE-IDX) TO AB-AGE-30.
            MOVE WS-AGE-60(WS-AGE-IDX) TO AB-AGE-60.
            MOVE WS-AGE-90(WS-AGE-IDX) TO AB-AGE-90.

       9000-CLOSE-FILES.
            IF WS-LINE-ITEMS-STATUS = "00"
               CLOSE LINE-ITEMS-FILE
