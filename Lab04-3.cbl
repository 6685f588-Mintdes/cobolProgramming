               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TAX-CODE
               FILE STATUS IS WS-TAX-CODE-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-MEMO-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RECEIPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  TAX-CODE-FILE.
       COPY TAXCODE.

       FD  CREDIT-MEMO-FILE.
       COPY CREDMEMO.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

           88  WS-EOF                          VALUE "Y".
       01  WS-ITEM-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-INVOICES-PRINTED     PIC 9(5)    VALUE ZERO.
       01  WS-CREDIT-MEMO-STATUS   PIC XX.
       01  WS-MEMO-EOF-FLAG        PIC X       VALUE "N".
           88  WS-MEMO-EOF                     VALUE "Y".
       01  WS-MEMOS-PRINTED        PIC 9(5)    VALUE ZERO.
      *> Credit memos go out in the invoice's own format; the
      *> header and the closing lines are all that differ.
       01  WS-DOC-TYPE             PIC X       VALUE "I".
           88  WS-DOC-IS-INVOICE               VALUE "I".
           88  WS-DOC-IS-MEMO                  VALUE "M".
       01  WS-HEADER-ORIG-INV-NUM  PIC 9(4).
       01  WS-MEMO-APPLIED         PIC 9(7)V99.
       01  WS-MEMO-REFUNDED        PIC 9(7)V99.
       01  WS-MEMO-CHECK-NUM       PIC 9(4).
       01  WS-TAX-CODE-STATUS      PIC XX.
       01  WS-VAT-TOTAL            PIC 9(7)V99 VALUE ZERO.
       01  WS-GROSS-TOTAL          PIC 9(7)V99 VALUE ZERO.
            OPEN OUTPUT PRINT-FILE.
            OPEN INPUT TAX-CODE-FILE.
            PERFORM 1000-READ-LINE-ITEMS.
            PERFORM 3000-READ-CREDIT-MEMOS.
            IF WS-TAX-CODE-STATUS = "00"
               CLOSE TAX-CODE-FILE
            END-IF.
            CLOSE PRINT-FILE.
            DISPLAY "Invoices printed: " WS-INVOICES-PRINTED.
            DISPLAY "Credit memos printed: " WS-MEMOS-PRINTED.
            STOP RUN.

      *> One pass, one document per invoice: the file is expected in
            END-IF.
            WRITE PRINT-LINE.

            IF WS-DOC-IS-MEMO
               PERFORM 3200-PRINT-MEMO-HEADING
            ELSE
               MOVE WS-HEADER-INV-NUM TO WS-EDIT-INV-NUM
               DISPLAY "Invoice No.: " WS-EDIT-INV-NUM
               MOVE SPACES TO PRINT-LINE
               STRING "Invoice No.: " WS-EDIT-INV-NUM
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.

            DISPLAY " ".
            DISPLAY "QTY  DESCRIPTION           PRICE      AMOUNT".
            END-STRING.
            WRITE PRINT-LINE.

            IF WS-DOC-IS-MEMO
               PERFORM 3300-PRINT-MEMO-SETTLEMENT
               ADD 1 TO WS-MEMOS-PRINTED
            ELSE
               PERFORM 2100-PRINT-ACCOUNT-BALANCE
               ADD 1 TO WS-INVOICES-PRINTED
            END-IF.
            MOVE ZERO TO WS-ITEM-COUNT.
            MOVE ZERO TO WS-GRAND-TOTAL.
            MOVE ZERO TO WS-VAT-TOTAL.

       2100-PRINT-ACCOUNT-BALANCE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-ACCOUNT-TYPE = "D"
               MOVE WS-BALANCE TO WS-BALANCE-EDIT-DEBIT
               END-STRING
            END-IF.
            WRITE PRINT-LINE.

      *> CRMEMO.DAT is an H row per memo followed by its L rows, so
      *> a new H row closes off the memo gathered so far. The VAT
      *> printed is what was reversed when the memo was raised.
       3000-READ-CREDIT-MEMOS.
            MOVE "M" TO WS-DOC-TYPE.
            MOVE ZERO TO WS-ITEM-COUNT.
            OPEN INPUT CREDIT-MEMO-FILE.
            IF WS-CREDIT-MEMO-STATUS = "00"
               PERFORM UNTIL WS-MEMO-EOF
                  READ CREDIT-MEMO-FILE
                     AT END
                        MOVE "Y" TO WS-MEMO-EOF-FLAG
                     NOT AT END
                        PERFORM 3100-STORE-MEMO-ROW
                  END-READ
               END-PERFORM
               IF WS-ITEM-COUNT > ZERO
                  PERFORM 2000-PRINT-RECEIPT
               END-IF
               CLOSE CREDIT-MEMO-FILE
            END-IF.

       3100-STORE-MEMO-ROW.
            EVALUATE TRUE
               WHEN CM-IS-HEADER
                  IF WS-ITEM-COUNT > ZERO
                     PERFORM 2000-PRINT-RECEIPT
                  END-IF
                  MOVE CM-MEMO-DATE TO WS-HEADER-DATE
                  MOVE CM-MEMO-NUM TO WS-HEADER-INV-NUM
                  MOVE CM-ORIG-INV-NUM TO WS-HEADER-ORIG-INV-NUM
                  MOVE CM-CURRENCY-CODE TO WS-HEADER-CURRENCY-CODE
                  MOVE CM-APPLIED-AMOUNT TO WS-MEMO-APPLIED
                  MOVE CM-REFUND-AMOUNT TO WS-MEMO-REFUNDED
                  MOVE CM-REFUND-CHECK-NUM TO WS-MEMO-CHECK-NUM
               WHEN CM-IS-LINE AND WS-ITEM-COUNT < 50
                  ADD 1 TO WS-ITEM-COUNT
                  MOVE CM-DESCRIPTION
                     TO WS-LI-DESCRIPTION(WS-ITEM-COUNT)
                  MOVE CM-QTY TO WS-LI-QTY(WS-ITEM-COUNT)
                  MOVE CM-UNIT-PRICE
                     TO WS-LI-UNIT-PRICE(WS-ITEM-COUNT)
                  COMPUTE WS-LI-LINE-TOTAL(WS-ITEM-COUNT) =
                     CM-QTY * CM-UNIT-PRICE
                  ADD WS-LI-LINE-TOTAL(WS-ITEM-COUNT)
                     TO WS-GRAND-TOTAL
                  ADD CM-LINE-VAT TO WS-VAT-TOTAL
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       3200-PRINT-MEMO-HEADING.
            MOVE WS-HEADER-INV-NUM TO WS-EDIT-INV-NUM.
            DISPLAY "CREDIT MEMO No.: " WS-EDIT-INV-NUM.
            MOVE SPACES TO PRINT-LINE.
            STRING "CREDIT MEMO No.: " WS-EDIT-INV-NUM
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE WS-HEADER-ORIG-INV-NUM TO WS-EDIT-INV-NUM.
            DISPLAY "Against Invoice No.: " WS-EDIT-INV-NUM.
            MOVE SPACES TO PRINT-LINE.
            STRING "Against Invoice No.: " WS-EDIT-INV-NUM
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.

       3300-PRINT-MEMO-SETTLEMENT.
            MOVE WS-MEMO-APPLIED TO WS-BALANCE-EDIT-ZERO-SUPPRESS.
            DISPLAY "Credited to Account:               "
               WS-CURRENCY-SYMBOL WS-BALANCE-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "Credited to Account:               "
               WS-CURRENCY-SYMBOL WS-BALANCE-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            IF WS-MEMO-REFUNDED > ZERO
               MOVE WS-MEMO-REFUNDED TO WS-BALANCE-EDIT-ZERO-SUPPRESS
               DISPLAY "Refunded by Check " WS-MEMO-CHECK-NUM ":      "
                  "      " WS-CURRENCY-SYMBOL
                  WS-BALANCE-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "Refunded by Check " WS-MEMO-CHECK-NUM ":      "
                  "      " WS-CURRENCY-SYMBOL
                  WS-BALANCE-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.
       END PROGRAM RECEIPT-BUILD.
