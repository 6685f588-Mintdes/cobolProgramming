      * Purpose: Customer statements - one page per active customer
      *          with money on the books, showing the opening
      *          balance, the period's invoice lines, the payments
      *          applied (AR-RECEIPT rows), any bad debt written off
      *          (on its own line - it is not money received), the
      *          credit memos raised (on their own lines too, with
      *          any part refunded by check), the closing balance,
      *          and
      *          the same 30/60/90 aging buckets AR-AGING uses -
      *          computed here on each invoice's open remainder, so
      *          a paid-down invoice stops aging. A remittance stub
           SELECT AR-RECEIPT-FILE ASSIGN TO "ARRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-RECEIPT-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-MEMO-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  AR-RECEIPT-FILE.
       COPY ARRCPT.

       FD  CREDIT-MEMO-FILE.
       COPY CREDMEMO.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       01  WS-CUSTOMER-MASTER-STATUS PIC XX.
       01  WS-LINE-ITEMS-STATUS      PIC XX.
       01  WS-AR-RECEIPT-STATUS      PIC XX.
       01  WS-CREDIT-MEMO-STATUS     PIC XX.
       01  WS-MEMO-EOF-FLAG          PIC X.
           88  WS-MEMO-EOF                       VALUE "Y".
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-ROSTER-EOF-FLAG        PIC X       VALUE "N".
           88  WS-ROSTER-EOF                     VALUE "Y".
           05  WS-OPENING-BALANCE       PIC S9(9)V99.
           05  WS-PERIOD-CHARGES        PIC S9(9)V99.
           05  WS-PERIOD-PAYMENTS       PIC S9(9)V99.
           05  WS-PERIOD-WRITE-OFFS     PIC S9(9)V99.
           05  WS-PERIOD-CREDITS        PIC S9(9)V99.
           05  WS-MEMO-TOTAL            PIC S9(9)V99.
           05  WS-ON-ACCOUNT            PIC S9(9)V99.
           05  WS-LINE-AMOUNT           PIC S9(7)V99.
           05  WS-BUCKET-CURRENT        PIC S9(9)V99.
            PERFORM 2100-GATHER-CUSTOMER-FIGURES.
            IF WS-CLOSING-BALANCE = ZERO AND
                  WS-PERIOD-CHARGES = ZERO AND
                  WS-PERIOD-PAYMENTS = ZERO AND
                  WS-PERIOD-WRITE-OFFS = ZERO AND
                  WS-PERIOD-CREDITS = ZERO
               CONTINUE
            ELSE
               PERFORM 3000-PRINT-ONE-STATEMENT
      *> One pass each over the charge lines and the receipts:
      *> each invoice's open remainder feeds the buckets, the
      *> period slices feed the statement body, and opening =
      *> closing - charges + payments + write-offs + credit memos
      *> applied in the period.
       2100-GATHER-CUSTOMER-FIGURES.
            MOVE "N" TO WS-IV-OVERFLOW-FLAG.
            MOVE ZERO TO WS-INVOICE-COUNT.
            MOVE ZERO TO WS-PERIOD-CHARGES.
            MOVE ZERO TO WS-PERIOD-PAYMENTS.
            MOVE ZERO TO WS-PERIOD-WRITE-OFFS.
            MOVE ZERO TO WS-PERIOD-CREDITS.
            MOVE ZERO TO WS-ON-ACCOUNT.
            MOVE ZERO TO WS-BUCKET-CURRENT.
            MOVE ZERO TO WS-BUCKET-30.
            SUBTRACT WS-POOL-LEFT FROM WS-CLOSING-BALANCE.
            COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-PERIOD-CHARGES
               + WS-PERIOD-PAYMENTS + WS-PERIOD-WRITE-OFFS
               + WS-PERIOD-CREDITS.
            IF WS-IV-OVERFLOW
               DISPLAY "*** Customer " WS-THIS-CUSTOMER " has more "
                  "than 50 invoices - statement figures are "
       2300-APPLY-RECEIPT-ROW.
            IF RC-RECEIPT-DATE >= WS-PERIOD-START AND
                  RC-RECEIPT-DATE <= WS-PERIOD-END
               EVALUATE TRUE
                  WHEN RC-IS-WRITE-OFF
                     ADD RC-APPLIED-AMOUNT TO WS-PERIOD-WRITE-OFFS
                  WHEN RC-IS-CREDIT-MEMO
                     ADD RC-APPLIED-AMOUNT TO WS-PERIOD-CREDITS
                  WHEN OTHER
                     ADD RC-APPLIED-AMOUNT TO WS-PERIOD-PAYMENTS
               END-EVALUATE
            END-IF.
            IF RC-INV-NUM = ZERO
               ADD RC-APPLIED-AMOUNT TO WS-ON-ACCOUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            IF WS-PERIOD-WRITE-OFFS NOT = ZERO
               MOVE WS-PERIOD-WRITE-OFFS TO WS-AMT-EDIT-MINUS
               MOVE SPACES TO PRINT-LINE
               STRING "WRITTEN OFF:       " WS-AMT-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.
            IF WS-PERIOD-CREDITS NOT = ZERO
               MOVE WS-PERIOD-CREDITS TO WS-AMT-EDIT-MINUS
               MOVE SPACES TO PRINT-LINE
               STRING "CREDIT MEMOS:      " WS-AMT-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.
            PERFORM 3100-LIST-CREDIT-MEMOS.
            MOVE WS-CLOSING-BALANCE TO WS-BAL-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "CLOSING BALANCE:   " WS-BAL-EDIT-MINUS
            MOVE WS-STATEMENTS-PRINTED TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Statements spooled as " WS-SPOOL-NAME ".".
      *> Each memo raised for the customer in the period, with the
      *> invoice it was raised against; a part refunded by check
      *> never touched the balance, so it is shown beside it.
       3100-LIST-CREDIT-MEMOS.
            MOVE "N" TO WS-MEMO-EOF-FLAG.
            OPEN INPUT CREDIT-MEMO-FILE.
            IF WS-CREDIT-MEMO-STATUS NOT = "00"
               MOVE "Y" TO WS-MEMO-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-MEMO-EOF
               READ CREDIT-MEMO-FILE
                  AT END
                     MOVE "Y" TO WS-MEMO-EOF-FLAG
                  NOT AT END
                     IF CM-IS-HEADER AND
                           CM-CUSTOMER-NO = WS-THIS-CUSTOMER AND
                           CM-MEMO-DATE >= WS-PERIOD-START AND
                           CM-MEMO-DATE <= WS-PERIOD-END
                        PERFORM 3150-PRINT-MEMO-LINE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-CREDIT-MEMO-STATUS = "00"
               CLOSE CREDIT-MEMO-FILE
            END-IF.

       3150-PRINT-MEMO-LINE.
            COMPUTE WS-MEMO-TOTAL = CM-NET-TOTAL + CM-VAT-TOTAL.
            MOVE WS-MEMO-TOTAL TO WS-AMT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            IF CM-REFUND-AMOUNT > ZERO
               MOVE CM-REFUND-AMOUNT TO WS-BAL-EDIT-MINUS
               STRING "  CREDIT MEMO " CM-MEMO-NUM " (INV "
                  CM-ORIG-INV-NUM ") " WS-AMT-EDIT-MINUS
                  " REFUNDED " WS-BAL-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               STRING "  CREDIT MEMO " CM-MEMO-NUM " (INV "
                  CM-ORIG-INV-NUM ") " WS-AMT-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            WRITE PRINT-LINE.
       END PROGRAM CUSTOMER-STATEMENTS.
