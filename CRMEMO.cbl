      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Credit-memo entry - the proper way to give a
      *          customer money back on a posted invoice (goods
      *          returned, or an overcharge), instead of keying a
      *          negative line into LINEITEM.DAT. The operator names
      *          the original LI-INV-NUM, picks the lines to credit
      *          and the quantity and unit price to reverse; each
      *          line's VAT is reversed at its own LI-TAX-CODE rate,
      *          and a line can never be credited past what it was
      *          invoiced at, counting every earlier memo against
      *          it. The memo takes the next number from CMCTL.DAT
      *          and goes onto CRMEMO.DAT. Its total first clears
      *          what is still open on the original invoice; the
      *          rest is applied to the customer's other open
      *          invoices, oldest first (anything over stays on
      *          account), or refunded by a check that waits in the
      *          register for CHECK-PRINT. The applications are
      *          AR-RECEIPT rows of type C, so aging, statements and
      *          dunning net them off like a payment. AB-OPEN-BALANCE
      *          moves at once, each memo lands in AUDITLOG, and the
      *          journal gets SALES RETURNS/ALLOW 4050 and VAT 2100
      *          debited against AR 1300 (and the refund credited to
      *          the bank's own GL account).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-MEMO-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT LINE-ITEMS-FILE ASSIGN TO "LINEITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-ITEMS-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-MEMO-STATUS.
           SELECT MEMO-CONTROL-FILE ASSIGN TO "CMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-CONTROL-STATUS.
           SELECT TAX-CODE-FILE ASSIGN TO "TAXCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TAX-CODE
               FILE STATUS IS WS-TAX-CODE-STATUS.
           SELECT AR-RECEIPT-FILE ASSIGN TO "ARRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-RECEIPT-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUSTOMER-NO
               FILE STATUS IS WS-AR-BALANCE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  LINE-ITEMS-FILE.
       COPY LINEITEM.

       FD  CREDIT-MEMO-FILE.
       COPY CREDMEMO.

       FD  MEMO-CONTROL-FILE.
       01  MEMO-CONTROL-RECORD.
           05  MC-NEXT-MEMO-NUM        PIC 9(4).

       FD  TAX-CODE-FILE.
       COPY TAXCODE.

       FD  AR-RECEIPT-FILE.
       COPY ARRCPT.

       FD  AR-BALANCE-FILE.
       COPY ARBAL.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX.
       01  WS-LINE-ITEMS-STATUS      PIC XX.
       01  WS-CREDIT-MEMO-STATUS     PIC XX.
       01  WS-MEMO-CONTROL-STATUS    PIC XX.
       01  WS-TAX-CODE-STATUS        PIC XX.
       01  WS-AR-RECEIPT-STATUS      PIC XX.
       01  WS-AR-BALANCE-STATUS      PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-LINE-EOF-FLAG          PIC X.
           88  WS-LINE-EOF                       VALUE "Y".
       01  WS-RCPT-EOF-FLAG          PIC X.
           88  WS-RCPT-EOF                       VALUE "Y".
       01  WS-MEMO-EOF-FLAG          PIC X.
           88  WS-MEMO-EOF                       VALUE "Y".
       01  WS-BANK-EOF-FLAG          PIC X.
           88  WS-BANK-EOF                       VALUE "Y".
      *> A failed keyed READ leaves its own status behind, so the
      *> files looked up by key remember whether they opened.
       01  WS-CUSTOMER-FILE-FLAG     PIC X       VALUE "N".
           88  WS-CUSTOMER-FILE-OPEN             VALUE "Y".
       01  WS-TAX-FILE-FLAG          PIC X       VALUE "N".
           88  WS-TAX-FILE-OPEN                  VALUE "Y".
       01  WS-BANK-FILE-FLAG         PIC X       VALUE "N".
           88  WS-BANK-FILE-OPEN                 VALUE "Y".

       01  WS-MEMO-CONTROLS.
           05  WS-CONTINUE-FLAG         PIC X       VALUE "Y".
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-NEXT-MEMO-NUM         PIC 9(4)    VALUE 1.
           05  WS-MEMO-NUM              PIC 9(4).
           05  WS-INVOICE-INPUT         PIC X(4).
           05  WS-ORIG-INV-NUM          PIC 9(4).
           05  WS-CUSTOMER-NO           PIC 9(5).
           05  WS-CURRENCY-CODE         PIC X(3).
           05  WS-REASON-INPUT          PIC X.
           05  WS-MORE-LINES-FLAG       PIC X.
           05  WS-LINE-INPUT            PIC X(3).
           05  WS-LINE-NO               PIC 9(3).
           05  WS-QTY-INPUT             PIC X(4).
           05  WS-PRICE-INPUT           PIC X(10).
           05  WS-CREDIT-QTY            PIC 9(3).
           05  WS-CREDIT-PRICE          PIC 9(5)V99.
           05  WS-CREDIT-VALUE          PIC 9(7)V99.
           05  WS-CREDIT-VAT            PIC 9(7)V99.
           05  WS-LINE-LEFT             PIC S9(7)V99.
           05  WS-INPUT-OK-FLAG         PIC X.
               88  WS-INPUT-OK                   VALUE "Y".
           05  WS-SETTLE-INPUT          PIC X.
           05  WS-CONFIRM               PIC X.
           05  WS-SCAN-INV-NUM          PIC 9(4).
           05  WS-MEMOS-RAISED          PIC 9(5)    VALUE ZERO.
           05  WS-MEMO-ROWS-WRITTEN     PIC 9(7)    VALUE ZERO.
           05  WS-RECEIPTS-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-SESSION-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

      *> The memo being raised: its totals and how it was settled.
       01  WS-MEMO-SETTLEMENT.
           05  WS-MEMO-NET              PIC 9(7)V99.
           05  WS-MEMO-VAT              PIC 9(7)V99.
           05  WS-MEMO-TOTAL            PIC 9(7)V99.
           05  WS-LEFT-TO-SETTLE        PIC 9(7)V99.
           05  WS-APPLY-AMOUNT          PIC 9(7)V99.
           05  WS-APPLY-INV-NUM         PIC 9(4).
           05  WS-APPLIED-TOTAL         PIC 9(7)V99.
           05  WS-REFUND-AMOUNT         PIC 9(7)V99.
           05  WS-REFUND-CHECK-NUM      PIC 9(4).
           05  WS-REFUND-BANK-ID        PIC X(2).
           05  WS-REFUND-GL-ACCOUNT     PIC 9(4).
           05  WS-BANK-OK-FLAG          PIC X.
               88  WS-BANK-OK                    VALUE "Y".

      *> The original invoice's lines in file order - a line's
      *> place here is the CM-ORIG-LINE-NO a memo line points at -
      *> with what every earlier memo has credited against it and
      *> what the memo now being keyed has taken so far.
       01  WS-ORIG-LINE-TABLE.
           05  WS-OL-ENTRY OCCURS 50 TIMES INDEXED BY WS-OL-IDX.
               10  WS-OL-DESCRIPTION       PIC X(20).
               10  WS-OL-QTY               PIC 9(3).
               10  WS-OL-UNIT-PRICE        PIC 9(5)V99.
               10  WS-OL-TAX-CODE          PIC XX.
               10  WS-OL-VALUE             PIC 9(7)V99.
               10  WS-OL-CREDITED          PIC 9(7)V99.
               10  WS-OL-THIS-MEMO         PIC 9(7)V99.
       01  WS-ORIG-LINE-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-OL-OVERFLOW-FLAG       PIC X.
           88  WS-OL-OVERFLOW                    VALUE "Y".
       01  WS-ORIG-CASH-SALE-FLAG    PIC X.
           88  WS-ORIG-IS-CASH-SALE              VALUE "Y".

       01  WS-MEMO-LINE-TABLE.
           05  WS-ML-ENTRY OCCURS 50 TIMES INDEXED BY WS-ML-IDX.
               10  WS-ML-ORIG-LINE         PIC 99.
               10  WS-ML-DESCRIPTION       PIC X(20).
               10  WS-ML-QTY               PIC 9(3).
               10  WS-ML-UNIT-PRICE        PIC 9(5)V99.
               10  WS-ML-TAX-CODE          PIC XX.
               10  WS-ML-VAT               PIC 9(7)V99.
       01  WS-MEMO-LINE-COUNT        PIC 9(3)    VALUE ZERO.

      *> The customer's open invoices, oldest first, built exactly
      *> as BAD-DEBT-WRITE-OFF builds them (money on account already
      *> drained against the oldest), so a credit is only ever
      *> applied to what is still owed.
       01  WS-INVOICE-TABLE.
           05  WS-IV-ENTRY OCCURS 50 TIMES INDEXED BY WS-IV-IDX
                                                      WS-IV-IDX2.
               10  WS-IV-NUM               PIC 9(4).
               10  WS-IV-DATE              PIC 9(8).
               10  WS-IV-OPEN              PIC S9(7)V99.
       01  WS-INVOICE-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-IV-OVERFLOW-FLAG       PIC X.
           88  WS-IV-OVERFLOW                    VALUE "Y".
       01  WS-IV-SWAP-NUM            PIC 9(4).
       01  WS-IV-SWAP-DATE           PIC 9(8).
       01  WS-IV-SWAP-OPEN           PIC S9(7)V99.
       01  WS-LINE-AMOUNT            PIC S9(7)V99.
       01  WS-ON-ACCOUNT             PIC S9(7)V99.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VAT==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TOT==.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Credit Memo Entry ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-OPEN-FILES.
            PERFORM 1100-READ-MEMO-CONTROL.
            PERFORM WITH TEST AFTER UNTIL WS-CONTINUE-FLAG = "N" OR "n"
               PERFORM 2000-RAISE-ONE-MEMO
               IF WS-CONTINUE-FLAG NOT = "N" AND
                     WS-CONTINUE-FLAG NOT = "n"
                  DISPLAY "Another credit memo? (Y/N)"
                  ACCEPT WS-CONTINUE-FLAG
               END-IF
            END-PERFORM.
            PERFORM 7000-REWRITE-MEMO-CONTROL.
            PERFORM 8000-WRITE-TRAILERS.
            IF WS-MEMOS-RAISED > ZERO
               PERFORM 8100-ENSURE-ACCOUNTS-EXIST
            END-IF.
            PERFORM 9000-CLOSE-FILES.
            MOVE WS-SESSION-TOTAL TO WS-TOT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Credit memos raised: " WS-MEMOS-RAISED
               "  Total credited: " WS-TOT-EDIT-ZERO-SUPPRESS.
            GOBACK.

       1000-OPEN-FILES.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-CUSTOMER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-FILE-FLAG
            ELSE
               DISPLAY "No CUSTOMER-MASTER file - no credit memo "
                  "possible."
               MOVE "N" TO WS-CONTINUE-FLAG
            END-IF.
            OPEN INPUT TAX-CODE-FILE.
            IF WS-TAX-CODE-STATUS = "00"
               MOVE "Y" TO WS-TAX-FILE-FLAG
            END-IF.
            OPEN EXTEND AR-RECEIPT-FILE.
            IF WS-AR-RECEIPT-STATUS = "35"
               OPEN OUTPUT AR-RECEIPT-FILE
               CLOSE AR-RECEIPT-FILE
               OPEN EXTEND AR-RECEIPT-FILE
            END-IF.
            OPEN I-O AR-BALANCE-FILE.
            IF WS-AR-BALANCE-STATUS = "35"
               OPEN OUTPUT AR-BALANCE-FILE
               CLOSE AR-BALANCE-FILE
               OPEN I-O AR-BALANCE-FILE
            END-IF.
            OPEN I-O BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-BANK-FILE-FLAG
            END-IF.
            OPEN EXTEND CHECK-TRANSACTIONS-FILE.
            IF WS-CHECK-TRANS-STATUS = "35"
               OPEN OUTPUT CHECK-TRANSACTIONS-FILE
               CLOSE CHECK-TRANSACTIONS-FILE
               OPEN EXTEND CHECK-TRANSACTIONS-FILE
            END-IF.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       1100-READ-MEMO-CONTROL.
            OPEN INPUT MEMO-CONTROL-FILE.
            IF WS-MEMO-CONTROL-STATUS = "00"
               READ MEMO-CONTROL-FILE
                  NOT AT END
                     MOVE MC-NEXT-MEMO-NUM TO WS-NEXT-MEMO-NUM
               END-READ
               CLOSE MEMO-CONTROL-FILE
            END-IF.

       2000-RAISE-ONE-MEMO.
            IF WS-CONTINUE-FLAG = "N" OR "n"
               CONTINUE
            ELSE
               DISPLAY "Original invoice number: "
               ACCEPT WS-INVOICE-INPUT
               IF WS-INVOICE-INPUT IS NOT NUMERIC
                  DISPLAY "Invalid invoice - no memo raised."
               ELSE
                  MOVE WS-INVOICE-INPUT TO WS-ORIG-INV-NUM
                  PERFORM 2100-LOAD-ORIGINAL-INVOICE
                  EVALUATE TRUE
                     WHEN WS-ORIG-LINE-COUNT = ZERO
                        DISPLAY "Invoice not on file - no memo "
                           "raised."
                     WHEN WS-OL-OVERFLOW
                        DISPLAY "Invoice has more than 50 lines - "
                           "no memo raised; raise the table."
                     WHEN WS-ORIG-IS-CASH-SALE
                        DISPLAY "Cash-sale invoice - there is no "
                           "customer account to credit."
                     WHEN OTHER
                        PERFORM 2050-SHOW-CUSTOMER-AND-CAPTURE
                  END-EVALUATE
               END-IF
            END-IF.

       2050-SHOW-CUSTOMER-AND-CAPTURE.
            MOVE WS-CUSTOMER-NO TO CU-CUSTOMER-NO.
            READ CUSTOMER-MASTER-FILE
               INVALID KEY
                  DISPLAY "Invoice's customer " WS-CUSTOMER-NO
                     " is not on file - no memo raised."
               NOT INVALID KEY
                  DISPLAY "Customer: " CU-CUSTOMER-NAME
                  PERFORM 2200-ADD-PRIOR-CREDITS
                  PERFORM 2300-CAPTURE-MEMO-LINES
                  IF WS-MEMO-LINE-COUNT > ZERO
                     PERFORM 2400-CONFIRM-AND-SETTLE
                  ELSE
                     DISPLAY "No lines credited - no memo raised."
                  END-IF
            END-READ.

      *> Every line of the invoice, in file order. The customer
      *> and currency come off the first line; a cash sale has no
      *> account to put a credit on.
       2100-LOAD-ORIGINAL-INVOICE.
            MOVE ZERO TO WS-ORIG-LINE-COUNT.
            MOVE ZERO TO WS-CUSTOMER-NO.
            MOVE "N" TO WS-OL-OVERFLOW-FLAG.
            MOVE "N" TO WS-ORIG-CASH-SALE-FLAG.
            MOVE "N" TO WS-LINE-EOF-FLAG.
            OPEN INPUT LINE-ITEMS-FILE.
            IF WS-LINE-ITEMS-STATUS NOT = "00"
               MOVE "Y" TO WS-LINE-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-LINE-EOF
               READ LINE-ITEMS-FILE
                  AT END
                     MOVE "Y" TO WS-LINE-EOF-FLAG
                  NOT AT END
                     IF LI-INV-NUM = WS-ORIG-INV-NUM
                        PERFORM 2110-STORE-ORIGINAL-LINE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-LINE-ITEMS-STATUS = "00"
               CLOSE LINE-ITEMS-FILE
            END-IF.

       2110-STORE-ORIGINAL-LINE.
            IF WS-ORIG-LINE-COUNT = ZERO
               MOVE LI-CURRENCY-CODE TO WS-CURRENCY-CODE
               IF LI-IS-CREDIT-ACCOUNT AND LI-CUSTOMER-NO > ZERO
                  MOVE LI-CUSTOMER-NO TO WS-CUSTOMER-NO
               ELSE
                  MOVE "Y" TO WS-ORIG-CASH-SALE-FLAG
               END-IF
            END-IF.
            IF WS-ORIG-LINE-COUNT < 50
               ADD 1 TO WS-ORIG-LINE-COUNT
               SET WS-OL-IDX TO WS-ORIG-LINE-COUNT
               MOVE LI-DESCRIPTION TO WS-OL-DESCRIPTION(WS-OL-IDX)
               MOVE LI-QTY TO WS-OL-QTY(WS-OL-IDX)
               MOVE LI-UNIT-PRICE TO WS-OL-UNIT-PRICE(WS-OL-IDX)
               MOVE LI-TAX-CODE TO WS-OL-TAX-CODE(WS-OL-IDX)
               COMPUTE WS-OL-VALUE(WS-OL-IDX) =
                  LI-QTY * LI-UNIT-PRICE
               MOVE ZERO TO WS-OL-CREDITED(WS-OL-IDX)
               MOVE ZERO TO WS-OL-THIS-MEMO(WS-OL-IDX)
            ELSE
               MOVE "Y" TO WS-OL-OVERFLOW-FLAG
            END-IF.

      *> An L row belongs to the H row before it, so the invoice a
      *> memo was raised against is carried down to its lines.
       2200-ADD-PRIOR-CREDITS.
            MOVE ZERO TO WS-SCAN-INV-NUM.
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
                     EVALUATE TRUE
                        WHEN CM-IS-HEADER
                           MOVE CM-ORIG-INV-NUM TO WS-SCAN-INV-NUM
                        WHEN CM-IS-LINE AND
                              WS-SCAN-INV-NUM = WS-ORIG-INV-NUM AND
                              CM-ORIG-LINE-NO > ZERO AND
                              CM-ORIG-LINE-NO <= WS-ORIG-LINE-COUNT
                           SET WS-OL-IDX TO CM-ORIG-LINE-NO
                           COMPUTE WS-OL-CREDITED(WS-OL-IDX) =
                              WS-OL-CREDITED(WS-OL-IDX)
                              + CM-QTY * CM-UNIT-PRICE
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ
            END-PERFORM.
            IF WS-CREDIT-MEMO-STATUS = "00"
               CLOSE CREDIT-MEMO-FILE
            END-IF.

       2300-CAPTURE-MEMO-LINES.
            MOVE ZERO TO WS-MEMO-LINE-COUNT.
            DISPLAY "Reason - R = goods returned, O = overcharged: ".
            MOVE SPACES TO WS-REASON-INPUT.
            ACCEPT WS-REASON-INPUT.
            EVALUATE WS-REASON-INPUT
               WHEN "R"
               WHEN "r"
                  MOVE "R" TO WS-REASON-INPUT
               WHEN "O"
               WHEN "o"
                  MOVE "O" TO WS-REASON-INPUT
               WHEN OTHER
                  MOVE SPACES TO WS-REASON-INPUT
            END-EVALUATE.
            IF WS-REASON-INPUT = SPACES
               DISPLAY "Reason must be R or O."
            ELSE
               PERFORM 2310-SHOW-INVOICE-LINES
               MOVE "Y" TO WS-MORE-LINES-FLAG
               PERFORM UNTIL WS-MORE-LINES-FLAG = "N"
                  DISPLAY "Line to credit (ENTER = finished): "
                  MOVE SPACES TO WS-LINE-INPUT
                  ACCEPT WS-LINE-INPUT
                  IF WS-LINE-INPUT = SPACES
                     MOVE "N" TO WS-MORE-LINES-FLAG
                  ELSE
                     PERFORM 2320-CAPTURE-ONE-LINE
                  END-IF
               END-PERFORM
            END-IF.

       2310-SHOW-INVOICE-LINES.
            DISPLAY "LN  DESCRIPTION          QTY       PRICE"
               "   CREDITED SO FAR".
            PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-ORIG-LINE-COUNT
               SET WS-LINE-NO TO WS-OL-IDX
               MOVE WS-OL-UNIT-PRICE(WS-OL-IDX)
                  TO WS-AMT-EDIT-ZERO-SUPPRESS
               MOVE WS-OL-CREDITED(WS-OL-IDX)
                  TO WS-VAT-EDIT-ZERO-SUPPRESS
               DISPLAY WS-LINE-NO(2:2) "  "
                  WS-OL-DESCRIPTION(WS-OL-IDX) " "
                  WS-OL-QTY(WS-OL-IDX) " "
                  WS-AMT-EDIT-ZERO-SUPPRESS " "
                  WS-VAT-EDIT-ZERO-SUPPRESS
            END-PERFORM.

      *> Quantity and unit price both default to the invoiced ones
      *> (a straight return); an overcharge is keyed as the
      *> quantity affected and the amount over per unit. Neither
      *> may exceed the invoiced figure, and the line's value may
      *> never be credited past what it was invoiced at.
       2320-CAPTURE-ONE-LINE.
            MOVE "Y" TO WS-INPUT-OK-FLAG.
            COMPUTE WS-LINE-NO = FUNCTION NUMVAL(WS-LINE-INPUT)
               ON SIZE ERROR
                  MOVE ZERO TO WS-LINE-NO
            END-COMPUTE.
            EVALUATE TRUE
               WHEN WS-LINE-NO = ZERO OR
                     WS-LINE-NO > WS-ORIG-LINE-COUNT
                  DISPLAY "No such line on the invoice."
               WHEN WS-MEMO-LINE-COUNT >= 50
                  DISPLAY "Memo is full at 50 lines."
               WHEN OTHER
                  SET WS-OL-IDX TO WS-LINE-NO
                  COMPUTE WS-LINE-LEFT =
                     WS-OL-VALUE(WS-OL-IDX)
                     - WS-OL-CREDITED(WS-OL-IDX)
                     - WS-OL-THIS-MEMO(WS-OL-IDX)
                  IF WS-LINE-LEFT <= ZERO
                     DISPLAY "Line is already fully credited."
                  ELSE
                     PERFORM 2330-ACCEPT-QTY-AND-PRICE
                  END-IF
            END-EVALUATE.

       2330-ACCEPT-QTY-AND-PRICE.
            DISPLAY "Quantity to credit (ENTER = "
               WS-OL-QTY(WS-OL-IDX) "): ".
            MOVE SPACES TO WS-QTY-INPUT.
            ACCEPT WS-QTY-INPUT.
            IF WS-QTY-INPUT = SPACES
               MOVE WS-OL-QTY(WS-OL-IDX) TO WS-CREDIT-QTY
            ELSE
               COMPUTE WS-CREDIT-QTY = FUNCTION NUMVAL(WS-QTY-INPUT)
                  ON SIZE ERROR
                     MOVE "N" TO WS-INPUT-OK-FLAG
               END-COMPUTE
            END-IF.
            MOVE WS-OL-UNIT-PRICE(WS-OL-IDX)
               TO WS-AMT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Credit per unit (ENTER = invoiced "
               WS-AMT-EDIT-ZERO-SUPPRESS "): ".
            MOVE SPACES TO WS-PRICE-INPUT.
            ACCEPT WS-PRICE-INPUT.
            IF WS-PRICE-INPUT = SPACES
               MOVE WS-OL-UNIT-PRICE(WS-OL-IDX) TO WS-CREDIT-PRICE
            ELSE
               COMPUTE WS-CREDIT-PRICE =
                  FUNCTION NUMVAL(WS-PRICE-INPUT)
                  ON SIZE ERROR
                     MOVE "N" TO WS-INPUT-OK-FLAG
               END-COMPUTE
            END-IF.
            IF WS-INPUT-OK
               COMPUTE WS-CREDIT-VALUE =
                  WS-CREDIT-QTY * WS-CREDIT-PRICE
            END-IF.
            EVALUATE TRUE
               WHEN NOT WS-INPUT-OK OR WS-CREDIT-QTY = ZERO OR
                     WS-CREDIT-PRICE = ZERO
                  DISPLAY "Invalid quantity or price - line not "
                     "credited."
               WHEN WS-CREDIT-QTY > WS-OL-QTY(WS-OL-IDX)
                  DISPLAY "More than the quantity invoiced - line "
                     "not credited."
               WHEN WS-CREDIT-PRICE > WS-OL-UNIT-PRICE(WS-OL-IDX)
                  DISPLAY "More than the invoiced price - line not "
                     "credited."
               WHEN WS-CREDIT-VALUE > WS-LINE-LEFT
                  MOVE WS-LINE-LEFT TO WS-AMT-EDIT-ZERO-SUPPRESS
                  DISPLAY "Only " WS-AMT-EDIT-ZERO-SUPPRESS
                     " of this line is left to credit - line not "
                     "credited."
               WHEN OTHER
                  PERFORM 2340-ADD-MEMO-LINE
            END-EVALUATE.

      *> The VAT reversed is the line's own tax code at today's
      *> rate, worked the way RECEIPT-BUILD put it on the invoice.
       2340-ADD-MEMO-LINE.
            MOVE ZERO TO WS-CREDIT-VAT.
            IF WS-TAX-FILE-OPEN AND
                  WS-OL-TAX-CODE(WS-OL-IDX) NOT = SPACES
               MOVE WS-OL-TAX-CODE(WS-OL-IDX) TO TC-TAX-CODE
               READ TAX-CODE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     COMPUTE WS-CREDIT-VAT ROUNDED =
                        WS-CREDIT-VALUE * TC-TAX-RATE-PCT / 100
               END-READ
            END-IF.
            ADD 1 TO WS-MEMO-LINE-COUNT.
            SET WS-ML-IDX TO WS-MEMO-LINE-COUNT.
            MOVE WS-LINE-NO TO WS-ML-ORIG-LINE(WS-ML-IDX).
            MOVE WS-OL-DESCRIPTION(WS-OL-IDX)
               TO WS-ML-DESCRIPTION(WS-ML-IDX).
            MOVE WS-CREDIT-QTY TO WS-ML-QTY(WS-ML-IDX).
            MOVE WS-CREDIT-PRICE TO WS-ML-UNIT-PRICE(WS-ML-IDX).
            MOVE WS-OL-TAX-CODE(WS-OL-IDX)
               TO WS-ML-TAX-CODE(WS-ML-IDX).
            MOVE WS-CREDIT-VAT TO WS-ML-VAT(WS-ML-IDX).
            ADD WS-CREDIT-VALUE TO WS-OL-THIS-MEMO(WS-OL-IDX).
            MOVE WS-CREDIT-VALUE TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE WS-CREDIT-VAT TO WS-VAT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Credited " WS-AMT-EDIT-ZERO-SUPPRESS
               " plus VAT " WS-VAT-EDIT-ZERO-SUPPRESS ".".

       2400-CONFIRM-AND-SETTLE.
            MOVE ZERO TO WS-MEMO-NET.
            MOVE ZERO TO WS-MEMO-VAT.
            PERFORM VARYING WS-ML-IDX FROM 1 BY 1
               UNTIL WS-ML-IDX > WS-MEMO-LINE-COUNT
               COMPUTE WS-MEMO-NET = WS-MEMO-NET
                  + WS-ML-QTY(WS-ML-IDX) * WS-ML-UNIT-PRICE(WS-ML-IDX)
               ADD WS-ML-VAT(WS-ML-IDX) TO WS-MEMO-VAT
            END-PERFORM.
            COMPUTE WS-MEMO-TOTAL = WS-MEMO-NET + WS-MEMO-VAT.
            PERFORM 3000-BUILD-OPEN-INVOICES.
            IF WS-IV-OVERFLOW
               DISPLAY "Customer has more than 50 invoices on file - "
                  "the open list would be wrong, so no memo is "
                  "raised; raise the table."
            ELSE
               MOVE WS-MEMO-NET TO WS-AMT-EDIT-ZERO-SUPPRESS
               MOVE WS-MEMO-VAT TO WS-VAT-EDIT-ZERO-SUPPRESS
               MOVE WS-MEMO-TOTAL TO WS-TOT-EDIT-ZERO-SUPPRESS
               DISPLAY "Credit " WS-AMT-EDIT-ZERO-SUPPRESS
                  " + VAT " WS-VAT-EDIT-ZERO-SUPPRESS
                  " = " WS-TOT-EDIT-ZERO-SUPPRESS
                  " against invoice " WS-ORIG-INV-NUM
               DISPLAY "Raise this credit memo? (Y/N)"
               MOVE "N" TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                  PERFORM 4000-SETTLE-MEMO
               ELSE
                  DISPLAY "No memo raised."
               END-IF
            END-IF.

       3000-BUILD-OPEN-INVOICES.
            MOVE ZERO TO WS-INVOICE-COUNT.
            MOVE ZERO TO WS-ON-ACCOUNT.
            MOVE "N" TO WS-IV-OVERFLOW-FLAG.
            MOVE "N" TO WS-LINE-EOF-FLAG.
            OPEN INPUT LINE-ITEMS-FILE.
            IF WS-LINE-ITEMS-STATUS NOT = "00"
               MOVE "Y" TO WS-LINE-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-LINE-EOF
               READ LINE-ITEMS-FILE
                  AT END
                     MOVE "Y" TO WS-LINE-EOF-FLAG
                  NOT AT END
                     IF LI-IS-CREDIT-ACCOUNT AND
                           LI-CUSTOMER-NO = WS-CUSTOMER-NO
                        PERFORM 3100-ADD-CHARGE-LINE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-LINE-ITEMS-STATUS = "00"
               CLOSE LINE-ITEMS-FILE
            END-IF.
            PERFORM 3200-SUBTRACT-PRIOR-RECEIPTS.
            PERFORM 3300-SORT-OLDEST-FIRST.
            PERFORM 3400-DRAIN-ON-ACCOUNT.

       3100-ADD-CHARGE-LINE.
            COMPUTE WS-LINE-AMOUNT = LI-QTY * LI-UNIT-PRICE.
            SET WS-IV-IDX TO 1.
            SEARCH WS-IV-ENTRY
               AT END
                  IF WS-INVOICE-COUNT < 50
                     ADD 1 TO WS-INVOICE-COUNT
                     SET WS-IV-IDX TO WS-INVOICE-COUNT
                     MOVE LI-INV-NUM TO WS-IV-NUM(WS-IV-IDX)
                     MOVE LI-TRAN-DATE TO WS-IV-DATE(WS-IV-IDX)
                     MOVE WS-LINE-AMOUNT TO WS-IV-OPEN(WS-IV-IDX)
                  ELSE
                     MOVE "Y" TO WS-IV-OVERFLOW-FLAG
                  END-IF
               WHEN WS-IV-IDX > WS-INVOICE-COUNT
                  IF WS-INVOICE-COUNT < 50
                     ADD 1 TO WS-INVOICE-COUNT
                     SET WS-IV-IDX TO WS-INVOICE-COUNT
                     MOVE LI-INV-NUM TO WS-IV-NUM(WS-IV-IDX)
                     MOVE LI-TRAN-DATE TO WS-IV-DATE(WS-IV-IDX)
                     MOVE WS-LINE-AMOUNT TO WS-IV-OPEN(WS-IV-IDX)
                  ELSE
                     MOVE "Y" TO WS-IV-OVERFLOW-FLAG
                  END-IF
               WHEN WS-IV-NUM(WS-IV-IDX) = LI-INV-NUM
                  ADD WS-LINE-AMOUNT TO WS-IV-OPEN(WS-IV-IDX)
                  IF LI-TRAN-DATE < WS-IV-DATE(WS-IV-IDX)
                     MOVE LI-TRAN-DATE TO WS-IV-DATE(WS-IV-IDX)
                  END-IF
            END-SEARCH.

       3200-SUBTRACT-PRIOR-RECEIPTS.
            MOVE "N" TO WS-RCPT-EOF-FLAG.
            CLOSE AR-RECEIPT-FILE.
            OPEN INPUT AR-RECEIPT-FILE.
            IF WS-AR-RECEIPT-STATUS NOT = "00"
               MOVE "Y" TO WS-RCPT-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-RCPT-EOF
               READ AR-RECEIPT-FILE
                  AT END
                     MOVE "Y" TO WS-RCPT-EOF-FLAG
                  NOT AT END
                     IF RC-IS-DETAIL AND
                           RC-CUSTOMER-NO = WS-CUSTOMER-NO
                        PERFORM 3250-SUBTRACT-ONE-RECEIPT
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-AR-RECEIPT-STATUS = "00"
               CLOSE AR-RECEIPT-FILE
            END-IF.
            OPEN EXTEND AR-RECEIPT-FILE.

       3250-SUBTRACT-ONE-RECEIPT.
            IF RC-INV-NUM = ZERO
               ADD RC-APPLIED-AMOUNT TO WS-ON-ACCOUNT
            ELSE
               SET WS-IV-IDX TO 1
               SEARCH WS-IV-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-IV-NUM(WS-IV-IDX) = RC-INV-NUM
                     SUBTRACT RC-APPLIED-AMOUNT
                        FROM WS-IV-OPEN(WS-IV-IDX)
               END-SEARCH
            END-IF.

       3300-SORT-OLDEST-FIRST.
            PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX >= WS-INVOICE-COUNT
               SET WS-IV-IDX2 TO WS-IV-IDX
               SET WS-IV-IDX2 UP BY 1
               PERFORM UNTIL WS-IV-IDX2 > WS-INVOICE-COUNT
                  IF WS-IV-DATE(WS-IV-IDX2) <
                        WS-IV-DATE(WS-IV-IDX)
                     MOVE WS-IV-NUM(WS-IV-IDX)
                        TO WS-IV-SWAP-NUM
                     MOVE WS-IV-DATE(WS-IV-IDX)
                        TO WS-IV-SWAP-DATE
                     MOVE WS-IV-OPEN(WS-IV-IDX)
                        TO WS-IV-SWAP-OPEN
                     MOVE WS-IV-NUM(WS-IV-IDX2)
                        TO WS-IV-NUM(WS-IV-IDX)
                     MOVE WS-IV-DATE(WS-IV-IDX2)
                        TO WS-IV-DATE(WS-IV-IDX)
                     MOVE WS-IV-OPEN(WS-IV-IDX2)
                        TO WS-IV-OPEN(WS-IV-IDX)
                     MOVE WS-IV-SWAP-NUM
                        TO WS-IV-NUM(WS-IV-IDX2)
                     MOVE WS-IV-SWAP-DATE
                        TO WS-IV-DATE(WS-IV-IDX2)
                     MOVE WS-IV-SWAP-OPEN
                        TO WS-IV-OPEN(WS-IV-IDX2)
                  END-IF
                  SET WS-IV-IDX2 UP BY 1
               END-PERFORM
            END-PERFORM.

       3400-DRAIN-ON-ACCOUNT.
            PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-INVOICE-COUNT
               OR WS-ON-ACCOUNT <= ZERO
               IF WS-IV-OPEN(WS-IV-IDX) > ZERO
                  IF WS-ON-ACCOUNT >= WS-IV-OPEN(WS-IV-IDX)
                     SUBTRACT WS-IV-OPEN(WS-IV-IDX)
                        FROM WS-ON-ACCOUNT
                     MOVE ZERO TO WS-IV-OPEN(WS-IV-IDX)
                  ELSE
                     SUBTRACT WS-ON-ACCOUNT
                        FROM WS-IV-OPEN(WS-IV-IDX)
                     MOVE ZERO TO WS-ON-ACCOUNT
                  END-IF
               END-IF
            END-PERFORM.

      *> The memo clears what is still open on its own invoice
      *> first; only what is left over is the customer's to apply
      *> elsewhere or take back by check.
       4000-SETTLE-MEMO.
            MOVE WS-NEXT-MEMO-NUM TO WS-MEMO-NUM.
            ADD 1 TO WS-NEXT-MEMO-NUM.
            MOVE WS-MEMO-TOTAL TO WS-LEFT-TO-SETTLE.
            MOVE ZERO TO WS-APPLIED-TOTAL.
            MOVE ZERO TO WS-REFUND-AMOUNT.
            MOVE ZERO TO WS-REFUND-CHECK-NUM.
            MOVE SPACES TO WS-REFUND-BANK-ID.
            SET WS-IV-IDX TO 1.
            SEARCH WS-IV-ENTRY
               AT END
                  CONTINUE
               WHEN WS-IV-IDX > WS-INVOICE-COUNT
                  CONTINUE
               WHEN WS-IV-NUM(WS-IV-IDX) = WS-ORIG-INV-NUM
                  PERFORM 4050-APPLY-TO-THIS-INVOICE
            END-SEARCH.
            IF WS-LEFT-TO-SETTLE > ZERO
               MOVE WS-LEFT-TO-SETTLE TO WS-TOT-EDIT-ZERO-SUPPRESS
               DISPLAY WS-TOT-EDIT-ZERO-SUPPRESS " of the credit is "
                  "left over."
               DISPLAY "A = apply to other open invoices, "
                  "R = refund by check: "
               MOVE SPACES TO WS-SETTLE-INPUT
               ACCEPT WS-SETTLE-INPUT
               IF WS-SETTLE-INPUT = "R" OR "r"
                  PERFORM 4300-ISSUE-REFUND-CHECK
               END-IF
               IF WS-LEFT-TO-SETTLE > ZERO
                  PERFORM 4200-APPLY-TO-OTHER-INVOICES
               END-IF
            END-IF.
            PERFORM 5000-WRITE-MEMO.
            PERFORM 5100-MOVE-AR-BALANCE.
            PERFORM 5200-WRITE-AUDIT-ENTRY.
            PERFORM 5300-WRITE-JOURNAL-ENTRIES.
            ADD 1 TO WS-MEMOS-RAISED.
            ADD WS-MEMO-TOTAL TO WS-SESSION-TOTAL.
            MOVE WS-APPLIED-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE WS-REFUND-AMOUNT TO WS-VAT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Credit memo " WS-MEMO-NUM " raised - applied "
               WS-AMT-EDIT-ZERO-SUPPRESS "  refunded "
               WS-VAT-EDIT-ZERO-SUPPRESS.

       4050-APPLY-TO-THIS-INVOICE.
            IF WS-IV-OPEN(WS-IV-IDX) > ZERO
               IF WS-IV-OPEN(WS-IV-IDX) >= WS-LEFT-TO-SETTLE
                  MOVE WS-LEFT-TO-SETTLE TO WS-APPLY-AMOUNT
               ELSE
                  MOVE WS-IV-OPEN(WS-IV-IDX) TO WS-APPLY-AMOUNT
               END-IF
               MOVE WS-IV-NUM(WS-IV-IDX) TO WS-APPLY-INV-NUM
               SUBTRACT WS-APPLY-AMOUNT FROM WS-IV-OPEN(WS-IV-IDX)
               PERFORM 4500-WRITE-APPLICATION
            END-IF.

      *> Oldest first, the on-account rule; whatever is still over
      *> when every invoice is clear stays on account (invoice
      *> zero) for the next invoice to use.
       4200-APPLY-TO-OTHER-INVOICES.
            PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-INVOICE-COUNT
               OR WS-LEFT-TO-SETTLE = ZERO
               PERFORM 4050-APPLY-TO-THIS-INVOICE
            END-PERFORM.
            IF WS-LEFT-TO-SETTLE > ZERO
               MOVE WS-LEFT-TO-SETTLE TO WS-APPLY-AMOUNT
               MOVE ZERO TO WS-APPLY-INV-NUM
               PERFORM 4500-WRITE-APPLICATION
            END-IF.

      *> The refund check is written to the register waiting for
      *> CHECK-PRINT, numbered from the paying account's own check
      *> sequence (the AP-PAYMENT-RUN pattern). Check stock carries
      *> four digits of whole money, so a bigger refund is applied
      *> instead.
       4300-ISSUE-REFUND-CHECK.
            MOVE "N" TO WS-BANK-OK-FLAG.
            IF WS-LEFT-TO-SETTLE > 9999.99
               DISPLAY "Too large for one check - the credit is "
                  "applied instead."
            ELSE
               DISPLAY "Refund from bank account (ENTER = primary): "
               MOVE SPACES TO WS-REFUND-BANK-ID
               ACCEPT WS-REFUND-BANK-ID
               PERFORM 4310-PICK-BANK-ACCOUNT
            END-IF.
            IF WS-BANK-OK
               MOVE BA-NEXT-CHECK-NUM TO WS-REFUND-CHECK-NUM
               MOVE BA-GL-ACCOUNT TO WS-REFUND-GL-ACCOUNT
               ADD 1 TO BA-NEXT-CHECK-NUM
               REWRITE BANK-ACCOUNT-RECORD
               MOVE WS-REFUND-CHECK-NUM TO CT-CHECK-NUM
               MOVE WS-REFUND-BANK-ID TO CT-BANK-ID
               MOVE CU-CUSTOMER-NAME TO CT-PAYEE
               MOVE "C" TO CT-TRANS-TYPE
               MOVE WS-LEFT-TO-SETTLE TO CT-AMOUNT
               MOVE "N" TO CT-CLEARED-FLAG
               MOVE "N" TO CT-VOID-FLAG
               MOVE SPACES TO CT-VOID-REASON
               MOVE "N" TO CT-PRINT-FLAG
               MOVE ZERO TO CT-ORIGINAL-CHECK-NUM
               WRITE CHECK-TRANSACTION-RECORD
               MOVE WS-LEFT-TO-SETTLE TO WS-REFUND-AMOUNT
               MOVE ZERO TO WS-LEFT-TO-SETTLE
               DISPLAY "Refund check " WS-REFUND-BANK-ID " "
                  WS-REFUND-CHECK-NUM " waits for CHECK-PRINT."
            ELSE
               MOVE SPACES TO WS-REFUND-BANK-ID
            END-IF.

       4310-PICK-BANK-ACCOUNT.
            IF NOT WS-BANK-FILE-OPEN
               DISPLAY "No BANK-ACCOUNT file - the credit is applied "
                  "instead."
            ELSE
               IF WS-REFUND-BANK-ID = SPACES
                  PERFORM 4320-FIND-PRIMARY-ACCOUNT
               END-IF
               MOVE WS-REFUND-BANK-ID TO BA-BANK-ID
               READ BANK-ACCOUNT-FILE
                  INVALID KEY
                     DISPLAY "No such bank account - the credit is "
                        "applied instead."
                  NOT INVALID KEY
                     IF BA-IS-ACTIVE AND NOT BA-IS-DEPOSIT-ONLY
                        MOVE "Y" TO WS-BANK-OK-FLAG
                     ELSE
                        DISPLAY "Bank account " BA-BANK-ID " can't "
                           "draw checks - the credit is applied "
                           "instead."
                     END-IF
               END-READ
            END-IF.

       4320-FIND-PRIMARY-ACCOUNT.
            MOVE "N" TO WS-BANK-EOF-FLAG.
            MOVE LOW-VALUES TO BA-BANK-ID.
            START BANK-ACCOUNT-FILE KEY >= BA-BANK-ID
               INVALID KEY
                  MOVE "Y" TO WS-BANK-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-BANK-EOF
               READ BANK-ACCOUNT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-BANK-EOF-FLAG
                  NOT AT END
                     IF BA-IS-PRIMARY
                        MOVE BA-BANK-ID TO WS-REFUND-BANK-ID
                        MOVE "Y" TO WS-BANK-EOF-FLAG
                     END-IF
               END-READ
            END-PERFORM.

       4500-WRITE-APPLICATION.
            MOVE "D" TO RC-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO RC-RECEIPT-DATE.
            MOVE WS-CUSTOMER-NO TO RC-CUSTOMER-NO.
            MOVE SPACES TO RC-REFERENCE.
            STRING "CR MEMO " WS-MEMO-NUM
               DELIMITED BY SIZE INTO RC-REFERENCE
            END-STRING.
            MOVE WS-MEMO-TOTAL TO RC-PAYMENT-AMOUNT.
            MOVE WS-APPLY-INV-NUM TO RC-INV-NUM.
            MOVE WS-APPLY-AMOUNT TO RC-APPLIED-AMOUNT.
            MOVE "C" TO RC-APPLY-TYPE.
            MOVE SPACES TO RC-WRITE-OFF-REASON.
            WRITE AR-RECEIPT-RECORD.
            ADD 1 TO WS-RECEIPTS-WRITTEN.
            ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL.
            SUBTRACT WS-APPLY-AMOUNT FROM WS-LEFT-TO-SETTLE.

       5000-WRITE-MEMO.
            OPEN EXTEND CREDIT-MEMO-FILE.
            IF WS-CREDIT-MEMO-STATUS = "35"
               OPEN OUTPUT CREDIT-MEMO-FILE
               CLOSE CREDIT-MEMO-FILE
               OPEN EXTEND CREDIT-MEMO-FILE
            END-IF.
            MOVE SPACES TO CREDIT-MEMO-RECORD.
            MOVE "H" TO CM-RECORD-TYPE.
            MOVE WS-MEMO-NUM TO CM-MEMO-NUM.
            MOVE WS-TODAY-DATE TO CM-MEMO-DATE.
            MOVE WS-ORIG-INV-NUM TO CM-ORIG-INV-NUM.
            MOVE WS-CUSTOMER-NO TO CM-CUSTOMER-NO.
            MOVE WS-CURRENCY-CODE TO CM-CURRENCY-CODE.
            MOVE WS-REASON-INPUT TO CM-REASON.
            MOVE WS-MEMO-NET TO CM-NET-TOTAL.
            MOVE WS-MEMO-VAT TO CM-VAT-TOTAL.
            MOVE WS-APPLIED-TOTAL TO CM-APPLIED-AMOUNT.
            MOVE WS-REFUND-AMOUNT TO CM-REFUND-AMOUNT.
            MOVE WS-REFUND-CHECK-NUM TO CM-REFUND-CHECK-NUM.
            MOVE WS-REFUND-BANK-ID TO CM-REFUND-BANK-ID.
            WRITE CREDIT-MEMO-RECORD.
            ADD 1 TO WS-MEMO-ROWS-WRITTEN.
            PERFORM VARYING WS-ML-IDX FROM 1 BY 1
               UNTIL WS-ML-IDX > WS-MEMO-LINE-COUNT
               MOVE SPACES TO CREDIT-MEMO-RECORD
               MOVE "L" TO CM-RECORD-TYPE
               MOVE WS-MEMO-NUM TO CM-MEMO-NUM
               MOVE WS-ML-ORIG-LINE(WS-ML-IDX) TO CM-ORIG-LINE-NO
               MOVE WS-ML-DESCRIPTION(WS-ML-IDX) TO CM-DESCRIPTION
               MOVE WS-ML-QTY(WS-ML-IDX) TO CM-QTY
               MOVE WS-ML-UNIT-PRICE(WS-ML-IDX) TO CM-UNIT-PRICE
               MOVE WS-ML-TAX-CODE(WS-ML-IDX) TO CM-TAX-CODE
               MOVE WS-ML-VAT(WS-ML-IDX) TO CM-LINE-VAT
               WRITE CREDIT-MEMO-RECORD
               ADD 1 TO WS-MEMO-ROWS-WRITTEN
            END-PERFORM.
            CLOSE CREDIT-MEMO-FILE.

      *> Only the part applied moves the customer's balance; a
      *> refund hands the rest back, so the account is square.
       5100-MOVE-AR-BALANCE.
            IF WS-APPLIED-TOTAL > ZERO
               MOVE WS-CUSTOMER-NO TO AB-CUSTOMER-NO
               READ AR-BALANCE-FILE
                  INVALID KEY
                     MOVE WS-CUSTOMER-NO TO AB-CUSTOMER-NO
                     COMPUTE AB-OPEN-BALANCE =
                        ZERO - WS-APPLIED-TOTAL
                     MOVE WS-TODAY-DATE TO AB-LAST-TRAN-DATE
                     MOVE ZERO TO AB-AGED-DATE AB-AGE-CURRENT
                        AB-AGE-30 AB-AGE-60 AB-AGE-90
                     WRITE AR-BALANCE-RECORD
                  NOT INVALID KEY
                     SUBTRACT WS-APPLIED-TOTAL FROM AB-OPEN-BALANCE
                     MOVE WS-TODAY-DATE TO AB-LAST-TRAN-DATE
                     REWRITE AR-BALANCE-RECORD
               END-READ
            END-IF.

       5200-WRITE-AUDIT-ENTRY.
            MOVE WS-MEMO-TOTAL TO WS-TOT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "Memo " DELIMITED BY SIZE
               WS-MEMO-NUM DELIMITED BY SIZE
               " inv " DELIMITED BY SIZE
               WS-ORIG-INV-NUM DELIMITED BY SIZE
               " cust " DELIMITED BY SIZE
               WS-CUSTOMER-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOT-EDIT-ZERO-SUPPRESS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON-INPUT DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE "CRMEMO" TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

      *> The sale comes back out of SALES RETURNS/ALLOW 4050 and
      *> its VAT out of VAT PAYABLE 2100, both against AR 1300; a
      *> refund then puts the money back through 1300 out of the
      *> bank it was drawn on.
       5300-WRITE-JOURNAL-ENTRIES.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE 4050 TO JE-DEBIT-ACCOUNT.
            MOVE 1300 TO JE-CREDIT-ACCOUNT.
            MOVE WS-MEMO-NET TO JE-AMOUNT.
            MOVE "CRMEMO" TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            IF WS-MEMO-VAT > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE 2100 TO JE-DEBIT-ACCOUNT
               MOVE 1300 TO JE-CREDIT-ACCOUNT
               MOVE WS-MEMO-VAT TO JE-AMOUNT
               MOVE "CRMEMO" TO JE-SOURCE
               MOVE WS-TODAY-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.
            IF WS-REFUND-AMOUNT > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE 1300 TO JE-DEBIT-ACCOUNT
               MOVE WS-REFUND-GL-ACCOUNT TO JE-CREDIT-ACCOUNT
               MOVE WS-REFUND-AMOUNT TO JE-AMOUNT
               MOVE "CRMEMO" TO JE-SOURCE
               MOVE WS-TODAY-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.

       7000-REWRITE-MEMO-CONTROL.
            MOVE WS-NEXT-MEMO-NUM TO MC-NEXT-MEMO-NUM.
            OPEN OUTPUT MEMO-CONTROL-FILE.
            WRITE MEMO-CONTROL-RECORD.
            CLOSE MEMO-CONTROL-FILE.

       8000-WRITE-TRAILERS.
            IF WS-MEMO-ROWS-WRITTEN > ZERO
               OPEN EXTEND CREDIT-MEMO-FILE
               MOVE SPACES TO CREDIT-MEMO-RECORD
               MOVE "T" TO CM-RECORD-TYPE
               MOVE ZERO TO CM-MEMO-NUM
               MOVE WS-MEMO-ROWS-WRITTEN TO CM-TRAILER-COUNT
               WRITE CREDIT-MEMO-RECORD
               CLOSE CREDIT-MEMO-FILE
            END-IF.
            MOVE "T" TO RC-RECORD-TYPE.
            MOVE SPACES TO RC-DETAIL.
            MOVE WS-RECEIPTS-WRITTEN TO RC-TRAILER-COUNT.
            WRITE AR-RECEIPT-RECORD.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the returns account is written as a zero-balance row
      *> the first time it is needed, as are VAT and AR.
       8100-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 4050 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 4050 TO CA-ACCOUNT-NO
                     MOVE "SALES RETURNS/ALLOW" TO CA-ACCOUNT-NAME
                     MOVE "R" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 2100 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2100 TO CA-ACCOUNT-NO
                     MOVE "VAT PAYABLE" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 1300 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1300 TO CA-ACCOUNT-NO
                     MOVE "ACCOUNTS RECEIVABLE" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       9000-CLOSE-FILES.
            IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER-FILE
            END-IF.
            IF WS-TAX-FILE-OPEN
               CLOSE TAX-CODE-FILE
            END-IF.
            IF WS-BANK-FILE-OPEN
               CLOSE BANK-ACCOUNT-FILE
            END-IF.
            CLOSE AR-RECEIPT-FILE.
            CLOSE AR-BALANCE-FILE.
            CLOSE CHECK-TRANSACTIONS-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM CREDIT-MEMO-ENTRY.
