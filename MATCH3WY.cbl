      *          written to the approved-voucher file (numbered from
      *          VCHCTL.DAT, due one month after the invoice date)
      *          for the payment run. We stop paying for shorted
      *          deliveries here. An open debit note raised by
      *          SUPPLIER-RETURN against the same PO comes off the
      *          voucher amount and is stamped with the voucher.
      *          A line billed above the supplier's SUPPRICE list
      *          price in force on the invoice date is an exception
      *          too, whatever the tolerance.
      *          Each approved line is journaled: the receipt accrual
      *          (billed quantity at the cost in force) comes out of
      *          ACCRUED PURCHASES 2400 into ACCOUNTS PAYABLE 2500 at
      *          the billed amount, the difference going to PURCHASE
      *          PRICE VARIANCE 5800. The input VAT billed on the
      *          line rides on the voucher and is journaled from
      *          INPUT VAT 1700 to payables, so the monthly VAT
      *          return can claim it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
           SELECT SUPPLIER-PRICE-FILE ASSIGN TO "SUPPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SUPPLIER-PRICE-STATUS.
           SELECT APPROVED-VOUCHER-FILE ASSIGN TO "VOUCHER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-VOUCHER-STATUS.
           SELECT VOUCHER-CONTROL-FILE ASSIGN TO "VCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-CONTROL-STATUS.
           SELECT DEBIT-NOTE-FILE ASSIGN TO "DEBITNTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-NOTE-STATUS.
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
       FD  SUPPLIER-INVOICE-FILE.
       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  SUPPLIER-PRICE-FILE.
       COPY SUPPRICE.

       FD  APPROVED-VOUCHER-FILE.
       COPY VOUCHER.

       01  VOUCHER-CONTROL-RECORD.
           05  VC-NEXT-VOUCHER-NO      PIC 9(5).

       FD  DEBIT-NOTE-FILE.
       COPY DEBITNTE.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-INVOICE-STATUS PIC XX.
       01  WS-PURCHASE-ORDER-STATUS  PIC XX.
       01  WS-GOODS-RECEIVED-STATUS  PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-SUPPLIER-PRICE-STATUS  PIC XX.
       01  WS-APPROVED-VOUCHER-STATUS PIC XX.
       01  WS-VOUCHER-CONTROL-STATUS PIC XX.
       01  WS-DEBIT-NOTE-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-INVOICE-EOF-FLAG       PIC X       VALUE "N".
           88  WS-INVOICE-EOF                    VALUE "Y".
       01  WS-PO-EOF-FLAG            PIC X       VALUE "N".
           88  WS-GR-EOF                         VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-LIST-PRICE-EOF-FLAG    PIC X.
           88  WS-LIST-PRICE-EOF                 VALUE "Y".
       01  WS-DEBIT-NOTE-EOF-FLAG    PIC X       VALUE "N".
           88  WS-DEBIT-NOTE-EOF                 VALUE "Y".

      *> The whole line-sequential invoice file is held here, each
      *> unmatched line stamped with its match outcome, and the file
               10  WS-SI-QTY               PIC 9(3).
               10  WS-SI-PRICE             PIC 99V99.
               10  WS-SI-STATUS            PIC X.
               10  WS-SI-TAX-CODE          PIC XX.
               10  WS-SI-VAT               PIC 9(5)V99.
               10  WS-SI-COUNT-FIELD       PIC 9(7).
       01  WS-INVOICE-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-INVOICE-TABLE-FULL-FLAG PIC X      VALUE "N".
               10  WS-GR-QTY-TOTAL         PIC 9(5).
       01  WS-GR-COUNT               PIC 9(3)    VALUE ZERO.

      *> The debit-note file is held the same way: notes taken off a
      *> voucher are stamped V in the table and the file written
      *> back. A full table leaves every note open for the payment
      *> run instead.
       01  WS-DEBIT-NOTE-TABLE.
           05  WS-DB-ENTRY OCCURS 200 TIMES INDEXED BY WS-DB-IDX.
               10  WS-DB-TYPE              PIC X.
               10  WS-DB-DETAIL            PIC X(64).
       01  WS-DEBIT-NOTE-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-DEBIT-NOTE-FULL-FLAG   PIC X       VALUE "N".
           88  WS-DEBIT-NOTE-FULL                VALUE "Y".
       01  WS-DEBIT-NOTES-APPLIED    PIC 9(5)    VALUE ZERO.

       01  WS-MATCH-CONTROLS.
           05  WS-TOLERANCE-INPUT       PIC X(2).
           05  WS-TOLERANCE-PCT         PIC 99      VALUE 5.
           05  WS-COST-FOUND-FLAG       PIC X.
               88  WS-COST-FOUND                 VALUE "Y".
           05  WS-PRICE-LIMIT           PIC 99V9999.
           05  WS-LIST-PRICE-IN-FORCE   PIC 99V99.
           05  WS-LIST-PRICE-FOUND-FLAG PIC X.
               88  WS-LIST-PRICE-FOUND           VALUE "Y".
           05  WS-PRICE-DIFF            PIC S99V99.
           05  WS-VOUCHER-AMOUNT        PIC 9(7)V99.
           05  WS-DUE-DATE              PIC 9(8).
               10  WS-DUE-YYYY              PIC 9(4).
               10  WS-DUE-MM                PIC 99.
               10  WS-DUE-DD                PIC 99.
           05  WS-BILLED-AMOUNT         PIC 9(7)V99.
           05  WS-ACCRUAL-AMOUNT        PIC 9(7)V99.
           05  WS-VARIANCE-AMOUNT       PIC S9(7)V99.
           05  WS-JOURNAL-AMOUNT        PIC 9(7)V99.
           05  WS-PAYABLE-JOURNALED     PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1200-LOAD-PURCHASE-ORDERS.
            PERFORM 1300-TOTAL-GOODS-RECEIVED.
            PERFORM 1400-READ-VOUCHER-CONTROL.
            PERFORM 1500-LOAD-DEBIT-NOTES.
            PERFORM 2000-OPEN-MATCH-OUTPUTS.
            PERFORM VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-INVOICE-COUNT
            PERFORM 4000-WRITE-VOUCHER-TRAILER.
            PERFORM 4100-REWRITE-INVOICE-FILE.
            PERFORM 4200-REWRITE-VOUCHER-CONTROL.
            IF WS-DEBIT-NOTES-APPLIED > ZERO
               PERFORM 4300-REWRITE-DEBIT-NOTES
            END-IF.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.
            IF WS-SUPPLIER-PRICE-STATUS = "00"
               CLOSE SUPPLIER-PRICE-FILE
            END-IF.
            CLOSE JOURNAL-FILE.
            DISPLAY "Matched: " WS-MATCHED-COUNT
               "  Exceptions: " WS-EXCEPTION-COUNT.
            IF WS-PAYABLE-JOURNALED > ZERO
               DISPLAY "Journaled " WS-PAYABLE-JOURNALED " to "
                  "payables - run GL-POST to apply it."
            END-IF.
            GOBACK.

       1000-ACCEPT-TOLERANCE.
               MOVE SI-QTY-BILLED TO WS-SI-QTY(WS-SI-IDX)
               MOVE SI-UNIT-PRICE TO WS-SI-PRICE(WS-SI-IDX)
               MOVE SI-MATCH-STATUS TO WS-SI-STATUS(WS-SI-IDX)
               MOVE SI-TAX-CODE TO WS-SI-TAX-CODE(WS-SI-IDX)
               IF SI-VAT-AMOUNT IS NUMERIC
                  MOVE SI-VAT-AMOUNT TO WS-SI-VAT(WS-SI-IDX)
               ELSE
                  MOVE ZERO TO WS-SI-VAT(WS-SI-IDX)
               END-IF
               IF SI-IS-TRAILER
                  MOVE SI-TRAILER-COUNT
                     TO WS-SI-COUNT-FIELD(WS-SI-IDX)
               CLOSE VOUCHER-CONTROL-FILE
            END-IF.

       1500-LOAD-DEBIT-NOTES.
            OPEN INPUT DEBIT-NOTE-FILE.
            IF WS-DEBIT-NOTE-STATUS NOT = "00"
               MOVE "Y" TO WS-DEBIT-NOTE-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-DEBIT-NOTE-EOF
               READ DEBIT-NOTE-FILE
                  AT END
                     MOVE "Y" TO WS-DEBIT-NOTE-EOF-FLAG
                  NOT AT END
                     IF WS-DEBIT-NOTE-COUNT >= 200
                        MOVE "Y" TO WS-DEBIT-NOTE-FULL-FLAG
                     ELSE
                        ADD 1 TO WS-DEBIT-NOTE-COUNT
                        SET WS-DB-IDX TO WS-DEBIT-NOTE-COUNT
                        MOVE DB-RECORD-TYPE TO WS-DB-TYPE(WS-DB-IDX)
                        MOVE DB-DETAIL TO WS-DB-DETAIL(WS-DB-IDX)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-DEBIT-NOTE-STATUS = "00"
               CLOSE DEBIT-NOTE-FILE
            END-IF.
            IF WS-DEBIT-NOTE-FULL
               DISPLAY "More debit notes than the table holds "
                  "(200) - none deducted; the payment run will."
               MOVE ZERO TO WS-DEBIT-NOTE-COUNT
            END-IF.

       2000-OPEN-MATCH-OUTPUTS.
            OPEN EXTEND APPROVED-VOUCHER-FILE.
            IF WS-APPROVED-VOUCHER-STATUS = "35"
               OPEN EXTEND APPROVED-VOUCHER-FILE
            END-IF.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            ELSE
               DISPLAY "No PRODUCT-COST file - price test skipped "
                  "where no cost is known."
            END-IF.
            OPEN INPUT SUPPLIER-PRICE-FILE.
            IF WS-SUPPLIER-PRICE-STATUS NOT = "00"
               DISPLAY "No SUPPRICE file - list-price test skipped."
            END-IF.
            PERFORM 2100-ENSURE-ACCOUNTS-EXIST.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the accounts the match journals to are written as
      *> zero-balance rows the first time they are needed.
       2100-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 2400 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2400 TO CA-ACCOUNT-NO
                     MOVE "ACCRUED PURCHASES" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 2500 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2500 TO CA-ACCOUNT-NO
                     MOVE "ACCOUNTS PAYABLE" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 5800 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5800 TO CA-ACCOUNT-NO
                     MOVE "PURCHASE PRICE VAR" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 1700 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1700 TO CA-ACCOUNT-NO
                     MOVE "INPUT VAT" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       3000-MATCH-ONE-INVOICE.
            MOVE SPACES TO WS-EXCEPTION-TEXT.
            IF WS-EXCEPTION-TEXT = SPACES
               PERFORM 3300-CHECK-UNIT-PRICE
            END-IF.
            IF WS-EXCEPTION-TEXT = SPACES
               PERFORM 3350-CHECK-LIST-PRICE
            END-IF.
            IF WS-EXCEPTION-TEXT = SPACES
               MOVE "M" TO WS-SI-STATUS(WS-SI-IDX)
               ADD 1 TO WS-MATCHED-COUNT
               END-IF
            END-IF.

      *> The agreed list price is a ceiling, not a band: billing
      *> under it passes. No price row for the supplier and product
      *> means nothing was agreed, so the line is not held on it.
       3350-CHECK-LIST-PRICE.
            PERFORM 3450-LOOKUP-LIST-PRICE.
            IF WS-LIST-PRICE-FOUND AND
                  WS-SI-PRICE(WS-SI-IDX) > WS-LIST-PRICE-IN-FORCE
               MOVE "BILLED ABOVE LIST PRICE" TO WS-EXCEPTION-TEXT
            END-IF.

       3400-LOOKUP-COST-IN-FORCE.
            MOVE ZERO TO WS-COST-IN-FORCE.
            MOVE "N" TO WS-COST-FOUND-FLAG.
            IF WS-COST-FILE-OPEN
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE WS-PO-PRODUCT(WS-PO-IDX) TO CO-PRODUCT-NAME
               END-PERFORM
            END-IF.

       3450-LOOKUP-LIST-PRICE.
            MOVE ZERO TO WS-LIST-PRICE-IN-FORCE.
            MOVE "N" TO WS-LIST-PRICE-FOUND-FLAG.
            IF WS-SUPPLIER-PRICE-STATUS = "00"
               MOVE "N" TO WS-LIST-PRICE-EOF-FLAG
               MOVE LOW-VALUES TO SL-KEY
               MOVE WS-SI-SUPPLIER(WS-SI-IDX) TO SL-SUPPLIER-NO
               MOVE WS-PO-PRODUCT(WS-PO-IDX) TO SL-PRODUCT-NAME
               START SUPPLIER-PRICE-FILE KEY >= SL-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LIST-PRICE-EOF-FLAG
               END-START
               PERFORM UNTIL WS-LIST-PRICE-EOF
                  READ SUPPLIER-PRICE-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-LIST-PRICE-EOF-FLAG
                     NOT AT END
                        IF SL-SUPPLIER-NO NOT =
                              WS-SI-SUPPLIER(WS-SI-IDX) OR
                              SL-PRODUCT-NAME NOT =
                                 WS-PO-PRODUCT(WS-PO-IDX) OR
                              SL-EFFECTIVE-DATE >
                                 WS-SI-DATE(WS-SI-IDX)
                           MOVE "Y" TO WS-LIST-PRICE-EOF-FLAG
                        ELSE
                           MOVE SL-LIST-PRICE
                              TO WS-LIST-PRICE-IN-FORCE
                           MOVE "Y" TO WS-LIST-PRICE-FOUND-FLAG
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       3500-WRITE-VOUCHER.
            COMPUTE WS-VOUCHER-AMOUNT = WS-SI-QTY(WS-SI-IDX)
               * WS-SI-PRICE(WS-SI-IDX) + WS-SI-VAT(WS-SI-IDX).
            PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DEBIT-NOTE-COUNT
               IF WS-DB-TYPE(WS-DB-IDX) = "D"
                  PERFORM 3550-DEDUCT-ONE-DEBIT-NOTE
               END-IF
            END-PERFORM.
            MOVE "D" TO VH-RECORD-TYPE.
            MOVE WS-NEXT-VOUCHER-NO TO VH-VOUCHER-NO.
            MOVE WS-SI-SUPPLIER(WS-SI-IDX) TO VH-SUPPLIER-NO.
            MOVE WS-DUE-DATE TO VH-DUE-DATE.
            MOVE "N" TO VH-PAID-FLAG.
            MOVE ZERO TO VH-CHECK-NUM.
            MOVE WS-SI-VAT(WS-SI-IDX) TO VH-VAT-AMOUNT.
            WRITE APPROVED-VOUCHER-RECORD.
            ADD 1 TO WS-VOUCHER-COUNT.
            ADD 1 TO WS-NEXT-VOUCHER-NO.
            DISPLAY "Voucher " VH-VOUCHER-NO " approved for "
               VH-AMOUNT " due " VH-DUE-DATE ".".
            PERFORM 3700-JOURNAL-MATCHED-LINE.

      *> A goods return against this PO is money the supplier owes
      *> back: an open note for the same supplier and PO comes off
      *> the voucher, as long as the voucher covers it - a larger
      *> note stays open for the payment run to set against the
      *> supplier's next check.
       3550-DEDUCT-ONE-DEBIT-NOTE.
            MOVE WS-DB-TYPE(WS-DB-IDX) TO DB-RECORD-TYPE.
            MOVE WS-DB-DETAIL(WS-DB-IDX) TO DB-DETAIL.
            IF DB-IS-OPEN AND
                  DB-PO-NUMBER = WS-SI-PO-NUMBER(WS-SI-IDX) AND
                  DB-SUPPLIER-NO = WS-SI-SUPPLIER(WS-SI-IDX) AND
                  DB-AMOUNT <= WS-VOUCHER-AMOUNT
               SUBTRACT DB-AMOUNT FROM WS-VOUCHER-AMOUNT
               MOVE "V" TO DB-APPLIED-FLAG
               MOVE WS-NEXT-VOUCHER-NO TO DB-APPLIED-REF
               MOVE DB-DETAIL TO WS-DB-DETAIL(WS-DB-IDX)
               ADD 1 TO WS-DEBIT-NOTES-APPLIED
               DISPLAY "Debit note " DB-NOTE-NO " (" DB-AMOUNT
                  ") taken off voucher " WS-NEXT-VOUCHER-NO "."
            END-IF.

      *> Due one month after the invoice date (the RECURRING-PAYMENTS
      *> month-roll), with the day clamped to 28 so February never
               MOVE 28 TO WS-DUE-DD
            END-IF.

      *> The whole bill is the payable; debit notes taken off the
      *> voucher were already charged to payables by SUPPLIER-RETURN.
      *> GOODS-RECEIVE accrued the goods at cost, so the billed
      *> quantity at the cost in force clears the accrual and any
      *> gap between billed and cost is price variance - billing
      *> under cost still clears the full accrual and gives the
      *> difference back from payables. A product with no cost
      *> row was never accrued: its whole bill is variance. The
      *> VAT on the line is owed to the supplier and reclaimable
      *> from the Revenue Department, so it goes to INPUT VAT.
       3700-JOURNAL-MATCHED-LINE.
            COMPUTE WS-BILLED-AMOUNT = WS-SI-QTY(WS-SI-IDX)
               * WS-SI-PRICE(WS-SI-IDX).
            MOVE ZERO TO WS-ACCRUAL-AMOUNT.
            IF WS-COST-FOUND
               COMPUTE WS-ACCRUAL-AMOUNT = WS-SI-QTY(WS-SI-IDX)
                  * WS-COST-IN-FORCE
            END-IF.
            COMPUTE WS-VARIANCE-AMOUNT =
               WS-BILLED-AMOUNT - WS-ACCRUAL-AMOUNT.
            IF WS-ACCRUAL-AMOUNT > ZERO
               MOVE 2400 TO JE-DEBIT-ACCOUNT
               MOVE 2500 TO JE-CREDIT-ACCOUNT
               MOVE WS-ACCRUAL-AMOUNT TO WS-JOURNAL-AMOUNT
               PERFORM 3750-WRITE-JOURNAL-LINE
            END-IF.
            IF WS-VARIANCE-AMOUNT > ZERO
               MOVE 5800 TO JE-DEBIT-ACCOUNT
               MOVE 2500 TO JE-CREDIT-ACCOUNT
               MOVE WS-VARIANCE-AMOUNT TO WS-JOURNAL-AMOUNT
               PERFORM 3750-WRITE-JOURNAL-LINE
            END-IF.
            IF WS-VARIANCE-AMOUNT < ZERO
               MOVE 2500 TO JE-DEBIT-ACCOUNT
               MOVE 5800 TO JE-CREDIT-ACCOUNT
               COMPUTE WS-JOURNAL-AMOUNT = ZERO - WS-VARIANCE-AMOUNT
               PERFORM 3750-WRITE-JOURNAL-LINE
            END-IF.
            IF WS-SI-VAT(WS-SI-IDX) > ZERO
               MOVE 1700 TO JE-DEBIT-ACCOUNT
               MOVE 2500 TO JE-CREDIT-ACCOUNT
               MOVE WS-SI-VAT(WS-SI-IDX) TO WS-JOURNAL-AMOUNT
               PERFORM 3750-WRITE-JOURNAL-LINE
            END-IF.
            ADD WS-BILLED-AMOUNT TO WS-PAYABLE-JOURNALED.
            ADD WS-SI-VAT(WS-SI-IDX) TO WS-PAYABLE-JOURNALED.

       3750-WRITE-JOURNAL-LINE.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE WS-JOURNAL-AMOUNT TO JE-AMOUNT.
            MOVE "MATCH3WY" TO JE-SOURCE.
            MOVE WS-SI-DATE(WS-SI-IDX) TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.

       4000-WRITE-VOUCHER-TRAILER.
            MOVE "T" TO VH-RECORD-TYPE.
            MOVE SPACES TO VH-DETAIL.
                  MOVE WS-SI-QTY(WS-SI-IDX) TO SI-QTY-BILLED
                  MOVE WS-SI-PRICE(WS-SI-IDX) TO SI-UNIT-PRICE
                  MOVE WS-SI-STATUS(WS-SI-IDX) TO SI-MATCH-STATUS
                  MOVE WS-SI-TAX-CODE(WS-SI-IDX) TO SI-TAX-CODE
                  MOVE WS-SI-VAT(WS-SI-IDX) TO SI-VAT-AMOUNT
               END-IF
               WRITE SUPPLIER-INVOICE-RECORD
            END-PERFORM.
            MOVE WS-NEXT-VOUCHER-NO TO VC-NEXT-VOUCHER-NO.
            WRITE VOUCHER-CONTROL-RECORD.
            CLOSE VOUCHER-CONTROL-FILE.

       4300-REWRITE-DEBIT-NOTES.
            OPEN OUTPUT DEBIT-NOTE-FILE.
            PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DEBIT-NOTE-COUNT
               MOVE WS-DB-TYPE(WS-DB-IDX) TO DB-RECORD-TYPE
               MOVE WS-DB-DETAIL(WS-DB-IDX) TO DB-DETAIL
               WRITE DEBIT-NOTE-RECORD
            END-PERFORM.
            CLOSE DEBIT-NOTE-FILE.
       END PROGRAM THREE-WAY-MATCH.
