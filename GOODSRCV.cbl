      *          ledger at the depot (machine/slot 00 on the note)
      *          and reach a machine later via WAREHOUSE-TRANSFER;
      *          the direct-to-machine path stays for drop-offs.
      *          Each receipt is journaled at the PRODUCT-COST in
      *          force on the receipt date: debit STOCK ON HAND 1200,
      *          credit ACCRUED PURCHASES 2400, which THREE-WAY-MATCH
      *          clears to payables when the invoice is approved.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-PRODUCT-NAME
               FILE STATUS IS WS-WAREHOUSE-STOCK-STATUS.
           SELECT PRODUCT-COST-FILE ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
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
       FD  PRODUCT-MASTER-FILE.
       FD  WAREHOUSE-STOCK-FILE.
       COPY WHSTOCK.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-GOODS-RECEIVED-STATUS  PIC XX.
       01  WS-LOT-MASTER-STATUS      PIC XX.
       01  WS-PURCHASE-ORDER-STATUS  PIC XX.
       01  WS-WAREHOUSE-STOCK-STATUS PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-COST-FOUND-FLAG        PIC X.
           88  WS-COST-FOUND                     VALUE "Y".
       01  WS-PO-EOF-FLAG            PIC X.
           88  WS-PO-EOF                   VALUE "Y".

           05  WS-RECEIVE-MODE          PIC X.
           05  WS-WH-PRODUCT-INPUT      PIC X(10).
           05  WS-PO-QTY-REMAINING      PIC 9(3).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-COST-PRODUCT          PIC X(10).
           05  WS-UNIT-COST             PIC 99V99.
           05  WS-RECEIPT-VALUE         PIC 9(7)V99.
           05  WS-VALUE-JOURNALED       PIC 9(7)V99 VALUE ZERO.

       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 3100-WRITE-AUDIT-LOG-TRAILER.
            PERFORM 9000-CLOSE-FILES.
            DISPLAY "Deliveries posted: " WS-RECEIPTS-POSTED.
            IF WS-VALUE-JOURNALED > ZERO
               DISPLAY "Journaled " WS-VALUE-JOURNALED " to stock "
                  "on hand - run GL-POST to apply it."
            END-IF.
            STOP RUN.

       1000-OPEN-FILES.
               CLOSE WAREHOUSE-STOCK-FILE
               OPEN I-O WAREHOUSE-STOCK-FILE
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            END-IF.
            PERFORM 1100-ENSURE-ACCOUNTS-EXIST.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the accrual account is written as a zero-balance row the
      *> first time a receipt needs it.
       1100-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 1200 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1200 TO CA-ACCOUNT-NO
                     MOVE "STOCK ON HAND" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 2400 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2400 TO CA-ACCOUNT-NO
                     MOVE "ACCRUED PURCHASES" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       2000-POST-ONE-DELIVERY.
            IF WS-CONTINUE-FLAG = "N" OR "n"
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 2300-WRITE-AUDIT-LOG
               MOVE WS-WH-PRODUCT-INPUT TO WS-COST-PRODUCT
               PERFORM 2500-JOURNAL-RECEIPT
               IF WS-PO-NUMBER-INPUT > ZERO
                  PERFORM 2400-MARK-PO-RECEIVED
               END-IF
               END-STRING
               PERFORM 2300-WRITE-AUDIT-LOG
               PERFORM 2250-RECORD-LOT
               MOVE PM-PRODUCT-NAME TO WS-COST-PRODUCT
               PERFORM 2500-JOURNAL-RECEIPT
               IF WS-PO-NUMBER-INPUT > ZERO
                  PERFORM 2400-MARK-PO-RECEIVED
               END-IF
                  ACCEPT LT-RECEIVED-DATE FROM DATE YYYYMMDD
                  MOVE WS-EXPIRY-INPUT TO LT-EXPIRY-DATE
                  MOVE WS-QTY-RECEIVED TO LT-QTY
                  MOVE WS-QTY-RECEIVED TO LT-QTY-RECEIVED
                  MOVE ZERO TO LT-QTY-SOLD
                  MOVE ZERO TO LT-QTY-REMOVED
                  MOVE SPACE TO LT-HOLD-FLAG
                  WRITE LOT-MASTER-RECORD
                     INVALID KEY
                        READ LOT-MASTER-FILE
                           NOT INVALID KEY
                              ADD WS-QTY-RECEIVED TO LT-QTY
                              ADD WS-QTY-RECEIVED TO LT-QTY-RECEIVED
                              REWRITE LOT-MASTER-RECORD
                        END-READ
                  END-WRITE
                  WS-PO-QTY-REMAINING " still on back-order."
            END-IF.

      *> Stock comes onto the books at the cost in force on the
      *> receipt date - the same figure GL-TIE-OUT values the stock
      *> files at - with the supplier's liability parked in the
      *> accrual until the invoice arrives. A product with no cost
      *> row cannot be valued, so its receipt is left unjournaled
      *> and flagged rather than booked at a guessed figure.
       2500-JOURNAL-RECEIPT.
            PERFORM 2550-LOOKUP-UNIT-COST.
            IF NOT WS-COST-FOUND
               DISPLAY "No PRODUCT-COST row for " WS-COST-PRODUCT
                  " - receipt not journaled; add a cost and post "
                  "it by hand."
            ELSE
               COMPUTE WS-RECEIPT-VALUE =
                  WS-QTY-RECEIVED * WS-UNIT-COST
               IF WS-RECEIPT-VALUE > ZERO
                  MOVE "D" TO JE-RECORD-TYPE
                  MOVE WS-TODAY-DATE TO JE-ENTRY-DATE
                  MOVE 1200 TO JE-DEBIT-ACCOUNT
                  MOVE 2400 TO JE-CREDIT-ACCOUNT
                  MOVE WS-RECEIPT-VALUE TO JE-AMOUNT
                  MOVE "GOODSRCV" TO JE-SOURCE
                  MOVE WS-TODAY-DATE TO JE-SOURCE-DATE
                  WRITE JOURNAL-ENTRY-RECORD
                  ADD WS-RECEIPT-VALUE TO WS-VALUE-JOURNALED
               END-IF
            END-IF.

      *> Leaves WS-UNIT-COST at the latest PRODUCT-COST row on or
      *> before today for WS-COST-PRODUCT.
       2550-LOOKUP-UNIT-COST.
            MOVE "N" TO WS-COST-FOUND-FLAG.
            MOVE ZERO TO WS-UNIT-COST.
            IF WS-COST-FILE-OPEN
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE WS-COST-PRODUCT TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = WS-COST-PRODUCT OR
                              CO-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-UNIT-COST
                           MOVE "Y" TO WS-COST-FOUND-FLAG
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       2300-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       9000-CLOSE-FILES.
            CLOSE AUDIT-LOG-FILE.
            CLOSE LOT-MASTER-FILE.
            CLOSE WAREHOUSE-STOCK-FILE.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.
            CLOSE JOURNAL-FILE.
       END PROGRAM GOODS-RECEIVE.
