      *          date already posted from this source and a date
      *          inside a closed fiscal period, so the machine's own
      *          totals never get keyed - or doubled - by hand.
      *          Every non-voided vend, whatever the tender, is also
      *          relieved from STOCK ON HAND 1200 into COST OF GOODS
      *          SOLD 5700 at the PRODUCT-COST in force on its
      *          VS-SALE-DATE, so the ledger carries a real gross
      *          profit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT PRODUCT-COST-FILE ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDING-SALES-FILE.
       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       WORKING-STORAGE SECTION.
       01  WS-VENDING-SALES-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-TAX-CODE-STATUS        PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".

       01  WS-POST-CONTROLS.
           05  WS-COLLECTED-TOTAL       PIC 9(7)V99 VALUE ZERO.
           05  WS-TAX-TOTAL             PIC 9(7)V99 VALUE ZERO.
           05  WS-NET-TOTAL             PIC 9(7)V99 VALUE ZERO.
           05  WS-SALE-NET              PIC 9(5)V99.
           05  WS-COGS-TOTAL            PIC 9(7)V99 VALUE ZERO.
           05  WS-UNIT-COST             PIC 99V99.
           05  WS-UNCOSTED-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-SALES-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-ALREADY-POSTED-FLAG   PIC X       VALUE "N".
               88  WS-ALREADY-POSTED              VALUE "Y".
       MAIN-PROCEDURE.
            DISPLAY "--- Vending Totals to General Ledger ---".
            PERFORM 1000-TOTAL-VENDING-SALES.
            IF WS-COLLECTED-TOTAL = ZERO AND WS-COGS-TOTAL = ZERO
               DISPLAY "No cash-collected trailer totals and no "
                  "costed sales - nothing to post."
               GOBACK
            END-IF.
            PERFORM 2000-CHECK-ALREADY-POSTED.
            END-IF.
            COMPUTE WS-NET-TOTAL =
               WS-COLLECTED-TOTAL - WS-TAX-TOTAL.
            PERFORM 2900-ENSURE-ACCOUNTS-EXIST.
            PERFORM 3000-WRITE-JOURNAL-ENTRY.
            DISPLAY "Posted " WS-COLLECTED-TOTAL " BAHT for "
               WS-SALES-DATE " (tax inside: " WS-TAX-TOTAL
               ") - run GL-POST to apply it.".
            DISPLAY "Cost of goods sold " WS-COGS-TOTAL
               " relieved from stock.".
            IF WS-UNCOSTED-COUNT > ZERO
               DISPLAY WS-UNCOSTED-COUNT " vend(s) had no "
                  "PRODUCT-COST row and were costed at zero."
            END-IF.
            GOBACK.

       1000-TOTAL-VENDING-SALES.
            END-IF.
            OPEN INPUT PRODUCT-MASTER-FILE.
            OPEN INPUT TAX-CODE-FILE.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            END-IF.
            PERFORM UNTIL WS-SALES-EOF
               READ VENDING-SALES-FILE NEXT RECORD
                  AT END
                        IF NOT VS-IS-VOIDED AND VS-IS-CASH-TENDER
                           PERFORM 1050-ADD-TAX-INSIDE-SALE
                        END-IF
                        IF NOT VS-IS-VOIDED
                           PERFORM 1070-ADD-COST-OF-SALE
                        END-IF
                     ELSE
                        IF VS-IS-TRAILER
                           ADD VS-TRAILER-TOTAL
            IF WS-TAX-CODE-STATUS = "00"
               CLOSE TAX-CODE-FILE
            END-IF.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.

      *> The charged price is tax-inclusive: the tax inside it is
      *> price - price / (1 + rate/100), using the rate of the
               END-READ
            END-IF.

      *> Stock leaves the shelf whatever paid for it - cash, card or
      *> points - so every non-voided vend is costed, at the latest
      *> PRODUCT-COST row on or before its own sale date (the
      *> GROSS-MARGIN rule). No row means a zero cost, counted so
      *> the hole in the catalog is reported.
       1070-ADD-COST-OF-SALE.
            MOVE ZERO TO WS-UNIT-COST.
            IF WS-COST-FILE-OPEN
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE VS-PRODUCT-NAME TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = VS-PRODUCT-NAME OR
                              CO-EFFECTIVE-DATE > VS-SALE-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-UNIT-COST
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-UNIT-COST = ZERO
               ADD 1 TO WS-UNCOSTED-COUNT
            ELSE
               ADD WS-UNIT-COST TO WS-COGS-TOTAL
            END-IF.

       2000-CHECK-ALREADY-POSTED.
            OPEN INPUT JOURNAL-CHECK-FILE.
            IF WS-JOURNAL-CHECK-STATUS = "00"
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart;
      *> VAT PAYABLE and COST OF GOODS SOLD postdate the chart seed,
      *> so they are written as zero-balance rows the first time
      *> they are needed.
       2900-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 2100 TO CA-ACCOUNT-NO
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 5700 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5700 TO CA-ACCOUNT-NO
                     MOVE "COST OF GOODS SOLD" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

      *> Three legs of one tax-inclusive day: cash/net-sales,
      *> cash/VAT-payable and cost-of-sales/stock. All carry source
      *> VENDSALE and the sales date, so the already-posted check
      *> covers the set.
       3000-WRITE-JOURNAL-ENTRY.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            IF WS-NET-TOTAL > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE 1000 TO JE-DEBIT-ACCOUNT
               MOVE 4000 TO JE-CREDIT-ACCOUNT
               MOVE WS-NET-TOTAL TO JE-AMOUNT
               MOVE "VENDSALE" TO JE-SOURCE
               MOVE WS-SALES-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.
            IF WS-TAX-TOTAL > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE WS-SALES-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.
            IF WS-COGS-TOTAL > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE 5700 TO JE-DEBIT-ACCOUNT
               MOVE 1200 TO JE-CREDIT-ACCOUNT
               MOVE WS-COGS-TOTAL TO JE-AMOUNT
               MOVE "VENDSALE" TO JE-SOURCE
               MOVE WS-SALES-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.
            CLOSE JOURNAL-FILE.
       END PROGRAM VENDING-GL-POST.
