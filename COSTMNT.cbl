      *          PRICE-HISTORY pattern) so a new supplier price is a
      *          new dated row, never an overwrite, and old sales
      *          keep being valued at the cost that was in force.
      *          When a change moves the cost in force today, the
      *          stock already held (machine slots, warehouse and
      *          vans) is revalued in the ledger - the difference
      *          is journaled between STOCK ON HAND 1200 and
      *          PURCHASE PRICE VAR 5800 (source COSTREVAL) so the
      *          GL-TIE-OUT valuation and the GL move together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.
           SELECT WAREHOUSE-STOCK-FILE ASSIGN TO "WHSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-PRODUCT-NAME
               FILE STATUS IS WS-WAREHOUSE-STOCK-STATUS.
           SELECT VAN-STOCK-FILE ASSIGN TO "VANSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-KEY
               FILE STATUS IS WS-VAN-STOCK-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  WAREHOUSE-STOCK-FILE.
       COPY WHSTOCK.

       FD  VAN-STOCK-FILE.
       COPY VANSTOCK.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  JOURNAL-FILE.
       COPY JRNL.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-WAREHOUSE-STOCK-STATUS PIC XX.
       01  WS-VAN-STOCK-STATUS       PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-STOCK-EOF-FLAG         PIC X.
           88  WS-STOCK-EOF                      VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-PRODUCT-INPUT         PIC X(10).
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-TODAY-DATE            PIC 9(8).

      *> Revaluation of stock already held when the cost in force
      *> today moves: the on-hand count across slots, warehouse and
      *> vans times the change in unit cost.
       01  WS-REVALUE-CONTROLS.
           05  WS-COST-TODAY            PIC 99V99.
           05  WS-OLD-COST              PIC 99V99.
           05  WS-NEW-COST              PIC 99V99.
           05  WS-ON-HAND-QTY           PIC 9(7).
           05  WS-REVALUE-AMOUNT        PIC S9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Product Cost Maintenance ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-OPEN-COST-FILE.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/update cost, X=exit: "
                  WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid product/date - nothing changed."
            ELSE
               PERFORM 3100-LOOKUP-COST-TODAY
               MOVE WS-COST-TODAY TO WS-OLD-COST
               MOVE WS-PRODUCT-INPUT TO CO-PRODUCT-NAME
               MOVE WS-DATE-INPUT TO CO-EFFECTIVE-DATE
               READ PRODUCT-COST-FILE
                     REWRITE PRODUCT-COST-RECORD
                     DISPLAY "Cost updated."
               END-READ
               PERFORM 3100-LOOKUP-COST-TODAY
               MOVE WS-COST-TODAY TO WS-NEW-COST
               IF WS-NEW-COST NOT = WS-OLD-COST
                  PERFORM 3200-REVALUE-STOCK-ON-HAND
               END-IF
            END-IF.

      *> Leaves WS-COST-TODAY at the latest PRODUCT-COST row on or
      *> before today for WS-PRODUCT-INPUT (zero when there is
      *> none) - the figure GL-TIE-OUT values the stock files at.
       3100-LOOKUP-COST-TODAY.
            MOVE ZERO TO WS-COST-TODAY.
            MOVE "N" TO WS-COST-EOF-FLAG.
            MOVE LOW-VALUES TO CO-KEY.
            MOVE WS-PRODUCT-INPUT TO CO-PRODUCT-NAME.
            START PRODUCT-COST-FILE KEY >= CO-KEY
               INVALID KEY
                  MOVE "Y" TO WS-COST-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-COST-EOF
               READ PRODUCT-COST-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-COST-EOF-FLAG
                  NOT AT END
                     IF CO-PRODUCT-NAME NOT = WS-PRODUCT-INPUT OR
                           CO-EFFECTIVE-DATE > WS-TODAY-DATE
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     ELSE
                        MOVE CO-UNIT-COST TO WS-COST-TODAY
                     END-IF
               END-READ
            END-PERFORM.

      *> A future-dated row leaves today's cost alone, so it lands
      *> here only when keyed for today or earlier; the change is
      *> booked against the purchase price variance account, up
      *> (debit stock) or down (credit stock).
       3200-REVALUE-STOCK-ON-HAND.
            PERFORM 3300-COUNT-ON-HAND.
            COMPUTE WS-REVALUE-AMOUNT =
               WS-ON-HAND-QTY * (WS-NEW-COST - WS-OLD-COST).
            IF WS-REVALUE-AMOUNT = ZERO
               DISPLAY "No " WS-PRODUCT-INPUT " on hand - nothing "
                  "to revalue."
            ELSE
               PERFORM 3400-ENSURE-ACCOUNTS-EXIST
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                  OPEN OUTPUT JOURNAL-FILE
                  CLOSE JOURNAL-FILE
                  OPEN EXTEND JOURNAL-FILE
               END-IF
               MOVE "D" TO JE-RECORD-TYPE
               MOVE WS-TODAY-DATE TO JE-ENTRY-DATE
               IF WS-REVALUE-AMOUNT > ZERO
                  MOVE 1200 TO JE-DEBIT-ACCOUNT
                  MOVE 5800 TO JE-CREDIT-ACCOUNT
               ELSE
                  MOVE 5800 TO JE-DEBIT-ACCOUNT
                  MOVE 1200 TO JE-CREDIT-ACCOUNT
                  COMPUTE WS-REVALUE-AMOUNT = 0 - WS-REVALUE-AMOUNT
               END-IF
               MOVE WS-REVALUE-AMOUNT TO JE-AMOUNT
               MOVE "COSTREVAL" TO JE-SOURCE
               MOVE WS-TODAY-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
               CLOSE JOURNAL-FILE
               DISPLAY WS-ON-HAND-QTY " on hand revalued by "
                  WS-REVALUE-AMOUNT " - run GL-POST to apply it."
            END-IF.

       3300-COUNT-ON-HAND.
            MOVE ZERO TO WS-ON-HAND-QTY.
            MOVE "N" TO WS-STOCK-EOF-FLAG.
            OPEN INPUT PRODUCT-MASTER-FILE.
            IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WS-STOCK-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-STOCK-EOF
               READ PRODUCT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-STOCK-EOF-FLAG
                  NOT AT END
                     IF PM-PRODUCT-NAME = WS-PRODUCT-INPUT
                        ADD PM-QTY-ON-HAND TO WS-ON-HAND-QTY
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-PRODUCT-MASTER-STATUS = "00" OR
                  WS-PRODUCT-MASTER-STATUS = "10"
               CLOSE PRODUCT-MASTER-FILE
            END-IF.
            OPEN INPUT WAREHOUSE-STOCK-FILE.
            IF WS-WAREHOUSE-STOCK-STATUS = "00"
               MOVE WS-PRODUCT-INPUT TO WH-PRODUCT-NAME
               READ WAREHOUSE-STOCK-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD WH-QTY-ON-HAND TO WS-ON-HAND-QTY
               END-READ
               CLOSE WAREHOUSE-STOCK-FILE
            END-IF.
            MOVE "N" TO WS-STOCK-EOF-FLAG.
            OPEN INPUT VAN-STOCK-FILE.
            IF WS-VAN-STOCK-STATUS NOT = "00"
               MOVE "Y" TO WS-STOCK-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-STOCK-EOF
               READ VAN-STOCK-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-STOCK-EOF-FLAG
                  NOT AT END
                     IF VN-PRODUCT-NAME = WS-PRODUCT-INPUT
                        ADD VN-QTY-ON-HAND TO WS-ON-HAND-QTY
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-VAN-STOCK-STATUS = "00" OR
                  WS-VAN-STOCK-STATUS = "10"
               CLOSE VAN-STOCK-FILE
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so both sides of the revaluation are written as
      *> zero-balance rows the first time they are needed.
       3400-ENSURE-ACCOUNTS-EXIST.
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
               MOVE 5800 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5800 TO CA-ACCOUNT-NO
                     MOVE "PURCHASE PRICE VAR" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.
       END PROGRAM PRODUCT-COST-MAINT.
