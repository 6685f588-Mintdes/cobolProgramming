      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Return to supplier - sends a crushed or short-dated
      *          case back against the PO it arrived on. The quantity
      *          comes off the warehouse stock ledger or the machine
      *          slot it was received into, and off the LOT-MASTER
      *          row for its lot, and a numbered debit note is raised
      *          against the PO and supplier at the invoiced unit
      *          price. THREE-WAY-MATCH and AP-PAYMENT-RUN deduct the
      *          open notes, so goods thrown away are no longer paid
      *          for at full price. GOODS-RECEIVE remains the only way
      *          stock comes in. The return is journaled: the goods
      *          leave STOCK ON HAND 1200 at the cost in force, the
      *          note comes off ACCOUNTS PAYABLE 2500, and the gap
      *          between the two goes to PURCHASE PRICE VARIANCE 5800.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT LOT-MASTER-FILE ASSIGN TO "LOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-MASTER-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPPINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-INVOICE-STATUS.
           SELECT PRODUCT-COST-FILE ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
           SELECT DEBIT-NOTE-FILE ASSIGN TO "DEBITNTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-NOTE-STATUS.
           SELECT DEBIT-NOTE-CONTROL-FILE ASSIGN TO "DBNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-NOTE-CONTROL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
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
       COPY PRODMAST.

       FD  WAREHOUSE-STOCK-FILE.
       COPY WHSTOCK.

       FD  LOT-MASTER-FILE.
       COPY LOTMAST.

       FD  PURCHASE-ORDER-FILE.
       COPY PORDER.

       FD  SUPPLIER-INVOICE-FILE.
       COPY SUPPINV.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  DEBIT-NOTE-FILE.
       COPY DEBITNTE.

       FD  DEBIT-NOTE-CONTROL-FILE.
       01  DEBIT-NOTE-CONTROL-RECORD.
           05  DBC-NEXT-NOTE-NO        PIC 9(5).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-WAREHOUSE-STOCK-STATUS PIC XX.
       01  WS-LOT-MASTER-STATUS      PIC XX.
       01  WS-PURCHASE-ORDER-STATUS  PIC XX.
       01  WS-SUPPLIER-INVOICE-STATUS PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-DEBIT-NOTE-STATUS      PIC XX.
       01  WS-DEBIT-NOTE-CONTROL-STATUS PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-PO-EOF-FLAG            PIC X.
           88  WS-PO-EOF                         VALUE "Y".
       01  WS-INVOICE-EOF-FLAG       PIC X.
           88  WS-INVOICE-EOF                    VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".

       01  WS-RETURN-CONTROLS.
           05  WS-CONTINUE-FLAG         PIC X       VALUE "Y".
           05  WS-PO-INPUT              PIC X(5).
           05  WS-PO-NUMBER             PIC 9(5).
           05  WS-PO-FOUND-FLAG         PIC X.
               88  WS-PO-FOUND                   VALUE "Y".
           05  WS-PO-SUPPLIER           PIC 9(3).
           05  WS-PO-PRODUCT            PIC X(10).
           05  WS-PO-MACHINE            PIC 99.
           05  WS-PO-SLOT               PIC 99.
           05  WS-RETURN-FROM           PIC X.
               88  WS-FROM-MACHINE               VALUE "M" "m".
           05  WS-MACHINE-INPUT         PIC XX.
           05  WS-SLOT-INPUT            PIC XX.
           05  WS-MACHINE-ID            PIC 99.
           05  WS-SLOT-NO               PIC 99.
           05  WS-QTY-INPUT             PIC X(3).
           05  WS-QTY-RETURNED          PIC 9(3).
           05  WS-LOT-INPUT             PIC X(8).
           05  WS-LOT-FOUND-FLAG        PIC X.
               88  WS-LOT-FOUND                  VALUE "Y".
           05  WS-REASON-INPUT          PIC X.
           05  WS-PRICE-INPUT           PIC X(4).
           05  WS-PRICE-DIGITS REDEFINES WS-PRICE-INPUT
                                        PIC 99V99.
           05  WS-DEFAULT-PRICE         PIC 99V99.
           05  WS-UNIT-PRICE            PIC 99V99.
           05  WS-PRICE-SOURCE          PIC X(20).
           05  WS-REJECT-TEXT           PIC X(40).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-NEXT-NOTE-NO          PIC 9(5)    VALUE 1.
           05  WS-NOTES-WRITTEN         PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).
           05  WS-QTY-DISPLAY           PIC ZZ9.
           05  WS-STOCK-UNIT-COST       PIC 99V99.
           05  WS-STOCK-VALUE           PIC 9(7)V99.
           05  WS-VARIANCE-AMOUNT       PIC S9(7)V99.
           05  WS-JOURNAL-AMOUNT        PIC 9(7)V99.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Return to Supplier ---".
            PERFORM 1000-OPEN-FILES.
            PERFORM 1100-READ-NOTE-CONTROL.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM WITH TEST AFTER UNTIL WS-CONTINUE-FLAG = "N" OR "n"
               PERFORM 2000-RETURN-ONE-CASE
               DISPLAY "Return another? (Y/N)"
               ACCEPT WS-CONTINUE-FLAG
            END-PERFORM.
            PERFORM 3000-WRITE-DEBIT-NOTE-TRAILER.
            PERFORM 3100-WRITE-AUDIT-LOG-TRAILER.
            PERFORM 3200-REWRITE-NOTE-CONTROL.
            PERFORM 9000-CLOSE-FILES.
            DISPLAY "Debit notes raised: " WS-NOTES-WRITTEN.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O PRODUCT-MASTER-FILE.
            OPEN I-O WAREHOUSE-STOCK-FILE.
            IF WS-WAREHOUSE-STOCK-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-STOCK-FILE
               CLOSE WAREHOUSE-STOCK-FILE
               OPEN I-O WAREHOUSE-STOCK-FILE
            END-IF.
            OPEN I-O LOT-MASTER-FILE.
            IF WS-LOT-MASTER-STATUS = "35"
               OPEN OUTPUT LOT-MASTER-FILE
               CLOSE LOT-MASTER-FILE
               OPEN I-O LOT-MASTER-FILE
            END-IF.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            END-IF.
            PERFORM 1050-ENSURE-ACCOUNTS-EXIST.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            OPEN EXTEND DEBIT-NOTE-FILE.
            IF WS-DEBIT-NOTE-STATUS = "35"
               OPEN OUTPUT DEBIT-NOTE-FILE
               CLOSE DEBIT-NOTE-FILE
               OPEN EXTEND DEBIT-NOTE-FILE
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the accounts a return journals to are written as
      *> zero-balance rows the first time they are needed.
       1050-ENSURE-ACCOUNTS-EXIST.
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
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       1100-READ-NOTE-CONTROL.
            OPEN INPUT DEBIT-NOTE-CONTROL-FILE.
            IF WS-DEBIT-NOTE-CONTROL-STATUS = "00"
               READ DEBIT-NOTE-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE DBC-NEXT-NOTE-NO TO WS-NEXT-NOTE-NO
               END-READ
               CLOSE DEBIT-NOTE-CONTROL-FILE
            END-IF.

      *> Each step below runs only while WS-REJECT-TEXT is still
      *> blank, so the first failed check stops the return with
      *> nothing posted - the THREE-WAY-MATCH exception pattern.
       2000-RETURN-ONE-CASE.
            MOVE SPACES TO WS-REJECT-TEXT.
            PERFORM 2100-FIND-PURCHASE-ORDER.
            IF WS-REJECT-TEXT = SPACES
               PERFORM 2200-ACCEPT-RETURN-SOURCE
            END-IF.
            IF WS-REJECT-TEXT = SPACES
               PERFORM 2300-ACCEPT-QUANTITY-AND-LOT
            END-IF.
            IF WS-REJECT-TEXT = SPACES
               PERFORM 2400-ACCEPT-REASON-AND-PRICE
            END-IF.
            IF WS-REJECT-TEXT = SPACES
               PERFORM 2500-POST-RETURN
            ELSE
               DISPLAY "Return not posted: " WS-REJECT-TEXT
            END-IF.

       2100-FIND-PURCHASE-ORDER.
            DISPLAY "PO number the goods arrived on: ".
            ACCEPT WS-PO-INPUT.
            MOVE "N" TO WS-PO-FOUND-FLAG.
            IF WS-PO-INPUT IS NOT NUMERIC
               MOVE "PO NUMBER MUST BE 5 DIGITS" TO WS-REJECT-TEXT
            ELSE
               MOVE WS-PO-INPUT TO WS-PO-NUMBER
               MOVE "N" TO WS-PO-EOF-FLAG
               OPEN INPUT PURCHASE-ORDER-FILE
               IF WS-PURCHASE-ORDER-STATUS NOT = "00"
                  MOVE "Y" TO WS-PO-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-PO-EOF OR WS-PO-FOUND
                  READ PURCHASE-ORDER-FILE
                     AT END
                        MOVE "Y" TO WS-PO-EOF-FLAG
                     NOT AT END
                        IF PO-IS-DETAIL AND PO-NUMBER = WS-PO-NUMBER
                           MOVE "Y" TO WS-PO-FOUND-FLAG
                           MOVE PO-SUPPLIER-NO TO WS-PO-SUPPLIER
                           MOVE PO-PRODUCT-NAME TO WS-PO-PRODUCT
                           MOVE PO-MACHINE-ID TO WS-PO-MACHINE
                           MOVE PO-SLOT-NO TO WS-PO-SLOT
                        END-IF
                  END-READ
               END-PERFORM
               IF WS-PURCHASE-ORDER-STATUS NOT = "35"
                  CLOSE PURCHASE-ORDER-FILE
               END-IF
               IF WS-PO-FOUND
                  DISPLAY "PO " WS-PO-NUMBER ": supplier "
                     WS-PO-SUPPLIER " " WS-PO-PRODUCT
               ELSE
                  MOVE "NO SUCH PO ON FILE" TO WS-REJECT-TEXT
               END-IF
            END-IF.

      *> Returns leave from wherever the case now sits: the depot by
      *> default, as GOODS-RECEIVE receives there, or the machine
      *> slot for a case dropped at the site.
       2200-ACCEPT-RETURN-SOURCE.
            DISPLAY "Return from (W)arehouse depot or (M)achine "
               "slot (ENTER = warehouse): ".
            MOVE SPACE TO WS-RETURN-FROM.
            ACCEPT WS-RETURN-FROM.
            IF WS-FROM-MACHINE
               DISPLAY "Machine ID (ENTER = " WS-PO-MACHINE "): "
               MOVE SPACES TO WS-MACHINE-INPUT
               ACCEPT WS-MACHINE-INPUT
               IF WS-MACHINE-INPUT = SPACES
                  MOVE WS-PO-MACHINE TO WS-MACHINE-INPUT
               END-IF
               DISPLAY "Slot (ENTER = " WS-PO-SLOT "): "
               MOVE SPACES TO WS-SLOT-INPUT
               ACCEPT WS-SLOT-INPUT
               IF WS-SLOT-INPUT = SPACES
                  MOVE WS-PO-SLOT TO WS-SLOT-INPUT
               END-IF
               IF WS-MACHINE-INPUT IS NOT NUMERIC OR
                     WS-SLOT-INPUT IS NOT NUMERIC
                  MOVE "INVALID MACHINE/SLOT" TO WS-REJECT-TEXT
               ELSE
                  MOVE WS-MACHINE-INPUT TO WS-MACHINE-ID
                  MOVE WS-SLOT-INPUT TO WS-SLOT-NO
                  MOVE WS-MACHINE-ID TO PM-MACHINE-ID
                  MOVE WS-SLOT-NO TO PM-SLOT-NO
                  READ PRODUCT-MASTER-FILE
                     INVALID KEY
                        MOVE "UNKNOWN SLOT" TO WS-REJECT-TEXT
                     NOT INVALID KEY
                        IF PM-PRODUCT-NAME NOT = WS-PO-PRODUCT
                           MOVE "SLOT DOES NOT HOLD THE PO PRODUCT"
                              TO WS-REJECT-TEXT
                        END-IF
                  END-READ
               END-IF
            ELSE
               MOVE ZERO TO WS-MACHINE-ID
               MOVE ZERO TO WS-SLOT-NO
               MOVE WS-PO-PRODUCT TO WH-PRODUCT-NAME
               READ WAREHOUSE-STOCK-FILE
                  INVALID KEY
                     MOVE "PRODUCT NOT HELD AT THE DEPOT"
                        TO WS-REJECT-TEXT
               END-READ
            END-IF.

       2300-ACCEPT-QUANTITY-AND-LOT.
            DISPLAY "Quantity going back: ".
            MOVE SPACES TO WS-QTY-INPUT.
            ACCEPT WS-QTY-INPUT.
            IF WS-QTY-INPUT(3:1) = SPACE
               MOVE ZERO TO WS-QTY-RETURNED
               IF WS-QTY-INPUT(2:1) = SPACE
                  MOVE WS-QTY-INPUT(1:1) TO WS-QTY-RETURNED(3:1)
               ELSE
                  MOVE WS-QTY-INPUT(1:2) TO WS-QTY-RETURNED(2:2)
               END-IF
            ELSE
               MOVE WS-QTY-INPUT TO WS-QTY-RETURNED
            END-IF.
            IF WS-QTY-RETURNED IS NOT NUMERIC OR
                  WS-QTY-RETURNED = ZERO
               MOVE "QUANTITY MUST BE 1-999" TO WS-REJECT-TEXT
            ELSE
               IF WS-FROM-MACHINE
                  IF WS-QTY-RETURNED > PM-QTY-ON-HAND
                     MOVE "MORE THAN THE SLOT HOLDS"
                        TO WS-REJECT-TEXT
                  END-IF
               ELSE
                  IF WS-QTY-RETURNED > WH-QTY-ON-HAND
                     MOVE "MORE THAN THE DEPOT HOLDS"
                        TO WS-REJECT-TEXT
                  END-IF
               END-IF
            END-IF.
            IF WS-REJECT-TEXT = SPACES
               PERFORM 2350-FIND-LOT
            END-IF.

      *> Lots are keyed by where they sit: machine + slot for a
      *> slot, 00 + 00 for the depot. ENTER skips lot tracking for
      *> goods that never had a lot.
       2350-FIND-LOT.
            DISPLAY "Lot number (ENTER = not lot-tracked): ".
            MOVE SPACES TO WS-LOT-INPUT.
            ACCEPT WS-LOT-INPUT.
            MOVE "N" TO WS-LOT-FOUND-FLAG.
            IF WS-LOT-INPUT NOT = SPACES
               MOVE WS-MACHINE-ID TO LT-MACHINE-ID
               MOVE WS-SLOT-NO TO LT-SLOT-NO
               MOVE WS-LOT-INPUT TO LT-LOT-NUMBER
               READ LOT-MASTER-FILE
                  INVALID KEY
                     MOVE "NO SUCH LOT AT THAT LOCATION"
                        TO WS-REJECT-TEXT
                  NOT INVALID KEY
                     IF WS-QTY-RETURNED > LT-QTY
                        MOVE "MORE THAN THE LOT HOLDS"
                           TO WS-REJECT-TEXT
                     ELSE
                        MOVE "Y" TO WS-LOT-FOUND-FLAG
                        DISPLAY "Lot " LT-LOT-NUMBER " expiring "
                           LT-EXPIRY-DATE " holds " LT-QTY
                     END-IF
               END-READ
            END-IF.

       2400-ACCEPT-REASON-AND-PRICE.
            DISPLAY "Reason - (D)amaged or (S)hort-dated: ".
            ACCEPT WS-REASON-INPUT.
            IF WS-REASON-INPUT = "d"
               MOVE "D" TO WS-REASON-INPUT
            END-IF.
            IF WS-REASON-INPUT = "s"
               MOVE "S" TO WS-REASON-INPUT
            END-IF.
            IF WS-REASON-INPUT NOT = "D" AND
                  WS-REASON-INPUT NOT = "S"
               MOVE "REASON MUST BE D OR S" TO WS-REJECT-TEXT
            ELSE
               PERFORM 2450-FIND-DEFAULT-PRICE
               MOVE WS-DEFAULT-PRICE TO WS-AMT-EDIT-ZERO-SUPPRESS
               DISPLAY "Unit price to debit (99V99, ENTER = "
                  WS-AMT-EDIT-ZERO-SUPPRESS " from "
                  WS-PRICE-SOURCE "): "
               MOVE SPACES TO WS-PRICE-INPUT
               ACCEPT WS-PRICE-INPUT
               IF WS-PRICE-INPUT IS NUMERIC
                  MOVE WS-PRICE-DIGITS TO WS-UNIT-PRICE
               ELSE
                  MOVE WS-DEFAULT-PRICE TO WS-UNIT-PRICE
               END-IF
               IF WS-UNIT-PRICE = ZERO
                  MOVE "NO UNIT PRICE TO DEBIT" TO WS-REJECT-TEXT
               END-IF
            END-IF.

      *> The supplier is debited what it billed: the unit price on
      *> its invoice line for this PO, else the PRODUCT-COST in
      *> force today.
       2450-FIND-DEFAULT-PRICE.
            MOVE ZERO TO WS-DEFAULT-PRICE.
            MOVE "NO PRICE ON FILE" TO WS-PRICE-SOURCE.
            MOVE "N" TO WS-INVOICE-EOF-FLAG.
            OPEN INPUT SUPPLIER-INVOICE-FILE.
            IF WS-SUPPLIER-INVOICE-STATUS NOT = "00"
               MOVE "Y" TO WS-INVOICE-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-INVOICE-EOF
               READ SUPPLIER-INVOICE-FILE
                  AT END
                     MOVE "Y" TO WS-INVOICE-EOF-FLAG
                  NOT AT END
                     IF SI-IS-DETAIL AND
                           SI-PO-NUMBER = WS-PO-NUMBER
                        MOVE SI-UNIT-PRICE TO WS-DEFAULT-PRICE
                        MOVE "INVOICE" TO WS-PRICE-SOURCE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-SUPPLIER-INVOICE-STATUS = "00"
               CLOSE SUPPLIER-INVOICE-FILE
            END-IF.
            IF WS-DEFAULT-PRICE = ZERO AND WS-COST-FILE-OPEN
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE WS-PO-PRODUCT TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = WS-PO-PRODUCT OR
                              CO-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-DEFAULT-PRICE
                           MOVE "PRODUCT COST" TO WS-PRICE-SOURCE
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       2500-POST-RETURN.
            IF WS-FROM-MACHINE
               SUBTRACT WS-QTY-RETURNED FROM PM-QTY-ON-HAND
               REWRITE PRODUCT-MASTER-RECORD
            ELSE
               SUBTRACT WS-QTY-RETURNED FROM WH-QTY-ON-HAND
               MOVE WS-TODAY-DATE TO WH-LAST-MOVE-DATE
               REWRITE WAREHOUSE-STOCK-RECORD
            END-IF.
            IF WS-LOT-FOUND
               SUBTRACT WS-QTY-RETURNED FROM LT-QTY
               ADD WS-QTY-RETURNED TO LT-QTY-REMOVED
               REWRITE LOT-MASTER-RECORD
            END-IF.
            MOVE "D" TO DB-RECORD-TYPE.
            MOVE WS-NEXT-NOTE-NO TO DB-NOTE-NO.
            MOVE WS-PO-SUPPLIER TO DB-SUPPLIER-NO.
            MOVE WS-PO-NUMBER TO DB-PO-NUMBER.
            MOVE WS-PO-PRODUCT TO DB-PRODUCT-NAME.
            MOVE WS-MACHINE-ID TO DB-MACHINE-ID.
            MOVE WS-SLOT-NO TO DB-SLOT-NO.
            MOVE WS-LOT-INPUT TO DB-LOT-NUMBER.
            MOVE WS-QTY-RETURNED TO DB-QTY-RETURNED.
            MOVE WS-UNIT-PRICE TO DB-UNIT-PRICE.
            COMPUTE DB-AMOUNT = WS-QTY-RETURNED * WS-UNIT-PRICE.
            MOVE WS-REASON-INPUT TO DB-REASON.
            MOVE WS-TODAY-DATE TO DB-RETURN-DATE.
            MOVE "N" TO DB-APPLIED-FLAG.
            MOVE ZERO TO DB-APPLIED-REF.
            WRITE DEBIT-NOTE-RECORD.
            PERFORM 2700-JOURNAL-RETURN.
            ADD 1 TO WS-NEXT-NOTE-NO.
            ADD 1 TO WS-NOTES-WRITTEN.
            MOVE "SUPPRTN" TO WS-AUDIT-EVENT-CODE.
            MOVE WS-QTY-RETURNED TO WS-QTY-DISPLAY.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "DN " DELIMITED BY SIZE
               DB-NOTE-NO DELIMITED BY SIZE
               " PO " DELIMITED BY SIZE
               DB-PO-NUMBER DELIMITED BY SIZE
               " returned " DELIMITED BY SIZE
               WS-QTY-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DB-PRODUCT-NAME DELIMITED BY SPACE
               " reason " DELIMITED BY SIZE
               DB-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 2600-WRITE-AUDIT-LOG.
            MOVE DB-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Debit note " DB-NOTE-NO " raised on supplier "
               DB-SUPPLIER-NO " for " WS-AMT-EDIT-ZERO-SUPPRESS ".".

       2600-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

      *> The goods leave stock at the cost GOODS-RECEIVE put them on
      *> at; the supplier's note is a reduction of what we owe it.
      *> Where the two differ (the note is at the invoiced price)
      *> the gap is price variance, as in THREE-WAY-MATCH.
       2700-JOURNAL-RETURN.
            PERFORM 2750-LOOKUP-STOCK-COST.
            COMPUTE WS-STOCK-VALUE =
               WS-QTY-RETURNED * WS-STOCK-UNIT-COST.
            COMPUTE WS-VARIANCE-AMOUNT = DB-AMOUNT - WS-STOCK-VALUE.
            IF WS-STOCK-VALUE > ZERO
               MOVE 2500 TO JE-DEBIT-ACCOUNT
               MOVE 1200 TO JE-CREDIT-ACCOUNT
               MOVE WS-STOCK-VALUE TO WS-JOURNAL-AMOUNT
               PERFORM 2780-WRITE-JOURNAL-LINE
            END-IF.
            IF WS-VARIANCE-AMOUNT > ZERO
               MOVE 2500 TO JE-DEBIT-ACCOUNT
               MOVE 5800 TO JE-CREDIT-ACCOUNT
               MOVE WS-VARIANCE-AMOUNT TO WS-JOURNAL-AMOUNT
               PERFORM 2780-WRITE-JOURNAL-LINE
            END-IF.
            IF WS-VARIANCE-AMOUNT < ZERO
               MOVE 5800 TO JE-DEBIT-ACCOUNT
               MOVE 2500 TO JE-CREDIT-ACCOUNT
               COMPUTE WS-JOURNAL-AMOUNT = ZERO - WS-VARIANCE-AMOUNT
               PERFORM 2780-WRITE-JOURNAL-LINE
            END-IF.

      *> Leaves WS-STOCK-UNIT-COST at the latest PRODUCT-COST row on
      *> or before today for the PO product, zero when none.
       2750-LOOKUP-STOCK-COST.
            MOVE ZERO TO WS-STOCK-UNIT-COST.
            IF WS-COST-FILE-OPEN
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE WS-PO-PRODUCT TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = WS-PO-PRODUCT OR
                              CO-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-STOCK-UNIT-COST
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       2780-WRITE-JOURNAL-LINE.
            MOVE "D" TO JE-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO JE-ENTRY-DATE.
            MOVE WS-JOURNAL-AMOUNT TO JE-AMOUNT.
            MOVE "SUPPRTN" TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.

       3000-WRITE-DEBIT-NOTE-TRAILER.
            MOVE "T" TO DB-RECORD-TYPE.
            MOVE SPACES TO DB-DETAIL.
            MOVE WS-NOTES-WRITTEN TO DB-TRAILER-COUNT.
            WRITE DEBIT-NOTE-RECORD.

       3100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       3200-REWRITE-NOTE-CONTROL.
            OPEN OUTPUT DEBIT-NOTE-CONTROL-FILE.
            MOVE WS-NEXT-NOTE-NO TO DBC-NEXT-NOTE-NO.
            WRITE DEBIT-NOTE-CONTROL-RECORD.
            CLOSE DEBIT-NOTE-CONTROL-FILE.

       9000-CLOSE-FILES.
            IF WS-PRODUCT-MASTER-STATUS = "00"
               CLOSE PRODUCT-MASTER-FILE
            END-IF.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.
            CLOSE JOURNAL-FILE.
            CLOSE WAREHOUSE-STOCK-FILE.
            CLOSE LOT-MASTER-FILE.
            CLOSE DEBIT-NOTE-FILE.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM SUPPLIER-RETURN.
