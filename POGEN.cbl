      *          that product, and writes numbered purchase-order
      *          records suggesting enough stock to bring the slot back
      *          to PM-TARGET-STOCK, so a low-stock report no longer
      *          ends in a phone call. Where several suppliers carry
      *          the product, the cheapest SUPPRICE list price in force
      *          today among those able to deliver within the keyed
      *          number of days wins the order. A product being
      *          phased out (PRODDISC) is not ordered once its last
      *          order date has passed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-NO
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.
           SELECT SUPPLIER-PRODUCT-FILE ASSIGN TO "SUPPPROD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SUPPLIER-PRODUCT-STATUS.
           SELECT SUPPLIER-PRICE-FILE ASSIGN TO "SUPPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SUPPLIER-PRICE-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT PRODUCT-DISCONTINUE-FILE ASSIGN TO "PRODDISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRODUCT-NAME
               FILE STATUS IS WS-PRODUCT-DISCONTINUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
       FD  SUPPLIER-MASTER-FILE.
       COPY SUPPMAST.

       FD  SUPPLIER-PRODUCT-FILE.
       COPY SUPPPROD.

       FD  SUPPLIER-PRICE-FILE.
       COPY SUPPRICE.

       FD  PURCHASE-ORDER-FILE.
       COPY PORDER.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  PRODUCT-DISCONTINUE-FILE.
       COPY PRODDISC.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-SUPPLIER-MASTER-STATUS PIC XX.
       01  WS-SUPPLIER-PRODUCT-STATUS PIC XX.
       01  WS-SUPPLIER-PRICE-STATUS  PIC XX.
       01  WS-PURCHASE-ORDER-STATUS  PIC XX.
       01  WS-PO-CONTROL-STATUS      PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-PRODUCT-DISCONTINUE-STATUS PIC XX.
       01  WS-DISCONTINUE-OPEN-FLAG  PIC X       VALUE "N".
           88  WS-DISCONTINUE-FILE-OPEN          VALUE "Y".
       01  WS-ORDER-ENDED-FLAG       PIC X.
           88  WS-ORDERING-ENDED                 VALUE "Y".
       01  WS-STOCK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-STOCK-EOF                      VALUE "Y".
       01  WS-MACHINE-EOF-FLAG       PIC X       VALUE "N".
               10  WS-SUP-PRODUCT          PIC X(10) OCCURS 5 TIMES.
       01  WS-SUPPLIER-COUNT         PIC 9(3)    VALUE ZERO.

      *> Products a supplier carries beyond the master's five slots,
      *> from SUPPPROD.DAT; only active lines of suppliers already in
      *> the table above are kept.
       01  WS-EXTRA-PRODUCT-TABLE.
           05  WS-EXTRA-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-EXTRA-IDX.
               10  WS-EXTRA-SUP-NO         PIC 9(3).
               10  WS-EXTRA-PRODUCT        PIC X(10).
       01  WS-EXTRA-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-EXTRA-EOF-FLAG         PIC X       VALUE "N".
           88  WS-EXTRA-EOF                      VALUE "Y".

      *> List price in force today per supplier + product. SUPPRICE
      *> reads in key order (supplier, product, effective date), so a
      *> later row for the same pair overwrites the earlier one until
      *> the dates pass today.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-ENTRY OCCURS 300 TIMES
                 INDEXED BY WS-PRICE-IDX.
               10  WS-PRC-SUP-NO           PIC 9(3).
               10  WS-PRC-PRODUCT          PIC X(10).
               10  WS-PRC-LIST-PRICE       PIC 99V99.
       01  WS-PRICE-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-PRICE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-PRICE-EOF                      VALUE "Y".

       01  WS-SEED-SUPPLIERS.
           05  FILLER   PIC 9(3)    VALUE 101.
           05  FILLER   PIC X(20)   VALUE "BANGKOK BEVERAGE CO".
           05  WS-PRODUCT-IDX           PIC 9.
           05  WS-PO-WRITTEN-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-MAX-LEAD-INPUT        PIC X(2).
           05  WS-MAX-LEAD-DAYS         PIC 99      VALUE 7.
           05  WS-MATCH-LEAD-DAYS       PIC 99.
           05  WS-MATCH-PRICE           PIC 99V99.
           05  WS-MATCH-PRICED-FLAG     PIC X.
               88  WS-MATCH-PRICED                VALUE "Y".
           05  WS-PRICE-EDIT            PIC Z9.99.

      *> Candidates while one short slot is weighed: the cheapest
      *> priced supplier within the lead-time limit, the first
      *> unpriced one within it, and the fastest of all as a fallback.
       01  WS-CANDIDATE-CONTROLS.
           05  WS-CARRIES-FLAG          PIC X.
               88  WS-CARRIES-PRODUCT             VALUE "Y".
           05  WS-CAND-PRICE            PIC 99V99.
           05  WS-CAND-PRICED-FLAG      PIC X.
               88  WS-CAND-PRICED                 VALUE "Y".
           05  WS-CHEAP-IDX             PIC 9(3).
           05  WS-CHEAP-PRICE           PIC 99V99.
           05  WS-UNPRICED-IDX          PIC 9(3).
           05  WS-FAST-IDX              PIC 9(3).
           05  WS-CHOSEN-IDX            PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Purchase Order Generation ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1010-ACCEPT-MAX-LEAD-DAYS.
            PERFORM 1000-OPEN-FILES.
            PERFORM 1020-LOAD-MACHINE-STATUS.
            PERFORM 1100-LOAD-SUPPLIERS.
            PERFORM 1150-LOAD-EXTRA-PRODUCTS.
            PERFORM 1170-LOAD-PRICES-IN-FORCE.
            PERFORM 1200-READ-PO-CONTROL.
            PERFORM UNTIL WS-STOCK-EOF
               READ PRODUCT-MASTER-FILE NEXT RECORD
                  AT END
               CLOSE PURCHASE-ORDER-FILE
               OPEN EXTEND PURCHASE-ORDER-FILE
            END-IF.
            OPEN INPUT PRODUCT-DISCONTINUE-FILE.
            IF WS-PRODUCT-DISCONTINUE-STATUS = "00"
               MOVE "Y" TO WS-DISCONTINUE-OPEN-FLAG
            END-IF.

       1010-ACCEPT-MAX-LEAD-DAYS.
            DISPLAY "Deliver within how many days (ENTER = 7): ".
            MOVE SPACES TO WS-MAX-LEAD-INPUT.
            ACCEPT WS-MAX-LEAD-INPUT.
            IF WS-MAX-LEAD-INPUT IS NUMERIC
               MOVE WS-MAX-LEAD-INPUT TO WS-MAX-LEAD-DAYS
            END-IF.

       1020-LOAD-MACHINE-STATUS.
            OPEN INPUT MACHINE-MASTER-FILE.
               MOVE WS-SEED-SUP-NAME(WS-SEED-IDX) TO SU-SUPPLIER-NAME
               MOVE WS-SEED-LEAD-DAYS(WS-SEED-IDX)
                  TO SU-LEAD-TIME-DAYS
               MOVE "A" TO SU-ACTIVE-FLAG
               MOVE ZERO TO SU-WHT-RATE
               PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
                  UNTIL WS-PRODUCT-IDX > 5
                  MOVE WS-SEED-PRODUCT(WS-SEED-IDX, WS-PRODUCT-IDX)
                  AT END
                     MOVE "Y" TO WS-SUPPLIER-EOF-FLAG
                  NOT AT END
                     IF SU-IS-INACTIVE
                        DISPLAY "Supplier " SU-SUPPLIER-NO
                           " is inactive - no new orders routed."
                     END-IF
                     IF WS-SUPPLIER-COUNT < 20 AND SU-IS-ACTIVE
                        ADD 1 TO WS-SUPPLIER-COUNT
                        SET WS-SUPP-IDX TO WS-SUPPLIER-COUNT
                        MOVE SU-SUPPLIER-NO
               END-READ
            END-PERFORM.

       1150-LOAD-EXTRA-PRODUCTS.
            OPEN INPUT SUPPLIER-PRODUCT-FILE.
            IF WS-SUPPLIER-PRODUCT-STATUS = "00"
               PERFORM UNTIL WS-EXTRA-EOF
                  READ SUPPLIER-PRODUCT-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-EXTRA-EOF-FLAG
                     NOT AT END
                        IF SA-IS-ACTIVE
                           PERFORM 1160-KEEP-EXTRA-PRODUCT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE SUPPLIER-PRODUCT-FILE
            END-IF.

       1160-KEEP-EXTRA-PRODUCT.
            SET WS-SUPP-IDX TO 1.
            SEARCH WS-SUPPLIER-ENTRY
               AT END
                  CONTINUE
               WHEN WS-SUPP-IDX > WS-SUPPLIER-COUNT
                  CONTINUE
               WHEN WS-SUP-NO(WS-SUPP-IDX) = SA-SUPPLIER-NO
                  IF WS-EXTRA-COUNT < 100
                     ADD 1 TO WS-EXTRA-COUNT
                     SET WS-EXTRA-IDX TO WS-EXTRA-COUNT
                     MOVE SA-SUPPLIER-NO
                        TO WS-EXTRA-SUP-NO(WS-EXTRA-IDX)
                     MOVE SA-PRODUCT-NAME
                        TO WS-EXTRA-PRODUCT(WS-EXTRA-IDX)
                  END-IF
            END-SEARCH.

       1170-LOAD-PRICES-IN-FORCE.
            OPEN INPUT SUPPLIER-PRICE-FILE.
            IF WS-SUPPLIER-PRICE-STATUS = "00"
               PERFORM UNTIL WS-PRICE-EOF
                  READ SUPPLIER-PRICE-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PRICE-EOF-FLAG
                     NOT AT END
                        IF SL-EFFECTIVE-DATE <= WS-TODAY-DATE
                           PERFORM 1180-KEEP-PRICE-IN-FORCE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE SUPPLIER-PRICE-FILE
            END-IF.

       1180-KEEP-PRICE-IN-FORCE.
            IF WS-PRICE-COUNT > ZERO
               SET WS-PRICE-IDX TO WS-PRICE-COUNT
            END-IF.
            IF WS-PRICE-COUNT > ZERO AND
                  WS-PRC-SUP-NO(WS-PRICE-IDX) = SL-SUPPLIER-NO AND
                  WS-PRC-PRODUCT(WS-PRICE-IDX) = SL-PRODUCT-NAME
               MOVE SL-LIST-PRICE TO WS-PRC-LIST-PRICE(WS-PRICE-IDX)
            ELSE
               PERFORM 1190-ADD-PRICE-ROW
            END-IF.

       1190-ADD-PRICE-ROW.
            IF WS-PRICE-COUNT < 300
               ADD 1 TO WS-PRICE-COUNT
               SET WS-PRICE-IDX TO WS-PRICE-COUNT
               MOVE SL-SUPPLIER-NO TO WS-PRC-SUP-NO(WS-PRICE-IDX)
               MOVE SL-PRODUCT-NAME TO WS-PRC-PRODUCT(WS-PRICE-IDX)
               MOVE SL-LIST-PRICE TO WS-PRC-LIST-PRICE(WS-PRICE-IDX)
            END-IF.

       1200-READ-PO-CONTROL.
            OPEN INPUT PO-CONTROL-FILE.
            IF WS-PO-CONTROL-STATUS = "00"

       2010-CHECK-REORDER-LEVEL.
            IF PM-QTY-ON-HAND <= PM-REORDER-LEVEL
               PERFORM 2050-CHECK-LAST-ORDER-DATE
               IF WS-ORDERING-ENDED
                  DISPLAY PM-PRODUCT-NAME " is discontinued (last "
                     "order " PX-LAST-ORDER-DATE ") - slot "
                     PM-SLOT-NO " not ordered."
               ELSE
                  PERFORM 2100-FIND-SUPPLIER
                  IF WS-SUPPLIER-FOUND
                     PERFORM 2200-WRITE-PURCHASE-ORDER
                  ELSE
                     DISPLAY "No supplier carries " PM-PRODUCT-NAME
                        " - slot " PM-SLOT-NO " not ordered."
                  END-IF
               END-IF
            END-IF.

      *> A discontinued product is still ordered up to and including
      *> its last order date, and never after it.
       2050-CHECK-LAST-ORDER-DATE.
            MOVE "N" TO WS-ORDER-ENDED-FLAG.
            IF WS-DISCONTINUE-FILE-OPEN
               MOVE PM-PRODUCT-NAME TO PX-PRODUCT-NAME
               READ PRODUCT-DISCONTINUE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PX-IS-DISCONTINUED AND
                           PX-LAST-ORDER-DATE < WS-TODAY-DATE
                        MOVE "Y" TO WS-ORDER-ENDED-FLAG
                     END-IF
               END-READ
            END-IF.

      *> Weigh every active supplier carrying the product (master
      *> slots, overflow lines or a list price). Cheapest in-force
      *> price within the lead-time limit wins, shorter lead breaking
      *> a tie; failing that the first unpriced supplier within the
      *> limit; failing that the fastest supplier, with a warning.
       2100-FIND-SUPPLIER.
            MOVE "N" TO WS-SUPPLIER-FOUND-FLAG.
            MOVE ZERO TO WS-CHEAP-IDX WS-UNPRICED-IDX WS-FAST-IDX
               WS-CHOSEN-IDX.
            PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
               UNTIL WS-SUPP-IDX > WS-SUPPLIER-COUNT
               PERFORM 2110-WEIGH-SUPPLIER
            END-PERFORM.
            EVALUATE TRUE
               WHEN WS-CHEAP-IDX > ZERO
                  MOVE WS-CHEAP-IDX TO WS-CHOSEN-IDX
               WHEN WS-UNPRICED-IDX > ZERO
                  MOVE WS-UNPRICED-IDX TO WS-CHOSEN-IDX
               WHEN WS-FAST-IDX > ZERO
                  MOVE WS-FAST-IDX TO WS-CHOSEN-IDX
                  DISPLAY "No supplier delivers " PM-PRODUCT-NAME
                     " within " WS-MAX-LEAD-DAYS
                     " days - fastest one used."
            END-EVALUATE.
            IF WS-CHOSEN-IDX > ZERO
               MOVE "Y" TO WS-SUPPLIER-FOUND-FLAG
               SET WS-SUPP-IDX TO WS-CHOSEN-IDX
               MOVE WS-SUP-NO(WS-SUPP-IDX) TO WS-MATCH-SUP-NO
               MOVE WS-SUP-NAME(WS-SUPP-IDX) TO WS-MATCH-SUP-NAME
               MOVE WS-SUP-LEAD-DAYS(WS-SUPP-IDX)
                  TO WS-MATCH-LEAD-DAYS
               PERFORM 2130-FIND-LIST-PRICE
               MOVE WS-CAND-PRICED-FLAG TO WS-MATCH-PRICED-FLAG
               MOVE WS-CAND-PRICE TO WS-MATCH-PRICE
            END-IF.

       2110-WEIGH-SUPPLIER.
            MOVE "N" TO WS-CARRIES-FLAG.
            PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 5 OR WS-CARRIES-PRODUCT
               IF WS-SUP-PRODUCT(WS-SUPP-IDX, WS-PRODUCT-IDX)
                     = PM-PRODUCT-NAME
                  MOVE "Y" TO WS-CARRIES-FLAG
               END-IF
            END-PERFORM.
            IF NOT WS-CARRIES-PRODUCT
               PERFORM 2150-FIND-EXTRA-PRODUCT
            END-IF.
            PERFORM 2130-FIND-LIST-PRICE.
            IF WS-CAND-PRICED
               MOVE "Y" TO WS-CARRIES-FLAG
            END-IF.
            IF WS-CARRIES-PRODUCT
               PERFORM 2115-RANK-SUPPLIER
            END-IF.

       2115-RANK-SUPPLIER.
            IF WS-SUP-LEAD-DAYS(WS-SUPP-IDX) <= WS-MAX-LEAD-DAYS
               IF WS-CAND-PRICED
                  PERFORM 2120-KEEP-CHEAPER-SUPPLIER
               ELSE
                  IF WS-UNPRICED-IDX = ZERO
                     SET WS-UNPRICED-IDX TO WS-SUPP-IDX
                  END-IF
               END-IF
            END-IF.
            IF WS-FAST-IDX = ZERO
               SET WS-FAST-IDX TO WS-SUPP-IDX
            ELSE
               IF WS-SUP-LEAD-DAYS(WS-SUPP-IDX) <
                     WS-SUP-LEAD-DAYS(WS-FAST-IDX)
                  SET WS-FAST-IDX TO WS-SUPP-IDX
               END-IF
            END-IF.

       2120-KEEP-CHEAPER-SUPPLIER.
            IF WS-CHEAP-IDX = ZERO OR WS-CAND-PRICE < WS-CHEAP-PRICE
               SET WS-CHEAP-IDX TO WS-SUPP-IDX
               MOVE WS-CAND-PRICE TO WS-CHEAP-PRICE
            ELSE
               IF WS-CAND-PRICE = WS-CHEAP-PRICE AND
                     WS-SUP-LEAD-DAYS(WS-SUPP-IDX) <
                     WS-SUP-LEAD-DAYS(WS-CHEAP-IDX)
                  SET WS-CHEAP-IDX TO WS-SUPP-IDX
               END-IF
            END-IF.

       2130-FIND-LIST-PRICE.
            MOVE "N" TO WS-CAND-PRICED-FLAG.
            MOVE ZERO TO WS-CAND-PRICE.
            PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > WS-PRICE-COUNT OR WS-CAND-PRICED
               IF WS-PRC-SUP-NO(WS-PRICE-IDX) = WS-SUP-NO(WS-SUPP-IDX)
                     AND WS-PRC-PRODUCT(WS-PRICE-IDX) = PM-PRODUCT-NAME
                  MOVE "Y" TO WS-CAND-PRICED-FLAG
                  MOVE WS-PRC-LIST-PRICE(WS-PRICE-IDX) TO WS-CAND-PRICE
               END-IF
            END-PERFORM.

      *> Not in this master's five slots: try its overflow lines.
       2150-FIND-EXTRA-PRODUCT.
            PERFORM VARYING WS-EXTRA-IDX FROM 1 BY 1
               UNTIL WS-EXTRA-IDX > WS-EXTRA-COUNT
               OR WS-CARRIES-PRODUCT
               IF WS-EXTRA-PRODUCT(WS-EXTRA-IDX) = PM-PRODUCT-NAME AND
                     WS-EXTRA-SUP-NO(WS-EXTRA-IDX) =
                     WS-SUP-NO(WS-SUPP-IDX)
                  MOVE "Y" TO WS-CARRIES-FLAG
               END-IF
            END-PERFORM.

       2200-WRITE-PURCHASE-ORDER.
            DISPLAY "PO " PO-NUMBER ": machine " PO-MACHINE-ID " "
               PO-ORDER-QTY " x " PO-PRODUCT-NAME
               " from " WS-MATCH-SUP-NAME.
            IF WS-MATCH-PRICED
               MOVE WS-MATCH-PRICE TO WS-PRICE-EDIT
               DISPLAY "    list price " WS-PRICE-EDIT
                  "  lead " WS-MATCH-LEAD-DAYS " days"
            ELSE
               DISPLAY "    no list price on file  lead "
                  WS-MATCH-LEAD-DAYS " days"
            END-IF.
            ADD 1 TO WS-NEXT-PO-NUMBER.
            ADD 1 TO WS-PO-WRITTEN-COUNT.

            END-IF.
            CLOSE SUPPLIER-MASTER-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            IF WS-DISCONTINUE-FILE-OPEN
               CLOSE PRODUCT-DISCONTINUE-FILE
            END-IF.
       END PROGRAM PO-GENERATE.
