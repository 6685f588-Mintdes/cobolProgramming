               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-CARD-NUMBER
               FILE STATUS IS WS-LOYALTY-MEMBER-STATUS.
           SELECT POINTS-LOT-FILE ASSIGN TO "PTSLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-LOT-KEY
               FILE STATUS IS WS-POINTS-LOT-STATUS.
           SELECT MACHINE-MASTER-FILE ASSIGN TO "MACHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT PRODUCT-COST-FILE ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
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
       FD  PRODUCT-MASTER-FILE.
       COPY LOTMAST.
       FD  LOYALTY-MEMBER-FILE.
       COPY LOYALTY.
       FD  POINTS-LOT-FILE.
       COPY PTSLOT.
       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.
       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.
       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.
       FD  JOURNAL-FILE.
       COPY JRNL.
       WORKING-STORAGE SECTION. *> Declaraion variables
       01  WS-SEED-PRODUCTS.
           05  FILLER   Pic X(10)   VALUE "COKE".
               88  WS-LOT-EOF                  VALUE "Y".
           05  WS-LOT-BLOCKED-FLAG PIC X.
               88  WS-LOT-BLOCKED              VALUE "Y".
           05  WS-LOT-HOLD-REASON  PIC X.
               88  WS-LOT-RECALL-SEEN          VALUE "R".
               88  WS-LOT-QUARANTINE-SEEN      VALUE "Q".
           05  WS-LOT-TODAY        PIC 9(8).
           05  WS-BEST-LOT-NUMBER  PIC X(8).
           05  WS-BEST-LOT-EXPIRY  PIC 9(8).
           05  WS-ADMIN-NEW-QTY         PIC 9(3).
           05  WS-ADMIN-NEW-PRICE       PIC 99.

      *> A keyed restock moves stock on or off the books, so the
      *> change in the slot count is journaled at the cost in force
      *> today - the figure GL-TIE-OUT values the slot at.
       01  WS-RESTOCK-JOURNAL-CONTROLS.
           05  WS-PRODUCT-COST-STATUS   PIC XX.
           05  WS-CHART-ACCOUNT-STATUS  PIC XX.
           05  WS-JOURNAL-STATUS        PIC XX.
           05  WS-RESTOCK-OLD-QTY       PIC 9(3).
           05  WS-RESTOCK-QTY-CHANGE    PIC S9(3).
           05  WS-RESTOCK-TODAY         PIC 9(8).
           05  WS-RESTOCK-UNIT-COST     PIC 99V99.
           05  WS-RESTOCK-VALUE         PIC 9(7)V99.
           05  WS-RESTOCK-COST-EOF-FLAG PIC X.
               88  WS-RESTOCK-COST-EOF            VALUE "Y".

       01  WS-LAST-SALE-CONTROLS.
           05  WS-LAST-SALE-VALID       PIC X       VALUE "N".
           05  WS-LAST-SALE-SLOT        PIC 99.
           05  WS-POINTS-PAID-FLAG      PIC X.
               88  WS-POINTS-PAID                VALUE "Y".
           05  WS-POINTS-SALES-COUNT    PIC 9(5)    VALUE ZERO.
      *> Points are kept in monthly lots (PTSLOT) so they can expire;
      *> a points vend spends the oldest lot first.
           05  WS-POINTS-LOT-STATUS     PIC XX.
           05  WS-LOT-TODAY-DATE.
               10  WS-LOT-TODAY-YYYY        PIC 9(4).
               10  WS-LOT-TODAY-MM          PIC 99.
               10  WS-LOT-TODAY-DD          PIC 99.
           05  WS-LOT-MONTH-COUNT       PIC 9(6).
           05  WS-LOT-EXPIRES-YEAR      PIC 9(4).
           05  WS-LOT-EXPIRES-MM        PIC 99.
           05  WS-POINTS-TO-SPEND       PIC 9(7).
           05  WS-LOT-POINTS-LEFT       PIC 9(7).
           05  WS-PTS-LOT-EOF-FLAG      PIC X.
               88  WS-PTS-LOT-EOF                VALUE "Y".
       COPY POINTPRM.

       COPY LOCKPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       1000-MAIN-PROCEDURE.
               OPEN I-O LOYALTY-MEMBER-FILE
            END-IF.

            OPEN I-O POINTS-LOT-FILE.
            IF WS-POINTS-LOT-STATUS = "35"
               OPEN OUTPUT POINTS-LOT-FILE
               CLOSE POINTS-LOT-FILE
               OPEN I-O POINTS-LOT-FILE
            END-IF.

            PERFORM 1275-LOAD-PROMOTIONS.

            PERFORM 1900-ADMIN-CHECK.
            CLOSE REFUND-DUE-FILE.
            CLOSE LOT-MASTER-FILE.
            CLOSE LOYALTY-MEMBER-FILE.
            CLOSE POINTS-LOT-FILE.
            DISPLAY "Shutting Down".
            GOBACK.

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

       1600-WRITE-REJECTS-LOG-TRAILER.
                              " qty=" PM-QTY-ON-HAND " price=" PM-PRICE
                           DISPLAY "Enter new quantity on hand: "
                           ACCEPT WS-ADMIN-NEW-QTY
                           MOVE PM-QTY-ON-HAND TO WS-RESTOCK-OLD-QTY
                           MOVE WS-ADMIN-NEW-QTY TO PM-QTY-ON-HAND
                           REWRITE PRODUCT-MASTER-RECORD
                           IF WS-ADMIN-NEW-QTY NOT = WS-RESTOCK-OLD-QTY
                              PERFORM 1970-JOURNAL-RESTOCK
                           END-IF
                           DISPLAY "New price (baht, ENTER = keep): "
                           MOVE SPACES TO WS-ADMIN-PRICE-INPUT
                           ACCEPT WS-ADMIN-PRICE-INPUT
                  " refused at sign-on" DELIMITED BY SIZE
                  INTO AL-EVENT-TEXT
               END-STRING
               MOVE "S" TO AC-FUNCTION
               CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS
                  AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
               ADD 1 TO WS-AUDIT-LOG-COUNT
               CLOSE AUDIT-LOG-FILE
                  PERFORM 1100-SEED-PRODUCT-MASTER
            END-READ.

      *> Stock topped up at the machine comes onto the books the
      *> way a direct-to-slot delivery does (GOODSRCV: debit STOCK
      *> ON HAND 1200, credit ACCRUED PURCHASES 2400 until the
      *> invoice arrives); a count keyed down is stock gone missing
      *> and goes to SHRINKAGE EXPENSE 5200 as a stock-take would.
      *> A product with no cost row cannot be valued, so it is
      *> flagged and left unjournaled rather than booked at a
      *> guessed figure.
       1970-JOURNAL-RESTOCK.
            ACCEPT WS-RESTOCK-TODAY FROM DATE YYYYMMDD.
            COMPUTE WS-RESTOCK-QTY-CHANGE =
               WS-ADMIN-NEW-QTY - WS-RESTOCK-OLD-QTY.
            MOVE ZERO TO WS-RESTOCK-UNIT-COST.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "N" TO WS-RESTOCK-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE PM-PRODUCT-NAME TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-RESTOCK-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-RESTOCK-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-RESTOCK-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = PM-PRODUCT-NAME OR
                              CO-EFFECTIVE-DATE > WS-RESTOCK-TODAY
                           MOVE "Y" TO WS-RESTOCK-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-RESTOCK-UNIT-COST
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE PRODUCT-COST-FILE
            END-IF.
            IF WS-RESTOCK-UNIT-COST = ZERO
               DISPLAY "No PRODUCT-COST row for " PM-PRODUCT-NAME
                  " - restock not journaled; add a cost and post "
                  "it by hand."
            ELSE
               PERFORM 1972-ENSURE-RESTOCK-ACCOUNTS
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                  OPEN OUTPUT JOURNAL-FILE
                  CLOSE JOURNAL-FILE
                  OPEN EXTEND JOURNAL-FILE
               END-IF
               MOVE "D" TO JE-RECORD-TYPE
               MOVE WS-RESTOCK-TODAY TO JE-ENTRY-DATE
               IF WS-RESTOCK-QTY-CHANGE > ZERO
                  COMPUTE WS-RESTOCK-VALUE =
                     WS-RESTOCK-QTY-CHANGE * WS-RESTOCK-UNIT-COST
                  MOVE 1200 TO JE-DEBIT-ACCOUNT
                  MOVE 2400 TO JE-CREDIT-ACCOUNT
               ELSE
                  COMPUTE WS-RESTOCK-VALUE =
                     0 - WS-RESTOCK-QTY-CHANGE * WS-RESTOCK-UNIT-COST
                  MOVE 5200 TO JE-DEBIT-ACCOUNT
                  MOVE 1200 TO JE-CREDIT-ACCOUNT
               END-IF
               MOVE WS-RESTOCK-VALUE TO JE-AMOUNT
               MOVE "RESTOCK" TO JE-SOURCE
               MOVE WS-RESTOCK-TODAY TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
               CLOSE JOURNAL-FILE
               DISPLAY "Restock of " WS-RESTOCK-VALUE " journaled "
                  "- run GL-POST to apply it."
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the accounts a restock journals to are written as
      *> zero-balance rows the first time they are needed.
       1972-ENSURE-RESTOCK-ACCOUNTS.
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
               MOVE 5200 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5200 TO CA-ACCOUNT-NO
                     MOVE "SHRINKAGE EXPENSE" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

      *> Two-person control on prices: a price keyed at the machine
      *> is queued as a pending request, not applied. A second
      *> operator approves it at the price-change workstation and
                        ELSE
                           PERFORM 2600-CHECK-LOT-EXPIRY
                           IF WS-LOT-BLOCKED
                              PERFORM 2610-REFUSE-BLOCKED-SLOT
                           ELSE
                              MOVE "Y" TO WS-SELECTION-OK
                           END-IF

      *> A slot with no lot rows is not lot-tracked and always sells;
      *> a tracked slot is refused only when every lot with stock
      *> left is past its expiry date or held under a recall. The
      *> walk also remembers the oldest sellable lot so the dispense
      *> can consume from it.
       2600-CHECK-LOT-EXPIRY.
            MOVE "N" TO WS-LOT-BLOCKED-FLAG.
            MOVE SPACE TO WS-LOT-HOLD-REASON.
            MOVE "N" TO WS-BEST-LOT-FOUND-FLAG.
            MOVE "N" TO WS-LOT-EOF-FLAG.
            MOVE ZERO TO WS-BEST-LOT-EXPIRY.
               MOVE "N" TO WS-LOT-BLOCKED-FLAG
            END-IF.

      *> A recalled or quarantined lot is refused exactly as an
      *> expired one is, but says so, so the audit trail shows the
      *> recall or the temperature quarantine doing its job.
       2610-REFUSE-BLOCKED-SLOT.
            MOVE "N" TO WS-SELECTION-OK.
            IF WS-LOT-RECALL-SEEN
               DISPLAY "NOT FOR SALE - remaining stock is under "
                  "product recall."
               MOVE "RCLSTOCK" TO WS-AUDIT-EVENT-CODE
               STRING "Recalled-lot vend refused slot "
                  DELIMITED BY SIZE
                  WS-INDEX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRODUCT-NAME DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
            ELSE
            IF WS-LOT-QUARANTINE-SEEN
               DISPLAY "NOT FOR SALE - remaining stock is quarantined "
                  "after a temperature excursion."
               MOVE "QTNSTOCK" TO WS-AUDIT-EVENT-CODE
               STRING "Quarantined-lot vend refused slot "
                  DELIMITED BY SIZE
                  WS-INDEX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRODUCT-NAME DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
            ELSE
               DISPLAY "NOT FOR SALE - remaining stock is past its "
                  "expiry date."
               MOVE "EXPSTOCK" TO WS-AUDIT-EVENT-CODE
               STRING "Expired-lot vend refused slot "
                  DELIMITED BY SIZE
                  WS-INDEX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRODUCT-NAME DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
            END-IF
            END-IF.
            PERFORM 1300-WRITE-AUDIT-LOG.

      *> A lot with stock left either blocks the slot (expired,
      *> recalled or quarantined) or bids to be the dispense lot
      *> (earliest unexpired expiry wins - strict
      *> first-expired-first-out).
       2650-WEIGH-ONE-LOT.
            IF LT-QTY > ZERO
               IF LT-EXPIRY-DATE < WS-LOT-TODAY OR LT-IS-RECALLED
                     OR LT-IS-QUARANTINED
                  MOVE "Y" TO WS-LOT-BLOCKED-FLAG
                  IF LT-IS-RECALLED
                     MOVE "R" TO WS-LOT-HOLD-REASON
                  END-IF
                  IF LT-IS-QUARANTINED AND NOT WS-LOT-RECALL-SEEN
                     MOVE "Q" TO WS-LOT-HOLD-REASON
                  END-IF
               ELSE
                  IF NOT WS-BEST-LOT-FOUND OR
                        LT-EXPIRY-DATE < WS-BEST-LOT-EXPIRY
                  NOT INVALID KEY
                     IF LT-QTY > ZERO
                        SUBTRACT 1 FROM LT-QTY
                        ADD 1 TO LT-QTY-SOLD
                        REWRITE LOT-MASTER-RECORD
                     END-IF
               END-READ
                     MOVE "Y" TO WS-MEMBER-ON-FILE-FLAG
                     DISPLAY "Welcome " LY-MEMBER-NAME " - points: "
                        LY-POINTS-BALANCE
                     COMPUTE WS-POINTS-NEEDED =
                        WS-ITEM-PRICE * PN-POINTS-PER-BAHT
                     IF LY-POINTS-BALANCE >= WS-POINTS-NEEDED
                        DISPLAY "Pay this vend with "
                           WS-POINTS-NEEDED " points? (Y/N)"
                     IF WS-POINTS-PAID
                        SUBTRACT WS-POINTS-NEEDED
                           FROM LY-POINTS-BALANCE
                        PERFORM 4320-SPEND-OLDEST-LOTS
                     ELSE
                        ADD WS-ITEM-PRICE TO LY-POINTS-BALANCE
                        PERFORM 4310-ADD-TO-MONTH-LOT
                     END-IF
                     REWRITE LOYALTY-MEMBER-RECORD
                     DISPLAY "Points balance now "
               END-READ
            END-IF.

      *> One lot per member per month earned; a new lot's expiry
      *> month is fixed when it is opened.
       4310-ADD-TO-MONTH-LOT.
            IF WS-POINTS-LOT-STATUS = "00" AND WS-ITEM-PRICE > ZERO
               ACCEPT WS-LOT-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-LOYALTY-CARD TO LP-CARD-NUMBER
               MOVE WS-LOT-TODAY-DATE(1:6) TO LP-EARNED-MONTH
               READ POINTS-LOT-FILE
                  INVALID KEY
                     COMPUTE WS-LOT-MONTH-COUNT =
                        WS-LOT-TODAY-YYYY * 12 + WS-LOT-TODAY-MM - 1
                        + PN-EXPIRY-MONTHS
                     DIVIDE WS-LOT-MONTH-COUNT BY 12
                        GIVING WS-LOT-EXPIRES-YEAR
                        REMAINDER WS-LOT-EXPIRES-MM
                     ADD 1 TO WS-LOT-EXPIRES-MM
                     MOVE WS-LOT-EXPIRES-YEAR TO LP-EXPIRES-MONTH(1:4)
                     MOVE WS-LOT-EXPIRES-MM TO LP-EXPIRES-MONTH(5:2)
                     MOVE WS-ITEM-PRICE TO LP-POINTS-EARNED
                     MOVE ZERO TO LP-POINTS-REDEEMED
                     MOVE ZERO TO LP-POINTS-EXPIRED
                     MOVE ZERO TO LP-EXPIRED-DATE
                     WRITE POINTS-LOT-RECORD
                  NOT INVALID KEY
                     ADD WS-ITEM-PRICE TO LP-POINTS-EARNED
                     REWRITE POINTS-LOT-RECORD
               END-READ
            END-IF.

      *> Spend the points from the member's oldest lots first. A
      *> balance older than the lots (carried in before they were
      *> kept) may leave some points unmatched here; the monthly
      *> expiry run opens a lot for any such difference.
       4320-SPEND-OLDEST-LOTS.
            IF WS-POINTS-LOT-STATUS = "00"
               MOVE WS-POINTS-NEEDED TO WS-POINTS-TO-SPEND
               MOVE "N" TO WS-PTS-LOT-EOF-FLAG
               MOVE WS-LOYALTY-CARD TO LP-CARD-NUMBER
               MOVE ZERO TO LP-EARNED-MONTH
               START POINTS-LOT-FILE KEY >= LP-LOT-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-PTS-LOT-EOF-FLAG
               END-START
               PERFORM UNTIL WS-PTS-LOT-EOF OR WS-POINTS-TO-SPEND = ZERO
                  READ POINTS-LOT-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PTS-LOT-EOF-FLAG
                     NOT AT END
                        IF LP-CARD-NUMBER NOT = WS-LOYALTY-CARD
                           MOVE "Y" TO WS-PTS-LOT-EOF-FLAG
                        ELSE
                           PERFORM 4330-SPEND-FROM-ONE-LOT
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       4330-SPEND-FROM-ONE-LOT.
            COMPUTE WS-LOT-POINTS-LEFT = LP-POINTS-EARNED
               - LP-POINTS-REDEEMED - LP-POINTS-EXPIRED.
            IF WS-LOT-POINTS-LEFT > ZERO
               IF WS-LOT-POINTS-LEFT > WS-POINTS-TO-SPEND
                  MOVE WS-POINTS-TO-SPEND TO WS-LOT-POINTS-LEFT
               END-IF
               ADD WS-LOT-POINTS-LEFT TO LP-POINTS-REDEEMED
               SUBTRACT WS-LOT-POINTS-LEFT FROM WS-POINTS-TO-SPEND
               REWRITE POINTS-LOT-RECORD
            END-IF.

       5000-ASK-CONTINUE.
            DISPLAY "Buy another item? (Y/N), or V to void last sale".
            ACCEPT WS-CONTINUE-FLAG
