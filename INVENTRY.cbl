      *          proves their USER-MASTER PIN (the vending admin
      *          login's check), and every override lands in
      *          AUDITLOG with who and why. Cash-sale lines are
      *          untouched. A customer's line is priced from the
      *          CUSTOMER-PRICE agreement in force on the line's date
      *          for that item; keying a different price needs the
      *          same admin override, logged the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT CUSTOMER-PRICE-FILE ASSIGN TO "CUSTPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CUSTOMER-PRICE-STATUS.
           SELECT DUNNING-STATUS-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  CUSTOMER-PRICE-FILE.
       COPY CUSTPRC.

       FD  DUNNING-STATUS-FILE.
       COPY DUNNING.

       01  WS-USER-MASTER-STATUS     PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-DUNNING-STATUS-STATUS  PIC XX.
       01  WS-CUSTOMER-PRICE-STATUS  PIC XX.
       01  WS-PRICE-FILE-FLAG        PIC X       VALUE "N".
           88  WS-PRICE-FILE-OPEN                VALUE "Y".
       01  WS-PRICE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-PRICE-EOF                      VALUE "Y".
       01  WS-DUNNING-HOLD-FLAG      PIC X       VALUE "N".
           88  WS-CUSTOMER-ON-HOLD               VALUE "Y".

           05  WS-ADMIN-NAME            PIC X(10).
           05  WS-ENTERED-PIN           PIC 9(4).
           05  WS-OVERRIDE-REASON       PIC X(20).
           05  WS-OVERRIDE-KIND         PIC X.
               88  WS-OVERRIDE-IS-LIMIT          VALUE "L".
               88  WS-OVERRIDE-IS-PRICE          VALUE "P".
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

           05  WS-LINES-WRITTEN         PIC 9(5)    VALUE ZERO.
           05  WS-TODAY-DATE            PIC 9(8).

       01  WS-AGREEMENT-CONTROLS.
           05  WS-AGREEMENT-FLAG        PIC X.
               88  WS-AGREEMENT-FOUND            VALUE "Y".
           05  WS-AGREED-PRICE          PIC 9(5)V99.
           05  WS-PRICE-INPUT           PIC X(9).
           05  WS-PRICE-OK-FLAG         PIC X.
               88  WS-PRICE-OK                   VALUE "Y".

       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Invoice Entry ---".
            IF WS-DUNNING-STATUS-STATUS = "00"
               CLOSE DUNNING-STATUS-FILE
            END-IF.
            IF WS-PRICE-FILE-OPEN
               CLOSE CUSTOMER-PRICE-FILE
            END-IF.
            IF WS-USER-MASTER-STATUS = "00"
               CLOSE USER-MASTER-FILE
            END-IF.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            OPEN INPUT AR-BALANCE-FILE.
            OPEN INPUT DUNNING-STATUS-FILE.
            OPEN INPUT CUSTOMER-PRICE-FILE.
            IF WS-CUSTOMER-PRICE-STATUS = "00"
               MOVE "Y" TO WS-PRICE-FILE-FLAG
            END-IF.
            OPEN I-O USER-MASTER-FILE.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
            ACCEPT LI-DESCRIPTION.
            DISPLAY "Quantity: ".
            ACCEPT LI-QTY.
            PERFORM 2110-LOOKUP-AGREED-PRICE.
            IF WS-AGREEMENT-FOUND
               DISPLAY "Agreed price " WS-AGREED-PRICE
                  " (ENTER = agreed price): "
               MOVE SPACES TO WS-PRICE-INPUT
               ACCEPT WS-PRICE-INPUT
               IF WS-PRICE-INPUT = SPACES
                  MOVE WS-AGREED-PRICE TO LI-UNIT-PRICE
               ELSE
                  COMPUTE LI-UNIT-PRICE =
                     FUNCTION NUMVAL(WS-PRICE-INPUT)
               END-IF
            ELSE
               DISPLAY "Unit price: "
               ACCEPT LI-UNIT-PRICE
            END-IF.
            MOVE WS-CURRENCY-INPUT TO LI-CURRENCY-CODE.
            MOVE WS-ACCOUNT-INPUT TO LI-ACCOUNT-TYPE.
            MOVE ZERO TO LI-BALANCE.
                  MOVE "V7" TO WS-TAX-CODE-INPUT
            END-READ.
            MOVE WS-TAX-CODE-INPUT TO LI-TAX-CODE.
            PERFORM 2140-CHECK-AGREED-PRICE.
            IF WS-PRICE-OK
               PERFORM 2150-CHECK-CREDIT-LIMIT
            ELSE
               MOVE "N" TO WS-LINE-ALLOWED-FLAG
            END-IF.
            IF WS-LINE-ALLOWED
               WRITE LINE-ITEM-RECORD
               ADD 1 TO WS-LINES-WRITTEN
                  ADD WS-LINE-AMOUNT TO WS-INVOICE-SO-FAR
               END-IF
            ELSE
               IF WS-PRICE-OK
                  DISPLAY "Line refused - over the credit limit."
               ELSE
                  DISPLAY "Line refused - off the agreed price."
               END-IF
            END-IF.

      *> The agreement in force is the latest CUSTOMER-PRICE row for
      *> this customer and item dated on or before the line's date.
      *> A discount agreement is worked off its list price. Cash
      *> sales have no customer and so no agreement.
       2110-LOOKUP-AGREED-PRICE.
            MOVE "N" TO WS-AGREEMENT-FLAG.
            MOVE ZERO TO WS-AGREED-PRICE.
            IF WS-PRICE-FILE-OPEN AND
                  WS-CUSTOMER-INPUT NOT = "00000"
               MOVE "N" TO WS-PRICE-EOF-FLAG
               MOVE LOW-VALUES TO CP-KEY
               MOVE WS-CUSTOMER-INPUT TO CP-CUSTOMER-NO
               MOVE LI-DESCRIPTION TO CP-DESCRIPTION
               START CUSTOMER-PRICE-FILE KEY >= CP-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-PRICE-EOF-FLAG
               END-START
               PERFORM UNTIL WS-PRICE-EOF
                  READ CUSTOMER-PRICE-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PRICE-EOF-FLAG
                     NOT AT END
                        IF CP-CUSTOMER-NO NOT = WS-CUSTOMER-INPUT OR
                              CP-DESCRIPTION NOT = LI-DESCRIPTION OR
                              CP-EFFECTIVE-DATE > LI-TRAN-DATE
                           MOVE "Y" TO WS-PRICE-EOF-FLAG
                        ELSE
                           MOVE "Y" TO WS-AGREEMENT-FLAG
                           IF CP-IS-DISCOUNT
                              COMPUTE WS-AGREED-PRICE ROUNDED =
                                 CP-PRICE - CP-PRICE
                                 * CP-DISCOUNT-PCT / 100
                           ELSE
                              MOVE CP-PRICE TO WS-AGREED-PRICE
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> A price keyed over the agreement, up or down, is let
      *> through only on an admin override.
       2140-CHECK-AGREED-PRICE.
            MOVE "Y" TO WS-PRICE-OK-FLAG.
            IF WS-AGREEMENT-FOUND AND
                  LI-UNIT-PRICE NOT = WS-AGREED-PRICE
               DISPLAY "Price " LI-UNIT-PRICE " is off the agreed "
                  "price " WS-AGREED-PRICE "."
               MOVE "P" TO WS-OVERRIDE-KIND
               PERFORM 2160-TRY-ADMIN-OVERRIDE
               IF NOT WS-LINE-ALLOWED
                  MOVE "N" TO WS-PRICE-OK-FLAG
               END-IF
            END-IF.

       2150-CHECK-CREDIT-LIMIT.
                  DISPLAY "This line takes " CU-CUSTOMER-NAME
                     " to " WS-WOULD-BE-BALANCE
                     " - over the limit of " WS-CREDIT-LIMIT "."
                  MOVE "L" TO WS-OVERRIDE-KIND
                  PERFORM 2160-TRY-ADMIN-OVERRIDE
               END-IF
            END-IF
            END-IF
            END-IF.

      *> A price override carries the invoice number, the price
      *> keyed and the agreed price, so OFF-AGREEMENT-REPORT can tie
      *> the line back to who let it through.
       2180-AUDIT-OVERRIDE.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            IF WS-OVERRIDE-IS-PRICE
               MOVE "PRICEOVR" TO AL-EVENT-CODE
               STRING WS-ADMIN-NAME DELIMITED BY SPACE
                  " inv " DELIMITED BY SIZE
                  LI-INV-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LI-UNIT-PRICE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-AGREED-PRICE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OVERRIDE-REASON DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
            ELSE
               MOVE "CRLIMOVR" TO AL-EVENT-CODE
               STRING WS-ADMIN-NAME DELIMITED BY SPACE
                  " passed cust " DELIMITED BY SIZE
                  WS-CUSTOMER-INPUT DELIMITED BY SIZE
                  " over limit: " DELIMITED BY SIZE
                  WS-OVERRIDE-REASON DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
            END-IF.
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

       3000-REWRITE-INVOICE-CONTROL.
