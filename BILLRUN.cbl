      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Contract billing run - raises the invoice for every
      *          service contract in BILLCON.DAT whose next bill date
      *          has come, as an on-account line in LINEITEM.DAT
      *          under the next number from INVCTL.DAT (the number
      *          sequence INVOICE-ENTRY issues from). The customer's
      *          credit limit and dunning hold are honoured as
      *          INVOICE-ENTRY honours them; a contract that can't be
      *          billed is held, not advanced, so it bills on the
      *          first run after it is cleared. Each bill advances
      *          the next bill date by the contract's frequency from
      *          its anchor day, using the shared DATE-FORMATTER's
      *          calendar for month lengths, and the run register
      *          lists every invoice raised and every contract held.
      *          Spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-BILLING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-CONTRACT-FILE ASSIGN TO "BILLCON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT LINE-ITEMS-FILE ASSIGN TO "LINEITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-ITEMS-STATUS.
           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.
           SELECT TAX-CODE-FILE ASSIGN TO "TAXCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TAX-CODE
               FILE STATUS IS WS-TAX-CODE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUSTOMER-NO
               FILE STATUS IS WS-AR-BALANCE-STATUS.
           SELECT DUNNING-STATUS-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-CUSTOMER-NO
               FILE STATUS IS WS-DUNNING-STATUS-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-CONTRACT-FILE.
       COPY BILLCON.

       FD  LINE-ITEMS-FILE.
       COPY LINEITEM.

       FD  INVOICE-CONTROL-FILE.
       01  INVOICE-CONTROL-RECORD.
           05  IC-NEXT-INVOICE-NUM     PIC 9(4).

       FD  TAX-CODE-FILE.
       COPY TAXCODE.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  AR-BALANCE-FILE.
       COPY ARBAL.

       FD  DUNNING-STATUS-FILE.
       COPY DUNNING.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTRACT-STATUS        PIC XX.
       01  WS-LINE-ITEMS-STATUS      PIC XX.
       01  WS-INVOICE-CONTROL-STATUS PIC XX.
       01  WS-TAX-CODE-STATUS        PIC XX.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX.
       01  WS-AR-BALANCE-STATUS      PIC XX.
       01  WS-DUNNING-STATUS-STATUS  PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-CONTRACT-EOF-FLAG      PIC X       VALUE "N".
           88  WS-CONTRACT-EOF                   VALUE "Y".

      *> A failed keyed READ overwrites the file status, so whether
      *> each master opened is remembered apart from it.
       01  WS-OPEN-FLAGS.
           05  WS-TAX-FILE-FLAG         PIC X       VALUE "N".
               88  WS-TAX-FILE-OPEN              VALUE "Y".
           05  WS-CUSTOMER-FILE-FLAG    PIC X       VALUE "N".
               88  WS-CUSTOMER-FILE-OPEN         VALUE "Y".
           05  WS-BALANCE-FILE-FLAG     PIC X       VALUE "N".
               88  WS-BALANCE-FILE-OPEN          VALUE "Y".
           05  WS-DUNNING-FILE-FLAG     PIC X       VALUE "N".
               88  WS-DUNNING-FILE-OPEN          VALUE "Y".

       01  WS-CONTRACT-TABLE.
           05  WS-BC-ENTRY OCCURS 200 TIMES INDEXED BY WS-BC-IDX.
               10  WS-BC-CONTRACT-NUM      PIC 9(4).
               10  WS-BC-CUSTOMER-NO       PIC 9(5).
               10  WS-BC-DESCRIPTION       PIC X(20).
               10  WS-BC-AMOUNT            PIC 9(5)V99.
               10  WS-BC-CURRENCY-CODE     PIC X(3).
               10  WS-BC-TAX-CODE          PIC XX.
               10  WS-BC-FREQUENCY         PIC X.
               10  WS-BC-START-DATE        PIC 9(8).
               10  WS-BC-END-DATE          PIC 9(8).
               10  WS-BC-NEXT-BILL         PIC 9(8).
               10  WS-BC-LAST-INVOICE      PIC 9(4).
               10  WS-BC-LAST-BILLED       PIC 9(8).
      *> Rows that fail validation stay in the table flagged "N" so
      *> the end-of-run rewrite carries them through untouched - a
      *> malformed contract is skipped, never deleted.
               10  WS-BC-VALID             PIC X.
       01  WS-CONTRACT-COUNT         PIC 9(3)    VALUE ZERO.
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".

      *> What this run has already billed each customer, riding on
      *> top of the ARBAL open balance for the credit-limit test.
       01  WS-CUSTOMER-RUN-TABLE.
           05  WS-CR-ENTRY OCCURS 200 TIMES INDEXED BY WS-CR-IDX.
               10  WS-CR-CUSTOMER-NO       PIC 9(5).
               10  WS-CR-BILLED            PIC 9(7)V99.
       01  WS-CUSTOMER-RUN-COUNT     PIC 9(3)    VALUE ZERO.

       COPY DATEPARM.

       01  WS-ROW-OK-FLAG            PIC X.
           88  WS-ROW-OK                   VALUE "Y".

       01  WS-BILLING-CONTROLS.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-NEXT-INVOICE-NUM      PIC 9(4)    VALUE 1.
           05  WS-INVOICE-NUM           PIC 9(4).
           05  WS-BILL-STOP-FLAG        PIC X.
               88  WS-BILL-STOP                  VALUE "Y".
           05  WS-HOLD-REASON           PIC X(14).
           05  WS-CREDIT-LIMIT          PIC 9(7)V99.
           05  WS-OPEN-BALANCE          PIC S9(7)V99.
           05  WS-WOULD-BE-BALANCE      PIC S9(9)V99.
           05  WS-BILL-DATE             PIC 9(8).
           05  WS-BILL-DATE-R REDEFINES WS-BILL-DATE.
               10  WS-BILL-YYYY             PIC 9(4).
               10  WS-BILL-MM               PIC 99.
               10  WS-BILL-DD               PIC 99.
           05  WS-ANCHOR-DATE           PIC 9(8).
           05  WS-ANCHOR-DATE-R REDEFINES WS-ANCHOR-DATE.
               10  WS-ANCHOR-YYYY           PIC 9(4).
               10  WS-ANCHOR-MM             PIC 99.
               10  WS-ANCHOR-DD             PIC 99.
           05  WS-MONTHS-TO-ADD         PIC 99.
           05  WS-DAYS-IN-MONTH         PIC 99.
           05  WS-TRY-DAY               PIC 99.
           05  WS-STATUS-TEXT           PIC X(14).

       01  WS-RUN-TOTALS.
           05  WS-INVOICES-RAISED       PIC 9(5)    VALUE ZERO.
           05  WS-CONTRACTS-HELD        PIC 9(5)    VALUE ZERO.
           05  WS-CONTRACTS-ENDED       PIC 9(5)    VALUE ZERO.
           05  WS-AMOUNT-BILLED         PIC 9(9)V99 VALUE ZERO.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Contract Billing Run ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-OPEN-FILES.
            PERFORM 1200-LOAD-CONTRACTS.
            IF WS-CONTRACT-COUNT = ZERO
               DISPLAY "No billing contracts on file."
               PERFORM 9000-CLOSE-FILES
               STOP RUN
            END-IF.
            IF WS-TABLE-FULL
               DISPLAY "More contracts than the table holds "
                  "(200) - run abandoned so none are lost."
               PERFORM 9000-CLOSE-FILES
               STOP RUN
            END-IF.
            IF NOT WS-CUSTOMER-FILE-OPEN
               DISPLAY "No CUSTOMER-MASTER file - nobody to bill."
               PERFORM 9000-CLOSE-FILES
               STOP RUN
            END-IF.
            PERFORM 1100-READ-INVOICE-CONTROL.
            OPEN EXTEND LINE-ITEMS-FILE.
            IF WS-LINE-ITEMS-STATUS = "35"
               OPEN OUTPUT LINE-ITEMS-FILE
               CLOSE LINE-ITEMS-FILE
               OPEN EXTEND LINE-ITEMS-FILE
            END-IF.
            PERFORM 1300-OPEN-SPOOL.
            PERFORM VARYING WS-BC-IDX FROM 1 BY 1
               UNTIL WS-BC-IDX > WS-CONTRACT-COUNT
               PERFORM 2000-BILL-IF-DUE
            END-PERFORM.
            CLOSE LINE-ITEMS-FILE.
            PERFORM 3000-PRINT-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            PERFORM 4000-REWRITE-CONTRACTS.
            PERFORM 4100-REWRITE-INVOICE-CONTROL.
            PERFORM 9000-CLOSE-FILES.
            DISPLAY "Invoices raised: " WS-INVOICES-RAISED
               "  contracts held: " WS-CONTRACTS-HELD.
            DISPLAY "Register spooled as " WS-SPOOL-NAME ".".
            STOP RUN.

       1000-OPEN-FILES.
            OPEN INPUT TAX-CODE-FILE.
            IF WS-TAX-CODE-STATUS = "00"
               MOVE "Y" TO WS-TAX-FILE-FLAG
            END-IF.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-CUSTOMER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-FILE-FLAG
            END-IF.
            OPEN INPUT AR-BALANCE-FILE.
            IF WS-AR-BALANCE-STATUS = "00"
               MOVE "Y" TO WS-BALANCE-FILE-FLAG
            END-IF.
            OPEN INPUT DUNNING-STATUS-FILE.
            IF WS-DUNNING-STATUS-STATUS = "00"
               MOVE "Y" TO WS-DUNNING-FILE-FLAG
            END-IF.

       1100-READ-INVOICE-CONTROL.
            OPEN INPUT INVOICE-CONTROL-FILE.
            IF WS-INVOICE-CONTROL-STATUS = "00"
               READ INVOICE-CONTROL-FILE
                  NOT AT END
                     MOVE IC-NEXT-INVOICE-NUM
                        TO WS-NEXT-INVOICE-NUM
               END-READ
               CLOSE INVOICE-CONTROL-FILE
            END-IF.

       1200-LOAD-CONTRACTS.
            OPEN INPUT BILLING-CONTRACT-FILE.
            IF WS-CONTRACT-STATUS = "00"
               PERFORM UNTIL WS-CONTRACT-EOF
                  READ BILLING-CONTRACT-FILE
                     AT END
                        MOVE "Y" TO WS-CONTRACT-EOF-FLAG
                     NOT AT END
                        PERFORM 1250-VALIDATE-CONTRACT
                        IF WS-CONTRACT-COUNT < 200
                           ADD 1 TO WS-CONTRACT-COUNT
                           SET WS-BC-IDX TO WS-CONTRACT-COUNT
                           PERFORM 1280-STORE-CONTRACT
                        ELSE
                           MOVE "Y" TO WS-TABLE-FULL-FLAG
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE BILLING-CONTRACT-FILE
            END-IF.

      *> A corrupt or column-shifted row must never reach the
      *> catch-up loop - a garbage next bill date would otherwise
      *> raise an invoice for every period between it and today.
      *> A new contract keyed with no next bill date first bills on
      *> its start date.
       1250-VALIDATE-CONTRACT.
            MOVE "N" TO WS-ROW-OK-FLAG.
            IF BC-CONTRACT-NUM IS NOT NUMERIC OR
                  BC-CUSTOMER-NO IS NOT NUMERIC OR
                  BC-CUSTOMER-NO = ZERO OR
                  BC-AMOUNT IS NOT NUMERIC OR
                  BC-AMOUNT = ZERO OR
                  BC-START-DATE IS NOT NUMERIC OR
                  BC-END-DATE IS NOT NUMERIC OR
                  BC-NEXT-BILL-DATE IS NOT NUMERIC OR
                  NOT (BC-IS-MONTHLY OR BC-IS-QUARTERLY OR
                       BC-IS-ANNUAL)
               DISPLAY "Contract " BC-CONTRACT-NUM " is malformed "
                  "- skipped this run, kept on file."
            ELSE
               IF BC-NEXT-BILL-DATE = ZERO
                  MOVE BC-START-DATE TO BC-NEXT-BILL-DATE
               END-IF
               IF BC-LAST-INVOICE-NUM IS NOT NUMERIC
                  MOVE ZERO TO BC-LAST-INVOICE-NUM
               END-IF
               IF BC-LAST-BILLED-DATE IS NOT NUMERIC
                  MOVE ZERO TO BC-LAST-BILLED-DATE
               END-IF
               IF BC-CURRENCY-CODE = SPACES
                  MOVE "THB" TO BC-CURRENCY-CODE
               END-IF
               IF BC-TAX-CODE = SPACES
                  MOVE "V7" TO BC-TAX-CODE
               END-IF
               MOVE BC-START-DATE TO WS-BILL-DATE
               PERFORM 1260-CHECK-DATE
               IF WS-ROW-OK
                  MOVE BC-NEXT-BILL-DATE TO WS-BILL-DATE
                  PERFORM 1260-CHECK-DATE
               END-IF
               IF NOT WS-ROW-OK
                  DISPLAY "Contract " BC-CONTRACT-NUM " has an "
                     "invalid start or next bill date - skipped "
                     "this run, kept on file."
               ELSE
                  PERFORM 1270-CHECK-TAX-CODE
               END-IF
            END-IF.

       1260-CHECK-DATE.
            MOVE "N" TO WS-ROW-OK-FLAG.
            MOVE WS-BILL-YYYY TO DF-YEAR.
            MOVE WS-BILL-MM TO DF-MONTH.
            MOVE WS-BILL-DD TO DF-DAY.
            MOVE SPACE TO DF-FUNCTION-CODE.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
            IF DF-DATE-IS-VALID AND WS-BILL-YYYY >= 2000
               MOVE "Y" TO WS-ROW-OK-FLAG
            END-IF.

      *> The invoice line carries the contract's tax code, so it
      *> must be one the VAT reports can find.
       1270-CHECK-TAX-CODE.
            IF WS-TAX-FILE-OPEN
               MOVE BC-TAX-CODE TO TC-TAX-CODE
               READ TAX-CODE-FILE
                  INVALID KEY
                     MOVE "N" TO WS-ROW-OK-FLAG
                     DISPLAY "Contract " BC-CONTRACT-NUM " names "
                        "unknown tax code '" BC-TAX-CODE "' - "
                        "skipped this run, kept on file."
               END-READ
            END-IF.

       1280-STORE-CONTRACT.
            MOVE BC-CONTRACT-NUM TO WS-BC-CONTRACT-NUM(WS-BC-IDX).
            MOVE BC-CUSTOMER-NO TO WS-BC-CUSTOMER-NO(WS-BC-IDX).
            MOVE BC-DESCRIPTION TO WS-BC-DESCRIPTION(WS-BC-IDX).
            MOVE BC-AMOUNT TO WS-BC-AMOUNT(WS-BC-IDX).
            MOVE BC-CURRENCY-CODE TO WS-BC-CURRENCY-CODE(WS-BC-IDX).
            MOVE BC-TAX-CODE TO WS-BC-TAX-CODE(WS-BC-IDX).
            MOVE BC-FREQUENCY TO WS-BC-FREQUENCY(WS-BC-IDX).
            MOVE BC-START-DATE TO WS-BC-START-DATE(WS-BC-IDX).
            MOVE BC-END-DATE TO WS-BC-END-DATE(WS-BC-IDX).
            MOVE BC-NEXT-BILL-DATE TO WS-BC-NEXT-BILL(WS-BC-IDX).
            MOVE BC-LAST-INVOICE-NUM
               TO WS-BC-LAST-INVOICE(WS-BC-IDX).
            MOVE BC-LAST-BILLED-DATE TO WS-BC-LAST-BILLED(WS-BC-IDX).
            MOVE WS-ROW-OK-FLAG TO WS-BC-VALID(WS-BC-IDX).

       1300-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "BILLRUN" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            ACCEPT WS-BANNER-DATE FROM DATE YYYYMMDD.
            STRING "* " SP-REPORT-TYPE "  SPOOL " SP-SPOOL-NAME
               "  RUN " WS-BANNER-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CONTRACT BILLING REGISTER  BILLED THROUGH "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CNTR CUST  DESCRIPTION          BILL DATE  INV"
               "       AMOUNT STATUS"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Raises one invoice for each bill date that has come, and
      *> advances the date after each, so a run missed for two
      *> months catches up the arrears. A period the contract has
      *> already billed (the next bill date was keyed back) is held
      *> rather than billed twice, and so is a customer the credit
      *> or dunning checks refuse - the date is left where it is.
       2000-BILL-IF-DUE.
            IF WS-BC-VALID(WS-BC-IDX) = "Y"
               MOVE "N" TO WS-BILL-STOP-FLAG
               PERFORM UNTIL WS-BILL-STOP OR
                     WS-BC-NEXT-BILL(WS-BC-IDX) > WS-TODAY-DATE
                  EVALUATE TRUE
                     WHEN WS-BC-END-DATE(WS-BC-IDX) NOT = ZERO AND
                           WS-BC-NEXT-BILL(WS-BC-IDX) >
                           WS-BC-END-DATE(WS-BC-IDX)
                        MOVE "Y" TO WS-BILL-STOP-FLAG
                     WHEN WS-BC-NEXT-BILL(WS-BC-IDX) <=
                           WS-BC-LAST-BILLED(WS-BC-IDX)
                        MOVE "ALREADY BILLED" TO WS-HOLD-REASON
                        PERFORM 2400-HOLD-CONTRACT
                     WHEN OTHER
                        PERFORM 2100-CHECK-CUSTOMER
                        IF WS-HOLD-REASON = SPACES
                           PERFORM 2200-RAISE-INVOICE
                           PERFORM 2300-ADVANCE-NEXT-BILL
                           PERFORM 2500-NOTE-IF-ENDED
                        ELSE
                           PERFORM 2400-HOLD-CONTRACT
                        END-IF
                  END-EVALUATE
               END-PERFORM
            END-IF.

      *> The same tests INVOICE-ENTRY puts an on-account invoice
      *> through: a dunning hold refuses outright, and the open
      *> balance plus what this run already billed the customer
      *> plus this bill must stay inside the credit limit. A batch
      *> run has nobody to prove an admin PIN, so an over-limit
      *> contract waits for the balance to come down or the limit
      *> to go up.
       2100-CHECK-CUSTOMER.
            MOVE SPACES TO WS-HOLD-REASON.
            MOVE WS-BC-CUSTOMER-NO(WS-BC-IDX) TO CU-CUSTOMER-NO.
            READ CUSTOMER-MASTER-FILE
               INVALID KEY
                  MOVE "NO CUSTOMER" TO WS-HOLD-REASON
            END-READ.
            IF WS-HOLD-REASON = SPACES AND CU-IS-INACTIVE
               MOVE "INACTIVE CUST" TO WS-HOLD-REASON
            END-IF.
            IF WS-HOLD-REASON = SPACES AND WS-DUNNING-FILE-OPEN
               MOVE CU-CUSTOMER-NO TO DN-CUSTOMER-NO
               READ DUNNING-STATUS-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF DN-IS-ON-HOLD
                        MOVE "DUNNING HOLD" TO WS-HOLD-REASON
                     END-IF
               END-READ
            END-IF.
            IF WS-HOLD-REASON = SPACES
               PERFORM 2150-CHECK-CREDIT-LIMIT
            END-IF.

       2150-CHECK-CREDIT-LIMIT.
            MOVE CU-CREDIT-LIMIT TO WS-CREDIT-LIMIT.
            MOVE ZERO TO WS-OPEN-BALANCE.
            IF WS-BALANCE-FILE-OPEN
               MOVE CU-CUSTOMER-NO TO AB-CUSTOMER-NO
               READ AR-BALANCE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE AB-OPEN-BALANCE TO WS-OPEN-BALANCE
               END-READ
            END-IF.
            SET WS-CR-IDX TO 1.
            SEARCH WS-CR-ENTRY
               AT END
                  PERFORM 2160-ADD-CUSTOMER-RUN
               WHEN WS-CR-IDX > WS-CUSTOMER-RUN-COUNT
                  PERFORM 2160-ADD-CUSTOMER-RUN
               WHEN WS-CR-CUSTOMER-NO(WS-CR-IDX) = CU-CUSTOMER-NO
                  CONTINUE
            END-SEARCH.
            COMPUTE WS-WOULD-BE-BALANCE = WS-OPEN-BALANCE
               + WS-CR-BILLED(WS-CR-IDX) + WS-BC-AMOUNT(WS-BC-IDX).
            IF WS-WOULD-BE-BALANCE > WS-CREDIT-LIMIT
               MOVE "OVER LIMIT" TO WS-HOLD-REASON
            END-IF.

       2160-ADD-CUSTOMER-RUN.
            ADD 1 TO WS-CUSTOMER-RUN-COUNT.
            SET WS-CR-IDX TO WS-CUSTOMER-RUN-COUNT.
            MOVE CU-CUSTOMER-NO TO WS-CR-CUSTOMER-NO(WS-CR-IDX).
            MOVE ZERO TO WS-CR-BILLED(WS-CR-IDX).

      *> One on-account line, dated the bill date so the invoice
      *> ages from the period it bills, under a number issued from
      *> the INVCTL sequence.
       2200-RAISE-INVOICE.
            MOVE WS-NEXT-INVOICE-NUM TO WS-INVOICE-NUM.
            ADD 1 TO WS-NEXT-INVOICE-NUM.
            MOVE WS-BC-NEXT-BILL(WS-BC-IDX) TO LI-TRAN-DATE.
            MOVE WS-INVOICE-NUM TO LI-INV-NUM.
            MOVE WS-BC-DESCRIPTION(WS-BC-IDX) TO LI-DESCRIPTION.
            MOVE 1 TO LI-QTY.
            MOVE WS-BC-AMOUNT(WS-BC-IDX) TO LI-UNIT-PRICE.
            MOVE WS-BC-CURRENCY-CODE(WS-BC-IDX) TO LI-CURRENCY-CODE.
            MOVE "C" TO LI-ACCOUNT-TYPE.
            MOVE ZERO TO LI-BALANCE.
            MOVE WS-BC-CUSTOMER-NO(WS-BC-IDX) TO LI-CUSTOMER-NO.
            MOVE WS-BC-TAX-CODE(WS-BC-IDX) TO LI-TAX-CODE.
            WRITE LINE-ITEM-RECORD.
            ADD 1 TO WS-INVOICES-RAISED.
            ADD WS-BC-AMOUNT(WS-BC-IDX) TO WS-AMOUNT-BILLED.
            ADD WS-BC-AMOUNT(WS-BC-IDX) TO WS-CR-BILLED(WS-CR-IDX).
            MOVE WS-INVOICE-NUM TO WS-BC-LAST-INVOICE(WS-BC-IDX).
            MOVE WS-BC-NEXT-BILL(WS-BC-IDX)
               TO WS-BC-LAST-BILLED(WS-BC-IDX).
            MOVE "BILLED" TO WS-STATUS-TEXT.
            PERFORM 2600-PRINT-REGISTER-LINE.

      *> Months are added to the bill date and the anchor day (the
      *> start date's day) put back, trimmed to a short month's
      *> last day - so a contract started on the 31st bills on the
      *> 30th in April and the 31st again in May.
       2300-ADVANCE-NEXT-BILL.
            MOVE WS-BC-NEXT-BILL(WS-BC-IDX) TO WS-BILL-DATE.
            MOVE WS-BC-START-DATE(WS-BC-IDX) TO WS-ANCHOR-DATE.
            EVALUATE WS-BC-FREQUENCY(WS-BC-IDX)
               WHEN "Q"
                  MOVE 3 TO WS-MONTHS-TO-ADD
               WHEN "A"
                  MOVE 12 TO WS-MONTHS-TO-ADD
               WHEN OTHER
                  MOVE 1 TO WS-MONTHS-TO-ADD
            END-EVALUATE.
            ADD WS-MONTHS-TO-ADD TO WS-BILL-MM.
            IF WS-BILL-MM > 12
               SUBTRACT 12 FROM WS-BILL-MM
               ADD 1 TO WS-BILL-YYYY
            END-IF.
            MOVE WS-ANCHOR-DD TO WS-BILL-DD.
            PERFORM 2350-SET-DAYS-IN-MONTH.
            IF WS-BILL-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-BILL-DD
            END-IF.
            MOVE WS-BILL-DATE TO WS-BC-NEXT-BILL(WS-BC-IDX).

      *> Month length comes from the shared DATE-FORMATTER: the
      *> highest day it validates for this year/month is the length.
       2350-SET-DAYS-IN-MONTH.
            MOVE 31 TO WS-TRY-DAY.
            MOVE "N" TO DF-VALID-FLAG.
            MOVE SPACE TO DF-FUNCTION-CODE.
            PERFORM UNTIL DF-DATE-IS-VALID OR WS-TRY-DAY < 28
               MOVE WS-BILL-YYYY TO DF-YEAR
               MOVE WS-BILL-MM TO DF-MONTH
               MOVE WS-TRY-DAY TO DF-DAY
               CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS
               IF NOT DF-DATE-IS-VALID
                  SUBTRACT 1 FROM WS-TRY-DAY
               END-IF
            END-PERFORM.
            MOVE WS-TRY-DAY TO WS-DAYS-IN-MONTH.

       2400-HOLD-CONTRACT.
            MOVE ZERO TO WS-INVOICE-NUM.
            MOVE WS-HOLD-REASON TO WS-STATUS-TEXT.
            PERFORM 2600-PRINT-REGISTER-LINE.
            ADD 1 TO WS-CONTRACTS-HELD.
            MOVE "Y" TO WS-BILL-STOP-FLAG.

       2500-NOTE-IF-ENDED.
            IF WS-BC-END-DATE(WS-BC-IDX) NOT = ZERO AND
                  WS-BC-NEXT-BILL(WS-BC-IDX) >
                  WS-BC-END-DATE(WS-BC-IDX)
               ADD 1 TO WS-CONTRACTS-ENDED
               MOVE SPACES TO PRINT-LINE
               STRING WS-BC-CONTRACT-NUM(WS-BC-IDX)
                  "   CONTRACT ENDED " WS-BC-END-DATE(WS-BC-IDX)
                  " - LAST BILL RAISED"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       2600-PRINT-REGISTER-LINE.
            MOVE WS-BC-AMOUNT(WS-BC-IDX) TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-BC-CONTRACT-NUM(WS-BC-IDX) " "
               WS-BC-CUSTOMER-NO(WS-BC-IDX) " "
               WS-BC-DESCRIPTION(WS-BC-IDX) " "
               WS-BC-NEXT-BILL(WS-BC-IDX) "  "
               WS-INVOICE-NUM " " WS-AMT-EDIT-ZERO-SUPPRESS " "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3000-PRINT-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-AMOUNT-BILLED TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "INVOICES RAISED: " WS-INVOICES-RAISED
               "   AMOUNT BILLED: " WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CONTRACTS HELD:  " WS-CONTRACTS-HELD
               "   CONTRACTS ENDED: " WS-CONTRACTS-ENDED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "NEXT INVOICE NUMBER: " WS-NEXT-INVOICE-NUM
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       4000-REWRITE-CONTRACTS.
            OPEN OUTPUT BILLING-CONTRACT-FILE.
            PERFORM VARYING WS-BC-IDX FROM 1 BY 1
               UNTIL WS-BC-IDX > WS-CONTRACT-COUNT
               MOVE WS-BC-CONTRACT-NUM(WS-BC-IDX) TO BC-CONTRACT-NUM
               MOVE WS-BC-CUSTOMER-NO(WS-BC-IDX) TO BC-CUSTOMER-NO
               MOVE WS-BC-DESCRIPTION(WS-BC-IDX) TO BC-DESCRIPTION
               MOVE WS-BC-AMOUNT(WS-BC-IDX) TO BC-AMOUNT
               MOVE WS-BC-CURRENCY-CODE(WS-BC-IDX)
                  TO BC-CURRENCY-CODE
               MOVE WS-BC-TAX-CODE(WS-BC-IDX) TO BC-TAX-CODE
               MOVE WS-BC-FREQUENCY(WS-BC-IDX) TO BC-FREQUENCY
               MOVE WS-BC-START-DATE(WS-BC-IDX) TO BC-START-DATE
               MOVE WS-BC-END-DATE(WS-BC-IDX) TO BC-END-DATE
               MOVE WS-BC-NEXT-BILL(WS-BC-IDX) TO BC-NEXT-BILL-DATE
               MOVE WS-BC-LAST-INVOICE(WS-BC-IDX)
                  TO BC-LAST-INVOICE-NUM
               MOVE WS-BC-LAST-BILLED(WS-BC-IDX)
                  TO BC-LAST-BILLED-DATE
               WRITE BILLING-CONTRACT-RECORD
            END-PERFORM.
            CLOSE BILLING-CONTRACT-FILE.

       4100-REWRITE-INVOICE-CONTROL.
            MOVE WS-NEXT-INVOICE-NUM TO IC-NEXT-INVOICE-NUM.
            OPEN OUTPUT INVOICE-CONTROL-FILE.
            WRITE INVOICE-CONTROL-RECORD.
            CLOSE INVOICE-CONTROL-FILE.

       9000-CLOSE-FILES.
            IF WS-TAX-FILE-OPEN
               CLOSE TAX-CODE-FILE
            END-IF.
            IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER-FILE
            END-IF.
            IF WS-BALANCE-FILE-OPEN
               CLOSE AR-BALANCE-FILE
            END-IF.
            IF WS-DUNNING-FILE-OPEN
               CLOSE DUNNING-STATUS-FILE
            END-IF.
       END PROGRAM CONTRACT-BILLING.
