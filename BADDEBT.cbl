      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Bad-debt write-off - the proper way to clear a debt
      *          the dunning run has given up on, instead of keying a
      *          receipt that never arrived. An admin proves their
      *          USER-MASTER PIN (the SPOILAGE-WRITE-OFF pattern),
      *          picks the customer and one open invoice off the
      *          same oldest-first list CASH-RECEIPTS shows, and
      *          writes off all or part of its remainder with a
      *          reason. The write-off is an AR-RECEIPT application
      *          of type W, so aging, statements and dunning all net
      *          it off the invoice, while showing it apart from
      *          money received. AB-OPEN-BALANCE moves at once, each
      *          write-off lands in AUDITLOG, and the session's total
      *          is journaled as a debit to BAD DEBT EXPENSE 5930
      *          against the AR control account 1300.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-WRITE-OFF.
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
           SELECT AR-RECEIPT-FILE ASSIGN TO "ARRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-RECEIPT-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUSTOMER-NO
               FILE STATUS IS WS-AR-BALANCE-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-OPERATOR-NAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  LINE-ITEMS-FILE.
       COPY LINEITEM.

       FD  AR-RECEIPT-FILE.
       COPY ARRCPT.

       FD  AR-BALANCE-FILE.
       COPY ARBAL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  USER-MASTER-FILE.
       COPY USERMAST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX.
       01  WS-LINE-ITEMS-STATUS      PIC XX.
       01  WS-AR-RECEIPT-STATUS      PIC XX.
       01  WS-AR-BALANCE-STATUS      PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-USER-MASTER-STATUS     PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-LINE-EOF-FLAG          PIC X.
           88  WS-LINE-EOF                       VALUE "Y".
       01  WS-RCPT-EOF-FLAG          PIC X.
           88  WS-RCPT-EOF                       VALUE "Y".

       01  WS-WRITE-OFF-CONTROLS.
           05  WS-CONTINUE-FLAG         PIC X       VALUE "Y".
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-CUSTOMER-INPUT        PIC X(5).
           05  WS-CUSTOMER-NO           PIC 9(5).
           05  WS-INVOICE-INPUT         PIC X(4).
           05  WS-AMOUNT-INPUT          PIC X(12).
           05  WS-WRITE-OFF-AMOUNT      PIC 9(7)V99.
           05  WS-REASON-INPUT          PIC X(20).
           05  WS-CONFIRM               PIC X.
           05  WS-SUPERVISOR-NAME       PIC X(10).
           05  WS-ENTERED-PIN           PIC 9(4).
           05  WS-PIN-PROVED-FLAG       PIC X       VALUE "N".
               88  WS-PIN-PROVED                 VALUE "Y".
           05  WS-AMOUNT-OK-FLAG        PIC X.
               88  WS-AMOUNT-OK                  VALUE "Y".
           05  WS-WRITE-OFFS-TAKEN      PIC 9(5)    VALUE ZERO.
           05  WS-RECEIPTS-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-WRITE-OFF-TOTAL       PIC 9(7)V99 VALUE ZERO.
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

      *> The customer's open invoices, oldest first, built exactly
      *> as CASH-RECEIPTS builds them, then with any money left on
      *> account drained against the oldest (the AR-AGING rule) so
      *> nothing already paid can be written off.
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
       01  WS-CHOSEN-SUB             PIC 9(3).

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-WOF==.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Bad-Debt Write-Off ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            DISPLAY "Supervisor name: ".
            ACCEPT WS-SUPERVISOR-NAME.
            PERFORM 1000-PROVE-SUPERVISOR-PIN.
            IF NOT WS-PIN-PROVED
               GOBACK
            END-IF.
            PERFORM 1100-OPEN-FILES.
            PERFORM WITH TEST AFTER UNTIL WS-CONTINUE-FLAG = "N" OR "n"
               PERFORM 2000-TAKE-ONE-WRITE-OFF
               IF WS-CONTINUE-FLAG NOT = "N" AND
                     WS-CONTINUE-FLAG NOT = "n"
                  DISPLAY "Another write-off? (Y/N)"
                  ACCEPT WS-CONTINUE-FLAG
               END-IF
            END-PERFORM.
            PERFORM 8000-WRITE-TRAILERS.
            IF WS-WRITE-OFF-TOTAL > ZERO
               PERFORM 8100-ENSURE-ACCOUNTS-EXIST
               PERFORM 8200-WRITE-JOURNAL-ENTRY
            END-IF.
            PERFORM 9000-CLOSE-FILES.
            MOVE WS-WRITE-OFF-TOTAL TO WS-WOF-EDIT-ZERO-SUPPRESS.
            DISPLAY "Write-offs taken: " WS-WRITE-OFFS-TAKEN
               "  Total: " WS-WOF-EDIT-ZERO-SUPPRESS.
            GOBACK.

      *> Only an admin who proves their PIN may write a debt off;
      *> three wrong PINs lock the operator out, as everywhere else
      *> the PIN is asked for.
       1000-PROVE-SUPERVISOR-PIN.
            MOVE "N" TO WS-PIN-PROVED-FLAG.
            OPEN I-O USER-MASTER-FILE.
            IF WS-USER-MASTER-STATUS NOT = "00"
               DISPLAY "No USER-MASTER file - no write-off possible."
            ELSE
               MOVE WS-SUPERVISOR-NAME TO UM-OPERATOR-NAME
               READ USER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Unknown operator - no write-off."
                  NOT INVALID KEY
                     PERFORM 1050-CHECK-PIN
               END-READ
               CLOSE USER-MASTER-FILE
            END-IF.

       1050-CHECK-PIN.
            EVALUATE TRUE
               WHEN NOT UM-IS-ADMIN
                  DISPLAY "Operator is not an admin - no write-off."
               WHEN UM-IS-LOCKED
                  DISPLAY "Operator is LOCKED OUT - no write-off."
               WHEN OTHER
                  DISPLAY "Enter PIN: "
                  ACCEPT WS-ENTERED-PIN
                  IF WS-ENTERED-PIN = UM-ADMIN-PIN
                     MOVE ZERO TO UM-FAILED-ATTEMPTS
                     REWRITE USER-MASTER-RECORD
                     MOVE "Y" TO WS-PIN-PROVED-FLAG
                  ELSE
                     ADD 1 TO UM-FAILED-ATTEMPTS
                     DISPLAY "Incorrect PIN - no write-off."
                     IF UM-FAILED-ATTEMPTS >= 3
                        MOVE "Y" TO UM-LOCKED-FLAG
                        DISPLAY "Three failures - operator locked "
                           "out."
                     END-IF
                     REWRITE USER-MASTER-RECORD
                  END-IF
            END-EVALUATE.

       1100-OPEN-FILES.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "No CUSTOMER-MASTER file - nothing to write "
                  "off."
               MOVE "N" TO WS-CONTINUE-FLAG
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
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       2000-TAKE-ONE-WRITE-OFF.
            IF WS-CONTINUE-FLAG = "N" OR "n"
               CONTINUE
            ELSE
               DISPLAY "Customer number: "
               ACCEPT WS-CUSTOMER-INPUT
               IF WS-CUSTOMER-INPUT IS NOT NUMERIC
                  DISPLAY "Invalid customer - nothing written off."
               ELSE
                  MOVE WS-CUSTOMER-INPUT TO WS-CUSTOMER-NO
                  MOVE WS-CUSTOMER-NO TO CU-CUSTOMER-NO
                  READ CUSTOMER-MASTER-FILE
                     INVALID KEY
                        DISPLAY "Unknown customer - nothing "
                           "written off."
                     NOT INVALID KEY
                        DISPLAY "Customer: " CU-CUSTOMER-NAME
                        PERFORM 2100-CHOOSE-AND-WRITE-OFF
                  END-READ
               END-IF
            END-IF.

       2100-CHOOSE-AND-WRITE-OFF.
            PERFORM 3000-BUILD-OPEN-INVOICES.
            EVALUATE TRUE
               WHEN WS-IV-OVERFLOW
                  DISPLAY "Customer has more than 50 invoices on "
                     "file - the open list would be wrong, so "
                     "nothing is written off; raise the table."
               WHEN OTHER
                  PERFORM 3500-SHOW-OPEN-INVOICES
                  DISPLAY "Invoice to write off: "
                  ACCEPT WS-INVOICE-INPUT
                  PERFORM 2200-FIND-CHOSEN-INVOICE
                  IF WS-CHOSEN-SUB = ZERO
                     DISPLAY "Not an open invoice of this customer "
                        "- nothing written off."
                  ELSE
                     PERFORM 2300-CAPTURE-WRITE-OFF
                  END-IF
            END-EVALUATE.

       2200-FIND-CHOSEN-INVOICE.
            MOVE ZERO TO WS-CHOSEN-SUB.
            IF WS-INVOICE-INPUT IS NUMERIC
               PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                  UNTIL WS-IV-IDX > WS-INVOICE-COUNT
                  IF WS-IV-NUM(WS-IV-IDX) = WS-INVOICE-INPUT AND
                        WS-IV-OPEN(WS-IV-IDX) > ZERO
                     SET WS-CHOSEN-SUB TO WS-IV-IDX
                  END-IF
               END-PERFORM
            END-IF.

      *> The amount defaults to the invoice's whole remainder and
      *> can never exceed it; the reason is required, since it is
      *> what audit will ask about.
       2300-CAPTURE-WRITE-OFF.
            SET WS-IV-IDX TO WS-CHOSEN-SUB.
            MOVE WS-IV-OPEN(WS-IV-IDX) TO WS-WOF-EDIT-ZERO-SUPPRESS.
            DISPLAY "Amount to write off (ENTER = whole "
               WS-WOF-EDIT-ZERO-SUPPRESS "): ".
            MOVE SPACES TO WS-AMOUNT-INPUT.
            ACCEPT WS-AMOUNT-INPUT.
            MOVE "Y" TO WS-AMOUNT-OK-FLAG.
            IF WS-AMOUNT-INPUT = SPACES
               MOVE WS-IV-OPEN(WS-IV-IDX) TO WS-WRITE-OFF-AMOUNT
            ELSE
               COMPUTE WS-WRITE-OFF-AMOUNT =
                  FUNCTION NUMVAL(WS-AMOUNT-INPUT)
                  ON SIZE ERROR
                     MOVE "N" TO WS-AMOUNT-OK-FLAG
               END-COMPUTE
            END-IF.
            DISPLAY "Reason (e.g. BANKRUPT, UNTRACEABLE): ".
            MOVE SPACES TO WS-REASON-INPUT.
            ACCEPT WS-REASON-INPUT.
            EVALUATE TRUE
               WHEN NOT WS-AMOUNT-OK OR WS-WRITE-OFF-AMOUNT = ZERO
                  DISPLAY "Invalid amount - nothing written off."
               WHEN WS-WRITE-OFF-AMOUNT > WS-IV-OPEN(WS-IV-IDX)
                  DISPLAY "More than the invoice's open remainder "
                     "- nothing written off."
               WHEN WS-REASON-INPUT = SPACES
                  DISPLAY "A reason is required - nothing written "
                     "off."
               WHEN OTHER
                  MOVE WS-WRITE-OFF-AMOUNT
                     TO WS-WOF-EDIT-ZERO-SUPPRESS
                  DISPLAY "Write off " WS-WOF-EDIT-ZERO-SUPPRESS
                     " of invoice " WS-IV-NUM(WS-IV-IDX)
                     " as " WS-REASON-INPUT " (Y/N)? "
                  MOVE "N" TO WS-CONFIRM
                  ACCEPT WS-CONFIRM
                  IF WS-CONFIRM = "Y" OR "y"
                     PERFORM 4000-APPLY-WRITE-OFF
                  ELSE
                     DISPLAY "Nothing written off."
                  END-IF
            END-EVALUATE.

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

      *> The table is oldest first, so one walk down it drains the
      *> on-account money the way AR-AGING does.
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

       3500-SHOW-OPEN-INVOICES.
            DISPLAY "INVOICE  DATE      OPEN".
            PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-INVOICE-COUNT
               IF WS-IV-OPEN(WS-IV-IDX) > ZERO
                  DISPLAY WS-IV-NUM(WS-IV-IDX) "     "
                     WS-IV-DATE(WS-IV-IDX) " "
                     WS-IV-OPEN(WS-IV-IDX)
               END-IF
            END-PERFORM.

       4000-APPLY-WRITE-OFF.
            MOVE "D" TO RC-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO RC-RECEIPT-DATE.
            MOVE WS-CUSTOMER-NO TO RC-CUSTOMER-NO.
            MOVE "WRITE-OFF" TO RC-REFERENCE.
            MOVE WS-WRITE-OFF-AMOUNT TO RC-PAYMENT-AMOUNT.
            MOVE WS-IV-NUM(WS-IV-IDX) TO RC-INV-NUM.
            MOVE WS-WRITE-OFF-AMOUNT TO RC-APPLIED-AMOUNT.
            MOVE "W" TO RC-APPLY-TYPE.
            MOVE WS-REASON-INPUT TO RC-WRITE-OFF-REASON.
            WRITE AR-RECEIPT-RECORD.
            ADD 1 TO WS-RECEIPTS-WRITTEN.
            SUBTRACT WS-WRITE-OFF-AMOUNT FROM WS-IV-OPEN(WS-IV-IDX).
            PERFORM 4100-MOVE-AR-BALANCE.
            PERFORM 4200-WRITE-AUDIT-ENTRY.
            ADD 1 TO WS-WRITE-OFFS-TAKEN.
            ADD WS-WRITE-OFF-AMOUNT TO WS-WRITE-OFF-TOTAL.
            DISPLAY "Written off - invoice " WS-IV-NUM(WS-IV-IDX)
               " now open " WS-IV-OPEN(WS-IV-IDX) ".".

       4100-MOVE-AR-BALANCE.
            MOVE WS-CUSTOMER-NO TO AB-CUSTOMER-NO.
            READ AR-BALANCE-FILE
               INVALID KEY
                  MOVE WS-CUSTOMER-NO TO AB-CUSTOMER-NO
                  COMPUTE AB-OPEN-BALANCE =
                     ZERO - WS-WRITE-OFF-AMOUNT
                  MOVE WS-TODAY-DATE TO AB-LAST-TRAN-DATE
                  MOVE ZERO TO AB-AGED-DATE AB-AGE-CURRENT
                     AB-AGE-30 AB-AGE-60 AB-AGE-90
                  WRITE AR-BALANCE-RECORD
               NOT INVALID KEY
                  SUBTRACT WS-WRITE-OFF-AMOUNT FROM AB-OPEN-BALANCE
                  MOVE WS-TODAY-DATE TO AB-LAST-TRAN-DATE
                  REWRITE AR-BALANCE-RECORD
            END-READ.

       4200-WRITE-AUDIT-ENTRY.
            MOVE WS-WRITE-OFF-AMOUNT TO WS-WOF-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "Cust " DELIMITED BY SIZE
               WS-CUSTOMER-NO DELIMITED BY SIZE
               " inv " DELIMITED BY SIZE
               WS-IV-NUM(WS-IV-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WOF-EDIT-ZERO-SUPPRESS DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               WS-SUPERVISOR-NAME DELIMITED BY SPACE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE "BADDEBT" TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       8000-WRITE-TRAILERS.
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
      *> so both accounts are written as zero-balance rows the
      *> first time they are needed.
       8100-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 5930 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5930 TO CA-ACCOUNT-NO
                     MOVE "BAD DEBT EXPENSE" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
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

       8200-WRITE-JOURNAL-ENTRY.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE 5930 TO JE-DEBIT-ACCOUNT.
            MOVE 1300 TO JE-CREDIT-ACCOUNT.
            MOVE WS-WRITE-OFF-TOTAL TO JE-AMOUNT.
            MOVE "BADDEBT" TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
            DISPLAY "Journaled " WS-WRITE-OFF-TOTAL " bad debt to "
               "5930/1300 - run GL-POST to apply it.".

       9000-CLOSE-FILES.
            IF WS-CUSTOMER-MASTER-STATUS = "00"
               CLOSE CUSTOMER-MASTER-FILE
            END-IF.
            CLOSE AR-RECEIPT-FILE.
            CLOSE AR-BALANCE-FILE.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM BAD-DEBT-WRITE-OFF.
