      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Funds transfer between bank accounts - moves money
      *          from one BANK-ACCOUNT to another (the vending
      *          deposits swept into operating, operating topping up
      *          payroll). Both sides go on the check register under
      *          the paying account's next transfer number: a "T" row
      *          on the account paid from and a deposit on the
      *          account paid into, so each account's register and
      *          reconciliation see their own half. The ledger takes
      *          one balanced entry, the receiving account's asset
      *          account debited and the paying account's credited,
      *          source BANKXFER dated the day of the transfer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDS-TRANSFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       FD  JOURNAL-FILE.
       COPY JRNL.

       WORKING-STORAGE SECTION.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".

       01  WS-XFER-CONTROLS.
           05  WS-FROM-BANK-ID          PIC X(2)    VALUE SPACES.
           05  WS-FROM-GL-ACCOUNT       PIC 9(4).
           05  WS-TO-BANK-ID            PIC X(2)    VALUE SPACES.
           05  WS-TO-GL-ACCOUNT         PIC 9(4).
           05  WS-TRANSFER-NUM          PIC 9(4).
           05  WS-TRANSFER-AMOUNT       PIC 9(4)V99 VALUE ZERO.
           05  WS-TRANSFER-DATE         PIC 9(8).
           05  WS-AMOUNT-INPUT          PIC X(10).
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-XFER-OK-FLAG          PIC X       VALUE "Y".
               88  WS-XFER-OK                     VALUE "Y".
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Funds Transfer Between Bank Accounts ---".
            OPEN I-O BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS NOT = "00"
               DISPLAY "No BANK-ACCOUNT file - run BANK-ACCOUNT-MAINT "
                  "first."
               GOBACK
            END-IF.
            PERFORM 1000-ASK-FROM-ACCOUNT.
            IF WS-XFER-OK
               PERFORM 1100-ASK-TO-ACCOUNT
            END-IF.
            IF WS-XFER-OK
               PERFORM 1200-ASK-AMOUNT-AND-DATE
            END-IF.
            IF NOT WS-XFER-OK
               DISPLAY "Nothing transferred."
               CLOSE BANK-ACCOUNT-FILE
               GOBACK
            END-IF.
            PERFORM 2000-WRITE-REGISTER-ROWS.
            PERFORM 3000-JOURNAL-TRANSFER.
            PERFORM 4000-ADVANCE-TRANSFER-NUMBER.
            CLOSE BANK-ACCOUNT-FILE.
            MOVE WS-TRANSFER-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            DISPLAY "Transfer " WS-TRANSFER-NUM " of "
               WS-AMT-EDIT-ZERO-SUPPRESS " from " WS-FROM-BANK-ID
               " to " WS-TO-BANK-ID " recorded - run GL-POST to "
               "apply it.".
            GOBACK.

      *> Money can leave any active account - the deposit-only one
      *> is swept this way - but checks are another matter.
       1000-ASK-FROM-ACCOUNT.
            DISPLAY "Transfer from bank account (ENTER = primary): ".
            ACCEPT WS-FROM-BANK-ID.
            IF WS-FROM-BANK-ID = SPACES
               PERFORM 1050-FIND-PRIMARY-ACCOUNT
            END-IF.
            MOVE WS-FROM-BANK-ID TO BA-BANK-ID.
            READ BANK-ACCOUNT-FILE
               INVALID KEY
                  DISPLAY "No such bank account."
                  MOVE "N" TO WS-XFER-OK-FLAG
               NOT INVALID KEY
                  IF BA-IS-ACTIVE
                     MOVE BA-GL-ACCOUNT TO WS-FROM-GL-ACCOUNT
                     MOVE BA-NEXT-TRANSFER-NUM TO WS-TRANSFER-NUM
                     DISPLAY "From " BA-BANK-ID " " BA-BANK-NAME
                  ELSE
                     DISPLAY "Bank account " BA-BANK-ID
                        " is inactive."
                     MOVE "N" TO WS-XFER-OK-FLAG
                  END-IF
            END-READ.

       1050-FIND-PRIMARY-ACCOUNT.
            MOVE LOW-VALUES TO BA-BANK-ID.
            START BANK-ACCOUNT-FILE KEY >= BA-BANK-ID
               INVALID KEY
                  MOVE "Y" TO WS-BANK-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-BANK-EOF
               READ BANK-ACCOUNT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-BANK-EOF-FLAG
                  NOT AT END
                     IF BA-IS-PRIMARY
                        MOVE BA-BANK-ID TO WS-FROM-BANK-ID
                        MOVE "Y" TO WS-BANK-EOF-FLAG
                     END-IF
               END-READ
            END-PERFORM.

       1100-ASK-TO-ACCOUNT.
            DISPLAY "Transfer to bank account: ".
            ACCEPT WS-TO-BANK-ID.
            IF WS-TO-BANK-ID = WS-FROM-BANK-ID
               DISPLAY "An account can't transfer to itself."
               MOVE "N" TO WS-XFER-OK-FLAG
            ELSE
               MOVE WS-TO-BANK-ID TO BA-BANK-ID
               READ BANK-ACCOUNT-FILE
                  INVALID KEY
                     DISPLAY "No such bank account."
                     MOVE "N" TO WS-XFER-OK-FLAG
                  NOT INVALID KEY
                     IF BA-IS-ACTIVE
                        MOVE BA-GL-ACCOUNT TO WS-TO-GL-ACCOUNT
                        DISPLAY "To " BA-BANK-ID " " BA-BANK-NAME
                     ELSE
                        DISPLAY "Bank account " BA-BANK-ID
                           " is inactive."
                        MOVE "N" TO WS-XFER-OK-FLAG
                     END-IF
               END-READ
            END-IF.

      *> The register carries amounts to 9,999.99, so a larger move
      *> is keyed as more than one transfer.
       1200-ASK-AMOUNT-AND-DATE.
            DISPLAY "Amount to transfer: ".
            MOVE SPACES TO WS-AMOUNT-INPUT.
            ACCEPT WS-AMOUNT-INPUT.
            IF WS-AMOUNT-INPUT NOT = SPACES
               COMPUTE WS-TRANSFER-AMOUNT =
                  FUNCTION NUMVAL(WS-AMOUNT-INPUT)
                  ON SIZE ERROR
                     DISPLAY "Amount is more than one transfer can "
                        "carry (9,999.99)."
                     MOVE ZERO TO WS-TRANSFER-AMOUNT
               END-COMPUTE
            END-IF.
            IF WS-TRANSFER-AMOUNT = ZERO
               MOVE "N" TO WS-XFER-OK-FLAG
            ELSE
               ACCEPT WS-TRANSFER-DATE FROM DATE YYYYMMDD
               DISPLAY "Transfer date (YYYYMMDD, ENTER = today): "
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS NUMERIC
                  MOVE WS-DATE-INPUT TO WS-TRANSFER-DATE
               END-IF
            END-IF.

       2000-WRITE-REGISTER-ROWS.
            OPEN EXTEND CHECK-TRANSACTIONS-FILE.
            IF WS-CHECK-TRANS-STATUS = "35"
               OPEN OUTPUT CHECK-TRANSACTIONS-FILE
               CLOSE CHECK-TRANSACTIONS-FILE
               OPEN EXTEND CHECK-TRANSACTIONS-FILE
            END-IF.
            MOVE WS-TRANSFER-NUM TO CT-CHECK-NUM.
            MOVE SPACES TO CT-PAYEE.
            STRING "TRANSFER TO " WS-TO-BANK-ID
               DELIMITED BY SIZE INTO CT-PAYEE
            END-STRING.
            MOVE "T" TO CT-TRANS-TYPE.
            MOVE WS-TRANSFER-AMOUNT TO CT-AMOUNT.
            MOVE "N" TO CT-CLEARED-FLAG.
            MOVE "N" TO CT-VOID-FLAG.
            MOVE SPACES TO CT-VOID-REASON.
            MOVE WS-FROM-BANK-ID TO CT-BANK-ID.
            MOVE SPACE TO CT-PRINT-FLAG.
            MOVE ZERO TO CT-ORIGINAL-CHECK-NUM.
            WRITE CHECK-TRANSACTION-RECORD.
            MOVE SPACES TO CT-PAYEE.
            STRING "TRANSFER FROM " WS-FROM-BANK-ID
               DELIMITED BY SIZE INTO CT-PAYEE
            END-STRING.
            MOVE "D" TO CT-TRANS-TYPE.
            MOVE WS-TO-BANK-ID TO CT-BANK-ID.
            WRITE CHECK-TRANSACTION-RECORD.
            CLOSE CHECK-TRANSACTIONS-FILE.

       3000-JOURNAL-TRANSFER.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE SPACES TO JE-DETAIL.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TO-GL-ACCOUNT TO JE-DEBIT-ACCOUNT.
            MOVE WS-FROM-GL-ACCOUNT TO JE-CREDIT-ACCOUNT.
            MOVE WS-TRANSFER-AMOUNT TO JE-AMOUNT.
            MOVE "BANKXFER" TO JE-SOURCE.
            MOVE WS-TRANSFER-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.

       4000-ADVANCE-TRANSFER-NUMBER.
            MOVE WS-FROM-BANK-ID TO BA-BANK-ID.
            READ BANK-ACCOUNT-FILE
               NOT INVALID KEY
                  ADD 1 TO BA-NEXT-TRANSFER-NUM
                  REWRITE BANK-ACCOUNT-RECORD
            END-READ.
       END PROGRAM FUNDS-TRANSFER.
