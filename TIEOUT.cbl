      *          GL-POST, proves the money agrees the way
      *          INTEGRITY-CHECK proves the files are sound: the sum
      *          of AR open balances against the AR control account
      *          1300, each BANK-ACCOUNT's check register position
      *          (deposits less unvoided checks and transfers out)
      *          against the GL account it maps to (BANK 1100 for the
      *          primary), the accumulated YTDPAY withholding against
      *          TAX WITHHELD PAYABLE 2200, and the stock files (machine
      *          slots, warehouse and vans) valued at the
      *          PRODUCT-COST in force today against STOCK ON HAND
      *          1200. Each comparison prints with a pass/fail flag,
      *          and any failure raises a TIEFAIL event in AUDITLOG
      *          for the alert monitor and a nonzero return code, so
      *          the close checklist records the tie-out as failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT YTD-PAYROLL-FILE ASSIGN TO "YTDPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
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
           SELECT PRODUCT-COST-FILE ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  YTD-PAYROLL-FILE.
       COPY YTDPAY.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  WAREHOUSE-STOCK-FILE.
       COPY WHSTOCK.

       FD  VAN-STOCK-FILE.
       COPY VANSTOCK.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-AR-BALANCE-STATUS      PIC XX.
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-YTD-PAYROLL-STATUS     PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
           88  WS-CHECK-EOF                      VALUE "Y".
       01  WS-YTD-EOF-FLAG           PIC X       VALUE "N".
           88  WS-YTD-EOF                        VALUE "Y".
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-WAREHOUSE-STOCK-STATUS PIC XX.
       01  WS-VAN-STOCK-STATUS       PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-STOCK-EOF-FLAG         PIC X.
           88  WS-STOCK-EOF                      VALUE "Y".
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".

       01  WS-TIE-CONTROLS.
           05  WS-AR-SUBLEDGER          PIC S9(9)V99 VALUE ZERO.
           05  WS-TIE-GL-ACCOUNT        PIC 9(4)    VALUE ZERO.
           05  WS-WITHHOLD-SUBLEDGER    PIC S9(9)V99 VALUE ZERO.
           05  WS-STOCK-SUBLEDGER       PIC S9(9)V99 VALUE ZERO.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-VALUE-PRODUCT         PIC X(10).
           05  WS-VALUE-QTY             PIC 9(5).
           05  WS-UNIT-COST             PIC 99V99.
           05  WS-GL-AMOUNT             PIC S9(9)V99.
           05  WS-DIFFERENCE            PIC S9(9)V99.
           05  WS-TEST-NAME             PIC X(24).
           05  WS-FAIL-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).
      *> One register position per bank account, tied to the GL
      *> account the account maps to; a blank bank id on a register
      *> row is the primary account.
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY OCCURS 20 TIMES.
               10  WS-BK-ID                PIC X(2).
               10  WS-BK-GL-ACCOUNT        PIC 9(4).
               10  WS-BK-SUBLEDGER         PIC S9(9)V99.
       01  WS-BANK-COUNT             PIC 99      VALUE ZERO.
       01  WS-BANK-SUB               PIC 99      VALUE ZERO.
       01  WS-PRIMARY-SUB            PIC 99      VALUE ZERO.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-SUB==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-GL==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-DIF==.
       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Sub-Ledger to GL Tie-Out ---".
            PERFORM 1000-SUM-AR-SUBLEDGER.
            PERFORM 1050-LOAD-BANK-ACCOUNTS.
            PERFORM 1100-SUM-CHECK-REGISTER.
            PERFORM 1200-SUM-WITHHOLDING.
            PERFORM 1300-VALUE-STOCK-FILES.
            PERFORM 2000-OPEN-OUTPUTS.
            MOVE "AR OPEN BALANCES / 1300 " TO WS-TEST-NAME.
            MOVE WS-AR-SUBLEDGER TO WS-DIFFERENCE.
            PERFORM 3000-FETCH-GL-DEBIT-BALANCE.
            PERFORM 3500-PRINT-ONE-TIE.
            PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
               MOVE SPACES TO WS-TEST-NAME
               STRING "CHECK REG " WS-BK-ID(WS-BANK-SUB) " / "
                  WS-BK-GL-ACCOUNT(WS-BANK-SUB)
                  DELIMITED BY SIZE INTO WS-TEST-NAME
               END-STRING
               MOVE WS-BK-GL-ACCOUNT(WS-BANK-SUB)
                  TO WS-TIE-GL-ACCOUNT
               MOVE WS-BK-SUBLEDGER(WS-BANK-SUB) TO WS-DIFFERENCE
               PERFORM 3000-FETCH-GL-DEBIT-BALANCE
               PERFORM 3500-PRINT-ONE-TIE
            END-PERFORM.
            MOVE "YTD WITHHOLDING / 2200  " TO WS-TEST-NAME.
            MOVE WS-WITHHOLD-SUBLEDGER TO WS-DIFFERENCE.
            PERFORM 3100-FETCH-GL-CREDIT-BALANCE.
            PERFORM 3500-PRINT-ONE-TIE.
            MOVE "STOCK FILES / 1200      " TO WS-TEST-NAME.
            MOVE WS-STOCK-SUBLEDGER TO WS-DIFFERENCE.
            PERFORM 3000-FETCH-GL-DEBIT-BALANCE.
            PERFORM 3500-PRINT-ONE-TIE.
            PERFORM 8000-CLOSE-OUTPUTS.
            IF WS-FAIL-COUNT = ZERO
               DISPLAY "All tie-outs PASS."
            ELSE
               DISPLAY WS-FAIL-COUNT " tie-out(s) FAILED - see "
                  "the report and AUDITLOG."
               MOVE 8 TO RETURN-CODE
            END-IF.
            GOBACK.

               CLOSE AR-BALANCE-FILE
            END-IF.

       1050-LOAD-BANK-ACCOUNTS.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS NOT = "00"
               MOVE "Y" TO WS-BANK-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-BANK-EOF
               READ BANK-ACCOUNT-FILE
                  AT END
                     MOVE "Y" TO WS-BANK-EOF-FLAG
                  NOT AT END
                     IF WS-BANK-COUNT < 20
                        ADD 1 TO WS-BANK-COUNT
                        MOVE BA-BANK-ID TO WS-BK-ID(WS-BANK-COUNT)
                        MOVE BA-GL-ACCOUNT
                           TO WS-BK-GL-ACCOUNT(WS-BANK-COUNT)
                        MOVE ZERO TO WS-BK-SUBLEDGER(WS-BANK-COUNT)
                        IF BA-IS-PRIMARY
                           MOVE WS-BANK-COUNT TO WS-PRIMARY-SUB
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-BANK-ACCOUNT-STATUS = "00"
               CLOSE BANK-ACCOUNT-FILE
            END-IF.
      *> Before the bank master exists the register is BANK 1100.
            IF WS-BANK-COUNT = ZERO
               MOVE 1 TO WS-BANK-COUNT
               MOVE SPACES TO WS-BK-ID(1)
               MOVE 1100 TO WS-BK-GL-ACCOUNT(1)
               MOVE ZERO TO WS-BK-SUBLEDGER(1)
            END-IF.
            IF WS-PRIMARY-SUB = ZERO
               MOVE 1 TO WS-PRIMARY-SUB
            END-IF.

      *> The register position is deposits in, unvoided checks
      *> out - the same arithmetic the register print runs.
       1100-SUM-CHECK-REGISTER.
                  AT END
                     MOVE "Y" TO WS-CHECK-EOF-FLAG
                  NOT AT END
                     PERFORM 1150-FIND-ROW-BANK
                     IF NOT CT-IS-VOIDED AND WS-BANK-SUB > ZERO
                        IF CT-IS-DEPOSIT
                           ADD CT-AMOUNT
                              TO WS-BK-SUBLEDGER(WS-BANK-SUB)
                        ELSE
                           SUBTRACT CT-AMOUNT
                              FROM WS-BK-SUBLEDGER(WS-BANK-SUB)
                        END-IF
                     END-IF
               END-READ
               CLOSE CHECK-TRANSACTIONS-FILE
            END-IF.

      *> A row on an account no longer on the master is left out
      *> rather than guessed onto another account's tie.
       1150-FIND-ROW-BANK.
            IF CT-BANK-ID = SPACES
               MOVE WS-PRIMARY-SUB TO WS-BANK-SUB
            ELSE
               PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                  UNTIL WS-BANK-SUB > WS-BANK-COUNT OR
                     WS-BK-ID(WS-BANK-SUB) = CT-BANK-ID
                  CONTINUE
               END-PERFORM
               IF WS-BANK-SUB > WS-BANK-COUNT
                  MOVE ZERO TO WS-BANK-SUB
               END-IF
            END-IF.

       1200-SUM-WITHHOLDING.
            OPEN INPUT YTD-PAYROLL-FILE.
            IF WS-YTD-PAYROLL-STATUS NOT = "00"
               CLOSE YTD-PAYROLL-FILE
            END-IF.

      *> Every unit the stock files hold - in a machine slot, at the
      *> depot, or riding in a van - at the cost in force today,
      *> the figure GOODS-RECEIVE put it on the books at and
      *> VENDING-GL-POST takes it off at. A product with no cost row
      *> values at zero, as it was never journaled in.
       1300-VALUE-STOCK-FILES.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            END-IF.
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
                     MOVE PM-PRODUCT-NAME TO WS-VALUE-PRODUCT
                     MOVE PM-QTY-ON-HAND TO WS-VALUE-QTY
                     PERFORM 1350-VALUE-ONE-HOLDING
               END-READ
            END-PERFORM.
            IF WS-PRODUCT-MASTER-STATUS = "00" OR
                  WS-PRODUCT-MASTER-STATUS = "10"
               CLOSE PRODUCT-MASTER-FILE
            END-IF.
            MOVE "N" TO WS-STOCK-EOF-FLAG.
            OPEN INPUT WAREHOUSE-STOCK-FILE.
            IF WS-WAREHOUSE-STOCK-STATUS NOT = "00"
               MOVE "Y" TO WS-STOCK-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-STOCK-EOF
               READ WAREHOUSE-STOCK-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-STOCK-EOF-FLAG
                  NOT AT END
                     MOVE WH-PRODUCT-NAME TO WS-VALUE-PRODUCT
                     MOVE WH-QTY-ON-HAND TO WS-VALUE-QTY
                     PERFORM 1350-VALUE-ONE-HOLDING
               END-READ
            END-PERFORM.
            IF WS-WAREHOUSE-STOCK-STATUS = "00" OR
                  WS-WAREHOUSE-STOCK-STATUS = "10"
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
                     MOVE VN-PRODUCT-NAME TO WS-VALUE-PRODUCT
                     MOVE VN-QTY-ON-HAND TO WS-VALUE-QTY
                     PERFORM 1350-VALUE-ONE-HOLDING
               END-READ
            END-PERFORM.
            IF WS-VAN-STOCK-STATUS = "00" OR
                  WS-VAN-STOCK-STATUS = "10"
               CLOSE VAN-STOCK-FILE
            END-IF.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.

       1350-VALUE-ONE-HOLDING.
            MOVE ZERO TO WS-UNIT-COST.
            IF WS-COST-FILE-OPEN AND WS-VALUE-QTY > ZERO
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE WS-VALUE-PRODUCT TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = WS-VALUE-PRODUCT OR
                              CO-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-UNIT-COST
                        END-IF
                  END-READ
               END-PERFORM
               COMPUTE WS-STOCK-SUBLEDGER = WS-STOCK-SUBLEDGER
                  + WS-VALUE-QTY * WS-UNIT-COST
            END-IF.

       2000-OPEN-OUTPUTS.
            OPEN INPUT CHART-ACCOUNT-FILE.
            OPEN EXTEND AUDIT-LOG-FILE.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            CLOSE AUDIT-LOG-FILE.
            CLOSE PRINT-FILE.
                  WHEN "AR"
                     MOVE 1300 TO CA-ACCOUNT-NO
                  WHEN "CH"
                     MOVE WS-TIE-GL-ACCOUNT TO CA-ACCOUNT-NO
                  WHEN "ST"
                     MOVE 1200 TO CA-ACCOUNT-NO
                  WHEN OTHER
                     MOVE 2200 TO CA-ACCOUNT-NO
               END-EVALUATE
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.
       END PROGRAM GL-TIE-OUT.
