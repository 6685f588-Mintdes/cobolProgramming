      *          vouchers still open and due by the operator's cutoff
      *          date, groups them by supplier, and issues one
      *          numbered check per supplier into the check register
      *          on the BANK-ACCOUNT asked for (numbers drawn from
      *          that account's own sequence, the RECURRING-PAYMENTS
      *          pattern). Each check's remittance detail -
      *          voucher, invoice and PO per line - goes out through
      *          the spool chain, and the paid vouchers are stamped
      *          with their check number. Supplier checks are born in
      *          the register now, not copied into it. Debit notes
      *          from SUPPLIER-RETURN still open come off the check
      *          and print on the remittance beside the vouchers.
      *          Host-site commission vouchers raised by COMMISSION-
      *          STATEMENTS carry each machine's takings, commission
      *          and credit onto the host's remittance.
      *          A contractor or service supplier carrying a
      *          withholding rate on SUPPLIER-MASTER has the tax kept
      *          back at source: the check is written for the net,
      *          the remittance shows gross, tax withheld and net, a
      *          withholding certificate prints for the payment on
      *          its own spool, the row is filed on SUPPWHT.DAT for
      *          the monthly listing, and the tax is journaled out of
      *          ACCOUNTS PAYABLE 2500 into SUPPLIER WHT PAYABLE 2800.
      *          Each voucher paid is written to the audit log under
      *          the operator running the payments (APPAY), for the
      *          segregation-of-duties check against who entered
      *          the invoice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT DEBIT-NOTE-FILE ASSIGN TO "DEBITNTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-NOTE-STATUS.
           SELECT COMMISSION-VOUCHER-FILE ASSIGN TO "COMMVCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-VOUCHER-STATUS.
           SELECT SUPPLIER-WHT-FILE ASSIGN TO "SUPPWHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-WHT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN DYNAMIC WS-CERT-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-VOUCHER-FILE.
       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  DEBIT-NOTE-FILE.
       COPY DEBITNTE.

       FD  COMMISSION-VOUCHER-FILE.
       COPY COMMVCH.

       FD  SUPPLIER-WHT-FILE.
       COPY SUPPWHT.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE        PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-APPROVED-VOUCHER-STATUS PIC XX.
       01  WS-SUPPLIER-MASTER-STATUS PIC XX.
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-DEBIT-NOTE-STATUS      PIC XX.
       01  WS-DEBIT-NOTE-EOF-FLAG    PIC X       VALUE "N".
           88  WS-DEBIT-NOTE-EOF                 VALUE "Y".
       01  WS-VOUCHER-EOF-FLAG       PIC X       VALUE "N".
           88  WS-VOUCHER-EOF                    VALUE "Y".
       01  WS-COMMISSION-VOUCHER-STATUS PIC XX.
       01  WS-COMM-EOF-FLAG          PIC X.
           88  WS-COMM-EOF                       VALUE "Y".
       01  WS-TAKINGS-EDIT           PIC Z,ZZZ,ZZ9.99.
       01  WS-SUPPLIER-WHT-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-CERTIFICATE-STATUS     PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-CERT-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-CERT-FILE-OPEN                 VALUE "Y".

      *> The whole voucher file is held here, paid rows stamped with
      *> their check number, and the file written back - the
               10  WS-VH-DUE-DATE          PIC 9(8).
               10  WS-VH-PAID              PIC X.
               10  WS-VH-CHECK-NUM         PIC 9(4).
               10  WS-VH-VAT               PIC 9(7)V99.
               10  WS-VH-COUNT-FIELD       PIC 9(7).
       01  WS-VOUCHER-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-VOUCHER-TABLE-FULL-FLAG PIC X      VALUE "N".
           88  WS-VOUCHER-TABLE-FULL             VALUE "Y".

      *> Debit notes held the same way. A note set against a check is
      *> marked P while the check is still being sized, then C with
      *> the check number once it is written - or back to N if the
      *> check is held over the single-check limit.
       01  WS-DEBIT-NOTE-TABLE.
           05  WS-DB-ENTRY OCCURS 200 TIMES INDEXED BY WS-DB-IDX.
               10  WS-DB-TYPE              PIC X.
               10  WS-DB-DETAIL            PIC X(64).
       01  WS-DEBIT-NOTE-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-DEBIT-NOTE-FULL-FLAG   PIC X       VALUE "N".
           88  WS-DEBIT-NOTE-FULL                VALUE "Y".
       01  WS-DEBIT-NOTES-APPLIED    PIC 9(5)    VALUE ZERO.

       01  WS-RUN-CONTROLS.
           05  WS-CUTOFF-DATE           PIC 9(8).
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-NEXT-CHECK-NUM        PIC 9(4)    VALUE 1001.
           05  WS-PAY-BANK-ID           PIC X(2)    VALUE SPACES.
           05  WS-BANK-OK-FLAG          PIC X       VALUE "N".
               88  WS-BANK-OK                     VALUE "Y".
           05  WS-CHECKS-ISSUED         PIC 9(5)    VALUE ZERO.
           05  WS-VOUCHERS-PAID         PIC 9(5)    VALUE ZERO.
           05  WS-SUPPLIER-TOTAL        PIC 9(7)V99.
           05  WS-SUPPLIER-DEBITS       PIC 9(7)V99.
           05  WS-SUPPLIER-NAME         PIC X(20).
           05  WS-RUN-DATE              PIC 9(8).
      *> Withholding at source: the voucher total less debit notes
      *> is the gross, the supplier's rate is kept back, and what is
      *> left is the face of the check (WS-SUPPLIER-TOTAL).
           05  WS-SUPPLIER-WHT-RATE     PIC 99V99.
           05  WS-SUPPLIER-GROSS        PIC 9(7)V99.
           05  WS-SUPPLIER-WHT          PIC 9(7)V99.
           05  WS-SUPPLIER-VAT          PIC 9(7)V99.
           05  WS-SUPPLIER-WHT-BASE     PIC 9(7)V99.
           05  WS-WHT-PAYMENTS          PIC 9(5)    VALUE ZERO.
           05  WS-WHT-RUN-TOTAL         PIC 9(7)V99 VALUE ZERO.
           05  WS-RATE-EDIT             PIC Z9.99.
           05  WS-OPERATOR-NAME         PIC X(10).
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).
       COPY DUTYEVT.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-CERT-SPOOL-NAME        PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- AP Payment Run ---".
            DISPLAY "Operator name: ".
            ACCEPT WS-OPERATOR-NAME.
            PERFORM 1000-ACCEPT-CUTOFF-DATE.
            PERFORM 1100-LOAD-VOUCHERS.
            IF WS-VOUCHER-TABLE-FULL
                  "pay."
               GOBACK
            END-IF.
            PERFORM 1200-PICK-BANK-ACCOUNT.
            IF NOT WS-BANK-OK
               GOBACK
            END-IF.
            PERFORM 1250-LOAD-DEBIT-NOTES.
            PERFORM 1300-OPEN-RUN-FILES.
            PERFORM VARYING WS-VH-IDX FROM 1 BY 1
               UNTIL WS-VH-IDX > WS-VOUCHER-COUNT
            END-PERFORM.
            PERFORM 8000-CLOSE-RUN-FILES.
            PERFORM 8100-REWRITE-VOUCHER-FILE.
            PERFORM 8200-REWRITE-BANK-ACCOUNT.
            IF WS-DEBIT-NOTES-APPLIED > ZERO
               PERFORM 8300-REWRITE-DEBIT-NOTES
            END-IF.
            DISPLAY "Checks issued: " WS-CHECKS-ISSUED
               "  Vouchers paid: " WS-VOUCHERS-PAID.
            IF WS-WHT-PAYMENTS > ZERO
               MOVE WS-WHT-RUN-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS
               DISPLAY "Tax withheld on " WS-WHT-PAYMENTS
                  " payments: " WS-AMT-EDIT-ZERO-SUPPRESS
               DISPLAY "Withholding certificates spooled as "
                  WS-CERT-SPOOL-NAME "."
            END-IF.
            GOBACK.

       1000-ACCEPT-CUTOFF-DATE.
               MOVE VH-DUE-DATE TO WS-VH-DUE-DATE(WS-VH-IDX)
               MOVE VH-PAID-FLAG TO WS-VH-PAID(WS-VH-IDX)
               MOVE VH-CHECK-NUM TO WS-VH-CHECK-NUM(WS-VH-IDX)
               IF VH-VAT-AMOUNT IS NUMERIC
                  MOVE VH-VAT-AMOUNT TO WS-VH-VAT(WS-VH-IDX)
               ELSE
                  MOVE ZERO TO WS-VH-VAT(WS-VH-IDX)
               END-IF
               IF VH-IS-TRAILER
                  MOVE VH-TRAILER-COUNT
                     TO WS-VH-COUNT-FIELD(WS-VH-IDX)
               END-IF
            END-IF.

      *> Checks are drawn on one account per run - the primary one
      *> unless another is named - and numbered from its sequence.
       1200-PICK-BANK-ACCOUNT.
            DISPLAY "Pay from bank account (ENTER = primary): ".
            MOVE SPACES TO WS-PAY-BANK-ID.
            ACCEPT WS-PAY-BANK-ID.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS NOT = "00"
               DISPLAY "No BANK-ACCOUNT file - run BANK-ACCOUNT-MAINT "
                  "first."
            ELSE
               IF WS-PAY-BANK-ID = SPACES
                  PERFORM 1210-FIND-PRIMARY-ACCOUNT
               END-IF
               MOVE WS-PAY-BANK-ID TO BA-BANK-ID
               READ BANK-ACCOUNT-FILE
                  INVALID KEY
                     DISPLAY "No such bank account - nothing paid."
                  NOT INVALID KEY
                     IF BA-IS-ACTIVE AND NOT BA-IS-DEPOSIT-ONLY
                        MOVE "Y" TO WS-BANK-OK-FLAG
                        MOVE BA-NEXT-CHECK-NUM TO WS-NEXT-CHECK-NUM
                        DISPLAY "Paying from " BA-BANK-ID " "
                           BA-BANK-NAME
                     ELSE
                        DISPLAY "Bank account " BA-BANK-ID " can't "
                           "draw checks - nothing paid."
                     END-IF
               END-READ
               CLOSE BANK-ACCOUNT-FILE
            END-IF.

       1210-FIND-PRIMARY-ACCOUNT.
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
                        MOVE BA-BANK-ID TO WS-PAY-BANK-ID
                        MOVE "Y" TO WS-BANK-EOF-FLAG
                     END-IF
               END-READ
            END-PERFORM.

       1250-LOAD-DEBIT-NOTES.
            OPEN INPUT DEBIT-NOTE-FILE.
            IF WS-DEBIT-NOTE-STATUS NOT = "00"
               MOVE "Y" TO WS-DEBIT-NOTE-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-DEBIT-NOTE-EOF
               READ DEBIT-NOTE-FILE
                  AT END
                     MOVE "Y" TO WS-DEBIT-NOTE-EOF-FLAG
                  NOT AT END
                     IF WS-DEBIT-NOTE-COUNT >= 200
                        MOVE "Y" TO WS-DEBIT-NOTE-FULL-FLAG
                     ELSE
                        ADD 1 TO WS-DEBIT-NOTE-COUNT
                        SET WS-DB-IDX TO WS-DEBIT-NOTE-COUNT
                        MOVE DB-RECORD-TYPE TO WS-DB-TYPE(WS-DB-IDX)
                        MOVE DB-DETAIL TO WS-DB-DETAIL(WS-DB-IDX)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-DEBIT-NOTE-STATUS = "00"
               CLOSE DEBIT-NOTE-FILE
            END-IF.
            IF WS-DEBIT-NOTE-FULL
               DISPLAY "More debit notes than the table holds "
                  "(200) - none deducted this run."
               MOVE ZERO TO WS-DEBIT-NOTE-COUNT
            END-IF.

       1300-OPEN-RUN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT SUPPLIER-MASTER-FILE.
            OPEN EXTEND CHECK-TRANSACTIONS-FILE.
            IF WS-CHECK-TRANS-STATUS = "35"
               CLOSE CHECK-TRANSACTIONS-FILE
               OPEN EXTEND CHECK-TRANSACTIONS-FILE
            END-IF.
            OPEN EXTEND SUPPLIER-WHT-FILE.
            IF WS-SUPPLIER-WHT-STATUS = "35"
               OPEN OUTPUT SUPPLIER-WHT-FILE
               CLOSE SUPPLIER-WHT-FILE
               OPEN EXTEND SUPPLIER-WHT-FILE
            END-IF.
            PERFORM 1350-ENSURE-ACCOUNTS-EXIST.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.
            MOVE "O" TO SP-FUNCTION.
            MOVE "APPAYRUN" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the accounts the withholding journals to are written as
      *> zero-balance rows the first time they are needed.
       1350-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 2500 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2500 TO CA-ACCOUNT-NO
                     MOVE "ACCOUNTS PAYABLE" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 2800 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2800 TO CA-ACCOUNT-NO
                     MOVE "SUPPLIER WHT PAYABLE" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

      *> The voucher at WS-VH-IDX anchors its supplier: every open
      *> due voucher for that supplier (including itself) rides on
      *> one check, and each gets stamped paid in the table as the
      *> the flag is already Y.
       2000-PAY-ONE-SUPPLIER.
            MOVE ZERO TO WS-SUPPLIER-TOTAL.
            MOVE ZERO TO WS-SUPPLIER-VAT.
            PERFORM VARYING WS-VH-IDX2 FROM 1 BY 1
               UNTIL WS-VH-IDX2 > WS-VOUCHER-COUNT
               IF WS-VH-TYPE(WS-VH-IDX2) = "D" AND
                        WS-VH-SUPPLIER(WS-VH-IDX)
                  ADD WS-VH-AMOUNT(WS-VH-IDX2)
                     TO WS-SUPPLIER-TOTAL
                  ADD WS-VH-VAT(WS-VH-IDX2) TO WS-SUPPLIER-VAT
               END-IF
            END-PERFORM.
            MOVE ZERO TO WS-SUPPLIER-DEBITS.
            PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DEBIT-NOTE-COUNT
               IF WS-DB-TYPE(WS-DB-IDX) = "D"
                  PERFORM 2050-HOLD-ONE-DEBIT-NOTE
               END-IF
            END-PERFORM.
            SUBTRACT WS-SUPPLIER-DEBITS FROM WS-SUPPLIER-TOTAL.
            PERFORM 2100-LOOKUP-SUPPLIER-NAME.
            MOVE WS-SUPPLIER-TOTAL TO WS-SUPPLIER-GROSS.
      *> Tax is withheld on the supplier's fee, never on the VAT the
      *> supplier collects from us for the Revenue Department.
            IF WS-SUPPLIER-GROSS > WS-SUPPLIER-VAT
               COMPUTE WS-SUPPLIER-WHT-BASE =
                  WS-SUPPLIER-GROSS - WS-SUPPLIER-VAT
            ELSE
               MOVE ZERO TO WS-SUPPLIER-WHT-BASE
            END-IF.
            COMPUTE WS-SUPPLIER-WHT ROUNDED =
               WS-SUPPLIER-WHT-BASE * WS-SUPPLIER-WHT-RATE / 100.
            SUBTRACT WS-SUPPLIER-WHT FROM WS-SUPPLIER-TOTAL.
            IF WS-SUPPLIER-TOTAL > 9999.99
               DISPLAY "Supplier " WS-VH-SUPPLIER(WS-VH-IDX)
                  " total exceeds the single-check limit "
                  "(9999.99) - vouchers left open; pay in parts."
               PERFORM 2060-RELEASE-HELD-NOTES
            ELSE
               PERFORM 2200-WRITE-CHECK
               PERFORM 2300-PRINT-REMITTANCE
               IF WS-SUPPLIER-WHT > ZERO
                  PERFORM 2500-FILE-SUPPLIER-WITHHOLDING
               END-IF
               ADD 1 TO WS-NEXT-CHECK-NUM
               ADD 1 TO WS-CHECKS-ISSUED
            END-IF.

      *> An open note for this supplier is held against the check as
      *> long as the check stays above zero; a note bigger than what
      *> is due waits for a later run.
       2050-HOLD-ONE-DEBIT-NOTE.
            MOVE WS-DB-TYPE(WS-DB-IDX) TO DB-RECORD-TYPE.
            MOVE WS-DB-DETAIL(WS-DB-IDX) TO DB-DETAIL.
            IF DB-IS-OPEN AND
                  DB-SUPPLIER-NO = WS-VH-SUPPLIER(WS-VH-IDX) AND
                  WS-SUPPLIER-DEBITS + DB-AMOUNT < WS-SUPPLIER-TOTAL
               ADD DB-AMOUNT TO WS-SUPPLIER-DEBITS
               MOVE "P" TO DB-APPLIED-FLAG
               MOVE DB-DETAIL TO WS-DB-DETAIL(WS-DB-IDX)
            END-IF.

       2060-RELEASE-HELD-NOTES.
            PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DEBIT-NOTE-COUNT
               MOVE WS-DB-DETAIL(WS-DB-IDX) TO DB-DETAIL
               IF WS-DB-TYPE(WS-DB-IDX) = "D" AND
                     DB-IS-HELD-FOR-CHECK
                  MOVE "N" TO DB-APPLIED-FLAG
                  MOVE DB-DETAIL TO WS-DB-DETAIL(WS-DB-IDX)
               END-IF
            END-PERFORM.

      *> The supplier's withholding rate comes back with its name;
      *> a supplier off the master, or a row older than the rate,
      *> has nothing withheld.
       2100-LOOKUP-SUPPLIER-NAME.
            MOVE SPACES TO WS-SUPPLIER-NAME.
            MOVE ZERO TO WS-SUPPLIER-WHT-RATE.
            IF WS-SUPPLIER-MASTER-STATUS = "00"
               MOVE WS-VH-SUPPLIER(WS-VH-IDX) TO SU-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                     CONTINUE
                  NOT INVALID KEY
                     MOVE SU-SUPPLIER-NAME TO WS-SUPPLIER-NAME
                     IF SU-WHT-RATE IS NUMERIC
                        MOVE SU-WHT-RATE TO WS-SUPPLIER-WHT-RATE
                     END-IF
               END-READ
            END-IF.
            IF WS-SUPPLIER-NAME = SPACES

       2200-WRITE-CHECK.
            MOVE WS-NEXT-CHECK-NUM TO CT-CHECK-NUM.
            MOVE WS-PAY-BANK-ID TO CT-BANK-ID.
            MOVE WS-SUPPLIER-NAME TO CT-PAYEE.
            MOVE "C" TO CT-TRANS-TYPE.
            MOVE WS-SUPPLIER-TOTAL TO CT-AMOUNT.
            MOVE "N" TO CT-CLEARED-FLAG.
            MOVE "N" TO CT-VOID-FLAG.
            MOVE SPACES TO CT-VOID-REASON.
            MOVE "N" TO CT-PRINT-FLAG.
            MOVE ZERO TO CT-ORIGINAL-CHECK-NUM.
            WRITE CHECK-TRANSACTION-RECORD.

       2300-PRINT-REMITTANCE.
            MOVE SPACES TO PRINT-LINE.
            MOVE WS-SUPPLIER-TOTAL TO WS-AMT-EDIT-ASTERISK.
            STRING WS-PAY-BANK-ID " CHECK " WS-NEXT-CHECK-NUM "  "
               WS-SUPPLIER-NAME "  " WS-AMT-EDIT-ASTERISK
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
                  PERFORM 2400-PRINT-ONE-VOUCHER-LINE
               END-IF
            END-PERFORM.
            PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DEBIT-NOTE-COUNT
               MOVE WS-DB-DETAIL(WS-DB-IDX) TO DB-DETAIL
               IF WS-DB-TYPE(WS-DB-IDX) = "D" AND
                     DB-IS-HELD-FOR-CHECK
                  PERFORM 2450-PRINT-ONE-DEBIT-NOTE-LINE
               END-IF
            END-PERFORM.
            IF WS-SUPPLIER-WHT > ZERO
               PERFORM 2460-PRINT-WITHHOLDING-LINES
            END-IF.

       2400-PRINT-ONE-VOUCHER-LINE.
            MOVE WS-VH-AMOUNT(WS-VH-IDX2) TO WS-AMT-EDIT-ZERO-SUPPRESS.
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-VH-INVOICE-NO(WS-VH-IDX2)(1:2) = "CM"
               PERFORM 2410-PRINT-COMMISSION-DETAIL
            END-IF.
            MOVE "Y" TO WS-VH-PAID(WS-VH-IDX2).
            MOVE WS-NEXT-CHECK-NUM TO WS-VH-CHECK-NUM(WS-VH-IDX2).
            ADD 1 TO WS-VOUCHERS-PAID.
            PERFORM 2470-AUDIT-VOUCHER-PAID.

      *> A host's commission voucher shows the statement behind it:
      *> the machine, the site, and its takings, commission and any
      *> service-level credit.
       2410-PRINT-COMMISSION-DETAIL.
            MOVE "N" TO WS-COMM-EOF-FLAG.
            OPEN INPUT COMMISSION-VOUCHER-FILE.
            IF WS-COMMISSION-VOUCHER-STATUS NOT = "00"
               MOVE "Y" TO WS-COMM-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-COMM-EOF
               READ COMMISSION-VOUCHER-FILE
                  AT END
                     MOVE "Y" TO WS-COMM-EOF-FLAG
                  NOT AT END
                     IF CV-VOUCHER-NO = WS-VH-VOUCHER-NO(WS-VH-IDX2)
                        PERFORM 2420-PRINT-COMMISSION-LINES
                        MOVE "Y" TO WS-COMM-EOF-FLAG
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-COMMISSION-VOUCHER-STATUS = "00"
               CLOSE COMMISSION-VOUCHER-FILE
            END-IF.

       2420-PRINT-COMMISSION-LINES.
            MOVE SPACES TO PRINT-LINE.
            STRING "      MACHINE " CV-MACHINE-ID "  " CV-SITE-NAME
               "  " CV-FROM-DATE "-" CV-TO-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE CV-TAKINGS TO WS-TAKINGS-EDIT.
            MOVE CV-COMMISSION TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "      TAKINGS " WS-TAKINGS-EDIT
               "  COMMISSION " WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF CV-SERVICE-CREDIT > ZERO
               MOVE CV-SERVICE-CREDIT TO WS-AMT-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "      SERVICE CREDIT " WS-AMT-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       2450-PRINT-ONE-DEBIT-NOTE-LINE.
            MOVE DB-AMOUNT TO WS-AMT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "   LESS DEBIT NOTE " DB-NOTE-NO
               "  PO " DB-PO-NUMBER
               "  " WS-AMT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "C" TO DB-APPLIED-FLAG.
            MOVE WS-NEXT-CHECK-NUM TO DB-APPLIED-REF.
            MOVE DB-DETAIL TO WS-DB-DETAIL(WS-DB-IDX).
            ADD 1 TO WS-DEBIT-NOTES-APPLIED.

      *> The check face is the net, so the remittance spells out how
      *> the gross came down to it.
       2460-PRINT-WITHHOLDING-LINES.
            MOVE WS-SUPPLIER-GROSS TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "   GROSS AMOUNT              "
               WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-SUPPLIER-WHT-RATE TO WS-RATE-EDIT.
            MOVE WS-SUPPLIER-WHT TO WS-AMT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "   LESS TAX WITHHELD " WS-RATE-EDIT "%  "
               WS-AMT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-SUPPLIER-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "   NET PAID                  "
               WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Tax kept back from a supplier is owed to the revenue office:
      *> the payment is filed for the monthly listing, the payable
      *> moves from the supplier to the tax authority, and the
      *> supplier gets a certificate for the amount.
      *> The invoice behind the voucher is the document, keyed the
      *> way SUPPLIER-INVOICE-ENTRY audits it, so DUTY-CONFLICT-
      *> REPORT can tell when one operator both entered and paid it.
       2470-AUDIT-VOUCHER-PAID.
            MOVE "APPAY" TO WS-AUDIT-EVENT-CODE.
            MOVE WS-OPERATOR-NAME TO DT-OPERATOR.
            MOVE "INV" TO DT-DOCUMENT-TYPE.
            MOVE SPACES TO DT-DOCUMENT DT-NOTE.
            STRING WS-VH-SUPPLIER(WS-VH-IDX2) "/"
               WS-VH-INVOICE-NO(WS-VH-IDX2)
               DELIMITED BY SIZE INTO DT-DOCUMENT
            END-STRING.
            STRING "CHECK " WS-NEXT-CHECK-NUM
               DELIMITED BY SIZE INTO DT-NOTE
            END-STRING.
            MOVE DUTY-EVENT-TEXT TO WS-AUDIT-EVENT-TEXT.
            PERFORM 9000-WRITE-AUDIT-LOG.

       2500-FILE-SUPPLIER-WITHHOLDING.
            MOVE WS-RUN-DATE TO ST-PAYMENT-DATE.
            MOVE WS-NEXT-CHECK-NUM TO ST-CHECK-NUM.
            MOVE WS-VH-SUPPLIER(WS-VH-IDX) TO ST-SUPPLIER-NO.
            MOVE WS-SUPPLIER-NAME TO ST-SUPPLIER-NAME.
            MOVE WS-SUPPLIER-WHT-RATE TO ST-WHT-RATE.
            MOVE WS-SUPPLIER-GROSS TO ST-GROSS-AMOUNT.
            MOVE WS-SUPPLIER-WHT TO ST-TAX-WITHHELD.
            MOVE WS-SUPPLIER-TOTAL TO ST-NET-AMOUNT.
            WRITE SUPPLIER-WHT-RECORD.
            MOVE "D" TO JE-RECORD-TYPE.
            MOVE WS-RUN-DATE TO JE-ENTRY-DATE.
            MOVE 2500 TO JE-DEBIT-ACCOUNT.
            MOVE 2800 TO JE-CREDIT-ACCOUNT.
            MOVE WS-SUPPLIER-WHT TO JE-AMOUNT.
            MOVE "APPAYRUN" TO JE-SOURCE.
            MOVE WS-RUN-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            IF NOT WS-CERT-FILE-OPEN
               PERFORM 2550-OPEN-CERTIFICATE-SPOOL
            END-IF.
            PERFORM 2600-PRINT-WHT-CERTIFICATE.
            ADD 1 TO WS-WHT-PAYMENTS.
            ADD WS-SUPPLIER-WHT TO WS-WHT-RUN-TOTAL.

      *> Certificates go to their own spool so they can be printed
      *> and posted to the suppliers apart from the remittances. It
      *> is only opened when a run actually withholds.
       2550-OPEN-CERTIFICATE-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "SUPWHTC" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-CERT-SPOOL-NAME.
            OPEN OUTPUT CERTIFICATE-FILE.
            MOVE "Y" TO WS-CERT-OPEN-FLAG.
            MOVE ALL "*" TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "* " SP-REPORT-TYPE "  SPOOL " SP-SPOOL-NAME
               "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-STRING.
            WRITE CERTIFICATE-LINE.
            MOVE ALL "*" TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.

       2600-PRINT-WHT-CERTIFICATE.
            MOVE SPACES TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE AFTER ADVANCING PAGE.
            MOVE "WITHHOLDING TAX CERTIFICATE - PAYMENT TO SUPPLIER"
               TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE ALL "-" TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "SUPPLIER:        " ST-SUPPLIER-NO "  "
               ST-SUPPLIER-NAME
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-STRING.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "PAYMENT DATE:    " ST-PAYMENT-DATE
               "    CHECK " ST-CHECK-NUM
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-STRING.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE ST-GROSS-AMOUNT TO WS-AMT-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "AMOUNT PAID:     " WS-AMT-EDIT-DOLLAR-FIXED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-STRING.
            WRITE CERTIFICATE-LINE.
            MOVE ST-WHT-RATE TO WS-RATE-EDIT.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "RATE:            " WS-RATE-EDIT "%"
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-STRING.
            WRITE CERTIFICATE-LINE.
            MOVE ST-TAX-WITHHELD TO WS-AMT-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "TAX WITHHELD:    " WS-AMT-EDIT-DOLLAR-FIXED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-STRING.
            WRITE CERTIFICATE-LINE.
            MOVE ST-NET-AMOUNT TO WS-AMT-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "NET PAID:        " WS-AMT-EDIT-DOLLAR-FIXED
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-STRING.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            WRITE CERTIFICATE-LINE.
            MOVE SPACES TO CERTIFICATE-LINE.
            STRING "ISSUED " WS-RUN-DATE
               "     CERTIFIED BY ______________________"
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
            END-STRING.
            WRITE CERTIFICATE-LINE.

       7000-WRITE-BANNER-PAGE.
            MOVE ALL "*" TO PRINT-LINE.
               CLOSE SUPPLIER-MASTER-FILE
            END-IF.
            CLOSE CHECK-TRANSACTIONS-FILE.
            CLOSE SUPPLIER-WHT-FILE.
            CLOSE JOURNAL-FILE.
            PERFORM 9100-WRITE-AUDIT-LOG-TRAILER.
            CLOSE AUDIT-LOG-FILE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE WS-SPOOL-NAME TO SP-SPOOL-NAME.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Remittance detail spooled as " WS-SPOOL-NAME ".".
            IF WS-CERT-FILE-OPEN
               CLOSE CERTIFICATE-FILE
               MOVE "C" TO SP-FUNCTION
               MOVE WS-CERT-SPOOL-NAME TO SP-SPOOL-NAME
               MOVE WS-WHT-PAYMENTS TO SP-PAGE-COUNT
               CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS
            END-IF.

       8100-REWRITE-VOUCHER-FILE.
            OPEN OUTPUT APPROVED-VOUCHER-FILE.
                  MOVE WS-VH-DUE-DATE(WS-VH-IDX) TO VH-DUE-DATE
                  MOVE WS-VH-PAID(WS-VH-IDX) TO VH-PAID-FLAG
                  MOVE WS-VH-CHECK-NUM(WS-VH-IDX) TO VH-CHECK-NUM
                  MOVE WS-VH-VAT(WS-VH-IDX) TO VH-VAT-AMOUNT
               END-IF
               WRITE APPROVED-VOUCHER-RECORD
            END-PERFORM.
            CLOSE APPROVED-VOUCHER-FILE.

       8200-REWRITE-BANK-ACCOUNT.
            OPEN I-O BANK-ACCOUNT-FILE.
            MOVE WS-PAY-BANK-ID TO BA-BANK-ID.
            READ BANK-ACCOUNT-FILE
               NOT INVALID KEY
                  MOVE WS-NEXT-CHECK-NUM TO BA-NEXT-CHECK-NUM
                  REWRITE BANK-ACCOUNT-RECORD
            END-READ.
            CLOSE BANK-ACCOUNT-FILE.
       8300-REWRITE-DEBIT-NOTES.
            OPEN OUTPUT DEBIT-NOTE-FILE.
            PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DEBIT-NOTE-COUNT
               MOVE WS-DB-TYPE(WS-DB-IDX) TO DB-RECORD-TYPE
               MOVE WS-DB-DETAIL(WS-DB-IDX) TO DB-DETAIL
               WRITE DEBIT-NOTE-RECORD
            END-PERFORM.
            CLOSE DEBIT-NOTE-FILE.

       9000-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       9100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
       END PROGRAM AP-PAYMENT-RUN.
