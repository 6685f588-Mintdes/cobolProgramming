      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Monthly VAT return - nets the input VAT we paid
      *          against the output VAT we charged for one month and
      *          prints the amount payable to (or refundable by) the
      *          Revenue Department. Output VAT is worked exactly as
      *          VAT-SUMMARY works it: invoice lines by tax code off
      *          LINEITEM.DAT plus the tax inside the tax-inclusive
      *          vending takings, less the VAT reversed by credit
      *          memos raised in the month. Input VAT is the VAT on
      *          supplier invoice lines the three-way match approved
      *          in the month, plus the VAT on expense claims reclaimed
      *          through payroll. The return is then held against
      *          the month's movement on VAT PAYABLE 2100 and INPUT
      *          VAT 1700 in the journal, and on request the settling
      *          journal clears both accounts into VAT SETTLEMENT
      *          2150 at month end - the balance left there is what
      *          the ledger says is owed or due back. A month already
      *          settled, or closed in the period calendar, is
      *          reported but not posted again. Spooled through
      *          SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAT-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-ITEMS-FILE ASSIGN TO "LINEITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-ITEMS-STATUS.
           SELECT TAX-CODE-FILE ASSIGN TO "TAXCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TAX-CODE
               FILE STATUS IS WS-TAX-CODE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPPINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-INVOICE-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-MEMO-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LINE-ITEMS-FILE.
       COPY LINEITEM.

       FD  TAX-CODE-FILE.
       COPY TAXCODE.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  SUPPLIER-INVOICE-FILE.
       COPY SUPPINV.

       FD  CREDIT-MEMO-FILE.
       COPY CREDMEMO.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LINE-ITEMS-STATUS      PIC XX.
       01  WS-TAX-CODE-STATUS        PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-SUPPLIER-INVOICE-STATUS PIC XX.
       01  WS-CREDIT-MEMO-STATUS     PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-LINE-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LINE-EOF                       VALUE "Y".
       01  WS-INVOICE-EOF-FLAG       PIC X       VALUE "N".
           88  WS-INVOICE-EOF                    VALUE "Y".
       01  WS-MEMO-EOF-FLAG          PIC X       VALUE "N".
           88  WS-MEMO-EOF                       VALUE "Y".
       01  WS-MEMO-DATE              PIC 9(8)    VALUE ZERO.
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".
       01  WS-PERIOD-EOF-FLAG        PIC X       VALUE "N".
           88  WS-PERIOD-EOF                     VALUE "Y".

      *> Working copy of the sale layout, as in VAT-SUMMARY: each
      *> record handed back by the history service is laid over
      *> this for the field names.
       COPY VNDSALE.

       COPY HISTPRM.

       01  WS-RETURN-CONTROLS.
           05  WS-MONTH-INPUT           PIC X(6).
           05  WS-MONTH-START           PIC 9(8).
           05  WS-MONTH-END             PIC 9(8).
           05  WS-MONTH-END-R REDEFINES WS-MONTH-END.
               10  WS-END-YYYY              PIC 9(4).
               10  WS-END-MM                PIC 99.
               10  WS-END-DD                PIC 99.
           05  WS-LEAP-QUOTIENT         PIC 9(4).
           05  WS-LEAP-REM-4            PIC 9(4).
           05  WS-LEAP-REM-100          PIC 9(4).
           05  WS-LEAP-REM-400          PIC 9(4).
           05  WS-CONFIRM               PIC X.
           05  WS-ALREADY-SETTLED-FLAG  PIC X       VALUE "N".
               88  WS-ALREADY-SETTLED             VALUE "Y".
           05  WS-PERIOD-LOCKED-FLAG    PIC X       VALUE "N".
               88  WS-PERIOD-LOCKED               VALUE "Y".
           05  WS-JOURNAL-AMOUNT        PIC 9(7)V99.

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER   PIC X(24)   VALUE "312831303130313130313031".
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH         PIC 99 OCCURS 12 TIMES.

       01  WS-VAT-TOTALS.
           05  WS-VAT-ENTRY OCCURS 10 TIMES INDEXED BY WS-VAT-IDX.
               10  WS-VAT-CODE             PIC XX.
               10  WS-VAT-NET-TOTAL        PIC 9(9)V99.
               10  WS-VAT-TAX-TOTAL        PIC 9(9)V99.
       01  WS-VAT-CODE-COUNT         PIC 9(3)    VALUE ZERO.

       01  WS-SUM-FIELDS.
           05  WS-LINE-NET              PIC 9(7)V99.
           05  WS-LINE-VAT              PIC 9(7)V99.
           05  WS-SUM-TAX-CODE          PIC XX.
           05  WS-INVOICE-VAT           PIC 9(9)V99 VALUE ZERO.
           05  WS-VEND-VAT              PIC 9(9)V99 VALUE ZERO.
           05  WS-CREDIT-MEMO-VAT       PIC 9(9)V99 VALUE ZERO.
           05  WS-OUTPUT-VAT            PIC S9(9)V99 VALUE ZERO.
           05  WS-SUPPLIER-VAT          PIC 9(9)V99 VALUE ZERO.
           05  WS-SUPPLIER-LINES        PIC 9(5)    VALUE ZERO.
           05  WS-UNMATCHED-VAT         PIC 9(9)V99 VALUE ZERO.
           05  WS-EXPENSE-VAT           PIC S9(9)V99 VALUE ZERO.
           05  WS-INPUT-VAT             PIC S9(9)V99 VALUE ZERO.
           05  WS-NET-VAT               PIC S9(9)V99 VALUE ZERO.

      *> The ledger's side: each account's movement for the month
      *> in its own normal direction, settlement entries left out.
       01  WS-LEDGER-FIELDS.
           05  WS-PAYABLE-MOVEMENT      PIC S9(9)V99 VALUE ZERO.
           05  WS-INPUT-MOVEMENT        PIC S9(9)V99 VALUE ZERO.
           05  WS-PAYABLE-EXPECTED      PIC S9(9)V99 VALUE ZERO.
           05  WS-LEDGER-DIFFERENCE     PIC S9(9)V99 VALUE ZERO.
           05  WS-LEDGER-NET            PIC S9(9)V99 VALUE ZERO.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-NET==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TAX==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-GL==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Monthly VAT Return ---".
            DISPLAY "Return month (YYYYMM): ".
            ACCEPT WS-MONTH-INPUT.
            IF WS-MONTH-INPUT IS NOT NUMERIC OR
                  WS-MONTH-INPUT(5:2) < "01" OR
                  WS-MONTH-INPUT(5:2) > "12"
               DISPLAY "Invalid month - no return built."
               GOBACK
            END-IF.
            PERFORM 1000-SET-MONTH-DATES.
            PERFORM 2000-SUM-OUTPUT-VAT.
            PERFORM 2700-SUM-CREDIT-MEMO-VAT.
            PERFORM 3000-SUM-SUPPLIER-VAT.
            PERFORM 4000-SCAN-LEDGER.
            COMPUTE WS-OUTPUT-VAT = WS-INVOICE-VAT + WS-VEND-VAT
               - WS-CREDIT-MEMO-VAT.
            COMPUTE WS-INPUT-VAT = WS-SUPPLIER-VAT + WS-EXPENSE-VAT.
            COMPUTE WS-NET-VAT = WS-OUTPUT-VAT - WS-INPUT-VAT.
            PERFORM 5000-OPEN-SPOOL.
            PERFORM 5100-PRINT-OUTPUT-VAT.
            PERFORM 5200-PRINT-INPUT-VAT.
            PERFORM 5300-PRINT-NET-RESULT.
            PERFORM 5400-PRINT-LEDGER-CHECK.
            PERFORM 6000-OFFER-SETTLEMENT.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Return spooled as " WS-SPOOL-NAME ".".
            GOBACK.

      *> February has 29 days in a year divisible by 4, unless the
      *> year is a century not divisible by 400.
       1000-SET-MONTH-DATES.
            MOVE WS-MONTH-INPUT TO WS-MONTH-START(1:6).
            MOVE "01" TO WS-MONTH-START(7:2).
            MOVE WS-MONTH-START TO WS-MONTH-END.
            MOVE WS-DAYS-IN-MONTH(WS-END-MM) TO WS-END-DD.
            IF WS-END-MM = 2
               DIVIDE WS-END-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-4
               DIVIDE WS-END-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-100
               DIVIDE WS-END-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO AND
                     (WS-LEAP-REM-100 NOT = ZERO OR
                      WS-LEAP-REM-400 = ZERO)
                  MOVE 29 TO WS-END-DD
               END-IF
            END-IF.

      *> Output VAT is worked the VAT-SUMMARY way so the return and
      *> the summary for the same month always agree.
       2000-SUM-OUTPUT-VAT.
            OPEN INPUT TAX-CODE-FILE.
            IF WS-TAX-CODE-STATUS NOT = "00"
               DISPLAY "No TAX-CODE file - rates unknown, output VAT "
                  "left at zero."
            ELSE
               OPEN INPUT LINE-ITEMS-FILE
               IF WS-LINE-ITEMS-STATUS NOT = "00"
                  MOVE "Y" TO WS-LINE-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-LINE-EOF
                  READ LINE-ITEMS-FILE
                     AT END
                        MOVE "Y" TO WS-LINE-EOF-FLAG
                     NOT AT END
                        IF LI-TRAN-DATE >= WS-MONTH-START AND
                              LI-TRAN-DATE <= WS-MONTH-END AND
                              LI-TAX-CODE NOT = SPACES
                           PERFORM 2100-SUM-ONE-LINE
                        END-IF
                  END-READ
               END-PERFORM
               IF WS-LINE-ITEMS-STATUS = "00"
                  CLOSE LINE-ITEMS-FILE
               END-IF
               PERFORM 2500-SUM-VENDING-SALES
               CLOSE TAX-CODE-FILE
            END-IF.

       2100-SUM-ONE-LINE.
            MOVE LI-TAX-CODE TO TC-TAX-CODE.
            READ TAX-CODE-FILE
               INVALID KEY
                  DISPLAY "Unknown tax code " LI-TAX-CODE
                     " on invoice " LI-INV-NUM " - line skipped."
               NOT INVALID KEY
                  COMPUTE WS-LINE-NET = LI-QTY * LI-UNIT-PRICE
                  COMPUTE WS-LINE-VAT ROUNDED =
                     WS-LINE-NET * TC-TAX-RATE-PCT / 100
                  MOVE LI-TAX-CODE TO WS-SUM-TAX-CODE
                  PERFORM 2200-FIND-OR-ADD-CODE
                  ADD WS-LINE-NET TO WS-VAT-NET-TOTAL(WS-VAT-IDX)
                  ADD WS-LINE-VAT TO WS-VAT-TAX-TOTAL(WS-VAT-IDX)
                  ADD WS-LINE-VAT TO WS-INVOICE-VAT
            END-READ.

       2200-FIND-OR-ADD-CODE.
            SET WS-VAT-IDX TO 1.
            SEARCH WS-VAT-ENTRY
               AT END
                  ADD 1 TO WS-VAT-CODE-COUNT
                  SET WS-VAT-IDX TO WS-VAT-CODE-COUNT
                  MOVE WS-SUM-TAX-CODE TO WS-VAT-CODE(WS-VAT-IDX)
                  MOVE ZERO TO WS-VAT-NET-TOTAL(WS-VAT-IDX)
                  MOVE ZERO TO WS-VAT-TAX-TOTAL(WS-VAT-IDX)
               WHEN WS-VAT-CODE(WS-VAT-IDX) = WS-SUM-TAX-CODE
                  CONTINUE
            END-SEARCH.

       2500-SUM-VENDING-SALES.
            OPEN INPUT PRODUCT-MASTER-FILE.
            IF WS-PRODUCT-MASTER-STATUS = "00"
               MOVE WS-MONTH-START TO HR-START-DATE
               MOVE WS-MONTH-END TO HR-END-DATE
               MOVE "O" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
               PERFORM UNTIL HR-IS-EOF
                  MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
                  IF NOT VS-IS-VOIDED
                     PERFORM 2600-SUM-ONE-VEND
                  END-IF
                  MOVE "R" TO HR-FUNCTION
                  CALL "SALES-HISTORY-READ"
                     USING SALES-HISTORY-PARMS
               END-PERFORM
               MOVE "C" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
               CLOSE PRODUCT-MASTER-FILE
            END-IF.

       2600-SUM-ONE-VEND.
            MOVE VS-MACHINE-ID TO PM-MACHINE-ID.
            MOVE VS-SLOT-NO TO PM-SLOT-NO.
            READ PRODUCT-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF PM-TAX-CODE NOT = SPACES
                     MOVE PM-TAX-CODE TO TC-TAX-CODE
                     READ TAX-CODE-FILE
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           COMPUTE WS-LINE-NET ROUNDED =
                              VS-PRICE * 100
                              / (100 + TC-TAX-RATE-PCT)
                           COMPUTE WS-LINE-VAT =
                              VS-PRICE - WS-LINE-NET
                           MOVE PM-TAX-CODE TO WS-SUM-TAX-CODE
                           PERFORM 2200-FIND-OR-ADD-CODE
                           ADD WS-LINE-NET
                              TO WS-VAT-NET-TOTAL(WS-VAT-IDX)
                           ADD WS-LINE-VAT
                              TO WS-VAT-TAX-TOTAL(WS-VAT-IDX)
                           ADD WS-LINE-VAT TO WS-VEND-VAT
                     END-READ
                  END-IF
            END-READ.

      *> VAT reversed by credit memos dated in the month. CREDIT-
      *> MEMO-ENTRY journals it back out of VAT PAYABLE 2100 when the
      *> memo is raised; the date is on each memo's H row.
       2700-SUM-CREDIT-MEMO-VAT.
            OPEN INPUT CREDIT-MEMO-FILE.
            IF WS-CREDIT-MEMO-STATUS NOT = "00"
               MOVE "Y" TO WS-MEMO-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-MEMO-EOF
               READ CREDIT-MEMO-FILE
                  AT END
                     MOVE "Y" TO WS-MEMO-EOF-FLAG
                  NOT AT END
                     EVALUATE TRUE
                        WHEN CM-IS-HEADER
                           MOVE CM-MEMO-DATE TO WS-MEMO-DATE
                        WHEN CM-IS-LINE AND
                              WS-MEMO-DATE(1:6) = WS-MONTH-INPUT
                           ADD CM-LINE-VAT TO WS-CREDIT-MEMO-VAT
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ
            END-PERFORM.
            IF WS-CREDIT-MEMO-STATUS = "00"
               CLOSE CREDIT-MEMO-FILE
            END-IF.

      *> Input VAT on supplier invoices is claimed once the three-
      *> way match approves the line - the same moment it is
      *> journaled to INPUT VAT 1700 under the invoice date. VAT on
      *> lines still waiting is shown but not claimed.
       3000-SUM-SUPPLIER-VAT.
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
                           SI-INVOICE-DATE(1:6) = WS-MONTH-INPUT AND
                           SI-VAT-AMOUNT IS NUMERIC
                        IF SI-IS-MATCHED
                           ADD SI-VAT-AMOUNT TO WS-SUPPLIER-VAT
                           ADD 1 TO WS-SUPPLIER-LINES
                        ELSE
                           ADD SI-VAT-AMOUNT TO WS-UNMATCHED-VAT
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-SUPPLIER-INVOICE-STATUS = "00"
               CLOSE SUPPLIER-INVOICE-FILE
            END-IF.

      *> One pass of the journal for everything dated in the month:
      *> the movement on both VAT accounts, the expense-claim VAT
      *> payroll reclaimed through 2100 (less what PAYROLL-REVERSE
      *> backed out), and whether this month has been settled.
       4000-SCAN-LEDGER.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "Y" TO WS-JOURNAL-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-JOURNAL-EOF
               READ JOURNAL-FILE
                  AT END
                     MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                  NOT AT END
                     EVALUATE TRUE
                        WHEN JE-IS-DETAIL AND
                              JE-SOURCE-DATE(1:6) = WS-MONTH-INPUT
                           PERFORM 4100-ADD-DETAIL-ENTRY
                        WHEN JE-IS-LINE AND
                              JE-LINE-DATE(1:6) = WS-MONTH-INPUT
                           PERFORM 4200-ADD-LINE-ENTRY
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ
            END-PERFORM.
            IF WS-JOURNAL-STATUS = "00"
               CLOSE JOURNAL-FILE
            END-IF.

       4100-ADD-DETAIL-ENTRY.
            IF JE-SOURCE = "VATRTN"
               MOVE "Y" TO WS-ALREADY-SETTLED-FLAG
            ELSE
               IF JE-CREDIT-ACCOUNT = 2100
                  ADD JE-AMOUNT TO WS-PAYABLE-MOVEMENT
               END-IF
               IF JE-DEBIT-ACCOUNT = 2100
                  SUBTRACT JE-AMOUNT FROM WS-PAYABLE-MOVEMENT
               END-IF
               IF JE-DEBIT-ACCOUNT = 1700
                  ADD JE-AMOUNT TO WS-INPUT-MOVEMENT
               END-IF
               IF JE-CREDIT-ACCOUNT = 1700
                  SUBTRACT JE-AMOUNT FROM WS-INPUT-MOVEMENT
               END-IF
               EVALUATE TRUE
                  WHEN JE-DEBIT-ACCOUNT = 2100 AND
                        (JE-SOURCE = "PAYROLL" OR
                         JE-SOURCE = "OFFCYCLE")
                     ADD JE-AMOUNT TO WS-EXPENSE-VAT
                  WHEN JE-CREDIT-ACCOUNT = 2100 AND
                        JE-SOURCE = "PAYREVSL"
                     SUBTRACT JE-AMOUNT FROM WS-EXPENSE-VAT
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.

       4200-ADD-LINE-ENTRY.
            IF JE-LINE-SOURCE = "VATRTN"
               MOVE "Y" TO WS-ALREADY-SETTLED-FLAG
            ELSE
               EVALUATE TRUE
                  WHEN JE-LINE-ACCOUNT = 2100 AND JE-LINE-IS-CREDIT
                     ADD JE-LINE-AMOUNT TO WS-PAYABLE-MOVEMENT
                  WHEN JE-LINE-ACCOUNT = 2100 AND JE-LINE-IS-DEBIT
                     SUBTRACT JE-LINE-AMOUNT FROM WS-PAYABLE-MOVEMENT
                  WHEN JE-LINE-ACCOUNT = 1700 AND JE-LINE-IS-DEBIT
                     ADD JE-LINE-AMOUNT TO WS-INPUT-MOVEMENT
                  WHEN JE-LINE-ACCOUNT = 1700 AND JE-LINE-IS-CREDIT
                     SUBTRACT JE-LINE-AMOUNT FROM WS-INPUT-MOVEMENT
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF.

       5000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "VATRTN" TO SP-REPORT-TYPE.
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
            STRING "VAT RETURN  MONTH " WS-MONTH-INPUT "  ("
               WS-MONTH-START " - " WS-MONTH-END ")"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       5100-PRINT-OUTPUT-VAT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "OUTPUT VAT ON SALES" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "  CODE      NET SALES    VAT CHARGED" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-VAT-IDX FROM 1 BY 1
               UNTIL WS-VAT-IDX > WS-VAT-CODE-COUNT
               MOVE WS-VAT-NET-TOTAL(WS-VAT-IDX)
                  TO WS-NET-EDIT-ZERO-SUPPRESS
               MOVE WS-VAT-TAX-TOTAL(WS-VAT-IDX)
                  TO WS-TAX-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "  " WS-VAT-CODE(WS-VAT-IDX) "    "
                  WS-NET-EDIT-ZERO-SUPPRESS "   "
                  WS-TAX-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-PERFORM.
            MOVE WS-INVOICE-VAT TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  ON INVOICED SALES               "
               WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-VEND-VAT TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  INSIDE VENDING TAKINGS          "
               WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-CREDIT-MEMO-VAT TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  LESS CREDIT MEMOS               "
               WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-OUTPUT-VAT TO WS-TAX-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "TOTAL OUTPUT VAT                 "
               WS-TAX-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       5200-PRINT-INPUT-VAT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "INPUT VAT ON PURCHASES" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-SUPPLIER-VAT TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  SUPPLIER INVOICES (" WS-SUPPLIER-LINES
               " LINES)    " WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-EXPENSE-VAT TO WS-TAX-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  EXPENSE CLAIMS VIA PAYROLL      "
               WS-TAX-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-INPUT-VAT TO WS-TAX-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "TOTAL INPUT VAT                   "
               WS-TAX-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-UNMATCHED-VAT > ZERO
               MOVE WS-UNMATCHED-VAT TO WS-TAX-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "  NOT CLAIMED - INVOICES NOT YET MATCHED "
                  WS-TAX-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       5300-PRINT-NET-RESULT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-NET-VAT < ZERO
               COMPUTE WS-LEDGER-DIFFERENCE = ZERO - WS-NET-VAT
               MOVE WS-LEDGER-DIFFERENCE TO WS-GL-EDIT-DOLLAR-FIXED
               STRING "NET VAT REFUNDABLE TO US         "
                  WS-GL-EDIT-DOLLAR-FIXED
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               MOVE WS-NET-VAT TO WS-GL-EDIT-DOLLAR-FIXED
               STRING "NET VAT PAYABLE BY US            "
                  WS-GL-EDIT-DOLLAR-FIXED
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> VAT on invoiced sales is not journaled by anything, so
      *> 2100 should move by the vending VAT less the expense-claim
      *> VAT, and 1700 by the matched supplier VAT. A difference is
      *> a day's vending not yet posted, a match run after the
      *> journal was cut, or a hand entry to be explained.
       5400-PRINT-LEDGER-CHECK.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "LEDGER CHECK (JOURNAL MOVEMENT DATED IN THE MONTH)"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            COMPUTE WS-PAYABLE-EXPECTED = WS-VEND-VAT - WS-EXPENSE-VAT
               - WS-CREDIT-MEMO-VAT.
            MOVE WS-PAYABLE-MOVEMENT TO WS-GL-EDIT-MINUS.
            MOVE WS-PAYABLE-EXPECTED TO WS-TAX-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  2100 VAT PAYABLE  LEDGER " WS-GL-EDIT-MINUS
               "  RETURN " WS-TAX-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            COMPUTE WS-LEDGER-DIFFERENCE =
               WS-PAYABLE-MOVEMENT - WS-PAYABLE-EXPECTED.
            PERFORM 5450-PRINT-DIFFERENCE.
            MOVE WS-INPUT-MOVEMENT TO WS-GL-EDIT-MINUS.
            MOVE WS-SUPPLIER-VAT TO WS-TAX-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  1700 INPUT VAT    LEDGER " WS-GL-EDIT-MINUS
               "  RETURN " WS-TAX-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            COMPUTE WS-LEDGER-DIFFERENCE =
               WS-INPUT-MOVEMENT - WS-SUPPLIER-VAT.
            PERFORM 5450-PRINT-DIFFERENCE.
            IF WS-INVOICE-VAT > ZERO
               MOVE WS-INVOICE-VAT TO WS-TAX-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "  INVOICED-SALES VAT NOT IN THE LEDGER "
                  WS-TAX-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       5450-PRINT-DIFFERENCE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-LEDGER-DIFFERENCE = ZERO
               MOVE "    AGREES" TO PRINT-LINE
            ELSE
               MOVE WS-LEDGER-DIFFERENCE TO WS-GL-EDIT-MINUS
               STRING "    *** DIFFERS BY " WS-GL-EDIT-MINUS
                  " - INVESTIGATE BEFORE FILING ***"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The settling journal empties the month's movement out of
      *> both VAT accounts into VAT SETTLEMENT 2150, dated the last
      *> day of the month; paying the Revenue Department (or
      *> banking its refund) then clears 2150.
       6000-OFFER-SETTLEMENT.
            COMPUTE WS-LEDGER-NET =
               WS-PAYABLE-MOVEMENT - WS-INPUT-MOVEMENT.
            MOVE SPACES TO PRINT-LINE.
            EVALUATE TRUE
               WHEN WS-ALREADY-SETTLED
                  MOVE "SETTLING JOURNAL ALREADY POSTED FOR THIS MONTH"
                     TO PRINT-LINE
               WHEN WS-PAYABLE-MOVEMENT = ZERO AND
                     WS-INPUT-MOVEMENT = ZERO
                  MOVE "NOTHING ON THE VAT ACCOUNTS TO SETTLE"
                     TO PRINT-LINE
               WHEN OTHER
                  PERFORM 6100-CHECK-PERIOD-OPEN
                  IF WS-PERIOD-LOCKED
                     MOVE "PERIOD CLOSED - SETTLING JOURNAL NOT POSTED"
                        TO PRINT-LINE
                  ELSE
                     DISPLAY "Post the settling journal to 2150 "
                        "(Y/N)? "
                     MOVE "N" TO WS-CONFIRM
                     ACCEPT WS-CONFIRM
                     IF WS-CONFIRM = "Y" OR "y"
                        PERFORM 6200-POST-SETTLEMENT
                        MOVE WS-LEDGER-NET TO WS-GL-EDIT-MINUS
                        STRING "SETTLING JOURNAL POSTED - 2150 "
                           "CREDITED NET " WS-GL-EDIT-MINUS
                           DELIMITED BY SIZE INTO PRINT-LINE
                        END-STRING
                     ELSE
                        MOVE "SETTLING JOURNAL NOT POSTED"
                           TO PRINT-LINE
                     END-IF
                  END-IF
            END-EVALUATE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       6100-CHECK-PERIOD-OPEN.
            MOVE "N" TO WS-PERIOD-LOCKED-FLAG.
            OPEN INPUT PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS = "00"
               MOVE LOW-VALUES TO PC-PERIOD-KEY
               START PERIOD-CALENDAR-FILE KEY >= PC-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-PERIOD-EOF-FLAG
               END-START
               PERFORM UNTIL WS-PERIOD-EOF
                  READ PERIOD-CALENDAR-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PERIOD-EOF-FLAG
                     NOT AT END
                        IF WS-MONTH-END >= PC-START-DATE AND
                              WS-MONTH-END <= PC-END-DATE AND
                              PC-IS-CLOSED
                           MOVE "Y" TO WS-PERIOD-LOCKED-FLAG
                           MOVE "Y" TO WS-PERIOD-EOF-FLAG
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
            END-IF.

       6200-POST-SETTLEMENT.
            PERFORM 6300-ENSURE-ACCOUNTS-EXIST.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            EVALUATE TRUE
               WHEN WS-PAYABLE-MOVEMENT > ZERO
                  MOVE 2100 TO JE-DEBIT-ACCOUNT
                  MOVE 2150 TO JE-CREDIT-ACCOUNT
                  MOVE WS-PAYABLE-MOVEMENT TO WS-JOURNAL-AMOUNT
                  PERFORM 6400-WRITE-JOURNAL-LINE
               WHEN WS-PAYABLE-MOVEMENT < ZERO
                  MOVE 2150 TO JE-DEBIT-ACCOUNT
                  MOVE 2100 TO JE-CREDIT-ACCOUNT
                  COMPUTE WS-JOURNAL-AMOUNT =
                     ZERO - WS-PAYABLE-MOVEMENT
                  PERFORM 6400-WRITE-JOURNAL-LINE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            EVALUATE TRUE
               WHEN WS-INPUT-MOVEMENT > ZERO
                  MOVE 2150 TO JE-DEBIT-ACCOUNT
                  MOVE 1700 TO JE-CREDIT-ACCOUNT
                  MOVE WS-INPUT-MOVEMENT TO WS-JOURNAL-AMOUNT
                  PERFORM 6400-WRITE-JOURNAL-LINE
               WHEN WS-INPUT-MOVEMENT < ZERO
                  MOVE 1700 TO JE-DEBIT-ACCOUNT
                  MOVE 2150 TO JE-CREDIT-ACCOUNT
                  COMPUTE WS-JOURNAL-AMOUNT =
                     ZERO - WS-INPUT-MOVEMENT
                  PERFORM 6400-WRITE-JOURNAL-LINE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            CLOSE JOURNAL-FILE.
            DISPLAY "Settling journal written - run GL-POST to apply "
               "it.".

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the VAT accounts are written as zero-balance rows the
      *> first time they are needed.
       6300-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 2100 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2100 TO CA-ACCOUNT-NO
                     MOVE "VAT PAYABLE" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 1700 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1700 TO CA-ACCOUNT-NO
                     MOVE "INPUT VAT" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 2150 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2150 TO CA-ACCOUNT-NO
                     MOVE "VAT SETTLEMENT" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       6400-WRITE-JOURNAL-LINE.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE WS-JOURNAL-AMOUNT TO JE-AMOUNT.
            MOVE "VATRTN" TO JE-SOURCE.
            MOVE WS-MONTH-END TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
       END PROGRAM VAT-RETURN.
