      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Purchase-tax report - the input-VAT register for a
      *          month. Every supplier-invoice line dated in the
      *          month is sorted by supplier and invoice number and
      *          listed under the supplier's name and VAT tax ID with
      *          its net amount, tax code and the input VAT billed,
      *          and whether that VAT is claimable yet: only a line
      *          the three-way match has approved (M) is claimed on
      *          the month's return. A supplier with VAT on its
      *          invoices but no tax ID on the master is flagged -
      *          a claim without the supplier's registration does
      *          not stand. Spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-TAX-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPPINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-INVOICE-STATUS.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-NO
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "PTAXRPT.TMP".
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
       COPY SUPPINV.

       FD  SUPPLIER-MASTER-FILE.
       COPY SUPPMAST.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  PT-SUPPLIER-NO          PIC 9(3).
           05  PT-INVOICE-NO           PIC X(10).
           05  PT-PO-NUMBER            PIC 9(5).
           05  PT-INVOICE-DATE         PIC 9(8).
           05  PT-TAX-CODE             PIC XX.
           05  PT-NET-AMOUNT           PIC 9(7)V99.
           05  PT-VAT-AMOUNT           PIC 9(5)V99.
           05  PT-MATCH-STATUS         PIC X.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-INVOICE-STATUS PIC XX.
       01  WS-SUPPLIER-MASTER-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-INVOICE-EOF-FLAG       PIC X       VALUE "N".
           88  WS-INVOICE-EOF                    VALUE "Y".
       01  WS-SORT-EOF-FLAG          PIC X       VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       01  WS-SUPPLIER-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-SUPPLIER-FILE-OPEN             VALUE "Y".

       01  WS-REPORT-CONTROLS.
           05  WS-MONTH-INPUT           PIC X(6).
           05  WS-CURRENT-SUPPLIER      PIC 9(3)    VALUE ZERO.
           05  WS-IN-SUPPLIER-FLAG      PIC X       VALUE "N".
               88  WS-IN-SUPPLIER                 VALUE "Y".
           05  WS-CURRENT-NAME          PIC X(20).
           05  WS-CURRENT-TAX-ID        PIC X(13).
           05  WS-STATUS-TEXT           PIC X(16).
           05  WS-LINES-LISTED          PIC 9(5)    VALUE ZERO.
           05  WS-SUPPLIERS-LISTED      PIC 9(5)    VALUE ZERO.
           05  WS-NO-TAX-ID-COUNT       PIC 9(5)    VALUE ZERO.

       01  WS-TOTALS.
           05  WS-SUPP-NET              PIC 9(9)V99.
           05  WS-SUPP-VAT              PIC 9(9)V99.
           05  WS-SUPP-CLAIMED          PIC 9(9)V99.
           05  WS-GRAND-NET             PIC 9(9)V99 VALUE ZERO.
           05  WS-GRAND-VAT             PIC 9(9)V99 VALUE ZERO.
           05  WS-GRAND-CLAIMED         PIC 9(9)V99 VALUE ZERO.
           05  WS-GRAND-AWAITING        PIC 9(9)V99 VALUE ZERO.
           05  WS-GRAND-HELD            PIC 9(9)V99 VALUE ZERO.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-NET==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VAT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Purchase-Tax Report ---".
            DISPLAY "Tax month (YYYYMM): ".
            ACCEPT WS-MONTH-INPUT.
            IF WS-MONTH-INPUT IS NOT NUMERIC
               DISPLAY "Invalid month - no report."
               GOBACK
            END-IF.
            OPEN INPUT SUPPLIER-INVOICE-FILE.
            IF WS-SUPPLIER-INVOICE-STATUS NOT = "00"
               DISPLAY "No SUPPLIER-INVOICE file - nothing to report."
               GOBACK
            END-IF.
            OPEN INPUT SUPPLIER-MASTER-FILE.
            IF WS-SUPPLIER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-SUPPLIER-OPEN-FLAG
            END-IF.
            PERFORM 0600-OPEN-SPOOL.
            SORT SORT-WORK-FILE
               ON ASCENDING KEY PT-SUPPLIER-NO
               ON ASCENDING KEY PT-INVOICE-NO
               ON ASCENDING KEY PT-PO-NUMBER
               INPUT PROCEDURE IS 1000-RELEASE-MONTH-LINES
               OUTPUT PROCEDURE IS 2000-PRINT-REGISTER.
            PERFORM 3000-PRINT-GRAND-TOTALS.
            CLOSE SUPPLIER-INVOICE-FILE.
            IF WS-SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-MASTER-FILE
            END-IF.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

       0600-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "PURCHTAX" TO SP-REPORT-TYPE.
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
            STRING "PURCHASE-TAX REPORT (INPUT VAT)  MONTH "
               WS-MONTH-INPUT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "  INVOICE    DATE     PO    TX          NET"
               TO PRINT-LINE.
            MOVE "         VAT  STATUS" TO PRINT-LINE(45:20).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       1000-RELEASE-MONTH-LINES.
            PERFORM UNTIL WS-INVOICE-EOF
               READ SUPPLIER-INVOICE-FILE
                  AT END
                     MOVE "Y" TO WS-INVOICE-EOF-FLAG
                  NOT AT END
                     IF SI-IS-DETAIL AND
                           SI-INVOICE-DATE(1:6) = WS-MONTH-INPUT
                        PERFORM 1100-RELEASE-ONE-LINE
                     END-IF
               END-READ
            END-PERFORM.

       1100-RELEASE-ONE-LINE.
            MOVE SPACES TO SORT-WORK-RECORD.
            MOVE SI-SUPPLIER-NO TO PT-SUPPLIER-NO.
            MOVE SI-INVOICE-NO TO PT-INVOICE-NO.
            MOVE SI-PO-NUMBER TO PT-PO-NUMBER.
            MOVE SI-INVOICE-DATE TO PT-INVOICE-DATE.
            MOVE SI-TAX-CODE TO PT-TAX-CODE.
            COMPUTE PT-NET-AMOUNT = SI-QTY-BILLED * SI-UNIT-PRICE.
            IF SI-VAT-AMOUNT IS NUMERIC
               MOVE SI-VAT-AMOUNT TO PT-VAT-AMOUNT
            ELSE
               MOVE ZERO TO PT-VAT-AMOUNT
            END-IF.
            MOVE SI-MATCH-STATUS TO PT-MATCH-STATUS.
            RELEASE SORT-WORK-RECORD.

       2000-PRINT-REGISTER.
            PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE "Y" TO WS-SORT-EOF-FLAG
                  NOT AT END
                     IF NOT WS-IN-SUPPLIER OR
                           PT-SUPPLIER-NO NOT = WS-CURRENT-SUPPLIER
                        PERFORM 2100-START-SUPPLIER
                     END-IF
                     PERFORM 2200-PRINT-ONE-LINE
               END-RETURN
            END-PERFORM.
            PERFORM 2900-CLOSE-SUPPLIER.

       2100-START-SUPPLIER.
            PERFORM 2900-CLOSE-SUPPLIER.
            MOVE "Y" TO WS-IN-SUPPLIER-FLAG.
            MOVE PT-SUPPLIER-NO TO WS-CURRENT-SUPPLIER.
            ADD 1 TO WS-SUPPLIERS-LISTED.
            MOVE ZERO TO WS-SUPP-NET WS-SUPP-VAT WS-SUPP-CLAIMED.
            MOVE "(NOT ON MASTER)" TO WS-CURRENT-NAME.
            MOVE SPACES TO WS-CURRENT-TAX-ID.
            IF WS-SUPPLIER-FILE-OPEN
               MOVE PT-SUPPLIER-NO TO SU-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE SU-SUPPLIER-NAME TO WS-CURRENT-NAME
                     MOVE SU-TAX-ID TO WS-CURRENT-TAX-ID
               END-READ
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-CURRENT-TAX-ID = SPACES
               STRING "SUPPLIER " WS-CURRENT-SUPPLIER " "
                  WS-CURRENT-NAME "  TAX ID ** NONE ON MASTER **"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               STRING "SUPPLIER " WS-CURRENT-SUPPLIER " "
                  WS-CURRENT-NAME "  TAX ID " WS-CURRENT-TAX-ID
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Matched VAT is what the month's return claims; a line still
      *> waiting for its goods or held as an exception is listed so
      *> the register ties to the supplier's invoices, but its VAT
      *> waits for the month the match approves it.
       2200-PRINT-ONE-LINE.
            EVALUATE PT-MATCH-STATUS
               WHEN "M"
                  MOVE "CLAIMED" TO WS-STATUS-TEXT
                  ADD PT-VAT-AMOUNT TO WS-SUPP-CLAIMED
                  ADD PT-VAT-AMOUNT TO WS-GRAND-CLAIMED
               WHEN "X"
                  MOVE "HELD - EXCEPTION" TO WS-STATUS-TEXT
                  ADD PT-VAT-AMOUNT TO WS-GRAND-HELD
               WHEN OTHER
                  MOVE "AWAITING MATCH" TO WS-STATUS-TEXT
                  ADD PT-VAT-AMOUNT TO WS-GRAND-AWAITING
            END-EVALUATE.
            ADD PT-NET-AMOUNT TO WS-SUPP-NET WS-GRAND-NET.
            ADD PT-VAT-AMOUNT TO WS-SUPP-VAT WS-GRAND-VAT.
            ADD 1 TO WS-LINES-LISTED.
            MOVE PT-NET-AMOUNT TO WS-NET-EDIT-ZERO-SUPPRESS.
            MOVE PT-VAT-AMOUNT TO WS-VAT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  " PT-INVOICE-NO " " PT-INVOICE-DATE " "
               PT-PO-NUMBER " " PT-TAX-CODE " "
               WS-NET-EDIT-ZERO-SUPPRESS " "
               WS-VAT-EDIT-ZERO-SUPPRESS "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2900-CLOSE-SUPPLIER.
            IF WS-IN-SUPPLIER
               MOVE WS-SUPP-NET TO WS-NET-EDIT-ZERO-SUPPRESS
               MOVE WS-SUPP-VAT TO WS-VAT-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "  SUPPLIER TOTAL               "
                  WS-NET-EDIT-ZERO-SUPPRESS " "
                  WS-VAT-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-SUPP-CLAIMED TO WS-VAT-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "  OF WHICH CLAIMED THIS MONTH                "
                  WS-VAT-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               IF WS-CURRENT-TAX-ID = SPACES AND
                     WS-SUPP-CLAIMED > ZERO
                  ADD 1 TO WS-NO-TAX-ID-COUNT
                  MOVE "  *** VAT CLAIMED WITHOUT A SUPPLIER TAX ID - "
                     TO PRINT-LINE
                  MOVE "KEY IT IN SUPPLIER-MAINT ***"
                     TO PRINT-LINE(48:28)
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
               MOVE "N" TO WS-IN-SUPPLIER-FLAG
            END-IF.

       3000-PRINT-GRAND-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-GRAND-NET TO WS-NET-EDIT-ZERO-SUPPRESS.
            MOVE WS-GRAND-VAT TO WS-VAT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "MONTH TOTAL  " WS-SUPPLIERS-LISTED " SUPPLIERS "
               WS-LINES-LISTED " LINES"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            MOVE WS-NET-EDIT-ZERO-SUPPRESS TO PRINT-LINE(32:12).
            MOVE WS-VAT-EDIT-ZERO-SUPPRESS TO PRINT-LINE(45:12).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-GRAND-CLAIMED TO WS-VAT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "INPUT VAT CLAIMED (MATCHED LINES):       "
               WS-VAT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-GRAND-AWAITING TO WS-VAT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "INPUT VAT AWAITING THE THREE-WAY MATCH:  "
               WS-VAT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-GRAND-HELD TO WS-VAT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "INPUT VAT HELD ON MATCH EXCEPTIONS:      "
               WS-VAT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-NO-TAX-ID-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "SUPPLIERS CLAIMED WITHOUT A TAX ID: "
                  WS-NO-TAX-ID-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
       END PROGRAM PURCHASE-TAX-REPORT.
