      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Monthly supplier withholding listing - every payment
      *          AP-PAYMENT-RUN withheld tax from in a month, as the
      *          SUPPWHT.DAT rows filed with each check: payment
      *          date, check, supplier, rate, gross and tax withheld,
      *          with a per-month total to file with the Revenue
      *          Department. The total is reconciled against the
      *          month's credits to SUPPLIER WHT PAYABLE 2800 in the
      *          journal, the way WITHHOLDING-RETURN ties payroll
      *          withholding to 2200. Spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-WHT-LISTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-WHT-FILE ASSIGN TO "SUPPWHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-WHT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-WHT-FILE.
       COPY SUPPWHT.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-WHT-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-WHT-EOF-FLAG           PIC X       VALUE "N".
           88  WS-WHT-EOF                        VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".

       01  WS-LISTING-CONTROLS.
           05  WS-MONTH-INPUT           PIC X(6).
           05  WS-PAYMENT-COUNT         PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-GROSS           PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-TAX             PIC 9(9)V99 VALUE ZERO.
           05  WS-LEDGER-MOVEMENT       PIC S9(9)V99 VALUE ZERO.
           05  WS-LEDGER-DIFFERENCE     PIC S9(9)V99 VALUE ZERO.
           05  WS-RATE-EDIT             PIC Z9.99.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-GRS==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TAX==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-GL==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Supplier Withholding-Tax Listing ---".
            DISPLAY "Filing month (YYYYMM): ".
            ACCEPT WS-MONTH-INPUT.
            IF WS-MONTH-INPUT IS NOT NUMERIC
               DISPLAY "Invalid month - no listing printed."
               GOBACK
            END-IF.
            OPEN INPUT SUPPLIER-WHT-FILE.
            IF WS-SUPPLIER-WHT-STATUS NOT = "00"
               DISPLAY "No SUPPLIER-WHT file - nothing has been "
                  "withheld from suppliers yet."
               GOBACK
            END-IF.
            PERFORM 1000-OPEN-SPOOL.
            PERFORM UNTIL WS-WHT-EOF
               READ SUPPLIER-WHT-FILE
                  AT END
                     MOVE "Y" TO WS-WHT-EOF-FLAG
                  NOT AT END
                     IF ST-PAYMENT-DATE(1:6) = WS-MONTH-INPUT
                        PERFORM 2000-PRINT-ONE-PAYMENT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE SUPPLIER-WHT-FILE.
            PERFORM 3000-TOTAL-LEDGER-MOVEMENT.
            PERFORM 4000-PRINT-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

       1000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "SUPWHTLS" TO SP-REPORT-TYPE.
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
            STRING "TAX WITHHELD FROM SUPPLIER PAYMENTS  MONTH "
               WS-MONTH-INPUT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "PAID     CHK  SUP NAME                  RATE"
               TO PRINT-LINE.
            MOVE "   AMOUNT PAID    TAX WITHHELD" TO PRINT-LINE(47:30).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2000-PRINT-ONE-PAYMENT.
            MOVE ST-WHT-RATE TO WS-RATE-EDIT.
            MOVE ST-GROSS-AMOUNT TO WS-GRS-EDIT-ZERO-SUPPRESS.
            MOVE ST-TAX-WITHHELD TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING ST-PAYMENT-DATE " " ST-CHECK-NUM " "
               ST-SUPPLIER-NO " " ST-SUPPLIER-NAME " " WS-RATE-EDIT
               "%   " WS-GRS-EDIT-ZERO-SUPPRESS
               "    " WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            ADD 1 TO WS-PAYMENT-COUNT.
            ADD ST-GROSS-AMOUNT TO WS-TOTAL-GROSS.
            ADD ST-TAX-WITHHELD TO WS-TOTAL-TAX.

      *> AP-PAYMENT-RUN's credits to SUPPLIER WHT PAYABLE dated in
      *> the month. Remittances to the Revenue Department are not
      *> payment-run postings and do not count.
       3000-TOTAL-LEDGER-MOVEMENT.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF
                  READ JOURNAL-FILE
                     AT END
                        MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                     NOT AT END
                        IF JE-IS-DETAIL AND
                              JE-SOURCE-DATE(1:6) = WS-MONTH-INPUT AND
                              JE-CREDIT-ACCOUNT = 2800 AND
                              JE-SOURCE = "APPAYRUN"
                           ADD JE-AMOUNT TO WS-LEDGER-MOVEMENT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.

       4000-PRINT-TOTALS.
            MOVE WS-TOTAL-GROSS TO WS-GRS-EDIT-ZERO-SUPPRESS.
            MOVE WS-TOTAL-TAX TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "TOTAL " WS-PAYMENT-COUNT " PAYMENTS"
               "                            " WS-GRS-EDIT-ZERO-SUPPRESS
               "    " WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-LEDGER-MOVEMENT TO WS-GL-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "2800 SUPPLIER WHT PAYABLE CREDITS:  "
               WS-GL-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            COMPUTE WS-LEDGER-DIFFERENCE =
               WS-TOTAL-TAX - WS-LEDGER-MOVEMENT.
            MOVE SPACES TO PRINT-LINE.
            IF WS-LEDGER-DIFFERENCE = ZERO
               MOVE "LISTING TOTAL AGREES WITH THE LEDGER"
                  TO PRINT-LINE
            ELSE
               MOVE WS-LEDGER-DIFFERENCE TO WS-GL-EDIT-MINUS
               STRING "*** LISTING DIFFERS FROM LEDGER BY "
                  WS-GL-EDIT-MINUS " ***"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM SUPPLIER-WHT-LISTING.
