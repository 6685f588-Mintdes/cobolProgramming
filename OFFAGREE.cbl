      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Off-agreement pricing report - lists, for one month,
      *          every on-account invoice line in LINEITEM.DAT whose
      *          unit price differs from the CUSTOMER-PRICE agreement
      *          in force on the line's date for that customer and
      *          item, with the value charged over or under the
      *          agreement. Each line is tied back to the PRICEOVR
      *          audit event INVOICE-ENTRY writes when an admin lets
      *          an off-agreement price through; a line with no such
      *          event got its price some other way and is flagged
      *          for follow-up. Spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFF-AGREEMENT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-ITEMS-FILE ASSIGN TO "LINEITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-ITEMS-STATUS.
           SELECT CUSTOMER-PRICE-FILE ASSIGN TO "CUSTPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CUSTOMER-PRICE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LINE-ITEMS-FILE.
       COPY LINEITEM.

       FD  CUSTOMER-PRICE-FILE.
       COPY CUSTPRC.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LINE-ITEMS-STATUS      PIC XX.
       01  WS-CUSTOMER-PRICE-STATUS  PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-LINE-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LINE-EOF                       VALUE "Y".
       01  WS-AUDIT-EOF-FLAG         PIC X       VALUE "N".
           88  WS-AUDIT-EOF                      VALUE "Y".
       01  WS-PRICE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-PRICE-EOF                      VALUE "Y".

       01  WS-MONTH-INPUT            PIC X(6).

      *> The price overrides INVOICE-ENTRY logged, by invoice number
      *> and the price let through, with the admin who allowed it.
       01  WS-OVERRIDE-TABLE.
           05  WS-OV-ENTRY OCCURS 500 TIMES INDEXED BY WS-OV-IDX.
               10  WS-OV-INV-NUM           PIC 9(4).
               10  WS-OV-PRICE             PIC 9(5)V99.
               10  WS-OV-ADMIN             PIC X(10).
       01  WS-OVERRIDE-COUNT         PIC 9(3)    VALUE ZERO.

       01  WS-AUDIT-PARTS.
           05  WS-AUDIT-ADMIN           PIC X(10).
           05  WS-AUDIT-REST            PIC X(40).
           05  WS-AUDIT-REST-R REDEFINES WS-AUDIT-REST.
               10  WS-AUDIT-INV-NUM         PIC 9(4).
               10  FILLER                   PIC X.
               10  WS-AUDIT-PRICE           PIC 9(5)V99.
               10  FILLER                   PIC X(28).

       01  WS-AGREEMENT-CONTROLS.
           05  WS-AGREEMENT-FLAG        PIC X.
               88  WS-AGREEMENT-FOUND            VALUE "Y".
           05  WS-AGREED-PRICE          PIC 9(5)V99.
           05  WS-OVERRIDE-BY           PIC X(10).

       01  WS-REPORT-TOTALS.
           05  WS-LINE-VARIANCE         PIC S9(7)V99.
           05  WS-TOTAL-VARIANCE        PIC S9(9)V99 VALUE ZERO.
           05  WS-LINES-CHECKED         PIC 9(5)    VALUE ZERO.
           05  WS-LINES-LISTED          PIC 9(5)    VALUE ZERO.
           05  WS-LINES-OVERRIDDEN      PIC 9(5)    VALUE ZERO.
           05  WS-LINES-UNEXPLAINED     PIC 9(5)    VALUE ZERO.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-CHG==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AGR==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VAR==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Off-Agreement Pricing Report ---".
            DISPLAY "Report month (YYYYMM): ".
            ACCEPT WS-MONTH-INPUT.
            IF WS-MONTH-INPUT IS NOT NUMERIC OR
                  WS-MONTH-INPUT(5:2) < "01" OR
                  WS-MONTH-INPUT(5:2) > "12"
               DISPLAY "Invalid month - no report built."
               GOBACK
            END-IF.
            OPEN INPUT CUSTOMER-PRICE-FILE.
            IF WS-CUSTOMER-PRICE-STATUS NOT = "00"
               DISPLAY "No CUSTOMER-PRICE file - no agreements to "
                  "hold invoices to."
               GOBACK
            END-IF.
            PERFORM 1000-LOAD-PRICE-OVERRIDES.
            PERFORM 2000-OPEN-SPOOL.
            PERFORM 3000-CHECK-INVOICE-LINES.
            PERFORM 4000-PRINT-TOTALS.
            CLOSE CUSTOMER-PRICE-FILE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

      *> A PRICEOVR event reads "<admin> inv <nnnn> <price>/<agreed>
      *> <reason>", the price as seven unedited digits.
       1000-LOAD-PRICE-OVERRIDES.
            OPEN INPUT AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS NOT = "00"
               MOVE "Y" TO WS-AUDIT-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-LOG-FILE
                  AT END
                     MOVE "Y" TO WS-AUDIT-EOF-FLAG
                  NOT AT END
                     IF AL-IS-DETAIL AND
                           AL-EVENT-CODE = "PRICEOVR"
                        PERFORM 1100-STORE-PRICE-OVERRIDE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-AUDIT-LOG-STATUS = "00"
               CLOSE AUDIT-LOG-FILE
            END-IF.

       1100-STORE-PRICE-OVERRIDE.
            MOVE SPACES TO WS-AUDIT-PARTS.
            UNSTRING AL-EVENT-TEXT DELIMITED BY " inv "
               INTO WS-AUDIT-ADMIN WS-AUDIT-REST
            END-UNSTRING.
            IF WS-AUDIT-INV-NUM IS NUMERIC AND
                  WS-AUDIT-PRICE IS NUMERIC AND
                  WS-OVERRIDE-COUNT < 500
               ADD 1 TO WS-OVERRIDE-COUNT
               SET WS-OV-IDX TO WS-OVERRIDE-COUNT
               MOVE WS-AUDIT-INV-NUM TO WS-OV-INV-NUM(WS-OV-IDX)
               MOVE WS-AUDIT-PRICE TO WS-OV-PRICE(WS-OV-IDX)
               MOVE WS-AUDIT-ADMIN TO WS-OV-ADMIN(WS-OV-IDX)
            END-IF.

       2000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "OFFAGREE" TO SP-REPORT-TYPE.
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
            STRING "INVOICE LINES PRICED OFF AGREEMENT  MONTH "
               WS-MONTH-INPUT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "INV  DATE     CUST  DESCRIPTION          QTY"
               "       CHARGED       AGREED      VARIANCE"
               "  OVERRIDE BY"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3000-CHECK-INVOICE-LINES.
            OPEN INPUT LINE-ITEMS-FILE.
            IF WS-LINE-ITEMS-STATUS NOT = "00"
               MOVE "Y" TO WS-LINE-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-LINE-EOF
               READ LINE-ITEMS-FILE
                  AT END
                     MOVE "Y" TO WS-LINE-EOF-FLAG
                  NOT AT END
                     IF LI-CUSTOMER-NO IS NUMERIC AND
                           LI-CUSTOMER-NO NOT = ZERO AND
                           LI-TRAN-DATE(1:6) = WS-MONTH-INPUT
                        ADD 1 TO WS-LINES-CHECKED
                        PERFORM 3100-LOOKUP-AGREED-PRICE
                        IF WS-AGREEMENT-FOUND AND
                              LI-UNIT-PRICE NOT = WS-AGREED-PRICE
                           PERFORM 3200-LIST-OFF-AGREEMENT
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-LINE-ITEMS-STATUS = "00"
               CLOSE LINE-ITEMS-FILE
            END-IF.

      *> The agreement in force is the latest CUSTOMER-PRICE row for
      *> the customer and item dated on or before the line's date -
      *> the same lookup INVOICE-ENTRY priced the line with.
       3100-LOOKUP-AGREED-PRICE.
            MOVE "N" TO WS-AGREEMENT-FLAG.
            MOVE ZERO TO WS-AGREED-PRICE.
            MOVE "N" TO WS-PRICE-EOF-FLAG.
            MOVE LOW-VALUES TO CP-KEY.
            MOVE LI-CUSTOMER-NO TO CP-CUSTOMER-NO.
            MOVE LI-DESCRIPTION TO CP-DESCRIPTION.
            START CUSTOMER-PRICE-FILE KEY >= CP-KEY
               INVALID KEY
                  MOVE "Y" TO WS-PRICE-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-PRICE-EOF
               READ CUSTOMER-PRICE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-PRICE-EOF-FLAG
                  NOT AT END
                     IF CP-CUSTOMER-NO NOT = LI-CUSTOMER-NO OR
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
            END-PERFORM.

       3200-LIST-OFF-AGREEMENT.
            ADD 1 TO WS-LINES-LISTED.
            COMPUTE WS-LINE-VARIANCE =
               LI-QTY * (LI-UNIT-PRICE - WS-AGREED-PRICE).
            ADD WS-LINE-VARIANCE TO WS-TOTAL-VARIANCE.
            MOVE "** NONE **" TO WS-OVERRIDE-BY.
            SET WS-OV-IDX TO 1.
            SEARCH WS-OV-ENTRY
               AT END
                  CONTINUE
               WHEN WS-OV-IDX > WS-OVERRIDE-COUNT
                  CONTINUE
               WHEN WS-OV-INV-NUM(WS-OV-IDX) = LI-INV-NUM AND
                     WS-OV-PRICE(WS-OV-IDX) = LI-UNIT-PRICE
                  MOVE WS-OV-ADMIN(WS-OV-IDX) TO WS-OVERRIDE-BY
            END-SEARCH.
            IF WS-OVERRIDE-BY = "** NONE **"
               ADD 1 TO WS-LINES-UNEXPLAINED
            ELSE
               ADD 1 TO WS-LINES-OVERRIDDEN
            END-IF.
            MOVE LI-UNIT-PRICE TO WS-CHG-EDIT-ZERO-SUPPRESS.
            MOVE WS-AGREED-PRICE TO WS-AGR-EDIT-ZERO-SUPPRESS.
            MOVE WS-LINE-VARIANCE TO WS-VAR-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING LI-INV-NUM " " LI-TRAN-DATE " " LI-CUSTOMER-NO " "
               LI-DESCRIPTION " " LI-QTY "  "
               WS-CHG-EDIT-ZERO-SUPPRESS " "
               WS-AGR-EDIT-ZERO-SUPPRESS " "
               WS-VAR-EDIT-MINUS "  " WS-OVERRIDE-BY
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       4000-PRINT-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "ON-ACCOUNT LINES CHECKED: " WS-LINES-CHECKED
               "   OFF AGREEMENT: " WS-LINES-LISTED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "ADMIN OVERRIDE LOGGED:    " WS-LINES-OVERRIDDEN
               "   NO OVERRIDE ON FILE: " WS-LINES-UNEXPLAINED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-TOTAL-VARIANCE TO WS-VAR-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "CHARGED OVER (UNDER) AGREEMENT: " WS-VAR-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM OFF-AGREEMENT-REPORT.
