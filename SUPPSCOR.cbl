      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Supplier scorecard - grades every supplier on the
      *          purchase orders raised in one calendar quarter, from
      *          data already on file: on-time delivery (each goods-
      *          received note against PO-ORDER-DATE plus the
      *          supplier's SU-LEAD-TIME-DAYS, the BACK-ORDER-REPORT
      *          julian arithmetic), fill rate (units received
      *          against units ordered, part-received lines counted
      *          as BACK-ORDER-REPORT lists them), and the invoice
      *          lines THREE-WAY-MATCH stamped X in the quarter, with
      *          the price discrepancies picked out from the quantity
      *          ones. Purchasing reads it before a contract goes to
      *          the next wholesaler.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-NO
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT GOODS-RECEIVED-FILE ASSIGN TO "GOODSRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOODS-RECEIVED-STATUS.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPPINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-INVOICE-STATUS.
           SELECT PARAMETER-CARD-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER-FILE.
       COPY SUPPMAST.

       FD  PURCHASE-ORDER-FILE.
       COPY PORDER.

       FD  GOODS-RECEIVED-FILE.
       COPY GRNOTE.

       FD  SUPPLIER-INVOICE-FILE.
       COPY SUPPINV.

       FD  PARAMETER-CARD-FILE.
       COPY PARMCARD.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-MASTER-STATUS PIC XX.
       01  WS-PURCHASE-ORDER-STATUS  PIC XX.
       01  WS-GOODS-RECEIVED-STATUS  PIC XX.
       01  WS-SUPPLIER-INVOICE-STATUS PIC XX.
       01  WS-PARAMETER-CARD-STATUS  PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-SUPPLIER-EOF-FLAG      PIC X       VALUE "N".
           88  WS-SUPPLIER-EOF                   VALUE "Y".
       01  WS-PO-EOF-FLAG            PIC X       VALUE "N".
           88  WS-PO-EOF                         VALUE "Y".
       01  WS-GR-EOF-FLAG            PIC X       VALUE "N".
           88  WS-GR-EOF                         VALUE "Y".
       01  WS-INVOICE-EOF-FLAG       PIC X       VALUE "N".
           88  WS-INVOICE-EOF                    VALUE "Y".
       01  WS-CARD-USED-FLAG         PIC X       VALUE "N".
           88  WS-CARD-USED                      VALUE "Y".

       01  WS-PERIOD-CONTROLS.
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-QUARTER-INPUT         PIC X.
           05  WS-QUARTER               PIC 9       VALUE ZERO.
           05  WS-START-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-START-DATE-R REDEFINES WS-START-DATE.
               10  WS-START-YYYY            PIC 9(4).
               10  WS-START-MM              PIC 99.
               10  WS-START-DD              PIC 99.
           05  WS-END-DATE              PIC 9(8)    VALUE ZERO.
           05  WS-END-DATE-R REDEFINES WS-END-DATE.
               10  WS-END-YYYY              PIC 9(4).
               10  WS-END-MM                PIC 99.
               10  WS-END-DD                PIC 99.

       COPY DATEPARM.

      *> One scorecard row per supplier on the master, with the
      *> quarter's counts accumulated against it.
       01  WS-SCORE-TABLE.
           05  WS-SC-ENTRY OCCURS 50 TIMES INDEXED BY WS-SC-IDX.
               10  WS-SC-SUPPLIER          PIC 9(3).
               10  WS-SC-NAME              PIC X(20).
               10  WS-SC-LEAD-DAYS         PIC 99.
               10  WS-SC-PO-LINES          PIC 9(5).
               10  WS-SC-PART-LINES        PIC 9(5).
               10  WS-SC-QTY-ORDERED       PIC 9(7).
               10  WS-SC-QTY-RECEIVED      PIC 9(7).
               10  WS-SC-DELIVERIES        PIC 9(5).
               10  WS-SC-ON-TIME           PIC 9(5).
               10  WS-SC-INVOICE-LINES     PIC 9(5).
               10  WS-SC-EXCEPTIONS        PIC 9(5).
               10  WS-SC-PRICE-EXCEPTIONS  PIC 9(5).
       01  WS-SCORE-COUNT            PIC 9(3)    VALUE ZERO.

      *> Every purchase-order line, whatever its date: a delivery or
      *> invoice in the quarter may belong to an order raised the
      *> quarter before. WS-PT-IN-QUARTER marks the lines graded for
      *> fill rate.
       01  WS-PO-TABLE.
           05  WS-PT-ENTRY OCCURS 300 TIMES INDEXED BY WS-PT-IDX.
               10  WS-PT-NUMBER            PIC 9(5).
               10  WS-PT-SUPPLIER          PIC 9(3).
               10  WS-PT-ORDER-DATE        PIC 9(8).
               10  WS-PT-IN-QUARTER        PIC X.
               10  WS-PT-GR-TOTAL          PIC 9(5).
       01  WS-PO-COUNT               PIC 9(3)    VALUE ZERO.

       01  WS-SCORE-CONTROLS.
           05  WS-FIND-PO-NUMBER        PIC 9(5).
           05  WS-FIND-SUPPLIER         PIC 9(3).
           05  WS-PO-FOUND-FLAG         PIC X.
               88  WS-PO-FOUND                   VALUE "Y".
           05  WS-SUPPLIER-FOUND-FLAG   PIC X.
               88  WS-SUPPLIER-FOUND             VALUE "Y".
           05  WS-FROM-JULIAN           PIC 9(7).
           05  WS-FROM-JULIAN-R REDEFINES WS-FROM-JULIAN.
               10  WS-FROM-JYEAR            PIC 9(4).
               10  WS-FROM-JDAY             PIC 9(3).
           05  WS-TO-JULIAN             PIC 9(7).
           05  WS-TO-JULIAN-R REDEFINES WS-TO-JULIAN.
               10  WS-TO-JYEAR              PIC 9(4).
               10  WS-TO-JDAY               PIC 9(3).
           05  WS-DAYS-TAKEN            PIC S9(5).
           05  WS-ON-TIME-PCT           PIC 999.
           05  WS-FILL-PCT              PIC 999.
           05  WS-EDIT-ON-TIME          PIC ZZ9.
           05  WS-EDIT-FILL             PIC ZZ9.
           05  WS-EDIT-COUNT-1          PIC ZZZZ9.
           05  WS-EDIT-COUNT-2          PIC ZZZZ9.
           05  WS-EDIT-COUNT-3          PIC ZZZZ9.
           05  WS-EDIT-QTY-1            PIC ZZZZZZ9.
           05  WS-EDIT-QTY-2            PIC ZZZZZZ9.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Supplier Scorecard ---".
            PERFORM 1000-GET-QUARTER.
            IF WS-START-DATE = ZERO
               DISPLAY "No valid quarter given - no scorecard."
               GOBACK
            END-IF.
            PERFORM 1100-LOAD-SUPPLIERS.
            IF WS-SCORE-COUNT = ZERO
               DISPLAY "No suppliers on the master - no scorecard."
               GOBACK
            END-IF.
            PERFORM 1200-LOAD-PURCHASE-ORDERS.
            PERFORM 1300-SCORE-DELIVERIES.
            PERFORM 1400-SCORE-INVOICE-MATCHING.
            PERFORM 2000-PRINT-SCORECARD.
            GOBACK.

      *> A parameter card, when present, gives the quarter as a start
      *> and end date so the job stream never waits at a prompt;
      *> otherwise the year and quarter number are keyed.
       1000-GET-QUARTER.
            OPEN INPUT PARAMETER-CARD-FILE.
            IF WS-PARAMETER-CARD-STATUS = "00"
               READ PARAMETER-CARD-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE "Y" TO WS-CARD-USED-FLAG
                     MOVE PA-START-YEAR TO WS-START-YYYY
                     MOVE PA-START-MONTH TO WS-START-MM
                     MOVE PA-START-DAY TO WS-START-DD
                     MOVE PA-END-YEAR TO WS-END-YYYY
                     MOVE PA-END-MONTH TO WS-END-MM
                     MOVE PA-END-DAY TO WS-END-DD
                     DISPLAY "Parameters read from card: "
                        WS-START-DATE " to " WS-END-DATE
               END-READ
               CLOSE PARAMETER-CARD-FILE
            END-IF.
            IF NOT WS-CARD-USED
               DISPLAY "Year (YYYY): "
               ACCEPT WS-YEAR-INPUT
               DISPLAY "Quarter (1-4): "
               ACCEPT WS-QUARTER-INPUT
               IF WS-YEAR-INPUT IS NUMERIC AND
                     WS-QUARTER-INPUT IS NUMERIC
                  MOVE WS-QUARTER-INPUT TO WS-QUARTER
                  IF WS-QUARTER >= 1 AND WS-QUARTER <= 4
                     MOVE WS-YEAR-INPUT TO WS-START-YYYY
                     MOVE WS-YEAR-INPUT TO WS-END-YYYY
                     COMPUTE WS-START-MM = WS-QUARTER * 3 - 2
                     MOVE 1 TO WS-START-DD
                     COMPUTE WS-END-MM = WS-QUARTER * 3
                     MOVE 31 TO WS-END-DD
                  END-IF
               END-IF
            END-IF.

       1100-LOAD-SUPPLIERS.
            OPEN INPUT SUPPLIER-MASTER-FILE.
            IF WS-SUPPLIER-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WS-SUPPLIER-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO SU-SUPPLIER-NO
               START SUPPLIER-MASTER-FILE KEY >= SU-SUPPLIER-NO
                  INVALID KEY
                     MOVE "Y" TO WS-SUPPLIER-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-SUPPLIER-EOF
               READ SUPPLIER-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-SUPPLIER-EOF-FLAG
                  NOT AT END
                     IF WS-SCORE-COUNT < 50
                        ADD 1 TO WS-SCORE-COUNT
                        SET WS-SC-IDX TO WS-SCORE-COUNT
                        INITIALIZE WS-SC-ENTRY(WS-SC-IDX)
                        MOVE SU-SUPPLIER-NO
                           TO WS-SC-SUPPLIER(WS-SC-IDX)
                        MOVE SU-SUPPLIER-NAME
                           TO WS-SC-NAME(WS-SC-IDX)
                        MOVE SU-LEAD-TIME-DAYS
                           TO WS-SC-LEAD-DAYS(WS-SC-IDX)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-SUPPLIER-MASTER-STATUS = "00" OR
                  WS-SUPPLIER-MASTER-STATUS = "10"
               CLOSE SUPPLIER-MASTER-FILE
            END-IF.

       1200-LOAD-PURCHASE-ORDERS.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF WS-PURCHASE-ORDER-STATUS NOT = "00"
               DISPLAY "No PURCHASE-ORDER file - nothing to grade."
               MOVE "Y" TO WS-PO-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-PO-EOF
               READ PURCHASE-ORDER-FILE
                  AT END
                     MOVE "Y" TO WS-PO-EOF-FLAG
                  NOT AT END
                     IF PO-IS-DETAIL AND WS-PO-COUNT < 300
                        PERFORM 1250-HOLD-ONE-PO-LINE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-PURCHASE-ORDER-STATUS = "00"
               CLOSE PURCHASE-ORDER-FILE
            END-IF.

       1250-HOLD-ONE-PO-LINE.
            ADD 1 TO WS-PO-COUNT.
            SET WS-PT-IDX TO WS-PO-COUNT.
            MOVE PO-NUMBER TO WS-PT-NUMBER(WS-PT-IDX).
            MOVE PO-SUPPLIER-NO TO WS-PT-SUPPLIER(WS-PT-IDX).
            MOVE PO-ORDER-DATE TO WS-PT-ORDER-DATE(WS-PT-IDX).
            MOVE ZERO TO WS-PT-GR-TOTAL(WS-PT-IDX).
            MOVE "N" TO WS-PT-IN-QUARTER(WS-PT-IDX).
            IF PO-ORDER-DATE >= WS-START-DATE AND
                  PO-ORDER-DATE <= WS-END-DATE
               MOVE "Y" TO WS-PT-IN-QUARTER(WS-PT-IDX)
               MOVE PO-SUPPLIER-NO TO WS-FIND-SUPPLIER
               PERFORM 8100-FIND-SUPPLIER-ROW
               IF WS-SUPPLIER-FOUND
                  ADD 1 TO WS-SC-PO-LINES(WS-SC-IDX)
                  ADD PO-ORDER-QTY TO WS-SC-QTY-ORDERED(WS-SC-IDX)
                  ADD PO-QTY-RECEIVED
                     TO WS-SC-QTY-RECEIVED(WS-SC-IDX)
                  IF PO-IS-PART-RECEIVED
                     ADD 1 TO WS-SC-PART-LINES(WS-SC-IDX)
                  END-IF
               END-IF
            END-IF.

      *> Each goods-received note against a quarter order is one
      *> delivery: on time when it arrived within the supplier's
      *> lead time of the order date. Every note, in or out of the
      *> quarter, also adds to its PO's received total for the
      *> invoice test below.
       1300-SCORE-DELIVERIES.
            OPEN INPUT GOODS-RECEIVED-FILE.
            IF WS-GOODS-RECEIVED-STATUS NOT = "00"
               DISPLAY "No GOODS-RECEIVED file - on-time delivery "
                  "not graded."
               MOVE "Y" TO WS-GR-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-GR-EOF
               READ GOODS-RECEIVED-FILE
                  AT END
                     MOVE "Y" TO WS-GR-EOF-FLAG
                  NOT AT END
                     IF GR-IS-DETAIL AND GR-PO-NUMBER > ZERO
                        PERFORM 1350-SCORE-ONE-DELIVERY
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-GOODS-RECEIVED-STATUS = "00"
               CLOSE GOODS-RECEIVED-FILE
            END-IF.

       1350-SCORE-ONE-DELIVERY.
            MOVE GR-PO-NUMBER TO WS-FIND-PO-NUMBER.
            PERFORM 8000-FIND-PO-LINE.
            IF WS-PO-FOUND
               ADD GR-QTY-RECEIVED TO WS-PT-GR-TOTAL(WS-PT-IDX)
               IF WS-PT-IN-QUARTER(WS-PT-IDX) = "Y"
                  MOVE WS-PT-SUPPLIER(WS-PT-IDX) TO WS-FIND-SUPPLIER
                  PERFORM 8100-FIND-SUPPLIER-ROW
                  IF WS-SUPPLIER-FOUND
                     ADD 1 TO WS-SC-DELIVERIES(WS-SC-IDX)
                     PERFORM 8200-DAYS-ORDER-TO-RECEIPT
                     IF WS-DAYS-TAKEN <= WS-SC-LEAD-DAYS(WS-SC-IDX)
                        ADD 1 TO WS-SC-ON-TIME(WS-SC-IDX)
                     END-IF
                  END-IF
               END-IF
            END-IF.

      *> Invoice lines dated in the quarter. THREE-WAY-MATCH stamps a
      *> line X without saying why; its tests run PO, then quantity,
      *> then price, so an X line whose PO is this supplier's and
      *> whose billed quantity the deliveries cover failed on price.
       1400-SCORE-INVOICE-MATCHING.
            OPEN INPUT SUPPLIER-INVOICE-FILE.
            IF WS-SUPPLIER-INVOICE-STATUS NOT = "00"
               DISPLAY "No SUPPLIER-INVOICE file - invoice matching "
                  "not graded."
               MOVE "Y" TO WS-INVOICE-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-INVOICE-EOF
               READ SUPPLIER-INVOICE-FILE
                  AT END
                     MOVE "Y" TO WS-INVOICE-EOF-FLAG
                  NOT AT END
                     IF SI-IS-DETAIL AND
                           SI-INVOICE-DATE >= WS-START-DATE AND
                           SI-INVOICE-DATE <= WS-END-DATE
                        PERFORM 1450-SCORE-ONE-INVOICE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-SUPPLIER-INVOICE-STATUS = "00"
               CLOSE SUPPLIER-INVOICE-FILE
            END-IF.

       1450-SCORE-ONE-INVOICE.
            MOVE SI-SUPPLIER-NO TO WS-FIND-SUPPLIER.
            PERFORM 8100-FIND-SUPPLIER-ROW.
            IF WS-SUPPLIER-FOUND
               ADD 1 TO WS-SC-INVOICE-LINES(WS-SC-IDX)
               IF SI-IS-EXCEPTION
                  ADD 1 TO WS-SC-EXCEPTIONS(WS-SC-IDX)
                  MOVE SI-PO-NUMBER TO WS-FIND-PO-NUMBER
                  PERFORM 8000-FIND-PO-LINE
                  IF WS-PO-FOUND
                     IF WS-PT-SUPPLIER(WS-PT-IDX) = SI-SUPPLIER-NO
                           AND WS-PT-GR-TOTAL(WS-PT-IDX) > ZERO
                           AND SI-QTY-BILLED <=
                              WS-PT-GR-TOTAL(WS-PT-IDX)
                        ADD 1 TO WS-SC-PRICE-EXCEPTIONS(WS-SC-IDX)
                     END-IF
                  END-IF
               END-IF
            END-IF.

       2000-PRINT-SCORECARD.
            MOVE "O" TO SP-FUNCTION.
            MOVE "SUPPSCOR" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            PERFORM 2050-WRITE-BANNER-PAGE.
            MOVE SPACES TO PRINT-LINE.
            STRING "SUPPLIER SCORECARD FOR ORDERS " WS-START-DATE
               " TO " WS-END-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SCORE-COUNT
               PERFORM 2100-PRINT-ONE-SUPPLIER
            END-PERFORM.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       2050-WRITE-BANNER-PAGE.
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

      *> A supplier with no orders, deliveries or invoices in the
      *> quarter has nothing to grade and is left off.
       2100-PRINT-ONE-SUPPLIER.
            IF WS-SC-PO-LINES(WS-SC-IDX) > ZERO OR
                  WS-SC-DELIVERIES(WS-SC-IDX) > ZERO OR
                  WS-SC-INVOICE-LINES(WS-SC-IDX) > ZERO
               MOVE ZERO TO WS-ON-TIME-PCT
               MOVE ZERO TO WS-FILL-PCT
               IF WS-SC-DELIVERIES(WS-SC-IDX) > ZERO
                  COMPUTE WS-ON-TIME-PCT ROUNDED =
                     WS-SC-ON-TIME(WS-SC-IDX) * 100
                     / WS-SC-DELIVERIES(WS-SC-IDX)
               END-IF
               IF WS-SC-QTY-ORDERED(WS-SC-IDX) > ZERO
                  COMPUTE WS-FILL-PCT ROUNDED =
                     WS-SC-QTY-RECEIVED(WS-SC-IDX) * 100
                     / WS-SC-QTY-ORDERED(WS-SC-IDX)
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING "SUPPLIER " WS-SC-SUPPLIER(WS-SC-IDX) "  "
                  WS-SC-NAME(WS-SC-IDX) "  LEAD "
                  WS-SC-LEAD-DAYS(WS-SC-IDX) " DAYS"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-ON-TIME-PCT TO WS-EDIT-ON-TIME
               MOVE WS-SC-ON-TIME(WS-SC-IDX) TO WS-EDIT-COUNT-1
               MOVE WS-SC-DELIVERIES(WS-SC-IDX) TO WS-EDIT-COUNT-2
               MOVE SPACES TO PRINT-LINE
               STRING "   ON-TIME DELIVERY " WS-EDIT-ON-TIME "%  ("
                  WS-EDIT-COUNT-1 " OF " WS-EDIT-COUNT-2
                  " DELIVERIES)"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-FILL-PCT TO WS-EDIT-FILL
               MOVE WS-SC-QTY-RECEIVED(WS-SC-IDX) TO WS-EDIT-QTY-1
               MOVE WS-SC-QTY-ORDERED(WS-SC-IDX) TO WS-EDIT-QTY-2
               MOVE WS-SC-PART-LINES(WS-SC-IDX) TO WS-EDIT-COUNT-1
               MOVE SPACES TO PRINT-LINE
               STRING "   FILL RATE        " WS-EDIT-FILL "%  ("
                  WS-EDIT-QTY-1 " OF " WS-EDIT-QTY-2 " UNITS, "
                  WS-EDIT-COUNT-1 " PART-RECEIVED)"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-SC-INVOICE-LINES(WS-SC-IDX) TO WS-EDIT-COUNT-1
               MOVE WS-SC-EXCEPTIONS(WS-SC-IDX) TO WS-EDIT-COUNT-2
               MOVE WS-SC-PRICE-EXCEPTIONS(WS-SC-IDX)
                  TO WS-EDIT-COUNT-3
               MOVE SPACES TO PRINT-LINE
               STRING "   INVOICE LINES " WS-EDIT-COUNT-1
                  "  MATCH EXCEPTIONS " WS-EDIT-COUNT-2
                  "  PRICE " WS-EDIT-COUNT-3
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

      *> Locates the PO line for WS-FIND-PO-NUMBER in the table.
       8000-FIND-PO-LINE.
            MOVE "N" TO WS-PO-FOUND-FLAG.
            SET WS-PT-IDX TO 1.
            SEARCH WS-PT-ENTRY
               AT END
                  CONTINUE
               WHEN WS-PT-IDX > WS-PO-COUNT
                  CONTINUE
               WHEN WS-PT-NUMBER(WS-PT-IDX) = WS-FIND-PO-NUMBER
                  MOVE "Y" TO WS-PO-FOUND-FLAG
            END-SEARCH.

      *> Locates the scorecard row for WS-FIND-SUPPLIER.
       8100-FIND-SUPPLIER-ROW.
            MOVE "N" TO WS-SUPPLIER-FOUND-FLAG.
            SET WS-SC-IDX TO 1.
            SEARCH WS-SC-ENTRY
               AT END
                  CONTINUE
               WHEN WS-SC-IDX > WS-SCORE-COUNT
                  CONTINUE
               WHEN WS-SC-SUPPLIER(WS-SC-IDX) = WS-FIND-SUPPLIER
                  MOVE "Y" TO WS-SUPPLIER-FOUND-FLAG
            END-SEARCH.

       8200-DAYS-ORDER-TO-RECEIPT.
            MOVE ZERO TO WS-DAYS-TAKEN.
            MOVE WS-PT-ORDER-DATE(WS-PT-IDX)(1:4) TO DF-YEAR.
            MOVE WS-PT-ORDER-DATE(WS-PT-IDX)(5:2) TO DF-MONTH.
            MOVE WS-PT-ORDER-DATE(WS-PT-IDX)(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
            IF DF-DATE-IS-VALID
               MOVE DF-DISPLAY-DATE-3 TO WS-FROM-JULIAN
               MOVE GR-RECEIVE-DATE(1:4) TO DF-YEAR
               MOVE GR-RECEIVE-DATE(5:2) TO DF-MONTH
               MOVE GR-RECEIVE-DATE(7:2) TO DF-DAY
               CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS
               IF DF-DATE-IS-VALID
                  MOVE DF-DISPLAY-DATE-3 TO WS-TO-JULIAN
                  COMPUTE WS-DAYS-TAKEN =
                     (WS-TO-JYEAR - WS-FROM-JYEAR) * 365
                     + WS-TO-JDAY - WS-FROM-JDAY
               END-IF
            END-IF.
       END PROGRAM SUPPLIER-SCORECARD.
