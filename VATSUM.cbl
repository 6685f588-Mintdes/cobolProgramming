      *          takings (each sale decomposed with its slot's
      *          PM-TAX-CODE rate), so the filing figure comes off a
      *          report instead of a calculator and a hand-adjustment
      *          for the machines. Credit memos raised in the period
      *          are listed on their own, by tax code, with the VAT
      *          they reversed, and come off the period's total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-MEMO-STATUS.
           SELECT PRINT-FILE ASSIGN TO "VATSUM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  CREDIT-MEMO-FILE.
       COPY CREDMEMO.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(100).

       01  WS-TAX-CODE-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS     PIC XX.
       01  WS-PRODUCT-MASTER-STATUS PIC XX.
       01  WS-CREDIT-MEMO-STATUS    PIC XX.
       01  WS-MEMO-EOF-FLAG         PIC X       VALUE "N".
           88  WS-MEMO-EOF                      VALUE "Y".
       01  WS-LINE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-LINE-EOF                      VALUE "Y".

               10  WS-VAT-TAX-TOTAL        PIC 9(9)V99.
       01  WS-VAT-CODE-COUNT        PIC 9(3)    VALUE ZERO.

      *> Credit-memo lines by tax code, kept apart from the sales.
      *> A memo line carries the VAT reversed when it was raised;
      *> its date is its H row's.
       01  WS-MEMO-TOTALS.
           05  WS-MEMO-ENTRY OCCURS 10 TIMES INDEXED BY WS-MEMO-IDX.
               10  WS-MEMO-CODE            PIC XX.
               10  WS-MEMO-NET-TOTAL       PIC 9(9)V99.
               10  WS-MEMO-TAX-TOTAL       PIC 9(9)V99.
       01  WS-MEMO-CODE-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-MEMO-DATE             PIC 9(8)    VALUE ZERO.

       01  WS-SUM-FIELDS.
           05  WS-LINE-NET              PIC 9(7)V99.
           05  WS-LINE-VAT              PIC 9(7)V99.
           05  WS-GRAND-VAT             PIC 9(9)V99 VALUE ZERO.
           05  WS-SUM-TAX-CODE          PIC XX.
           05  WS-VEND-VAT              PIC 9(9)V99 VALUE ZERO.
           05  WS-MEMO-VAT              PIC 9(9)V99 VALUE ZERO.
           05  WS-NET-VAT               PIC S9(9)V99 VALUE ZERO.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-NET==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TAX==.
               END-READ
            END-PERFORM.
            PERFORM 2500-SUM-VENDING-SALES.
            PERFORM 2700-SUM-CREDIT-MEMOS.
            PERFORM 3000-PRINT-SUMMARY.
            PERFORM 9000-CLOSE-FILES.
            STOP RUN.
                  END-IF
            END-READ.

       2700-SUM-CREDIT-MEMOS.
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
                              WS-MEMO-DATE >= WS-START-DATE AND
                              WS-MEMO-DATE <= WS-END-DATE
                           PERFORM 2750-SUM-ONE-MEMO-LINE
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ
            END-PERFORM.
            IF WS-CREDIT-MEMO-STATUS = "00"
               CLOSE CREDIT-MEMO-FILE
            END-IF.

       2750-SUM-ONE-MEMO-LINE.
            SET WS-MEMO-IDX TO 1.
            SEARCH WS-MEMO-ENTRY
               AT END
                  ADD 1 TO WS-MEMO-CODE-COUNT
                  SET WS-MEMO-IDX TO WS-MEMO-CODE-COUNT
                  MOVE CM-TAX-CODE TO WS-MEMO-CODE(WS-MEMO-IDX)
                  MOVE ZERO TO WS-MEMO-NET-TOTAL(WS-MEMO-IDX)
                  MOVE ZERO TO WS-MEMO-TAX-TOTAL(WS-MEMO-IDX)
               WHEN WS-MEMO-IDX > WS-MEMO-CODE-COUNT
                  ADD 1 TO WS-MEMO-CODE-COUNT
                  SET WS-MEMO-IDX TO WS-MEMO-CODE-COUNT
                  MOVE CM-TAX-CODE TO WS-MEMO-CODE(WS-MEMO-IDX)
                  MOVE ZERO TO WS-MEMO-NET-TOTAL(WS-MEMO-IDX)
                  MOVE ZERO TO WS-MEMO-TAX-TOTAL(WS-MEMO-IDX)
               WHEN WS-MEMO-CODE(WS-MEMO-IDX) = CM-TAX-CODE
                  CONTINUE
            END-SEARCH.
            COMPUTE WS-LINE-NET = CM-QTY * CM-UNIT-PRICE.
            ADD WS-LINE-NET TO WS-MEMO-NET-TOTAL(WS-MEMO-IDX).
            ADD CM-LINE-VAT TO WS-MEMO-TAX-TOTAL(WS-MEMO-IDX).
            ADD CM-LINE-VAT TO WS-MEMO-VAT.

       3000-PRINT-SUMMARY.
            MOVE SPACES TO PRINT-LINE.
            STRING "VAT SUMMARY " WS-START-DATE-INPUT " - "
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 3100-PRINT-CREDIT-MEMOS.
            COMPUTE WS-NET-VAT = WS-GRAND-VAT - WS-MEMO-VAT.
            MOVE SPACES TO PRINT-LINE.
            IF WS-NET-VAT < ZERO
               MOVE WS-NET-VAT TO WS-GRAND-EDIT-CREDIT
               STRING "TOTAL VAT FOR THE PERIOD: "
                  WS-GRAND-EDIT-CREDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               MOVE WS-NET-VAT TO WS-GRAND-EDIT-DOLLAR-FIXED
               STRING "TOTAL VAT FOR THE PERIOD: "
                  WS-GRAND-EDIT-DOLLAR-FIXED
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3100-PRINT-CREDIT-MEMOS.
            MOVE "CREDIT MEMOS" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "CODE  NET CREDITED    VAT REVERSED"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-MEMO-IDX FROM 1 BY 1
               UNTIL WS-MEMO-IDX > WS-MEMO-CODE-COUNT
               MOVE WS-MEMO-NET-TOTAL(WS-MEMO-IDX)
                  TO WS-NET-EDIT-ZERO-SUPPRESS
               MOVE WS-MEMO-TAX-TOTAL(WS-MEMO-IDX)
                  TO WS-TAX-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING WS-MEMO-CODE(WS-MEMO-IDX) "    "
                  WS-NET-EDIT-ZERO-SUPPRESS "   "
                  WS-TAX-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-PERFORM.
            MOVE WS-GRAND-VAT TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "VAT COLLECTED ON SALES:          "
               WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-MEMO-VAT TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "LESS VAT REVERSED BY MEMOS:      "
               WS-TAX-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
