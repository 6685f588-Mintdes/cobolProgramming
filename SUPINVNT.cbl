      *          invoice file for THREE-WAY-MATCH to pair with the
      *          purchase order and the goods-received note. Nothing
      *          gets paid from here - entry and approval are
      *          separate hands. Each line is keyed with the tax code
      *          it was billed under; the input VAT is figured at the
      *          TAX-CODE rate and can be overkeyed with the figure
      *          printed on the invoice, so the claim matches the
      *          paper to the cent. Every line entered is written to
      *          the audit log under the operator's name (SUPINV),
      *          for the segregation-of-duties check against who
      *          pays it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPPINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-INVOICE-STATUS.
           SELECT TAX-CODE-FILE ASSIGN TO "TAXCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TAX-CODE
               FILE STATUS IS WS-TAX-CODE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER-FILE.
       FD  SUPPLIER-INVOICE-FILE.
       COPY SUPPINV.

       FD  TAX-CODE-FILE.
       COPY TAXCODE.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-MASTER-STATUS PIC XX.
       01  WS-SUPPLIER-INVOICE-STATUS PIC XX.
       01  WS-TAX-CODE-STATUS        PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.

       01  WS-ENTRY-CONTROLS.
           05  WS-CONTINUE-FLAG         PIC X       VALUE "Y".
           05  WS-QTY-BILLED            PIC 9(3).
           05  WS-UNIT-PRICE            PIC 99V99.
           05  WS-LINES-ENTERED         PIC 9(7)    VALUE ZERO.
           05  WS-TAX-CODE-INPUT        PIC XX.
           05  WS-VAT-INPUT             PIC X(10).
           05  WS-LINE-NET              PIC 9(5)V99.
           05  WS-LINE-VAT              PIC 9(5)V99.
           05  WS-TAX-OK-FLAG           PIC X.
               88  WS-TAX-OK                     VALUE "Y".
           05  WS-OPERATOR-NAME         PIC X(10).
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).
       COPY DUTYEVT.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Supplier Invoice Entry ---".
            DISPLAY "Operator name: ".
            ACCEPT WS-OPERATOR-NAME.
            PERFORM 1000-OPEN-FILES.
            PERFORM WITH TEST AFTER UNTIL WS-CONTINUE-FLAG = "N" OR "n"
               PERFORM 2000-ENTER-ONE-INVOICE-LINE
               ACCEPT WS-CONTINUE-FLAG
            END-PERFORM.
            PERFORM 3000-WRITE-INVOICE-TRAILER.
            PERFORM 9100-WRITE-AUDIT-LOG-TRAILER.
            PERFORM 9000-CLOSE-FILES.
            DISPLAY "Invoice lines entered: " WS-LINES-ENTERED.
            STOP RUN.
               CLOSE SUPPLIER-INVOICE-FILE
               OPEN EXTEND SUPPLIER-INVOICE-FILE
            END-IF.
            OPEN INPUT TAX-CODE-FILE.
            IF WS-TAX-CODE-STATUS NOT = "00"
               DISPLAY "No TAX-CODE file - lines can only be entered "
                  "without VAT."
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       2000-ENTER-ONE-INVOICE-LINE.
            IF WS-CONTINUE-FLAG = "N" OR "n"
            ACCEPT WS-QTY-BILLED.
            DISPLAY "Unit price (99.99): ".
            ACCEPT WS-UNIT-PRICE.
            PERFORM 2200-CAPTURE-LINE-VAT.
            EVALUATE TRUE
               WHEN WS-INVOICE-NO-INPUT = SPACES OR
                     WS-PO-NUMBER-INPUT = ZERO OR
                     WS-DATE-INPUT IS NOT NUMERIC OR
                     WS-QTY-BILLED = ZERO
                  DISPLAY "Missing invoice/PO/date/quantity - line "
                     "not entered."
               WHEN NOT WS-TAX-OK
                  DISPLAY "Unknown tax code - line not entered."
               WHEN OTHER
                  MOVE "D" TO SI-RECORD-TYPE
                  MOVE WS-INVOICE-NO-INPUT TO SI-INVOICE-NO
                  MOVE SU-SUPPLIER-NO TO SI-SUPPLIER-NO
                  MOVE WS-PO-NUMBER-INPUT TO SI-PO-NUMBER
                  MOVE WS-DATE-INPUT TO SI-INVOICE-DATE
                  MOVE WS-QTY-BILLED TO SI-QTY-BILLED
                  MOVE WS-UNIT-PRICE TO SI-UNIT-PRICE
                  MOVE "N" TO SI-MATCH-STATUS
                  MOVE WS-TAX-CODE-INPUT TO SI-TAX-CODE
                  MOVE WS-LINE-VAT TO SI-VAT-AMOUNT
                  WRITE SUPPLIER-INVOICE-RECORD
                  ADD 1 TO WS-LINES-ENTERED
                  PERFORM 2300-AUDIT-INVOICE-LINE
                  DISPLAY "Invoice line entered - awaiting the "
                     "three-way match."
            END-EVALUATE.

      *> No code means the supplier charged no VAT on the line. The
      *> rate gives the VAT the line should carry; suppliers round
      *> per invoice rather than per line, so the operator may key
      *> the VAT as printed instead.
       2200-CAPTURE-LINE-VAT.
            MOVE "Y" TO WS-TAX-OK-FLAG.
            MOVE ZERO TO WS-LINE-VAT.
            DISPLAY "Tax code (ENTER = no VAT on this line): ".
            MOVE SPACES TO WS-TAX-CODE-INPUT.
            ACCEPT WS-TAX-CODE-INPUT.
            IF WS-TAX-CODE-INPUT NOT = SPACES
               MOVE "N" TO WS-TAX-OK-FLAG
               IF WS-TAX-CODE-STATUS = "00"
                  MOVE WS-TAX-CODE-INPUT TO TC-TAX-CODE
                  READ TAX-CODE-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE "Y" TO WS-TAX-OK-FLAG
                  END-READ
               END-IF
            END-IF.
            IF WS-TAX-CODE-INPUT NOT = SPACES AND WS-TAX-OK
               COMPUTE WS-LINE-NET = WS-QTY-BILLED * WS-UNIT-PRICE
               COMPUTE WS-LINE-VAT ROUNDED =
                  WS-LINE-NET * TC-TAX-RATE-PCT / 100
               DISPLAY "Input VAT at " TC-TAX-RATE-PCT "%: "
                  WS-LINE-VAT
               DISPLAY "VAT as printed on the invoice (ENTER = "
                  "accept): "
               MOVE SPACES TO WS-VAT-INPUT
               ACCEPT WS-VAT-INPUT
               IF WS-VAT-INPUT NOT = SPACES
                  COMPUTE WS-LINE-VAT =
                     FUNCTION NUMVAL(WS-VAT-INPUT)
                     ON SIZE ERROR
                        DISPLAY "VAT too large for one line - rate "
                           "figure kept."
                        COMPUTE WS-LINE-VAT ROUNDED =
                           WS-LINE-NET * TC-TAX-RATE-PCT / 100
                  END-COMPUTE
               END-IF
            END-IF.

      *> Whoever keys an invoice is on record against it, so a
      *> payment of the same invoice by the same hand shows up on
      *> DUTY-CONFLICT-REPORT.
       2300-AUDIT-INVOICE-LINE.
            MOVE "SUPINV" TO WS-AUDIT-EVENT-CODE.
            MOVE WS-OPERATOR-NAME TO DT-OPERATOR.
            MOVE "INV" TO DT-DOCUMENT-TYPE.
            MOVE SPACES TO DT-DOCUMENT DT-NOTE.
            STRING SI-SUPPLIER-NO "/" SI-INVOICE-NO
               DELIMITED BY SIZE INTO DT-DOCUMENT
            END-STRING.
            STRING "PO " SI-PO-NUMBER
               DELIMITED BY SIZE INTO DT-NOTE
            END-STRING.
            MOVE DUTY-EVENT-TEXT TO WS-AUDIT-EVENT-TEXT.
            PERFORM 9200-WRITE-AUDIT-LOG.

       3000-WRITE-INVOICE-TRAILER.
            MOVE "T" TO SI-RECORD-TYPE.
            MOVE SPACES TO SI-DETAIL.
               CLOSE SUPPLIER-MASTER-FILE
            END-IF.
            CLOSE SUPPLIER-INVOICE-FILE.
            IF WS-TAX-CODE-STATUS = "00"
               CLOSE TAX-CODE-FILE
            END-IF.
            CLOSE AUDIT-LOG-FILE.

       9100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       9200-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.
       END PROGRAM SUPPLIER-INVOICE-ENTRY.
