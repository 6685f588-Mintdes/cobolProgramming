      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Spare-parts maintenance - lists the parts held for
      *          machine repairs with stock on hand and unit cost,
      *          adds a part or updates its description, minimum and
      *          reorder quantity, and receives parts into stock:
      *          the received quantity is added at a weighted-average
      *          unit cost and journaled as a debit to SPARE PARTS
      *          STOCK 1250 against ACCRUED PURCHASES 2400 (the
      *          GOODS-RECEIVE pattern), so the 1250 balance that
      *          WORK-ORDER-MAINT draws down was put there properly.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPARE-PARTS-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPARE-PART-FILE ASSIGN TO "PARTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PART-NO
               FILE STATUS IS WS-SPARE-PART-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SPARE-PART-FILE.
       COPY PARTMAST.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  JOURNAL-FILE.
       COPY JRNL.

       WORKING-STORAGE SECTION.
       01  WS-SPARE-PART-STATUS      PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-PART-INPUT            PIC X(10).
           05  WS-TODAY-DATE            PIC 9(8).
       01  WS-RECEIPT-FIELDS.
           05  WS-RECEIVED-QTY          PIC 9(5).
           05  WS-COST-INPUT            PIC X(9).
           05  WS-RECEIVED-UNIT-COST    PIC 9(5)V99.
           05  WS-RECEIVED-VALUE        PIC 9(7)V99.
           05  WS-STOCK-VALUE           PIC 9(9)V99.
           05  WS-NEW-ON-HAND           PIC 9(6).
           05  WS-RECEIVED-TOTAL        PIC 9(7)V99 VALUE ZERO.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-COST==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Spare Parts ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/update part, R=receive stock, "
                  "X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-PARTS
                  WHEN "A"
                  WHEN "a"
                     PERFORM 3000-ADD-OR-UPDATE-PART
                  WHEN "R"
                  WHEN "r"
                     PERFORM 4000-RECEIVE-PARTS
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE SPARE-PART-FILE.
            IF WS-RECEIVED-TOTAL > ZERO
               PERFORM 5000-ENSURE-ACCOUNTS-EXIST
               PERFORM 5100-WRITE-JOURNAL-ENTRY
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O SPARE-PART-FILE.
            IF WS-SPARE-PART-STATUS = "35"
               OPEN OUTPUT SPARE-PART-FILE
               CLOSE SPARE-PART-FILE
               OPEN I-O SPARE-PART-FILE
            END-IF.

       2000-LIST-PARTS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO PT-PART-NO.
            START SPARE-PART-FILE KEY >= PT-PART-NO
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "PART       ON-HAND   MIN  REORDER     UNIT COST"
               "  DESCRIPTION".
            PERFORM UNTIL WS-LIST-EOF
               READ SPARE-PART-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     MOVE PT-UNIT-COST TO WS-COST-EDIT-ZERO-SUPPRESS
                     DISPLAY PT-PART-NO " " PT-QTY-ON-HAND " "
                        PT-MIN-QTY " " PT-REORDER-QTY " "
                        WS-COST-EDIT-ZERO-SUPPRESS "  "
                        PT-DESCRIPTION
               END-READ
            END-PERFORM.

      *> Stock and cost only move through a receipt (or a work
      *> order drawing parts out), never by retyping them here, so
      *> the 1250 ledger balance keeps agreeing with the file.
       3000-ADD-OR-UPDATE-PART.
            DISPLAY "Part number: ".
            MOVE SPACES TO WS-PART-INPUT.
            ACCEPT WS-PART-INPUT.
            IF WS-PART-INPUT = SPACES
               DISPLAY "Part number is required - nothing changed."
            ELSE
               MOVE WS-PART-INPUT TO PT-PART-NO
               READ SPARE-PART-FILE
                  INVALID KEY
                     MOVE ZERO TO PT-QTY-ON-HAND
                     MOVE ZERO TO PT-UNIT-COST
                     MOVE WS-TODAY-DATE TO PT-LAST-MOVE-DATE
                     PERFORM 3100-CAPTURE-PART-TERMS
                     WRITE SPARE-PART-RECORD
                     DISPLAY "Part added - receive stock with R."
                  NOT INVALID KEY
                     DISPLAY "Current: " PT-DESCRIPTION " min "
                        PT-MIN-QTY " reorder " PT-REORDER-QTY
                     PERFORM 3100-CAPTURE-PART-TERMS
                     REWRITE SPARE-PART-RECORD
                     DISPLAY "Part updated."
               END-READ
            END-IF.

       3100-CAPTURE-PART-TERMS.
            DISPLAY "Description: ".
            ACCEPT PT-DESCRIPTION.
            DISPLAY "Minimum quantity to hold: ".
            ACCEPT PT-MIN-QTY.
            DISPLAY "Quantity to reorder: ".
            ACCEPT PT-REORDER-QTY.

      *> The received lot is averaged into the existing stock:
      *> (on-hand value + received value) / new on-hand.
       4000-RECEIVE-PARTS.
            DISPLAY "Part number: ".
            MOVE SPACES TO WS-PART-INPUT.
            ACCEPT WS-PART-INPUT.
            MOVE WS-PART-INPUT TO PT-PART-NO.
            READ SPARE-PART-FILE
               INVALID KEY
                  DISPLAY "No such part - add it with A first."
               NOT INVALID KEY
                  PERFORM 4100-TAKE-ONE-RECEIPT
            END-READ.

       4100-TAKE-ONE-RECEIPT.
            DISPLAY PT-DESCRIPTION " - " PT-QTY-ON-HAND
               " on hand. Quantity received: ".
            ACCEPT WS-RECEIVED-QTY.
            DISPLAY "Unit cost on the delivery: ".
            MOVE SPACES TO WS-COST-INPUT.
            ACCEPT WS-COST-INPUT.
            MOVE ZERO TO WS-RECEIVED-UNIT-COST.
            IF WS-COST-INPUT NOT = SPACES
               COMPUTE WS-RECEIVED-UNIT-COST =
                  FUNCTION NUMVAL(WS-COST-INPUT)
            END-IF.
            COMPUTE WS-NEW-ON-HAND = PT-QTY-ON-HAND + WS-RECEIVED-QTY.
            IF WS-RECEIVED-QTY = ZERO OR
                  WS-RECEIVED-UNIT-COST = ZERO
               DISPLAY "Quantity and cost are required - not "
                  "received."
            ELSE
            IF WS-NEW-ON-HAND > 99999
               DISPLAY "Stock would exceed 99999 - not received."
            ELSE
               COMPUTE WS-RECEIVED-VALUE =
                  WS-RECEIVED-QTY * WS-RECEIVED-UNIT-COST
               COMPUTE WS-STOCK-VALUE =
                  PT-QTY-ON-HAND * PT-UNIT-COST + WS-RECEIVED-VALUE
               COMPUTE PT-UNIT-COST ROUNDED =
                  WS-STOCK-VALUE / WS-NEW-ON-HAND
               MOVE WS-NEW-ON-HAND TO PT-QTY-ON-HAND
               MOVE WS-TODAY-DATE TO PT-LAST-MOVE-DATE
               REWRITE SPARE-PART-RECORD
               ADD WS-RECEIVED-VALUE TO WS-RECEIVED-TOTAL
               MOVE PT-UNIT-COST TO WS-COST-EDIT-ZERO-SUPPRESS
               DISPLAY "Received - " PT-QTY-ON-HAND " on hand at "
                  WS-COST-EDIT-ZERO-SUPPRESS " each."
            END-IF
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the two accounts a receipt journals to are written as
      *> zero-balance rows the first time they are needed.
       5000-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 1250 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1250 TO CA-ACCOUNT-NO
                     MOVE "SPARE PARTS STOCK" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 2400 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2400 TO CA-ACCOUNT-NO
                     MOVE "ACCRUED PURCHASES" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       5100-WRITE-JOURNAL-ENTRY.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE "D" TO JE-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO JE-ENTRY-DATE.
            MOVE 1250 TO JE-DEBIT-ACCOUNT.
            MOVE 2400 TO JE-CREDIT-ACCOUNT.
            MOVE WS-RECEIVED-TOTAL TO JE-AMOUNT.
            MOVE "PARTSRCV" TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
            DISPLAY "Journaled " WS-RECEIVED-TOTAL " parts received "
               "to 1250/2400 - run GL-POST to apply it.".
       END PROGRAM SPARE-PARTS-MAINT.
