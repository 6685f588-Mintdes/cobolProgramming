      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Customer complaint entry - takes a complaint ("ate
      *          my coins", "product was stale") against a machine
      *          with the date, rough time and a category, finds the
      *          vend the customer means in the sales history with
      *          the RECEIPT-REPRINT rule (same hour or the hours
      *          either side, operator picks the exact sale), and
      *          from there can raise a REFUNDUE row for REFUND-SETTLE
      *          to pay, open a WORK-ORDER against the machine, and
      *          for a quality complaint tie the LOT-MASTER lot the
      *          product came from. Complaints are listed and closed
      *          with a dated resolution here too, which is what the
      *          weekly complaint report measures time to resolve by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "COMPLNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COMPLAINT-NO
               FILE STATUS IS WS-COMPLAINT-STATUS.
           SELECT REFUND-DUE-FILE ASSIGN TO "REFUNDUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-REFUND-DUE-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WRKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WORK-ORDER-STATUS.
           SELECT LOT-MASTER-FILE ASSIGN TO "LOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY COMPLNT.

       FD  REFUND-DUE-FILE.
       COPY REFUND.

       FD  WORK-ORDER-FILE.
       COPY WRKORDER.

       FD  LOT-MASTER-FILE.
       COPY LOTMAST.

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS       PIC XX.
       01  WS-REFUND-DUE-STATUS      PIC XX.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-LOT-MASTER-STATUS      PIC XX.
       01  WS-LOT-FILE-FLAG          PIC X       VALUE "N".
           88  WS-LOT-FILE-OPEN                  VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X.
           88  WS-LIST-EOF                       VALUE "Y".

       01  WS-ENTRY-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-YES-NO                PIC X.
           05  WS-MACHINE-INPUT         PIC XX.
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-TIME-INPUT            PIC X(4).
           05  WS-COMPLAINT-INPUT       PIC X(6).
           05  WS-SLOT-INPUT            PIC XX.
           05  WS-LOT-INPUT             PIC X(8).
           05  WS-AMOUNT-INPUT          PIC X(3).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-NEXT-COMPLAINT-NO     PIC 9(6).
           05  WS-NEXT-ORDER-NO         PIC 9(5).
           05  WS-ENTRY-OK-FLAG         PIC X.
               88  WS-ENTRY-OK                   VALUE "Y".

      *> Sale matching follows RECEIPT-REPRINT: the hour the customer
      *> gives, or the hours either side of it.
       01  WS-MATCH-FIELDS.
           05  WS-WANT-HOUR             PIC 99.
           05  WS-HOUR-LOW              PIC S99.
           05  WS-HOUR-HIGH             PIC S99.
           05  WS-SALE-HOUR             PIC 99.
           05  WS-PICK-TIME-INPUT       PIC X(8).
           05  WS-PICK-TIME             PIC 9(8).
           05  WS-FOUND-FLAG            PIC X.
               88  WS-SALE-FOUND                  VALUE "Y".
       01  WS-CANDIDATE-SALES.
           05  WS-CAND-ENTRY OCCURS 50 TIMES INDEXED BY WS-CAND-IDX.
               10  WS-CAND-TIME            PIC 9(8).
               10  WS-CAND-SLOT            PIC 99.
               10  WS-CAND-PRODUCT         PIC X(10).
               10  WS-CAND-PRICE           PIC 99.
               10  WS-CAND-VOID-FLAG       PIC X.
       01  WS-CANDIDATE-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-MATCHED-PRICE          PIC 99.

       COPY HISTPRM.
       COPY VNDSALE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Customer Complaints ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list open, E=enter complaint, R=resolve, "
                  "X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-OPEN-COMPLAINTS
                  WHEN "E"
                  WHEN "e"
                     PERFORM 3000-ENTER-COMPLAINT
                  WHEN "R"
                  WHEN "r"
                     PERFORM 7000-RESOLVE-COMPLAINT
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            PERFORM 9000-CLOSE-FILES.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O COMPLAINT-FILE.
            IF WS-COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
            END-IF.
            OPEN I-O REFUND-DUE-FILE.
            IF WS-REFUND-DUE-STATUS = "35"
               OPEN OUTPUT REFUND-DUE-FILE
               CLOSE REFUND-DUE-FILE
               OPEN I-O REFUND-DUE-FILE
            END-IF.
            OPEN I-O WORK-ORDER-FILE.
            IF WS-WORK-ORDER-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
            END-IF.
            OPEN INPUT LOT-MASTER-FILE.
            IF WS-LOT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-LOT-FILE-FLAG
            END-IF.

       2000-LIST-OPEN-COMPLAINTS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE ZERO TO CL-COMPLAINT-NO.
            START COMPLAINT-FILE KEY >= CL-COMPLAINT-NO
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "NO.    MC DATE     CATEGORY PRODUCT    REFUND "
               "ORDER DESCRIPTION".
            PERFORM UNTIL WS-LIST-EOF
               READ COMPLAINT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF CL-IS-OPEN
                        DISPLAY CL-COMPLAINT-NO " " CL-MACHINE-ID " "
                           CL-COMPLAINT-DATE " " CL-CATEGORY " "
                           CL-PRODUCT-NAME " " CL-REFUND-AMOUNT
                           "    " CL-WORK-ORDER-NO " "
                           CL-DESCRIPTION
                     END-IF
               END-READ
            END-PERFORM.

      *> The next complaint number is one past the highest on file.
       2500-SET-NEXT-COMPLAINT-NO.
            MOVE 1 TO WS-NEXT-COMPLAINT-NO.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE ZERO TO CL-COMPLAINT-NO.
            START COMPLAINT-FILE KEY >= CL-COMPLAINT-NO
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LIST-EOF
               READ COMPLAINT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     COMPUTE WS-NEXT-COMPLAINT-NO =
                        CL-COMPLAINT-NO + 1
               END-READ
            END-PERFORM.

       3000-ENTER-COMPLAINT.
            PERFORM 3100-TAKE-COMPLAINT-DETAILS.
            IF WS-ENTRY-OK
               PERFORM 4000-MATCH-SALE
               IF CL-CAT-QUALITY
                  PERFORM 5000-LINK-LOT
               END-IF
               DISPLAY "Raise a refund due to the customer? (Y/N)"
               MOVE "N" TO WS-YES-NO
               ACCEPT WS-YES-NO
               IF WS-YES-NO = "Y" OR "y"
                  PERFORM 6000-RAISE-REFUND
               END-IF
               DISPLAY "Open a work order on the machine? (Y/N)"
               MOVE "N" TO WS-YES-NO
               ACCEPT WS-YES-NO
               IF WS-YES-NO = "Y" OR "y"
                  PERFORM 6500-RAISE-WORK-ORDER
               END-IF
               PERFORM 2500-SET-NEXT-COMPLAINT-NO
               MOVE WS-NEXT-COMPLAINT-NO TO CL-COMPLAINT-NO
               WRITE CUSTOMER-COMPLAINT-RECORD
               DISPLAY "Complaint " CL-COMPLAINT-NO " logged."
            END-IF.

       3100-TAKE-COMPLAINT-DETAILS.
            MOVE "N" TO WS-ENTRY-OK-FLAG.
            MOVE SPACES TO CUSTOMER-COMPLAINT-RECORD.
            MOVE ZERO TO CL-SALE-DATE CL-SALE-TIME CL-SLOT-NO
               CL-REFUND-DATE CL-REFUND-TIME CL-REFUND-AMOUNT
               CL-WORK-ORDER-NO CL-RESOLVED-DATE.
            MOVE "O" TO CL-STATUS.
            DISPLAY "Machine ID (01-99): ".
            ACCEPT WS-MACHINE-INPUT.
            DISPLAY "Date of the problem (YYYYMMDD, ENTER = today): ".
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-DATE-INPUT
            END-IF.
            DISPLAY "Approximate time (HHMM): ".
            ACCEPT WS-TIME-INPUT.
            DISPLAY "Category (MONEY, NOVEND, QUALITY, WRONGITM, "
               "OTHER): ".
            ACCEPT CL-CATEGORY.
            IF WS-MACHINE-INPUT IS NOT NUMERIC OR
                  WS-DATE-INPUT IS NOT NUMERIC OR
                  WS-TIME-INPUT IS NOT NUMERIC
               DISPLAY "Invalid machine/date/time - not logged."
            ELSE
            IF NOT CL-CAT-VALID
               DISPLAY "Unknown category - not logged."
            ELSE
               MOVE WS-MACHINE-INPUT TO CL-MACHINE-ID
               MOVE WS-DATE-INPUT TO CL-COMPLAINT-DATE
               MOVE WS-TIME-INPUT TO CL-COMPLAINT-TIME
               DISPLAY "What the customer says: "
               ACCEPT CL-DESCRIPTION
               MOVE "Y" TO WS-ENTRY-OK-FLAG
            END-IF
            END-IF.

      *> The vends on that machine within an hour either side of
      *> the time given are offered; the operator keys the exact
      *> sale time, or ENTER when none of them is it.
       4000-MATCH-SALE.
            MOVE ZERO TO WS-MATCHED-PRICE.
            MOVE ZERO TO WS-CANDIDATE-COUNT.
            MOVE CL-COMPLAINT-TIME(1:2) TO WS-WANT-HOUR.
            COMPUTE WS-HOUR-LOW = WS-WANT-HOUR - 1.
            COMPUTE WS-HOUR-HIGH = WS-WANT-HOUR + 1.
            MOVE CL-COMPLAINT-DATE TO HR-START-DATE.
            MOVE CL-COMPLAINT-DATE TO HR-END-DATE.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            PERFORM UNTIL HR-IS-EOF
               MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
               PERFORM 4100-CONSIDER-CANDIDATE
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            IF WS-CANDIDATE-COUNT = ZERO
               DISPLAY "No sales on machine " CL-MACHINE-ID " near "
                  CL-COMPLAINT-TIME " - logged without a sale."
            ELSE
               PERFORM 4200-PICK-SALE
            END-IF.

       4100-CONSIDER-CANDIDATE.
            IF VS-IS-DETAIL AND
                  VS-MACHINE-ID = CL-MACHINE-ID AND
                  VS-SALE-DATE = CL-COMPLAINT-DATE AND
                  WS-CANDIDATE-COUNT < 50
               MOVE VS-SALE-TIME(1:2) TO WS-SALE-HOUR
               IF WS-SALE-HOUR >= WS-HOUR-LOW AND
                     WS-SALE-HOUR <= WS-HOUR-HIGH
                  ADD 1 TO WS-CANDIDATE-COUNT
                  SET WS-CAND-IDX TO WS-CANDIDATE-COUNT
                  MOVE VS-SALE-TIME TO WS-CAND-TIME(WS-CAND-IDX)
                  MOVE VS-SLOT-NO TO WS-CAND-SLOT(WS-CAND-IDX)
                  MOVE VS-PRODUCT-NAME
                     TO WS-CAND-PRODUCT(WS-CAND-IDX)
                  MOVE VS-PRICE TO WS-CAND-PRICE(WS-CAND-IDX)
                  MOVE VS-VOID-FLAG TO WS-CAND-VOID-FLAG(WS-CAND-IDX)
               END-IF
            END-IF.

       4200-PICK-SALE.
            DISPLAY "TIME      SLOT PRODUCT     PRICE VOIDED".
            PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CANDIDATE-COUNT
               DISPLAY WS-CAND-TIME(WS-CAND-IDX) "  "
                  WS-CAND-SLOT(WS-CAND-IDX) "   "
                  WS-CAND-PRODUCT(WS-CAND-IDX) "  "
                  WS-CAND-PRICE(WS-CAND-IDX) "    "
                  WS-CAND-VOID-FLAG(WS-CAND-IDX)
            END-PERFORM.
            DISPLAY "Full sale time of the vend (8 digits, ENTER = "
               "none of these): ".
            MOVE SPACES TO WS-PICK-TIME-INPUT.
            ACCEPT WS-PICK-TIME-INPUT.
            IF WS-PICK-TIME-INPUT = SPACES
               DISPLAY "Logged without a sale."
            ELSE
            IF WS-PICK-TIME-INPUT IS NOT NUMERIC
               DISPLAY "Invalid time - logged without a sale."
            ELSE
               MOVE WS-PICK-TIME-INPUT TO WS-PICK-TIME
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                  UNTIL WS-CAND-IDX > WS-CANDIDATE-COUNT
                  OR WS-SALE-FOUND
                  IF WS-CAND-TIME(WS-CAND-IDX) = WS-PICK-TIME
                     MOVE "Y" TO WS-FOUND-FLAG
                     MOVE CL-COMPLAINT-DATE TO CL-SALE-DATE
                     MOVE WS-PICK-TIME TO CL-SALE-TIME
                     MOVE WS-CAND-SLOT(WS-CAND-IDX) TO CL-SLOT-NO
                     MOVE WS-CAND-PRODUCT(WS-CAND-IDX)
                        TO CL-PRODUCT-NAME
                     MOVE WS-CAND-PRICE(WS-CAND-IDX)
                        TO WS-MATCHED-PRICE
                  END-IF
               END-PERFORM
               IF NOT WS-SALE-FOUND
                  DISPLAY "No candidate with that exact time - "
                     "logged without a sale."
               END-IF
            END-IF
            END-IF.

      *> A stale or damaged product is traced to the lot it came
      *> from, so a pattern of complaints can drive a recall. The
      *> slot's lots are listed; with no matched sale the operator
      *> names the slot.
       5000-LINK-LOT.
            IF NOT WS-LOT-FILE-OPEN
               DISPLAY "No LOT-MASTER file - no lot linked."
            ELSE
               IF CL-SLOT-NO = ZERO
                  DISPLAY "Slot the product came from (ENTER = "
                     "unknown): "
                  MOVE SPACES TO WS-SLOT-INPUT
                  ACCEPT WS-SLOT-INPUT
                  IF WS-SLOT-INPUT IS NUMERIC
                     MOVE WS-SLOT-INPUT TO CL-SLOT-NO
                  END-IF
               END-IF
               IF CL-SLOT-NO NOT = ZERO
                  PERFORM 5100-LIST-SLOT-LOTS
                  PERFORM 5200-PICK-LOT
               END-IF
            END-IF.

       5100-LIST-SLOT-LOTS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO LT-KEY.
            MOVE CL-MACHINE-ID TO LT-MACHINE-ID.
            MOVE CL-SLOT-NO TO LT-SLOT-NO.
            START LOT-MASTER-FILE KEY >= LT-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "LOT      PRODUCT    RECEIVED EXPIRES  QTY HOLD".
            PERFORM UNTIL WS-LIST-EOF
               READ LOT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF LT-MACHINE-ID NOT = CL-MACHINE-ID OR
                           LT-SLOT-NO NOT = CL-SLOT-NO
                        MOVE "Y" TO WS-LIST-EOF-FLAG
                     ELSE
                        DISPLAY LT-LOT-NUMBER " " LT-PRODUCT-NAME " "
                           LT-RECEIVED-DATE " " LT-EXPIRY-DATE " "
                           LT-QTY " " LT-HOLD-FLAG
                     END-IF
               END-READ
            END-PERFORM.

       5200-PICK-LOT.
            DISPLAY "Lot number (ENTER = unknown): ".
            MOVE SPACES TO WS-LOT-INPUT.
            ACCEPT WS-LOT-INPUT.
            IF WS-LOT-INPUT NOT = SPACES
               MOVE CL-MACHINE-ID TO LT-MACHINE-ID
               MOVE CL-SLOT-NO TO LT-SLOT-NO
               MOVE WS-LOT-INPUT TO LT-LOT-NUMBER
               READ LOT-MASTER-FILE
                  INVALID KEY
                     DISPLAY "No such lot in that slot - no lot "
                        "linked."
                  NOT INVALID KEY
                     MOVE LT-LOT-NUMBER TO CL-LOT-NUMBER
                     IF CL-PRODUCT-NAME = SPACES
                        MOVE LT-PRODUCT-NAME TO CL-PRODUCT-NAME
                     END-IF
                     DISPLAY "Linked to lot " CL-LOT-NUMBER "."
               END-READ
            END-IF.

      *> The refund row is keyed to the moment it was raised, the
      *> way the machine keys its own change-shortage rows, so
      *> REFUND-SETTLE pays it through the usual screen.
       6000-RAISE-REFUND.
            IF WS-MATCHED-PRICE > ZERO
               DISPLAY "Amount to refund (ENTER = the sale price "
                  WS-MATCHED-PRICE "): "
            ELSE
               DISPLAY "Amount to refund: "
            END-IF.
            MOVE SPACES TO WS-AMOUNT-INPUT.
            ACCEPT WS-AMOUNT-INPUT.
            IF WS-AMOUNT-INPUT = SPACES
               MOVE WS-MATCHED-PRICE TO CL-REFUND-AMOUNT
            ELSE
               COMPUTE CL-REFUND-AMOUNT =
                  FUNCTION NUMVAL(WS-AMOUNT-INPUT)
            END-IF.
            IF CL-REFUND-AMOUNT = ZERO
               DISPLAY "Nothing to refund - no refund raised."
            ELSE
               MOVE CL-MACHINE-ID TO RF-MACHINE-ID
               ACCEPT RF-EVENT-DATE FROM DATE YYYYMMDD
               ACCEPT RF-EVENT-TIME FROM TIME
               MOVE CL-SLOT-NO TO RF-SLOT-NO
               MOVE CL-REFUND-AMOUNT TO RF-AMOUNT-SHORT
               MOVE "O" TO RF-STATUS
               MOVE ZERO TO RF-SETTLE-DATE
               WRITE REFUND-DUE-RECORD
                  INVALID KEY
                     DISPLAY "Refund row already on file - try "
                        "again."
                     MOVE ZERO TO CL-REFUND-AMOUNT
                  NOT INVALID KEY
                     MOVE RF-EVENT-DATE TO CL-REFUND-DATE
                     MOVE RF-EVENT-TIME TO CL-REFUND-TIME
                     DISPLAY "Refund of " CL-REFUND-AMOUNT
                        " raised for REFUND-SETTLE."
               END-WRITE
            END-IF.

      *> Same numbering as WORK-ORDER-MAINT: one past the highest
      *> order already on file for the machine. The category is the
      *> fault code, so a complaint-raised order never reads as
      *> planned work.
       6500-RAISE-WORK-ORDER.
            MOVE 1 TO WS-NEXT-ORDER-NO.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO WO-KEY.
            MOVE CL-MACHINE-ID TO WO-MACHINE-ID.
            START WORK-ORDER-FILE KEY >= WO-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LIST-EOF
               READ WORK-ORDER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF WO-MACHINE-ID NOT = CL-MACHINE-ID
                        MOVE "Y" TO WS-LIST-EOF-FLAG
                     ELSE
                        COMPUTE WS-NEXT-ORDER-NO = WO-ORDER-NO + 1
                     END-IF
               END-READ
            END-PERFORM.
            MOVE CL-MACHINE-ID TO WO-MACHINE-ID.
            MOVE WS-NEXT-ORDER-NO TO WO-ORDER-NO.
            MOVE CL-CATEGORY TO WO-FAULT-CODE.
            MOVE CL-DESCRIPTION TO WO-DESCRIPTION.
            MOVE WS-TODAY-DATE TO WO-OPENED-DATE.
            MOVE SPACES TO WO-ASSIGNED-TO.
            MOVE ZERO TO WO-CLOSED-DATE.
            MOVE SPACES TO WO-RESOLUTION.
            MOVE "O" TO WO-STATUS.
            MOVE ZERO TO WO-SERVICE-COST.
            MOVE ZERO TO WO-PARTS-COST.
            WRITE WORK-ORDER-RECORD.
            MOVE WO-ORDER-NO TO CL-WORK-ORDER-NO.
            DISPLAY "Work order " WO-ORDER-NO " opened on machine "
               WO-MACHINE-ID ".".

       7000-RESOLVE-COMPLAINT.
            DISPLAY "Complaint number: ".
            ACCEPT WS-COMPLAINT-INPUT.
            IF WS-COMPLAINT-INPUT IS NOT NUMERIC
               DISPLAY "Invalid complaint number."
            ELSE
               MOVE WS-COMPLAINT-INPUT TO CL-COMPLAINT-NO
               READ COMPLAINT-FILE
                  INVALID KEY
                     DISPLAY "No such complaint."
                  NOT INVALID KEY
                     IF CL-IS-RESOLVED
                        DISPLAY "Already resolved " CL-RESOLVED-DATE
                           "."
                     ELSE
                        DISPLAY CL-CATEGORY " " CL-DESCRIPTION
                        DISPLAY "Resolution: "
                        ACCEPT CL-RESOLUTION
                        MOVE WS-TODAY-DATE TO CL-RESOLVED-DATE
                        MOVE "R" TO CL-STATUS
                        REWRITE CUSTOMER-COMPLAINT-RECORD
                        DISPLAY "Complaint resolved "
                           CL-RESOLVED-DATE "."
                     END-IF
               END-READ
            END-IF.

       9000-CLOSE-FILES.
            CLOSE COMPLAINT-FILE.
            CLOSE REFUND-DUE-FILE.
            CLOSE WORK-ORDER-FILE.
            IF WS-LOT-FILE-OPEN
               CLOSE LOT-MASTER-FILE
            END-IF.
       END PROGRAM COMPLAINT-ENTRY.
