      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Supplier-master maintenance - lists, adds, changes,
      *          and deactivates the SUPPLIER-MASTER rows that
      *          PO-GENERATE routes orders by and the invoice, back-
      *          order, and payment programs name suppliers from, so
      *          a new wholesaler or a changed lead time is keyed
      *          here instead of edited into the file by hand. A
      *          supplier carrying more than the master's five
      *          product slots keeps the rest as SUPPLIER-PRODUCT
      *          rows, and the dated prices each supplier has agreed
      *          are kept here as SUPPLIER-PRICE rows. A contractor's
      *          withholding-tax rate and VAT tax ID are keyed here
      *          too. Every change lands in the audit log, and every
      *          overwrite sends its before-image to the recovery
      *          journal so MASTER-RESTORE can put it back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-NO
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.
           SELECT SUPPLIER-PRODUCT-FILE ASSIGN TO "SUPPPROD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SUPPLIER-PRODUCT-STATUS.
           SELECT SUPPLIER-PRICE-FILE ASSIGN TO "SUPPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SUPPLIER-PRICE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER-FILE.
       COPY SUPPMAST.

       FD  SUPPLIER-PRODUCT-FILE.
       COPY SUPPPROD.

       FD  SUPPLIER-PRICE-FILE.
       COPY SUPPRICE.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-MASTER-STATUS PIC XX.
       01  WS-SUPPLIER-PRODUCT-STATUS PIC XX.
       01  WS-SUPPLIER-PRICE-STATUS  PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-EXTRA-EOF-FLAG         PIC X       VALUE "N".
           88  WS-EXTRA-EOF                      VALUE "Y".
       01  WS-PRICE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-PRICE-EOF                      VALUE "Y".

       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-SUPPLIER-INPUT        PIC X(3).
           05  WS-SUPPLIER-NO           PIC 9(3).
           05  WS-LEAD-INPUT            PIC X(2).
           05  WS-PRODUCT-INPUT         PIC X(10).
           05  WS-PRODUCT-IDX           PIC 9.
           05  WS-CONFIRM               PIC X.
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-PRICE-INPUT           PIC X(4).
           05  WS-PRICE-DIGITS REDEFINES WS-PRICE-INPUT
                                        PIC 99V99.
           05  WS-OLD-LIST-PRICE        PIC 99V99.
           05  WS-RATE-INPUT            PIC X(4).
           05  WS-RATE-DIGITS REDEFINES WS-RATE-INPUT
                                        PIC 99V99.
           05  WS-TAX-ID-INPUT          PIC X(13).
           05  WS-EXTRA-COUNT           PIC 9(3).
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

      *> Before-image of the row being changed: the named fields feed
      *> the audit text, the whole row feeds the recovery journal.
       01  WS-BEFORE-IMAGE.
           05  WS-OLD-NAME              PIC X(20).
           05  WS-OLD-LEAD-DAYS         PIC 99.
           05  WS-OLD-PRODUCTS          PIC X(50).
           05  WS-OLD-ACTIVE-FLAG       PIC X.
           05  WS-OLD-WHT-RATE          PIC 99V99.
           05  WS-OLD-TAX-ID            PIC X(13).
       01  WS-PRIOR-IMAGE            PIC X(120).

       01  WS-LOCK-OPERATOR          PIC X(10).
       COPY LOCKPRM.
       COPY RCVYPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Supplier Master Maintenance ---".
      *> One terminal in this master at a time: the named lock is
      *> taken before the file opens and freed on the way out, so a
      *> second copy gets a who-has-it message instead of a quietly
      *> corrupted file.
            DISPLAY "Operator name: ".
            ACCEPT WS-LOCK-OPERATOR.
            MOVE "A" TO LO-FUNCTION.
            MOVE "SUPPMAST" TO LO-LOCK-NAME.
            MOVE WS-LOCK-OPERATOR TO LO-OPERATOR.
            CALL "LOCK-MANAGER" USING LOCK-MANAGER-PARMS.
            IF NOT LO-GRANTED
               DISPLAY "SUPPMAST is held by " LO-HOLDER
                  " since " LO-HELD-SINCE-TIME " - try later or "
                  "see LOCK-DISPLAY."
               GOBACK
            END-IF.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/change, P=extra products, "
                  "R=price list, I=inactivate/reactivate, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-SUPPLIERS
                  WHEN "A"
                  WHEN "a"
                     PERFORM 3000-ADD-OR-CHANGE-SUPPLIER
                  WHEN "P"
                  WHEN "p"
                     PERFORM 5000-ADD-OR-DROP-EXTRA-PRODUCT
                  WHEN "R"
                  WHEN "r"
                     PERFORM 6000-MAINTAIN-PRICE-LIST
                  WHEN "I"
                  WHEN "i"
                     PERFORM 4000-FLIP-SUPPLIER-STATUS
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            PERFORM 9100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "R" TO LO-FUNCTION.
            MOVE "SUPPMAST" TO LO-LOCK-NAME.
            MOVE WS-LOCK-OPERATOR TO LO-OPERATOR.
            CALL "LOCK-MANAGER" USING LOCK-MANAGER-PARMS.
            CLOSE SUPPLIER-MASTER-FILE.
            CLOSE SUPPLIER-PRODUCT-FILE.
            CLOSE SUPPLIER-PRICE-FILE.
            CLOSE AUDIT-LOG-FILE.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O SUPPLIER-MASTER-FILE.
            IF WS-SUPPLIER-MASTER-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER-FILE
               CLOSE SUPPLIER-MASTER-FILE
               OPEN I-O SUPPLIER-MASTER-FILE
            END-IF.
            OPEN I-O SUPPLIER-PRODUCT-FILE.
            IF WS-SUPPLIER-PRODUCT-STATUS = "35"
               OPEN OUTPUT SUPPLIER-PRODUCT-FILE
               CLOSE SUPPLIER-PRODUCT-FILE
               OPEN I-O SUPPLIER-PRODUCT-FILE
            END-IF.
            OPEN I-O SUPPLIER-PRICE-FILE.
            IF WS-SUPPLIER-PRICE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-PRICE-FILE
               CLOSE SUPPLIER-PRICE-FILE
               OPEN I-O SUPPLIER-PRICE-FILE
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       2000-LIST-SUPPLIERS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO SU-SUPPLIER-NO.
            START SUPPLIER-MASTER-FILE KEY >= SU-SUPPLIER-NO
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "SUP NAME                 LEAD A WHT%  CARRIES".
            PERFORM UNTIL WS-LIST-EOF
               READ SUPPLIER-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF SU-WHT-RATE IS NOT NUMERIC
                        MOVE ZERO TO SU-WHT-RATE
                     END-IF
                     DISPLAY SU-SUPPLIER-NO " " SU-SUPPLIER-NAME
                        " " SU-LEAD-TIME-DAYS "   " SU-ACTIVE-FLAG
                        " " SU-WHT-RATE " " SU-CARRIED-PRODUCT(1) " "
                        SU-CARRIED-PRODUCT(2) " "
                        SU-CARRIED-PRODUCT(3) " "
                        SU-CARRIED-PRODUCT(4) " "
                        SU-CARRIED-PRODUCT(5)
                     IF SU-TAX-ID NOT = SPACES
                        DISPLAY "                             TAX ID "
                           SU-TAX-ID
                     END-IF
                     PERFORM 2100-LIST-EXTRA-PRODUCTS
               END-READ
            END-PERFORM.

      *> The supplier's SUPPLIER-PRODUCT rows sit together in key
      *> order, so a START at supplier + low product name walks just
      *> that supplier's lines.
       2100-LIST-EXTRA-PRODUCTS.
            MOVE "N" TO WS-EXTRA-EOF-FLAG.
            MOVE SU-SUPPLIER-NO TO SA-SUPPLIER-NO.
            MOVE LOW-VALUES TO SA-PRODUCT-NAME.
            START SUPPLIER-PRODUCT-FILE KEY >= SA-KEY
               INVALID KEY
                  MOVE "Y" TO WS-EXTRA-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-EXTRA-EOF
               READ SUPPLIER-PRODUCT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-EXTRA-EOF-FLAG
                  NOT AT END
                     IF SA-SUPPLIER-NO NOT = SU-SUPPLIER-NO
                        MOVE "Y" TO WS-EXTRA-EOF-FLAG
                     ELSE
                        DISPLAY "                             +"
                           SA-PRODUCT-NAME " " SA-ACTIVE-FLAG
                           " since " SA-CHANGED-DATE
                     END-IF
               END-READ
            END-PERFORM.

       3000-ADD-OR-CHANGE-SUPPLIER.
            DISPLAY "Supplier number (3 digits): ".
            ACCEPT WS-SUPPLIER-INPUT.
            IF WS-SUPPLIER-INPUT IS NOT NUMERIC OR
                  WS-SUPPLIER-INPUT = "000"
               DISPLAY "Invalid supplier number - nothing changed."
            ELSE
               MOVE WS-SUPPLIER-INPUT TO WS-SUPPLIER-NO
               MOVE WS-SUPPLIER-NO TO SU-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                  INVALID KEY
                     MOVE ZERO TO SU-WHT-RATE
                     MOVE SPACES TO SU-TAX-ID
                     PERFORM 3100-ACCEPT-SUPPLIER-FIELDS
                     MOVE "A" TO SU-ACTIVE-FLAG
                     WRITE SUPPLIER-MASTER-RECORD
                     END-WRITE
                     MOVE "SUPADD" TO WS-AUDIT-EVENT-CODE
                     MOVE SPACES TO WS-AUDIT-EVENT-TEXT
                     STRING "Added " DELIMITED BY SIZE
                        SU-SUPPLIER-NO DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        SU-SUPPLIER-NAME DELIMITED BY SIZE
                        " lead " DELIMITED BY SIZE
                        SU-LEAD-TIME-DAYS DELIMITED BY SIZE
                        " wht " DELIMITED BY SIZE
                        SU-WHT-RATE DELIMITED BY SIZE
                        INTO WS-AUDIT-EVENT-TEXT
                     END-STRING
                     PERFORM 9000-WRITE-AUDIT-LOG
                     DISPLAY "Supplier added."
                  NOT INVALID KEY
                     MOVE SUPPLIER-MASTER-RECORD TO WS-PRIOR-IMAGE
                     MOVE SU-SUPPLIER-NAME TO WS-OLD-NAME
                     MOVE SU-LEAD-TIME-DAYS TO WS-OLD-LEAD-DAYS
                     MOVE SU-CARRIED-PRODUCTS TO WS-OLD-PRODUCTS
                     IF SU-WHT-RATE IS NOT NUMERIC
                        MOVE ZERO TO SU-WHT-RATE
                     END-IF
                     MOVE SU-WHT-RATE TO WS-OLD-WHT-RATE
                     MOVE SU-TAX-ID TO WS-OLD-TAX-ID
                     DISPLAY "Current: " SU-SUPPLIER-NAME " lead "
                        SU-LEAD-TIME-DAYS " days"
                     PERFORM 3100-ACCEPT-SUPPLIER-FIELDS
                     PERFORM 9200-JOURNAL-SUPPLIER-IMAGE
                     REWRITE SUPPLIER-MASTER-RECORD
                     END-REWRITE
                     PERFORM 3200-AUDIT-FIELD-CHANGES
                     DISPLAY "Supplier updated."
               END-READ
            END-IF.

       3100-ACCEPT-SUPPLIER-FIELDS.
            MOVE WS-SUPPLIER-NO TO SU-SUPPLIER-NO.
            DISPLAY "Supplier name: ".
            ACCEPT SU-SUPPLIER-NAME.
            MOVE SPACES TO WS-LEAD-INPUT.
            DISPLAY "Lead time in days (00-99): ".
            ACCEPT WS-LEAD-INPUT.
            IF WS-LEAD-INPUT IS NUMERIC
               MOVE WS-LEAD-INPUT TO SU-LEAD-TIME-DAYS
            ELSE
               DISPLAY "Not a number - lead time left at "
                  SU-LEAD-TIME-DAYS " days."
               IF SU-LEAD-TIME-DAYS IS NOT NUMERIC
                  MOVE ZERO TO SU-LEAD-TIME-DAYS
               END-IF
            END-IF.
            DISPLAY "Carried products - up to five here (blank = "
               "none); use P for any beyond five.".
            PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 5
               DISPLAY "Product " WS-PRODUCT-IDX ": "
               ACCEPT SU-CARRIED-PRODUCT(WS-PRODUCT-IDX)
            END-PERFORM.
      *> Contractors and service suppliers (repairs, cleaning) have
      *> tax withheld at source on every payment; goods suppliers
      *> stay at zero.
            DISPLAY "Withholding tax % on payments (0300 = 3.00%, "
               "ENTER = keep " SU-WHT-RATE "): ".
            MOVE SPACES TO WS-RATE-INPUT.
            ACCEPT WS-RATE-INPUT.
            IF WS-RATE-INPUT IS NUMERIC
               MOVE WS-RATE-DIGITS TO SU-WHT-RATE
            END-IF.
            DISPLAY "VAT tax ID (ENTER = keep " SU-TAX-ID
               ", NONE = not registered): ".
            MOVE SPACES TO WS-TAX-ID-INPUT.
            ACCEPT WS-TAX-ID-INPUT.
            EVALUATE TRUE
               WHEN WS-TAX-ID-INPUT = SPACES
                  CONTINUE
               WHEN WS-TAX-ID-INPUT = "NONE" OR "none"
                  MOVE SPACES TO SU-TAX-ID
               WHEN OTHER
                  MOVE WS-TAX-ID-INPUT TO SU-TAX-ID
            END-EVALUATE.

       3200-AUDIT-FIELD-CHANGES.
            MOVE "SUPCHG" TO WS-AUDIT-EVENT-CODE.
            IF SU-SUPPLIER-NAME NOT = WS-OLD-NAME
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING SU-SUPPLIER-NO DELIMITED BY SIZE
                  " NAME " DELIMITED BY SIZE
                  WS-OLD-NAME DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  SU-SUPPLIER-NAME DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 9000-WRITE-AUDIT-LOG
            END-IF.
            IF SU-LEAD-TIME-DAYS NOT = WS-OLD-LEAD-DAYS
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING SU-SUPPLIER-NO DELIMITED BY SIZE
                  " LEAD " DELIMITED BY SIZE
                  WS-OLD-LEAD-DAYS DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  SU-LEAD-TIME-DAYS DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 9000-WRITE-AUDIT-LOG
            END-IF.
            IF SU-CARRIED-PRODUCTS NOT = WS-OLD-PRODUCTS
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING SU-SUPPLIER-NO DELIMITED BY SIZE
                  " PRODUCTS " DELIMITED BY SIZE
                  SU-CARRIED-PRODUCT(1) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  SU-CARRIED-PRODUCT(2) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  SU-CARRIED-PRODUCT(3) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  SU-CARRIED-PRODUCT(4) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  SU-CARRIED-PRODUCT(5) DELIMITED BY SPACE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 9000-WRITE-AUDIT-LOG
            END-IF.
            IF SU-WHT-RATE NOT = WS-OLD-WHT-RATE
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING SU-SUPPLIER-NO DELIMITED BY SIZE
                  " WHT RATE " DELIMITED BY SIZE
                  WS-OLD-WHT-RATE DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  SU-WHT-RATE DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 9000-WRITE-AUDIT-LOG
            END-IF.
            IF SU-TAX-ID NOT = WS-OLD-TAX-ID
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING SU-SUPPLIER-NO DELIMITED BY SIZE
                  " TAX ID " DELIMITED BY SIZE
                  WS-OLD-TAX-ID DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  SU-TAX-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 9000-WRITE-AUDIT-LOG
            END-IF.

      *> Deactivation is a flag, never a delete: the supplier's open
      *> orders and unpaid vouchers still need its name and number.
       4000-FLIP-SUPPLIER-STATUS.
            DISPLAY "Supplier number to inactivate/reactivate: ".
            ACCEPT WS-SUPPLIER-INPUT.
            IF WS-SUPPLIER-INPUT IS NOT NUMERIC
               DISPLAY "Invalid supplier number - nothing changed."
            ELSE
               MOVE WS-SUPPLIER-INPUT TO SU-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "No such supplier."
                  NOT INVALID KEY
                     MOVE SUPPLIER-MASTER-RECORD TO WS-PRIOR-IMAGE
                     MOVE SU-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG
                     IF SU-IS-INACTIVE
                        DISPLAY SU-SUPPLIER-NAME " is INACTIVE - "
                           "reactivate (Y/N)? "
                     ELSE
                        DISPLAY SU-SUPPLIER-NAME " is active - "
                           "inactivate (Y/N)? "
                     END-IF
                     ACCEPT WS-CONFIRM
                     IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                        PERFORM 4100-APPLY-STATUS-FLIP
                     ELSE
                        DISPLAY "Nothing changed."
                     END-IF
               END-READ
            END-IF.

       4100-APPLY-STATUS-FLIP.
            IF SU-IS-INACTIVE
               MOVE "A" TO SU-ACTIVE-FLAG
               MOVE "SUPREACT" TO WS-AUDIT-EVENT-CODE
            ELSE
               MOVE "I" TO SU-ACTIVE-FLAG
               MOVE "SUPINACT" TO WS-AUDIT-EVENT-CODE
            END-IF.
            PERFORM 9200-JOURNAL-SUPPLIER-IMAGE.
            REWRITE SUPPLIER-MASTER-RECORD.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING SU-SUPPLIER-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SU-SUPPLIER-NAME DELIMITED BY SIZE
               " status " DELIMITED BY SIZE
               WS-OLD-ACTIVE-FLAG DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               SU-ACTIVE-FLAG DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.
            IF SU-IS-INACTIVE
               DISPLAY "Supplier inactivated - no new purchase "
                  "orders will route to it."
            ELSE
               DISPLAY "Supplier reactivated."
            END-IF.

      *> A product beyond the master's five slots: the first entry
      *> adds the line, entering it again drops it (the deduction-
      *> enrollment flip), and a dropped line can be picked up again.
       5000-ADD-OR-DROP-EXTRA-PRODUCT.
            DISPLAY "Supplier number: ".
            ACCEPT WS-SUPPLIER-INPUT.
            DISPLAY "Product name: ".
            ACCEPT WS-PRODUCT-INPUT.
            IF WS-SUPPLIER-INPUT IS NOT NUMERIC OR
                  WS-PRODUCT-INPUT = SPACES
               DISPLAY "Invalid supplier/product - nothing changed."
            ELSE
               MOVE WS-SUPPLIER-INPUT TO SU-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Supplier not on the master - add it "
                        "first."
                  NOT INVALID KEY
                     PERFORM 5050-CHECK-MASTER-SLOTS
                     IF WS-PRODUCT-IDX > 5
                        PERFORM 5100-WRITE-OR-FLIP-EXTRA
                     ELSE
                        DISPLAY WS-PRODUCT-INPUT " is already in "
                           "master slot " WS-PRODUCT-IDX
                           " - nothing changed."
                     END-IF
               END-READ
            END-IF.

       5050-CHECK-MASTER-SLOTS.
            PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 5 OR
                  SU-CARRIED-PRODUCT(WS-PRODUCT-IDX) =
                     WS-PRODUCT-INPUT
               CONTINUE
            END-PERFORM.

       5100-WRITE-OR-FLIP-EXTRA.
            MOVE SU-SUPPLIER-NO TO SA-SUPPLIER-NO.
            MOVE WS-PRODUCT-INPUT TO SA-PRODUCT-NAME.
            READ SUPPLIER-PRODUCT-FILE
               INVALID KEY
                  MOVE SU-SUPPLIER-NO TO SA-SUPPLIER-NO
                  MOVE WS-PRODUCT-INPUT TO SA-PRODUCT-NAME
                  MOVE "A" TO SA-ACTIVE-FLAG
                  ACCEPT SA-CHANGED-DATE FROM DATE YYYYMMDD
                  WRITE SUPPLIER-PRODUCT-RECORD
                  END-WRITE
                  MOVE "SUPPRDADD" TO WS-AUDIT-EVENT-CODE
                  DISPLAY "Product added to supplier " SU-SUPPLIER-NO
                     "."
               NOT INVALID KEY
                  MOVE SUPPLIER-PRODUCT-RECORD TO WS-PRIOR-IMAGE
                  IF SA-IS-ACTIVE
                     MOVE "E" TO SA-ACTIVE-FLAG
                     MOVE "SUPPRDEND" TO WS-AUDIT-EVENT-CODE
                     DISPLAY "Product dropped from supplier "
                        SU-SUPPLIER-NO "."
                  ELSE
                     MOVE "A" TO SA-ACTIVE-FLAG
                     MOVE "SUPPRDADD" TO WS-AUDIT-EVENT-CODE
                     DISPLAY "Product re-activated for supplier "
                        SU-SUPPLIER-NO "."
                  END-IF
                  ACCEPT SA-CHANGED-DATE FROM DATE YYYYMMDD
                  PERFORM 9300-JOURNAL-PRODUCT-IMAGE
                  REWRITE SUPPLIER-PRODUCT-RECORD
                  END-REWRITE
            END-READ.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING SA-SUPPLIER-NO DELIMITED BY SIZE
               " extra product " DELIMITED BY SIZE
               SA-PRODUCT-NAME DELIMITED BY SPACE
               " now " DELIMITED BY SIZE
               SA-ACTIVE-FLAG DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.

      *> Price-list rows are dated, never overwritten by a new quote:
      *> a changed price is a new row from its effective date, so an
      *> old invoice is still held to the price agreed when it was
      *> billed. Keying an existing supplier/product/date corrects
      *> that row, with its before-image journaled.
       6000-MAINTAIN-PRICE-LIST.
            DISPLAY "Supplier number: ".
            ACCEPT WS-SUPPLIER-INPUT.
            IF WS-SUPPLIER-INPUT IS NOT NUMERIC
               DISPLAY "Invalid supplier number - nothing changed."
            ELSE
               MOVE WS-SUPPLIER-INPUT TO SU-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Supplier not on the master - add it "
                        "first."
                  NOT INVALID KEY
                     PERFORM 6100-LIST-SUPPLIER-PRICES
                     PERFORM 6200-ADD-OR-CORRECT-PRICE
               END-READ
            END-IF.

       6100-LIST-SUPPLIER-PRICES.
            MOVE "N" TO WS-PRICE-EOF-FLAG.
            MOVE LOW-VALUES TO SL-KEY.
            MOVE SU-SUPPLIER-NO TO SL-SUPPLIER-NO.
            START SUPPLIER-PRICE-FILE KEY >= SL-KEY
               INVALID KEY
                  MOVE "Y" TO WS-PRICE-EOF-FLAG
            END-START.
            DISPLAY "Price list for " SU-SUPPLIER-NO " "
               SU-SUPPLIER-NAME.
            DISPLAY "PRODUCT    EFFECTIVE  PRICE".
            PERFORM UNTIL WS-PRICE-EOF
               READ SUPPLIER-PRICE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-PRICE-EOF-FLAG
                  NOT AT END
                     IF SL-SUPPLIER-NO NOT = SU-SUPPLIER-NO
                        MOVE "Y" TO WS-PRICE-EOF-FLAG
                     ELSE
                        DISPLAY SL-PRODUCT-NAME " " SL-EFFECTIVE-DATE
                           "   " SL-LIST-PRICE
                     END-IF
               END-READ
            END-PERFORM.

       6200-ADD-OR-CORRECT-PRICE.
            DISPLAY "Product name to price (ENTER = none): ".
            MOVE SPACES TO WS-PRODUCT-INPUT.
            ACCEPT WS-PRODUCT-INPUT.
            IF WS-PRODUCT-INPUT NOT = SPACES
               DISPLAY "Effective date (YYYYMMDD): "
               ACCEPT WS-DATE-INPUT
               DISPLAY "List price (9999 = 99.99): "
               MOVE SPACES TO WS-PRICE-INPUT
               ACCEPT WS-PRICE-INPUT
               IF WS-DATE-INPUT IS NOT NUMERIC OR
                     WS-PRICE-INPUT IS NOT NUMERIC
                  DISPLAY "Invalid date/price - nothing changed."
               ELSE
                  MOVE SU-SUPPLIER-NO TO SL-SUPPLIER-NO
                  MOVE WS-PRODUCT-INPUT TO SL-PRODUCT-NAME
                  MOVE WS-DATE-INPUT TO SL-EFFECTIVE-DATE
                  READ SUPPLIER-PRICE-FILE
                     INVALID KEY
                        MOVE WS-PRICE-DIGITS TO SL-LIST-PRICE
                        WRITE SUPPLIER-PRICE-RECORD
                        END-WRITE
                        MOVE ZERO TO WS-OLD-LIST-PRICE
                        DISPLAY "Price added."
                     NOT INVALID KEY
                        MOVE SUPPLIER-PRICE-RECORD TO WS-PRIOR-IMAGE
                        MOVE SL-LIST-PRICE TO WS-OLD-LIST-PRICE
                        MOVE WS-PRICE-DIGITS TO SL-LIST-PRICE
                        PERFORM 9400-JOURNAL-PRICE-IMAGE
                        REWRITE SUPPLIER-PRICE-RECORD
                        END-REWRITE
                        DISPLAY "Price corrected."
                  END-READ
                  MOVE "SUPPRICE" TO WS-AUDIT-EVENT-CODE
                  MOVE SPACES TO WS-AUDIT-EVENT-TEXT
                  STRING SL-SUPPLIER-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SL-PRODUCT-NAME DELIMITED BY SPACE
                     " from " DELIMITED BY SIZE
                     SL-EFFECTIVE-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-OLD-LIST-PRICE DELIMITED BY SIZE
                     ">" DELIMITED BY SIZE
                     SL-LIST-PRICE DELIMITED BY SIZE
                     INTO WS-AUDIT-EVENT-TEXT
                  END-STRING
                  PERFORM 9000-WRITE-AUDIT-LOG
               END-IF
            END-IF.

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

      *> Every overwrite sends the prior image to the recovery
      *> journal first, so MASTER-RESTORE can answer "what did this
      *> supplier say before" and put it back.
       9200-JOURNAL-SUPPLIER-IMAGE.
            MOVE "R" TO RJP-ACTION.
            MOVE "SUPPMAST" TO RJP-FILE-ID.
            MOVE WS-LOCK-OPERATOR TO RJP-OPERATOR.
            MOVE SPACES TO RJP-RECORD-KEY.
            MOVE SU-SUPPLIER-NO TO RJP-RECORD-KEY(1:3).
            MOVE WS-PRIOR-IMAGE TO RJP-BEFORE-IMAGE.
            CALL "RECOVERY-JOURNAL" USING RECOVERY-JOURNAL-PARMS.

       9300-JOURNAL-PRODUCT-IMAGE.
            MOVE "R" TO RJP-ACTION.
            MOVE "SUPPPROD" TO RJP-FILE-ID.
            MOVE WS-LOCK-OPERATOR TO RJP-OPERATOR.
            MOVE SPACES TO RJP-RECORD-KEY.
            MOVE SA-KEY TO RJP-RECORD-KEY(1:13).
            MOVE WS-PRIOR-IMAGE TO RJP-BEFORE-IMAGE.
            CALL "RECOVERY-JOURNAL" USING RECOVERY-JOURNAL-PARMS.

      *> SL-KEY is wider than the journal key, so the key is filed as
      *> supplier + effective date + the first four product letters:
      *> every dated row of one product stays a distinct key.
       9400-JOURNAL-PRICE-IMAGE.
            MOVE "R" TO RJP-ACTION.
            MOVE "SUPPRICE" TO RJP-FILE-ID.
            MOVE WS-LOCK-OPERATOR TO RJP-OPERATOR.
            MOVE SPACES TO RJP-RECORD-KEY.
            MOVE SL-SUPPLIER-NO TO RJP-RECORD-KEY(1:3).
            MOVE SL-EFFECTIVE-DATE TO RJP-RECORD-KEY(4:8).
            MOVE SL-PRODUCT-NAME(1:4) TO RJP-RECORD-KEY(12:4).
            MOVE WS-PRIOR-IMAGE TO RJP-BEFORE-IMAGE.
            CALL "RECOVERY-JOURNAL" USING RECOVERY-JOURNAL-PARMS.
       END PROGRAM SUPPLIER-MAINT.
