      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Product phase-out - marks a product discontinued
      *          with a last-order date and the product that replaces
      *          it (or reinstates it), and prints the sell-through
      *          report: for every discontinued product, the stock
      *          still left in each machine slot and in the
      *          warehouse, with the days it will last at the
      *          current selling rate (the SALES-VELOCITY weekly
      *          ring). A slot that has run dry is shown as ready to
      *          switch to the replacement in PLANOGRAM-MAINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-PHASE-OUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-DISCONTINUE-FILE ASSIGN TO "PRODDISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRODUCT-NAME
               FILE STATUS IS WS-PRODUCT-DISCONTINUE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.
           SELECT WAREHOUSE-STOCK-FILE ASSIGN TO "WHSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-PRODUCT-NAME
               FILE STATUS IS WS-WAREHOUSE-STOCK-STATUS.
           SELECT WEEKLY-SALES-FILE ASSIGN DYNAMIC WS-WEEK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEEKLY-SALES-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-DISCONTINUE-FILE.
       COPY PRODDISC.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  WAREHOUSE-STOCK-FILE.
       COPY WHSTOCK.

       FD  WEEKLY-SALES-FILE.
       COPY WEEKSUM.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-DISCONTINUE-STATUS PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-WAREHOUSE-STOCK-STATUS PIC XX.
       01  WS-WEEKLY-SALES-STATUS    PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-PRODUCT-OPEN-FLAG      PIC X       VALUE "N".
           88  WS-PRODUCT-FILE-OPEN              VALUE "Y".
       01  WS-WAREHOUSE-OPEN-FLAG    PIC X       VALUE "N".
           88  WS-WAREHOUSE-FILE-OPEN            VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X.
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-STOCK-EOF-FLAG         PIC X.
           88  WS-STOCK-EOF                      VALUE "Y".
       01  WS-WEEK-EOF-FLAG          PIC X.
           88  WS-WEEK-EOF                       VALUE "Y".

       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-PRODUCT-INPUT         PIC X(10).
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-REPLACEMENT-INPUT     PIC X(10).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

       01  WS-WEEK-FILENAME          PIC X(20).
       01  WS-WEEK-FILENAMES.
           05  FILLER   PIC X(12)   VALUE "WEEKSAL1.DAT".
           05  FILLER   PIC X(12)   VALUE "WEEKSAL2.DAT".
           05  FILLER   PIC X(12)   VALUE "WEEKSAL3.DAT".
           05  FILLER   PIC X(12)   VALUE "WEEKSAL4.DAT".
           05  FILLER   PIC X(12)   VALUE "WEEKSAL5.DAT".
           05  FILLER   PIC X(12)   VALUE "WEEKSAL6.DAT".
           05  FILLER   PIC X(12)   VALUE "WEEKSAL7.DAT".
           05  FILLER   PIC X(12)   VALUE "WEEKSAL8.DAT".
       01  WS-WEEK-FILENAME-TABLE REDEFINES WS-WEEK-FILENAMES.
           05  WS-WEEK-FILENAME-ENTRY PIC X(12)  OCCURS 8 TIMES.
       01  WS-WEEK-INDEX             PIC 9.
       01  WS-WEEKS-FOUND            PIC 9(3).

      *> Units sold per machine + product over the weeks found.
       01  WS-VELOCITY-TOTALS.
           05  WS-VEL-ENTRY OCCURS 200 TIMES INDEXED BY WS-VEL-IDX.
               10  WS-VEL-MACHINE          PIC 99.
               10  WS-VEL-PRODUCT          PIC X(10).
               10  WS-VEL-TOTAL-UNITS      PIC 9(7).
       01  WS-VEL-COUNT              PIC 9(3).

       01  WS-SELL-THROUGH-FIELDS.
           05  WS-PRODUCTS-LISTED       PIC 9(3).
           05  WS-UNITS-PER-WEEK        PIC 9(5)V99.
           05  WS-UNITS-PER-DAY         PIC 9(5)V99.
           05  WS-PRODUCT-PER-WEEK      PIC 9(5)V99.
           05  WS-PRODUCT-ON-HAND       PIC 9(7).
           05  WS-STOCK-QTY             PIC 9(7).
           05  WS-DAYS-LEFT             PIC 9(4).
           05  WS-EDIT-VELOCITY         PIC ZZ,ZZ9.99.
           05  WS-EDIT-DAYS             PIC Z,ZZ9.
           05  WS-DAYS-TEXT             PIC X(9).
           05  WS-EDIT-QTY              PIC ZZ,ZZ9.
           05  WS-EDIT-TOTAL            PIC Z,ZZZ,ZZ9.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Product Phase-Out ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, D=discontinue/update, R=reinstate, "
                  "S=sell-through report, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-PRODUCTS
                  WHEN "D"
                  WHEN "d"
                     PERFORM 3000-DISCONTINUE-PRODUCT
                  WHEN "R"
                  WHEN "r"
                     PERFORM 4000-REINSTATE-PRODUCT
                  WHEN "S"
                  WHEN "s"
                     PERFORM 5000-SELL-THROUGH-REPORT
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
            OPEN I-O PRODUCT-DISCONTINUE-FILE.
            IF WS-PRODUCT-DISCONTINUE-STATUS = "35"
               OPEN OUTPUT PRODUCT-DISCONTINUE-FILE
               CLOSE PRODUCT-DISCONTINUE-FILE
               OPEN I-O PRODUCT-DISCONTINUE-FILE
            END-IF.
            OPEN INPUT PRODUCT-MASTER-FILE.
            IF WS-PRODUCT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-OPEN-FLAG
            END-IF.
            OPEN INPUT WAREHOUSE-STOCK-FILE.
            IF WS-WAREHOUSE-STOCK-STATUS = "00"
               MOVE "Y" TO WS-WAREHOUSE-OPEN-FLAG
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       2000-LIST-PRODUCTS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO PX-PRODUCT-NAME.
            START PRODUCT-DISCONTINUE-FILE KEY >= PX-PRODUCT-NAME
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "PRODUCT    STATUS LAST-ORDER REPLACEMENT MARKED".
            PERFORM UNTIL WS-LIST-EOF
               READ PRODUCT-DISCONTINUE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     DISPLAY PX-PRODUCT-NAME " " PX-STATUS "      "
                        PX-LAST-ORDER-DATE "   " PX-REPLACEMENT-NAME
                        "  " PX-MARKED-DATE
               END-READ
            END-PERFORM.

       3000-DISCONTINUE-PRODUCT.
            DISPLAY "Product name to discontinue: ".
            MOVE SPACES TO WS-PRODUCT-INPUT.
            ACCEPT WS-PRODUCT-INPUT.
            IF WS-PRODUCT-INPUT = SPACES
               DISPLAY "No product given - nothing changed."
            ELSE
               MOVE WS-PRODUCT-INPUT TO PX-PRODUCT-NAME
               READ PRODUCT-DISCONTINUE-FILE
                  INVALID KEY
                     PERFORM 3100-ACCEPT-PHASE-OUT-FIELDS
                     IF PX-IS-DISCONTINUED
                        WRITE PRODUCT-DISCONTINUE-RECORD
                        DISPLAY "Product marked discontinued."
                     END-IF
                  NOT INVALID KEY
                     DISPLAY "Current: " PX-STATUS " last order "
                        PX-LAST-ORDER-DATE " replaced by "
                        PX-REPLACEMENT-NAME
                     PERFORM 3100-ACCEPT-PHASE-OUT-FIELDS
                     IF PX-IS-DISCONTINUED
                        REWRITE PRODUCT-DISCONTINUE-RECORD
                        DISPLAY "Phase-out updated."
                     END-IF
               END-READ
            END-IF.

      *> Leaves PX-STATUS at D when the fields were good; a product
      *> cannot be its own replacement.
       3100-ACCEPT-PHASE-OUT-FIELDS.
            MOVE SPACE TO PX-STATUS.
            DISPLAY "Last order date (YYYYMMDD, ENTER = today): ".
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-DATE-INPUT
            END-IF.
            DISPLAY "Replacement product (ENTER = none): ".
            MOVE SPACES TO WS-REPLACEMENT-INPUT.
            ACCEPT WS-REPLACEMENT-INPUT.
            IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid date - nothing changed."
            ELSE
               IF WS-REPLACEMENT-INPUT = WS-PRODUCT-INPUT
                  DISPLAY "A product cannot replace itself - "
                     "nothing changed."
               ELSE
                  MOVE WS-PRODUCT-INPUT TO PX-PRODUCT-NAME
                  MOVE "D" TO PX-STATUS
                  MOVE WS-DATE-INPUT TO PX-LAST-ORDER-DATE
                  MOVE WS-REPLACEMENT-INPUT TO PX-REPLACEMENT-NAME
                  MOVE WS-TODAY-DATE TO PX-MARKED-DATE
                  MOVE "PRODDISC" TO WS-AUDIT-EVENT-CODE
                  MOVE SPACES TO WS-AUDIT-EVENT-TEXT
                  STRING PX-PRODUCT-NAME DELIMITED BY SIZE
                     " last order " DELIMITED BY SIZE
                     PX-LAST-ORDER-DATE DELIMITED BY SIZE
                     " repl " DELIMITED BY SIZE
                     PX-REPLACEMENT-NAME DELIMITED BY SIZE
                     INTO WS-AUDIT-EVENT-TEXT
                  END-STRING
                  PERFORM 8100-WRITE-AUDIT-LOG
               END-IF
            END-IF.

       4000-REINSTATE-PRODUCT.
            DISPLAY "Product name to reinstate: ".
            MOVE SPACES TO WS-PRODUCT-INPUT.
            ACCEPT WS-PRODUCT-INPUT.
            MOVE WS-PRODUCT-INPUT TO PX-PRODUCT-NAME.
            READ PRODUCT-DISCONTINUE-FILE
               INVALID KEY
                  DISPLAY "Product is not being phased out."
               NOT INVALID KEY
                  IF PX-IS-REINSTATED
                     DISPLAY "Product is already reinstated."
                  ELSE
                     MOVE "A" TO PX-STATUS
                     MOVE WS-TODAY-DATE TO PX-MARKED-DATE
                     REWRITE PRODUCT-DISCONTINUE-RECORD
                     MOVE "PRODREIN" TO WS-AUDIT-EVENT-CODE
                     MOVE SPACES TO WS-AUDIT-EVENT-TEXT
                     STRING PX-PRODUCT-NAME DELIMITED BY SIZE
                        " reinstated - ordering resumes"
                        DELIMITED BY SIZE
                        INTO WS-AUDIT-EVENT-TEXT
                     END-STRING
                     PERFORM 8100-WRITE-AUDIT-LOG
                     DISPLAY "Product reinstated."
                  END-IF
            END-READ.

      *> The selling rate is the SALES-VELOCITY weekly ring: units
      *> per week averaged over however many WEEKSALn files exist.
       5000-SELL-THROUGH-REPORT.
            PERFORM 5100-LOAD-WEEKLY-RING.
            MOVE "O" TO SP-FUNCTION.
            MOVE "SELLTHRU" TO SP-REPORT-TYPE.
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
            STRING "SELL-THROUGH OF DISCONTINUED PRODUCTS  (WEEKS OF "
               "SALES: " WS-WEEKS-FOUND ")"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE ZERO TO WS-PRODUCTS-LISTED.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO PX-PRODUCT-NAME.
            START PRODUCT-DISCONTINUE-FILE KEY >= PX-PRODUCT-NAME
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LIST-EOF
               READ PRODUCT-DISCONTINUE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF PX-IS-DISCONTINUED
                        PERFORM 5200-REPORT-ONE-PRODUCT
                     END-IF
               END-READ
            END-PERFORM.
            MOVE SPACES TO PRINT-LINE.
            STRING "PRODUCTS BEING PHASED OUT: " WS-PRODUCTS-LISTED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       5100-LOAD-WEEKLY-RING.
            MOVE ZERO TO WS-WEEKS-FOUND.
            MOVE ZERO TO WS-VEL-COUNT.
            INITIALIZE WS-VELOCITY-TOTALS.
            PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
               UNTIL WS-WEEK-INDEX > 8
               MOVE WS-WEEK-FILENAME-ENTRY(WS-WEEK-INDEX)
                  TO WS-WEEK-FILENAME
               MOVE "N" TO WS-WEEK-EOF-FLAG
               OPEN INPUT WEEKLY-SALES-FILE
               IF WS-WEEKLY-SALES-STATUS = "00"
                  ADD 1 TO WS-WEEKS-FOUND
                  PERFORM UNTIL WS-WEEK-EOF
                     READ WEEKLY-SALES-FILE
                        AT END
                           MOVE "Y" TO WS-WEEK-EOF-FLAG
                        NOT AT END
                           IF WK-IS-DETAIL
                              PERFORM 5150-ACCUMULATE-WEEK-ROW
                           END-IF
                     END-READ
                  END-PERFORM
                  CLOSE WEEKLY-SALES-FILE
               END-IF
            END-PERFORM.

       5150-ACCUMULATE-WEEK-ROW.
            SET WS-VEL-IDX TO 1.
            SEARCH WS-VEL-ENTRY
               AT END
                  IF WS-VEL-COUNT < 200
                     ADD 1 TO WS-VEL-COUNT
                     SET WS-VEL-IDX TO WS-VEL-COUNT
                     MOVE WK-MACHINE-ID TO WS-VEL-MACHINE(WS-VEL-IDX)
                     MOVE WK-PRODUCT-NAME
                        TO WS-VEL-PRODUCT(WS-VEL-IDX)
                     MOVE WK-UNITS-SOLD
                        TO WS-VEL-TOTAL-UNITS(WS-VEL-IDX)
                  END-IF
               WHEN WS-VEL-MACHINE(WS-VEL-IDX) = WK-MACHINE-ID AND
                    WS-VEL-PRODUCT(WS-VEL-IDX) = WK-PRODUCT-NAME
                  ADD WK-UNITS-SOLD
                     TO WS-VEL-TOTAL-UNITS(WS-VEL-IDX)
            END-SEARCH.

       5200-REPORT-ONE-PRODUCT.
            ADD 1 TO WS-PRODUCTS-LISTED.
            MOVE ZERO TO WS-PRODUCT-PER-WEEK.
            MOVE ZERO TO WS-PRODUCT-ON-HAND.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            STRING PX-PRODUCT-NAME "  LAST ORDER " PX-LAST-ORDER-DATE
               "  REPLACED BY " PX-REPLACEMENT-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-PRODUCT-FILE-OPEN
               MOVE "N" TO WS-STOCK-EOF-FLAG
               MOVE LOW-VALUES TO PM-KEY
               START PRODUCT-MASTER-FILE KEY >= PM-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-STOCK-EOF-FLAG
               END-START
               PERFORM UNTIL WS-STOCK-EOF
                  READ PRODUCT-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-STOCK-EOF-FLAG
                     NOT AT END
                        IF PM-PRODUCT-NAME = PX-PRODUCT-NAME
                           PERFORM 5300-REPORT-ONE-SLOT
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            PERFORM 5400-REPORT-WAREHOUSE.
            MOVE WS-PRODUCT-ON-HAND TO WS-EDIT-TOTAL.
            MOVE WS-PRODUCT-PER-WEEK TO WS-EDIT-VELOCITY.
            MOVE SPACES TO PRINT-LINE.
            STRING "   TOTAL LEFT " WS-EDIT-TOTAL
               "  SELLING " WS-EDIT-VELOCITY " A WEEK"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       5300-REPORT-ONE-SLOT.
            MOVE ZERO TO WS-UNITS-PER-WEEK.
            IF WS-WEEKS-FOUND > ZERO
               SET WS-VEL-IDX TO 1
               SEARCH WS-VEL-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-VEL-MACHINE(WS-VEL-IDX) = PM-MACHINE-ID AND
                       WS-VEL-PRODUCT(WS-VEL-IDX) = PM-PRODUCT-NAME
                     COMPUTE WS-UNITS-PER-WEEK ROUNDED =
                        WS-VEL-TOTAL-UNITS(WS-VEL-IDX)
                        / WS-WEEKS-FOUND
               END-SEARCH
            END-IF.
            ADD WS-UNITS-PER-WEEK TO WS-PRODUCT-PER-WEEK.
            ADD PM-QTY-ON-HAND TO WS-PRODUCT-ON-HAND.
            MOVE PM-QTY-ON-HAND TO WS-EDIT-QTY.
            MOVE SPACES TO PRINT-LINE.
            IF PM-QTY-ON-HAND = ZERO
               STRING "   MACH " PM-MACHINE-ID " SLOT " PM-SLOT-NO
                  "  EMPTY - READY TO SWITCH TO "
                  PX-REPLACEMENT-NAME " IN PLANOGRAM-MAINT"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               MOVE PM-QTY-ON-HAND TO WS-STOCK-QTY
               PERFORM 5500-DAYS-LEFT
               STRING "   MACH " PM-MACHINE-ID " SLOT " PM-SLOT-NO
                  "  ON HAND " WS-EDIT-QTY "  DAYS LEFT "
                  WS-DAYS-TEXT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The warehouse empties only as the machines sell, so its
      *> days left are at the product's combined selling rate.
       5400-REPORT-WAREHOUSE.
            IF WS-WAREHOUSE-FILE-OPEN
               MOVE PX-PRODUCT-NAME TO WH-PRODUCT-NAME
               READ WAREHOUSE-STOCK-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF WH-QTY-ON-HAND > ZERO
                        ADD WH-QTY-ON-HAND TO WS-PRODUCT-ON-HAND
                        MOVE WH-QTY-ON-HAND TO WS-EDIT-QTY
                        MOVE WS-PRODUCT-PER-WEEK TO WS-UNITS-PER-WEEK
                        MOVE WH-QTY-ON-HAND TO WS-STOCK-QTY
                        PERFORM 5500-DAYS-LEFT
                        MOVE SPACES TO PRINT-LINE
                        STRING "   WAREHOUSE     ON HAND "
                           WS-EDIT-QTY "  DAYS LEFT " WS-DAYS-TEXT
                           DELIMITED BY SIZE INTO PRINT-LINE
                        END-STRING
                        DISPLAY PRINT-LINE
                        WRITE PRINT-LINE
                     END-IF
               END-READ
            END-IF.

      *> Days of stock left in WS-STOCK-QTY at WS-UNITS-PER-WEEK;
      *> a product that is not selling says so instead.
       5500-DAYS-LEFT.
            COMPUTE WS-UNITS-PER-DAY ROUNDED = WS-UNITS-PER-WEEK / 7.
            IF WS-UNITS-PER-DAY > ZERO
               COMPUTE WS-DAYS-LEFT ROUNDED =
                  WS-STOCK-QTY / WS-UNITS-PER-DAY
                  ON SIZE ERROR
                     MOVE 9999 TO WS-DAYS-LEFT
               END-COMPUTE
               MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO WS-DAYS-TEXT
            ELSE
               MOVE "NO SALES" TO WS-DAYS-TEXT
            END-IF.

       8100-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       8200-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       9000-CLOSE-FILES.
            PERFORM 8200-WRITE-AUDIT-LOG-TRAILER.
            CLOSE PRODUCT-DISCONTINUE-FILE.
            IF WS-PRODUCT-FILE-OPEN
               CLOSE PRODUCT-MASTER-FILE
            END-IF.
            IF WS-WAREHOUSE-FILE-OPEN
               CLOSE WAREHOUSE-STOCK-FILE
            END-IF.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM PRODUCT-PHASE-OUT.
