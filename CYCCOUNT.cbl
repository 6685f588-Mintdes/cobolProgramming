      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Cycle-count planner - ranks every product into an
      *          A, B or C class by the value it sold (the sales
      *          history valued at the PRODUCT-COST unit cost in
      *          force, the slot price where no cost is on file)
      *          plus the value it lost on past counts in the
      *          shrinkage history; a product that lost stock on two
      *          or more counts moves up a class. The week's plan
      *          then lists machine slots and warehouse lines for
      *          counting Monday to Friday: A items on three days a
      *          week, B items once a week, C items once every four
      *          weeks. A day's count list prints for the counter,
      *          and counts keyed against it post exactly as a
      *          STOCK-TAKE does - the counted figure back to the
      *          slot or the warehouse ledger, an audit row and a
      *          shrinkage-history row per variance, and the net
      *          value journaled to SHRINKAGE EXPENSE 5200 against
      *          STOCK ON HAND 1200.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-COUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CYCLE-COUNT-PLAN-FILE ASSIGN TO "CYCPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-KEY
               FILE STATUS IS WS-CYCLE-COUNT-PLAN-STATUS.
           SELECT PRODUCT-COST-FILE ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
           SELECT SHRINKAGE-HISTORY-FILE ASSIGN TO "SHRNKHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINKAGE-HISTORY-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  WAREHOUSE-STOCK-FILE.
       COPY WHSTOCK.

       FD  CYCLE-COUNT-PLAN-FILE.
       COPY CYCPLAN.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  SHRINKAGE-HISTORY-FILE.
       COPY SHRNKHST.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-WAREHOUSE-STOCK-STATUS PIC XX.
       01  WS-CYCLE-COUNT-PLAN-STATUS PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-SHRINKAGE-HISTORY-STATUS PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-PRODUCT-OPEN-FLAG      PIC X       VALUE "N".
           88  WS-PRODUCT-FILE-OPEN              VALUE "Y".
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-STOCK-EOF-FLAG         PIC X.
           88  WS-STOCK-EOF                      VALUE "Y".
       01  WS-WAREHOUSE-EOF-FLAG     PIC X.
           88  WS-WAREHOUSE-EOF                  VALUE "Y".
       01  WS-PLAN-EOF-FLAG          PIC X.
           88  WS-PLAN-EOF                       VALUE "Y".
       01  WS-HISTORY-EOF-FLAG       PIC X.
           88  WS-HISTORY-EOF                    VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-EXIT-FLAG              PIC X       VALUE "N".
       01  WS-CHOICE                 PIC X.

      *> One row per product seen on a slot, on the warehouse
      *> ledger, in the sales or in the shrinkage history.
       01  WS-PRODUCT-TABLE.
           05  WS-PR-ENTRY OCCURS 200 TIMES INDEXED BY WS-PR-IDX.
               10  WS-PR-PRODUCT           PIC X(10).
               10  WS-PR-UNITS-SOLD        PIC 9(7).
               10  WS-PR-REVENUE           PIC 9(7)V99.
               10  WS-PR-SOLD-VALUE        PIC 9(7)V99.
               10  WS-PR-LOSS-VALUE        PIC 9(7)V99.
               10  WS-PR-LOSS-TAKES        PIC 9(5).
               10  WS-PR-SCORE             PIC 9(8)V99.
               10  WS-PR-RANK              PIC 9(3).
               10  WS-PR-CLASS             PIC X.
       01  WS-PRODUCT-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-PR-FOUND-FLAG          PIC X.
           88  WS-PR-FOUND                       VALUE "Y".
       01  WS-RANK-IDX               PIC 9(3).

       01  WS-PLAN-CONTROLS.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-DAY-OF-WEEK           PIC 9.
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-TODAY-JULIAN          PIC 9(7).
           05  WS-TODAY-JULIAN-PARTS REDEFINES WS-TODAY-JULIAN.
               10  WS-TODAY-JYEAR          PIC 9(4).
               10  WS-TODAY-JDAY           PIC 9(3).
           05  WS-DAY-NUMBER            PIC 9(7).
           05  WS-WEEK-NUMBER           PIC 9(7).
           05  WS-WEEK-CYCLE            PIC 9.
           05  WS-QUOTIENT              PIC 9(5).
           05  WS-REMAINDER             PIC 9.
           05  WS-A-LIMIT               PIC 9(3).
           05  WS-B-LIMIT               PIC 9(3).
           05  WS-B-SEQ                 PIC 9(5).
           05  WS-C-SEQ                 PIC 9(5).
           05  WS-LOC-TYPE              PIC X.
           05  WS-LOC-MACHINE           PIC 99.
           05  WS-LOC-SLOT              PIC 99.
           05  WS-LOC-PRODUCT           PIC X(10).
           05  WS-LOC-CLASS             PIC X.
           05  WS-PLAN-DAY              PIC 9.
           05  WS-PLAN-ROWS             PIC 9(5).
           05  WS-DAY-ROWS OCCURS 5 TIMES PIC 9(5).
           05  WS-CLASS-COUNT-A         PIC 9(3).
           05  WS-CLASS-COUNT-B         PIC 9(3).
           05  WS-CLASS-COUNT-C         PIC 9(3).

       01  WS-COUNT-CONTROLS.
           05  WS-DAY-INPUT             PIC X.
           05  WS-COUNT-DAY             PIC 9.
           05  WS-DAY-OK-FLAG           PIC X.
               88  WS-DAY-OK                     VALUE "Y".
           05  WS-LOCATION-FOUND-FLAG   PIC X.
               88  WS-LOCATION-FOUND             VALUE "Y".
           05  WS-COUNT-INPUT           PIC X(5).
           05  WS-COUNT-SHIFT           PIC X(4).
           05  WS-BOOK-QTY              PIC 9(5).
           05  WS-COUNTED-QTY           PIC 9(5).
           05  WS-VARIANCE              PIC S9(5).
           05  WS-UNIT-VALUE            PIC 99V99.
           05  WS-COST-FOUND-FLAG       PIC X.
               88  WS-COST-FOUND                 VALUE "Y".
           05  WS-VARIANCE-VALUE        PIC S9(7)V99.
           05  WS-REASON-CODE           PIC X(10).
           05  WS-LOCATIONS-COUNTED     PIC 9(5).
           05  WS-LOCATIONS-ADJUSTED    PIC 9(5).
           05  WS-TOTAL-SHRINK-VALUE    PIC S9(7)V99.
           05  WS-JOURNAL-AMOUNT        PIC 9(7)V99.
           05  WS-HISTORY-ROWS          PIC 9(7).
           05  WS-LOCATION-TEXT         PIC X(10).
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

       01  WS-EDIT-VARIANCE          PIC ----9.
       01  WS-EDIT-UNITS             PIC Z(6)9.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VAR==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-SOLD==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-LOSS==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-REPORT-TYPE            PIC X(8).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

      *> Working copy of the sale layout: each record handed back by
      *> the history service is laid over this for the field names.
       COPY VNDSALE.

       COPY HISTPRM.

       COPY DATEPARM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Cycle Count ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "P=plan this week, L=print a day's count list, "
                  "C=key a day's counts, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "P"
                  WHEN "p"
                     PERFORM 2000-PLAN-WEEK
                  WHEN "L"
                  WHEN "l"
                     PERFORM 3000-PRINT-COUNT-LIST
                  WHEN "C"
                  WHEN "c"
                     PERFORM 4000-COUNT-DAY
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
            OPEN I-O PRODUCT-MASTER-FILE.
            IF WS-PRODUCT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-OPEN-FLAG
            ELSE
               DISPLAY "No PRODUCT-MASTER file - only the warehouse "
                  "will be planned."
            END-IF.
            OPEN I-O WAREHOUSE-STOCK-FILE.
            IF WS-WAREHOUSE-STOCK-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-STOCK-FILE
               CLOSE WAREHOUSE-STOCK-FILE
               OPEN I-O WAREHOUSE-STOCK-FILE
            END-IF.
            OPEN I-O CYCLE-COUNT-PLAN-FILE.
            IF WS-CYCLE-COUNT-PLAN-STATUS = "35"
               OPEN OUTPUT CYCLE-COUNT-PLAN-FILE
               CLOSE CYCLE-COUNT-PLAN-FILE
               OPEN I-O CYCLE-COUNT-PLAN-FILE
            END-IF.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

      *> The weekly planning run: gather the products, weigh each
      *> one by sales value and losses, class them, and lay the
      *> week's counts out over Monday to Friday.
       2000-PLAN-WEEK.
            DISPLAY "Rank on sales from (YYYYMMDD, ENTER = all "
               "history): ".
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO HR-START-DATE
            ELSE
               MOVE ZERO TO HR-START-DATE
            END-IF.
            MOVE WS-TODAY-DATE TO HR-END-DATE.
            INITIALIZE WS-PRODUCT-TABLE.
            MOVE ZERO TO WS-PRODUCT-COUNT.
            PERFORM 2100-COLLECT-SLOT-PRODUCTS.
            PERFORM 2200-COLLECT-WAREHOUSE-PRODUCTS.
            PERFORM 2300-ACCUMULATE-SALES.
            PERFORM 2400-ACCUMULATE-LOSSES.
            IF WS-PRODUCT-COUNT = ZERO
               DISPLAY "No products on the slots or the warehouse "
                  "ledger - nothing to plan."
            ELSE
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                  UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
                  PERFORM 2500-VALUE-ONE-PRODUCT
               END-PERFORM
               PERFORM 2600-CLASS-PRODUCTS
               PERFORM 2700-WRITE-WEEK-PLAN
               PERFORM 2800-PRINT-PLAN
               MOVE "CYCPLAN" TO WS-AUDIT-EVENT-CODE
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING "Cycle-count plan " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " rows " DELIMITED BY SIZE
                  WS-PLAN-ROWS DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 5100-WRITE-AUDIT-LOG
            END-IF.

       2100-COLLECT-SLOT-PRODUCTS.
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
                        IF PM-PRODUCT-NAME NOT = SPACES
                           MOVE PM-PRODUCT-NAME TO WS-LOC-PRODUCT
                           PERFORM 2150-FIND-PRODUCT
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> Leaves WS-PR-IDX on the product's row, adding the row when
      *> the product is new; a full table leaves WS-PR-FOUND off.
       2150-FIND-PRODUCT.
            MOVE "N" TO WS-PR-FOUND-FLAG.
            SET WS-PR-IDX TO 1.
            SEARCH WS-PR-ENTRY
               AT END
                  IF WS-PRODUCT-COUNT < 200
                     ADD 1 TO WS-PRODUCT-COUNT
                     SET WS-PR-IDX TO WS-PRODUCT-COUNT
                     MOVE WS-LOC-PRODUCT TO WS-PR-PRODUCT(WS-PR-IDX)
                     MOVE "C" TO WS-PR-CLASS(WS-PR-IDX)
                     MOVE "Y" TO WS-PR-FOUND-FLAG
                  END-IF
               WHEN WS-PR-PRODUCT(WS-PR-IDX) = WS-LOC-PRODUCT
                  MOVE "Y" TO WS-PR-FOUND-FLAG
            END-SEARCH.

       2200-COLLECT-WAREHOUSE-PRODUCTS.
            MOVE "N" TO WS-WAREHOUSE-EOF-FLAG.
            MOVE LOW-VALUES TO WH-PRODUCT-NAME.
            START WAREHOUSE-STOCK-FILE KEY >= WH-PRODUCT-NAME
               INVALID KEY
                  MOVE "Y" TO WS-WAREHOUSE-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-WAREHOUSE-EOF
               READ WAREHOUSE-STOCK-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-WAREHOUSE-EOF-FLAG
                  NOT AT END
                     MOVE WH-PRODUCT-NAME TO WS-LOC-PRODUCT
                     PERFORM 2150-FIND-PRODUCT
               END-READ
            END-PERFORM.

      *> The whole range comes through the history service, voids
      *> excluded, so the ranking sees the archived generations too.
       2300-ACCUMULATE-SALES.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            PERFORM UNTIL HR-IS-EOF
               MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
               IF VS-IS-DETAIL AND NOT VS-IS-VOIDED
                  MOVE VS-PRODUCT-NAME TO WS-LOC-PRODUCT
                  PERFORM 2150-FIND-PRODUCT
                  IF WS-PR-FOUND
                     ADD 1 TO WS-PR-UNITS-SOLD(WS-PR-IDX)
                     ADD VS-PRICE TO WS-PR-REVENUE(WS-PR-IDX)
                  END-IF
               END-IF
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.

      *> Every loss on record counts against the product, wherever
      *> it was found - slot, van or warehouse.
       2400-ACCUMULATE-LOSSES.
            OPEN INPUT SHRINKAGE-HISTORY-FILE.
            IF WS-SHRINKAGE-HISTORY-STATUS = "00"
               MOVE "N" TO WS-HISTORY-EOF-FLAG
               PERFORM UNTIL WS-HISTORY-EOF
                  READ SHRINKAGE-HISTORY-FILE
                     AT END
                        MOVE "Y" TO WS-HISTORY-EOF-FLAG
                     NOT AT END
                        IF SK-IS-DETAIL AND SK-VARIANCE < ZERO
                           MOVE SK-PRODUCT-NAME TO WS-LOC-PRODUCT
                           PERFORM 2150-FIND-PRODUCT
                           PERFORM 2450-APPLY-LOSS
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE SHRINKAGE-HISTORY-FILE
            END-IF.

       2450-APPLY-LOSS.
            IF WS-PR-FOUND
               ADD 1 TO WS-PR-LOSS-TAKES(WS-PR-IDX)
               SUBTRACT SK-VARIANCE-VALUE
                  FROM WS-PR-LOSS-VALUE(WS-PR-IDX)
            END-IF.

      *> Sales are valued at the cost in force today; a product with
      *> no cost row is valued at what it sold for instead.
       2500-VALUE-ONE-PRODUCT.
            MOVE WS-PR-PRODUCT(WS-PR-IDX) TO WS-LOC-PRODUCT.
            MOVE ZERO TO WS-UNIT-VALUE.
            PERFORM 4300-LOOKUP-UNIT-COST.
            IF WS-COST-FOUND
               COMPUTE WS-PR-SOLD-VALUE(WS-PR-IDX) =
                  WS-PR-UNITS-SOLD(WS-PR-IDX) * WS-UNIT-VALUE
            ELSE
               MOVE WS-PR-REVENUE(WS-PR-IDX)
                  TO WS-PR-SOLD-VALUE(WS-PR-IDX)
            END-IF.
            COMPUTE WS-PR-SCORE(WS-PR-IDX) =
               WS-PR-SOLD-VALUE(WS-PR-IDX)
               + WS-PR-LOSS-VALUE(WS-PR-IDX).

      *> A product's rank is one more than the number of products
      *> weighing more. The top fifth of the ranking is class A, the
      *> next three tenths class B, the rest (and anything that
      *> neither sold nor lost a thing) class C. Losing stock on two
      *> or more counts then moves a product up one class.
       2600-CLASS-PRODUCTS.
            COMPUTE WS-A-LIMIT ROUNDED = WS-PRODUCT-COUNT * 0.2.
            IF WS-A-LIMIT < 1
               MOVE 1 TO WS-A-LIMIT
            END-IF.
            COMPUTE WS-B-LIMIT ROUNDED = WS-PRODUCT-COUNT * 0.5.
            IF WS-B-LIMIT < WS-A-LIMIT
               MOVE WS-A-LIMIT TO WS-B-LIMIT
            END-IF.
            MOVE ZERO TO WS-CLASS-COUNT-A.
            MOVE ZERO TO WS-CLASS-COUNT-B.
            MOVE ZERO TO WS-CLASS-COUNT-C.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
               MOVE 1 TO WS-PR-RANK(WS-PR-IDX)
               PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                  UNTIL WS-RANK-IDX > WS-PRODUCT-COUNT
                  IF WS-PR-SCORE(WS-RANK-IDX) >
                        WS-PR-SCORE(WS-PR-IDX)
                     ADD 1 TO WS-PR-RANK(WS-PR-IDX)
                  END-IF
               END-PERFORM
               PERFORM 2650-CLASS-ONE-PRODUCT
            END-PERFORM.

       2650-CLASS-ONE-PRODUCT.
            IF WS-PR-SCORE(WS-PR-IDX) = ZERO
               MOVE "C" TO WS-PR-CLASS(WS-PR-IDX)
            ELSE
               IF WS-PR-RANK(WS-PR-IDX) <= WS-A-LIMIT
                  MOVE "A" TO WS-PR-CLASS(WS-PR-IDX)
               ELSE
                  IF WS-PR-RANK(WS-PR-IDX) <= WS-B-LIMIT
                     MOVE "B" TO WS-PR-CLASS(WS-PR-IDX)
                  ELSE
                     MOVE "C" TO WS-PR-CLASS(WS-PR-IDX)
                  END-IF
               END-IF
            END-IF.
            IF WS-PR-LOSS-TAKES(WS-PR-IDX) >= 2
               EVALUATE WS-PR-CLASS(WS-PR-IDX)
                  WHEN "B"
                     MOVE "A" TO WS-PR-CLASS(WS-PR-IDX)
                  WHEN "C"
                     MOVE "B" TO WS-PR-CLASS(WS-PR-IDX)
               END-EVALUATE
            END-IF.
            EVALUATE WS-PR-CLASS(WS-PR-IDX)
               WHEN "A"
                  ADD 1 TO WS-CLASS-COUNT-A
               WHEN "B"
                  ADD 1 TO WS-CLASS-COUNT-B
               WHEN OTHER
                  ADD 1 TO WS-CLASS-COUNT-C
            END-EVALUATE.

      *> The plan file is rebuilt from scratch each week. C items
      *> take turns over a four-week cycle counted from the julian
      *> day number, so each one comes round once a month.
       2700-WRITE-WEEK-PLAN.
            CLOSE CYCLE-COUNT-PLAN-FILE.
            OPEN OUTPUT CYCLE-COUNT-PLAN-FILE.
            CLOSE CYCLE-COUNT-PLAN-FILE.
            OPEN I-O CYCLE-COUNT-PLAN-FILE.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-TODAY-DATE(1:4) TO DF-YEAR.
            MOVE WS-TODAY-DATE(5:2) TO DF-MONTH.
            MOVE WS-TODAY-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
            MOVE DF-DISPLAY-DATE-3 TO WS-TODAY-JULIAN.
            COMPUTE WS-DAY-NUMBER =
               WS-TODAY-JYEAR * 365 + WS-TODAY-JDAY.
            DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-NUMBER.
            DIVIDE WS-WEEK-NUMBER BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-WEEK-CYCLE.
            MOVE ZERO TO WS-B-SEQ.
            MOVE ZERO TO WS-C-SEQ.
            MOVE ZERO TO WS-PLAN-ROWS.
            PERFORM VARYING WS-PLAN-DAY FROM 1 BY 1
               UNTIL WS-PLAN-DAY > 5
               MOVE ZERO TO WS-DAY-ROWS(WS-PLAN-DAY)
            END-PERFORM.
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
                        IF PM-PRODUCT-NAME NOT = SPACES
                           MOVE SPACE TO WS-LOC-TYPE
                           MOVE PM-MACHINE-ID TO WS-LOC-MACHINE
                           MOVE PM-SLOT-NO TO WS-LOC-SLOT
                           MOVE PM-PRODUCT-NAME TO WS-LOC-PRODUCT
                           PERFORM 2750-SCHEDULE-LOCATION
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            MOVE "N" TO WS-WAREHOUSE-EOF-FLAG.
            MOVE LOW-VALUES TO WH-PRODUCT-NAME.
            START WAREHOUSE-STOCK-FILE KEY >= WH-PRODUCT-NAME
               INVALID KEY
                  MOVE "Y" TO WS-WAREHOUSE-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-WAREHOUSE-EOF
               READ WAREHOUSE-STOCK-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-WAREHOUSE-EOF-FLAG
                  NOT AT END
                     MOVE "W" TO WS-LOC-TYPE
                     MOVE ZERO TO WS-LOC-MACHINE
                     MOVE ZERO TO WS-LOC-SLOT
                     MOVE WH-PRODUCT-NAME TO WS-LOC-PRODUCT
                     PERFORM 2750-SCHEDULE-LOCATION
               END-READ
            END-PERFORM.

      *> A items go on Monday, Wednesday and Friday; B and C items
      *> are dealt round the five days in turn so no day is heavy.
       2750-SCHEDULE-LOCATION.
            PERFORM 2150-FIND-PRODUCT.
            IF WS-PR-FOUND
               MOVE WS-PR-CLASS(WS-PR-IDX) TO WS-LOC-CLASS
            ELSE
               MOVE "C" TO WS-LOC-CLASS
            END-IF.
            EVALUATE WS-LOC-CLASS
               WHEN "A"
                  MOVE 1 TO WS-PLAN-DAY
                  PERFORM 2760-WRITE-PLAN-ROW
                  MOVE 3 TO WS-PLAN-DAY
                  PERFORM 2760-WRITE-PLAN-ROW
                  MOVE 5 TO WS-PLAN-DAY
                  PERFORM 2760-WRITE-PLAN-ROW
               WHEN "B"
                  DIVIDE WS-B-SEQ BY 5 GIVING WS-QUOTIENT
                     REMAINDER WS-REMAINDER
                  COMPUTE WS-PLAN-DAY = WS-REMAINDER + 1
                  PERFORM 2760-WRITE-PLAN-ROW
                  ADD 1 TO WS-B-SEQ
               WHEN OTHER
                  DIVIDE WS-C-SEQ BY 4 GIVING WS-QUOTIENT
                     REMAINDER WS-REMAINDER
                  IF WS-REMAINDER = WS-WEEK-CYCLE
                     DIVIDE WS-QUOTIENT BY 5 GIVING WS-QUOTIENT
                        REMAINDER WS-REMAINDER
                     COMPUTE WS-PLAN-DAY = WS-REMAINDER + 1
                     PERFORM 2760-WRITE-PLAN-ROW
                  END-IF
                  ADD 1 TO WS-C-SEQ
            END-EVALUATE.

       2760-WRITE-PLAN-ROW.
            MOVE WS-PLAN-DAY TO CY-COUNT-DAY.
            MOVE WS-LOC-TYPE TO CY-LOCATION-TYPE.
            MOVE WS-LOC-MACHINE TO CY-MACHINE-ID.
            MOVE WS-LOC-SLOT TO CY-SLOT-NO.
            MOVE WS-LOC-PRODUCT TO CY-PRODUCT-NAME.
            MOVE WS-LOC-CLASS TO CY-ABC-CLASS.
            MOVE WS-TODAY-DATE TO CY-PLAN-DATE.
            MOVE ZERO TO CY-COUNTED-DATE.
            WRITE CYCLE-COUNT-PLAN-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-PLAN-ROWS
                  ADD 1 TO WS-DAY-ROWS(WS-PLAN-DAY)
            END-WRITE.

       2800-PRINT-PLAN.
            MOVE "CYCPLAN" TO WS-REPORT-TYPE.
            PERFORM 6000-OPEN-SPOOL-REPORT.
            MOVE "PRODUCT    CLASS RANK      UNITS  SOLD VALUE"
               TO PRINT-LINE.
            MOVE "  LOSS VALUE LOSSES" TO PRINT-LINE(46:19).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
               PERFORM 2850-PRINT-ONE-PRODUCT
            END-PERFORM.
            MOVE SPACES TO PRINT-LINE.
            STRING "CLASS A: " WS-CLASS-COUNT-A
               "  CLASS B: " WS-CLASS-COUNT-B
               "  CLASS C: " WS-CLASS-COUNT-C
               "  WEEK CYCLE: " WS-WEEK-CYCLE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "COUNTS MON " WS-DAY-ROWS(1)
               "  TUE " WS-DAY-ROWS(2)
               "  WED " WS-DAY-ROWS(3)
               "  THU " WS-DAY-ROWS(4)
               "  FRI " WS-DAY-ROWS(5)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 6100-CLOSE-SPOOL-REPORT.

       2850-PRINT-ONE-PRODUCT.
            MOVE WS-PR-UNITS-SOLD(WS-PR-IDX) TO WS-EDIT-UNITS.
            MOVE WS-PR-SOLD-VALUE(WS-PR-IDX)
               TO WS-SOLD-EDIT-ZERO-SUPPRESS.
            MOVE WS-PR-LOSS-VALUE(WS-PR-IDX)
               TO WS-LOSS-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-PR-PRODUCT(WS-PR-IDX) "   "
               WS-PR-CLASS(WS-PR-IDX) "   "
               WS-PR-RANK(WS-PR-IDX) " "
               WS-EDIT-UNITS " "
               WS-SOLD-EDIT-ZERO-SUPPRESS " "
               WS-LOSS-EDIT-ZERO-SUPPRESS " "
               WS-PR-LOSS-TAKES(WS-PR-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The count sheet is blind - it names the locations but not
      *> the book figures, so the counter counts what is there.
       3000-PRINT-COUNT-LIST.
            PERFORM 3050-ACCEPT-COUNT-DAY.
            IF WS-DAY-OK
               MOVE "CYCLIST" TO WS-REPORT-TYPE
               PERFORM 6000-OPEN-SPOOL-REPORT
               MOVE SPACES TO PRINT-LINE
               STRING "COUNT LIST FOR DAY " WS-COUNT-DAY
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               MOVE "LOCATION   PRODUCT     CLASS  COUNTED  COUNT"
                  TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 3100-START-DAY
               PERFORM UNTIL WS-PLAN-EOF
                  READ CYCLE-COUNT-PLAN-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PLAN-EOF-FLAG
                     NOT AT END
                        IF CY-COUNT-DAY NOT = WS-COUNT-DAY
                           MOVE "Y" TO WS-PLAN-EOF-FLAG
                        ELSE
                           PERFORM 3200-PRINT-ONE-LOCATION
                        END-IF
                  END-READ
               END-PERFORM
               PERFORM 6100-CLOSE-SPOOL-REPORT
            END-IF.

      *> Days are 1 (Monday) to 5 (Friday); ENTER takes today.
       3050-ACCEPT-COUNT-DAY.
            MOVE "N" TO WS-DAY-OK-FLAG.
            DISPLAY "Count day (1=Mon ... 5=Fri, ENTER = today): ".
            MOVE SPACE TO WS-DAY-INPUT.
            ACCEPT WS-DAY-INPUT.
            IF WS-DAY-INPUT = SPACE
               MOVE WS-DAY-OF-WEEK TO WS-DAY-INPUT
            END-IF.
            IF WS-DAY-INPUT IS NOT NUMERIC
               DISPLAY "Invalid day."
            ELSE
               MOVE WS-DAY-INPUT TO WS-COUNT-DAY
               IF WS-COUNT-DAY < 1 OR WS-COUNT-DAY > 5
                  DISPLAY "No counts are planned for day "
                     WS-COUNT-DAY " - weekdays only."
               ELSE
                  MOVE "Y" TO WS-DAY-OK-FLAG
               END-IF
            END-IF.

       3100-START-DAY.
            MOVE "N" TO WS-PLAN-EOF-FLAG.
            MOVE LOW-VALUES TO CY-KEY.
            MOVE WS-COUNT-DAY TO CY-COUNT-DAY.
            START CYCLE-COUNT-PLAN-FILE KEY >= CY-KEY
               INVALID KEY
                  MOVE "Y" TO WS-PLAN-EOF-FLAG
            END-START.

       3150-FORMAT-LOCATION.
            MOVE SPACES TO WS-LOCATION-TEXT.
            IF CY-IS-WAREHOUSE
               MOVE "WAREHOUSE" TO WS-LOCATION-TEXT
            ELSE
               STRING "MACH " CY-MACHINE-ID " " CY-SLOT-NO
                  DELIMITED BY SIZE INTO WS-LOCATION-TEXT
               END-STRING
            END-IF.

       3200-PRINT-ONE-LOCATION.
            PERFORM 3150-FORMAT-LOCATION.
            MOVE SPACES TO PRINT-LINE.
            IF CY-COUNTED-DATE = ZERO
               STRING WS-LOCATION-TEXT " " CY-PRODUCT-NAME "  "
                  CY-ABC-CLASS "      "
                  "          _____"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               STRING WS-LOCATION-TEXT " " CY-PRODUCT-NAME "  "
                  CY-ABC-CLASS "      " CY-COUNTED-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Key the day's counts. Each location not yet counted under
      *> this plan is offered in list order; the posting is the
      *> STOCK-TAKE posting, slot or warehouse alike.
       4000-COUNT-DAY.
            PERFORM 3050-ACCEPT-COUNT-DAY.
            IF WS-DAY-OK
               MOVE ZERO TO WS-LOCATIONS-COUNTED
               MOVE ZERO TO WS-LOCATIONS-ADJUSTED
               MOVE ZERO TO WS-TOTAL-SHRINK-VALUE
               MOVE ZERO TO WS-HISTORY-ROWS
               OPEN EXTEND SHRINKAGE-HISTORY-FILE
               IF WS-SHRINKAGE-HISTORY-STATUS = "35"
                  OPEN OUTPUT SHRINKAGE-HISTORY-FILE
                  CLOSE SHRINKAGE-HISTORY-FILE
                  OPEN EXTEND SHRINKAGE-HISTORY-FILE
               END-IF
               MOVE "CYCCOUNT" TO WS-REPORT-TYPE
               PERFORM 6000-OPEN-SPOOL-REPORT
               MOVE "LOCATION   PRODUCT      BOOK  COUNTED  VARIANCE"
                  TO PRINT-LINE
               MOVE "      VALUE" TO PRINT-LINE(50:11)
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 3100-START-DAY
               PERFORM UNTIL WS-PLAN-EOF
                  READ CYCLE-COUNT-PLAN-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PLAN-EOF-FLAG
                     NOT AT END
                        IF CY-COUNT-DAY NOT = WS-COUNT-DAY
                           MOVE "Y" TO WS-PLAN-EOF-FLAG
                        ELSE
                           IF CY-COUNTED-DATE = ZERO
                              PERFORM 4100-COUNT-ONE-LOCATION
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               MOVE WS-TOTAL-SHRINK-VALUE TO WS-VAR-EDIT-MINUS
               MOVE SPACES TO PRINT-LINE
               STRING "LOCATIONS COUNTED: " WS-LOCATIONS-COUNTED
                  "  ADJUSTED: " WS-LOCATIONS-ADJUSTED
                  "  NET VARIANCE VALUE: " WS-VAR-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 6100-CLOSE-SPOOL-REPORT
               MOVE "T" TO SK-RECORD-TYPE
               MOVE SPACES TO SK-DETAIL
               MOVE WS-HISTORY-ROWS TO SK-TRAILER-COUNT
               WRITE SHRINKAGE-HISTORY-RECORD
               CLOSE SHRINKAGE-HISTORY-FILE
               IF WS-TOTAL-SHRINK-VALUE NOT = ZERO
                  PERFORM 4500-ENSURE-ACCOUNTS-EXIST
                  PERFORM 4600-WRITE-JOURNAL-ENTRY
               END-IF
            END-IF.

       4100-COUNT-ONE-LOCATION.
            MOVE "N" TO WS-LOCATION-FOUND-FLAG.
            IF CY-IS-WAREHOUSE
               MOVE CY-PRODUCT-NAME TO WH-PRODUCT-NAME
               READ WAREHOUSE-STOCK-FILE
                  INVALID KEY
                     DISPLAY CY-PRODUCT-NAME
                        " is no longer on the warehouse ledger."
                  NOT INVALID KEY
                     MOVE "Y" TO WS-LOCATION-FOUND-FLAG
                     MOVE WH-QTY-ON-HAND TO WS-BOOK-QTY
               END-READ
            ELSE
               IF WS-PRODUCT-FILE-OPEN
                  MOVE CY-MACHINE-ID TO PM-MACHINE-ID
                  MOVE CY-SLOT-NO TO PM-SLOT-NO
                  READ PRODUCT-MASTER-FILE
                     INVALID KEY
                        DISPLAY "Mach " CY-MACHINE-ID " slot "
                           CY-SLOT-NO " is no longer on file."
                     NOT INVALID KEY
                        MOVE "Y" TO WS-LOCATION-FOUND-FLAG
                        MOVE PM-QTY-ON-HAND TO WS-BOOK-QTY
                        IF PM-PRODUCT-NAME NOT = CY-PRODUCT-NAME
                           DISPLAY "NOTE: slot now carries "
                              PM-PRODUCT-NAME " - counting it."
                        END-IF
                  END-READ
               END-IF
            END-IF.
            IF WS-LOCATION-FOUND
               PERFORM 4150-ACCEPT-COUNT
               ADD 1 TO WS-LOCATIONS-COUNTED
               COMPUTE WS-VARIANCE = WS-COUNTED-QTY - WS-BOOK-QTY
               PERFORM 4200-VALUE-VARIANCE
               PERFORM 4250-PRINT-VARIANCE-LINE
               IF WS-VARIANCE NOT = ZERO
                  PERFORM 4400-POST-ADJUSTMENT
               END-IF
            END-IF.
            MOVE WS-TODAY-DATE TO CY-COUNTED-DATE.
            REWRITE CYCLE-COUNT-PLAN-RECORD.

       4150-ACCEPT-COUNT.
            PERFORM 3150-FORMAT-LOCATION.
            DISPLAY WS-LOCATION-TEXT " " CY-PRODUCT-NAME
               " class " CY-ABC-CLASS " book qty " WS-BOOK-QTY.
            DISPLAY "Enter physical count (ENTER = book figure): ".
            MOVE SPACES TO WS-COUNT-INPUT.
            ACCEPT WS-COUNT-INPUT.
      *> Short counts arrive right-padded with spaces off the
      *> console; zero-fill them the STOCK-TAKE way.
            PERFORM UNTIL WS-COUNT-INPUT = SPACES OR
                  WS-COUNT-INPUT(5:1) NOT = SPACE
               MOVE WS-COUNT-INPUT(1:4) TO WS-COUNT-SHIFT
               MOVE WS-COUNT-SHIFT TO WS-COUNT-INPUT(2:4)
               MOVE "0" TO WS-COUNT-INPUT(1:1)
            END-PERFORM.
            IF WS-COUNT-INPUT = SPACES
               MOVE WS-BOOK-QTY TO WS-COUNTED-QTY
            ELSE
               IF WS-COUNT-INPUT IS NOT NUMERIC
                  DISPLAY "Not a number - left at book figure."
                  MOVE WS-BOOK-QTY TO WS-COUNTED-QTY
               ELSE
                  MOVE WS-COUNT-INPUT TO WS-COUNTED-QTY
               END-IF
            END-IF.
            IF CY-IS-MACHINE-SLOT AND WS-COUNTED-QTY > 999
               DISPLAY "More than a slot can hold - left at book "
                  "figure."
               MOVE WS-BOOK-QTY TO WS-COUNTED-QTY
            END-IF.

      *> Valued at the cost in force on the count date; a slot with
      *> no cost row falls back to its price as STOCK-TAKE does, a
      *> warehouse line (which has no price) to zero.
       4200-VALUE-VARIANCE.
            MOVE ZERO TO WS-UNIT-VALUE.
            IF CY-IS-MACHINE-SLOT
               MOVE PM-PRICE TO WS-UNIT-VALUE
               MOVE PM-PRODUCT-NAME TO WS-LOC-PRODUCT
            ELSE
               MOVE WH-PRODUCT-NAME TO WS-LOC-PRODUCT
            END-IF.
            PERFORM 4300-LOOKUP-UNIT-COST.
            COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE * WS-UNIT-VALUE.
            ADD WS-VARIANCE-VALUE TO WS-TOTAL-SHRINK-VALUE.

       4250-PRINT-VARIANCE-LINE.
            MOVE WS-VARIANCE TO WS-EDIT-VARIANCE.
            MOVE WS-VARIANCE-VALUE TO WS-VAR-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-LOCATION-TEXT " " CY-PRODUCT-NAME "  "
               WS-BOOK-QTY "   " WS-COUNTED-QTY "     "
               WS-EDIT-VARIANCE "  " WS-VAR-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Leaves WS-UNIT-VALUE at the latest PRODUCT-COST row on or
      *> before today for WS-LOC-PRODUCT, untouched when none.
       4300-LOOKUP-UNIT-COST.
            MOVE "N" TO WS-COST-FOUND-FLAG.
            IF WS-COST-FILE-OPEN
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE WS-LOC-PRODUCT TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = WS-LOC-PRODUCT OR
                              CO-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-UNIT-VALUE
                           MOVE "Y" TO WS-COST-FOUND-FLAG
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       4400-POST-ADJUSTMENT.
            DISPLAY "Enter adjustment reason code (e.g. THEFT, JAM,"
               " EXPIRED, MISCOUNT): ".
            ACCEPT WS-REASON-CODE.
            ADD 1 TO WS-LOCATIONS-ADJUSTED.
            MOVE WS-VARIANCE TO WS-EDIT-VARIANCE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            MOVE "D" TO SK-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO SK-TAKE-DATE.
            MOVE CY-PRODUCT-NAME TO SK-PRODUCT-NAME.
            MOVE ZERO TO SK-ROUTE-NO.
            IF CY-IS-WAREHOUSE
               MOVE WS-COUNTED-QTY TO WH-QTY-ON-HAND
               MOVE WS-TODAY-DATE TO WH-LAST-MOVE-DATE
               REWRITE WAREHOUSE-STOCK-RECORD
               MOVE "WHSEADJ" TO WS-AUDIT-EVENT-CODE
               STRING "Whse " DELIMITED BY SIZE
                  WH-PRODUCT-NAME DELIMITED BY SIZE
                  " adj " DELIMITED BY SIZE
                  WS-EDIT-VARIANCE DELIMITED BY SIZE
                  " reason " DELIMITED BY SIZE
                  WS-REASON-CODE DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               MOVE "W" TO SK-LOCATION-TYPE
               MOVE ZERO TO SK-MACHINE-ID
               MOVE ZERO TO SK-SLOT-NO
            ELSE
               MOVE WS-COUNTED-QTY TO PM-QTY-ON-HAND
               REWRITE PRODUCT-MASTER-RECORD
               MOVE "STOCKADJ" TO WS-AUDIT-EVENT-CODE
               STRING "Mach " DELIMITED BY SIZE
                  PM-MACHINE-ID DELIMITED BY SIZE
                  " slot " DELIMITED BY SIZE
                  PM-SLOT-NO DELIMITED BY SIZE
                  " adj " DELIMITED BY SIZE
                  WS-EDIT-VARIANCE DELIMITED BY SIZE
                  " reason " DELIMITED BY SIZE
                  WS-REASON-CODE DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               MOVE SPACE TO SK-LOCATION-TYPE
               MOVE PM-MACHINE-ID TO SK-MACHINE-ID
               MOVE PM-SLOT-NO TO SK-SLOT-NO
               MOVE PM-PRODUCT-NAME TO SK-PRODUCT-NAME
            END-IF.
            PERFORM 5100-WRITE-AUDIT-LOG.
            MOVE WS-BOOK-QTY TO SK-BOOK-QTY.
            MOVE WS-COUNTED-QTY TO SK-COUNTED-QTY.
            MOVE WS-VARIANCE TO SK-VARIANCE.
            MOVE WS-UNIT-VALUE TO SK-UNIT-VALUE.
            MOVE WS-VARIANCE-VALUE TO SK-VARIANCE-VALUE.
            MOVE WS-REASON-CODE TO SK-REASON-CODE.
            WRITE SHRINKAGE-HISTORY-RECORD.
            ADD 1 TO WS-HISTORY-ROWS.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the two accounts the count journals to are written as
      *> zero-balance rows the first time they are needed.
       4500-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 5200 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5200 TO CA-ACCOUNT-NO
                     MOVE "SHRINKAGE EXPENSE" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 1200 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1200 TO CA-ACCOUNT-NO
                     MOVE "STOCK ON HAND" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

      *> Missing stock is an expense (debit 5200, credit stock);
      *> a net overage goes the other way.
       4600-WRITE-JOURNAL-ENTRY.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            IF WS-TOTAL-SHRINK-VALUE < ZERO
               MOVE 5200 TO JE-DEBIT-ACCOUNT
               MOVE 1200 TO JE-CREDIT-ACCOUNT
               COMPUTE WS-JOURNAL-AMOUNT =
                  ZERO - WS-TOTAL-SHRINK-VALUE
            ELSE
               MOVE 1200 TO JE-DEBIT-ACCOUNT
               MOVE 5200 TO JE-CREDIT-ACCOUNT
               MOVE WS-TOTAL-SHRINK-VALUE TO WS-JOURNAL-AMOUNT
            END-IF.
            MOVE WS-JOURNAL-AMOUNT TO JE-AMOUNT.
            MOVE "CYCLECOUNT" TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
            DISPLAY "Journaled " WS-JOURNAL-AMOUNT " shrinkage - "
               "run GL-POST to apply it.".

       5100-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       6000-OPEN-SPOOL-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE WS-REPORT-TYPE TO SP-REPORT-TYPE.
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

       6100-CLOSE-SPOOL-REPORT.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       8000-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       9000-CLOSE-FILES.
            PERFORM 8000-WRITE-AUDIT-LOG-TRAILER.
            IF WS-PRODUCT-FILE-OPEN
               CLOSE PRODUCT-MASTER-FILE
            END-IF.
            CLOSE WAREHOUSE-STOCK-FILE.
            CLOSE CYCLE-COUNT-PLAN-FILE.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM CYCLE-COUNT.
