      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 2 September 2026
      * Purpose: Warehouse-to-machine transfer posting - stock moves
      *          from the depot's warehouse ledger to the route van in
      *          the morning load, from the van onto a machine slot's
      *          PM-QTY-ON-HAND at each drop (with an optional dated
      *          lot row for perishables - the GOODS-RECEIVE lot
      *          pattern), and back to the warehouse at the evening
      *          count-back. The count-back's differences go to the
      *          shrinkage history as the van's, and their net value
      *          is journaled to SHRINKAGE EXPENSE 5200 against STOCK
      *          ON HAND 1200 (the STOCK-TAKE pattern), so van losses
      *          no longer turn up as machine shrinkage. Every
      *          movement is an audit-log event. Neither the depot
      *          nor the van can go negative: a move bigger than the
      *          source holds is cut back to what is actually there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-MASTER-STATUS.
           SELECT VAN-STOCK-FILE ASSIGN TO "VANSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-KEY
               FILE STATUS IS WS-VAN-STOCK-STATUS.
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-ROUTE-MASTER-STATUS.
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
       FD  LOT-MASTER-FILE.
       COPY LOTMAST.

       FD  VAN-STOCK-FILE.
       COPY VANSTOCK.

       FD  ROUTE-MASTER-FILE.
       COPY ROUTMAST.

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

       01  WS-WAREHOUSE-STOCK-STATUS PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-LOT-MASTER-STATUS      PIC XX.
       01  WS-VAN-STOCK-STATUS       PIC XX.
       01  WS-ROUTE-MASTER-STATUS    PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-SHRINKAGE-HISTORY-STATUS PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-VAN-EOF-FLAG           PIC X.
           88  WS-VAN-EOF                        VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-ROUTE-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-ROUTE-FILE-OPEN                VALUE "Y".

       01  WS-TRANSFER-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-LOT-INPUT             PIC X(8).
           05  WS-EXPIRY-INPUT          PIC X(8).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-ROUTE-INPUT           PIC X(3).
           05  WS-ROUTE-NO              PIC 9(3).
           05  WS-ROUTE-OK-FLAG         PIC X.
               88  WS-ROUTE-OK                   VALUE "Y".
           05  WS-COUNT-INPUT           PIC X(5).
           05  WS-COUNT-SHIFT           PIC X(4).
           05  WS-COUNTED-QTY           PIC 9(5).
           05  WS-BOOK-QTY              PIC 9(5).
           05  WS-VARIANCE              PIC S9(5).
           05  WS-UNIT-VALUE            PIC 99V99.
           05  WS-COST-FOUND-FLAG       PIC X.
               88  WS-COST-FOUND                 VALUE "Y".
           05  WS-VARIANCE-VALUE        PIC S9(7)V99.
           05  WS-REASON-CODE           PIC X(10).
           05  WS-PRODUCTS-COUNTED      PIC 9(5).
           05  WS-TOTAL-SHRINK-VALUE    PIC S9(7)V99.
           05  WS-JOURNAL-AMOUNT        PIC 9(7)V99.
           05  WS-HISTORY-ROWS          PIC 9(7)    VALUE ZERO.
           05  WS-EDIT-VARIANCE         PIC ----9.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VAR==.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Warehouse to Machine Transfer ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list warehouse stock, V=list van stock, "
                  "O=load van, T=drop into machine, "
                  "C=count back van, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-WAREHOUSE-STOCK
                  WHEN "V"
                  WHEN "v"
                     PERFORM 2100-LIST-VAN-STOCK
                  WHEN "O"
                  WHEN "o"
                     PERFORM 4000-LOAD-VAN
                  WHEN "T"
                  WHEN "t"
                     PERFORM 3000-TRANSFER-TO-MACHINE
                  WHEN "C"
                  WHEN "c"
                     PERFORM 5000-COUNT-BACK-VAN
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
               CLOSE LOT-MASTER-FILE
               OPEN I-O LOT-MASTER-FILE
            END-IF.
            OPEN I-O VAN-STOCK-FILE.
            IF WS-VAN-STOCK-STATUS = "35"
               OPEN OUTPUT VAN-STOCK-FILE
               CLOSE VAN-STOCK-FILE
               OPEN I-O VAN-STOCK-FILE
            END-IF.
            OPEN INPUT ROUTE-MASTER-FILE.
            IF WS-ROUTE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ROUTE-OPEN-FLAG
            END-IF.
            OPEN INPUT PRODUCT-COST-FILE.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               END-READ
            END-PERFORM.

       2100-LIST-VAN-STOCK.
            PERFORM 2200-ACCEPT-ROUTE.
            IF WS-ROUTE-OK
               MOVE "N" TO WS-VAN-EOF-FLAG
               MOVE WS-ROUTE-NO TO VN-ROUTE-NO
               MOVE LOW-VALUES TO VN-PRODUCT-NAME
               START VAN-STOCK-FILE KEY >= VN-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-VAN-EOF-FLAG
               END-START
               DISPLAY "PRODUCT    IN-VAN LOADED DROPPED LAST-MOVE"
               PERFORM UNTIL WS-VAN-EOF
                  READ VAN-STOCK-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-VAN-EOF-FLAG
                     NOT AT END
                        IF VN-ROUTE-NO NOT = WS-ROUTE-NO
                           MOVE "Y" TO WS-VAN-EOF-FLAG
                        ELSE
                           DISPLAY VN-PRODUCT-NAME " " VN-QTY-ON-HAND
                              "  " VN-QTY-LOADED-TODAY "  "
                              VN-QTY-DROPPED-TODAY "   "
                              VN-LAST-MOVE-DATE
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> A van is known by the route it drives, so the route must
      *> have at least one stop on ROUTE-MASTER. Short route numbers
      *> arrive right-padded off the console and are zero-filled.
       2200-ACCEPT-ROUTE.
            MOVE "N" TO WS-ROUTE-OK-FLAG.
            DISPLAY "Route number (van): ".
            MOVE SPACES TO WS-ROUTE-INPUT.
            ACCEPT WS-ROUTE-INPUT.
            PERFORM UNTIL WS-ROUTE-INPUT = SPACES OR
                  WS-ROUTE-INPUT(3:1) NOT = SPACE
               MOVE WS-ROUTE-INPUT(2:1) TO WS-ROUTE-INPUT(3:1)
               MOVE WS-ROUTE-INPUT(1:1) TO WS-ROUTE-INPUT(2:1)
               MOVE "0" TO WS-ROUTE-INPUT(1:1)
            END-PERFORM.
            IF WS-ROUTE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid route number."
            ELSE
               MOVE WS-ROUTE-INPUT TO WS-ROUTE-NO
               IF NOT WS-ROUTE-FILE-OPEN
                  DISPLAY "No ROUTE-MASTER file - route not checked."
                  MOVE "Y" TO WS-ROUTE-OK-FLAG
               ELSE
                  MOVE WS-ROUTE-NO TO RT-ROUTE-NO
                  MOVE ZERO TO RT-STOP-SEQ
                  START ROUTE-MASTER-FILE KEY >= RT-KEY
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        READ ROUTE-MASTER-FILE NEXT RECORD
                           AT END
                              CONTINUE
                           NOT AT END
                              IF RT-ROUTE-NO = WS-ROUTE-NO
                                 MOVE "Y" TO WS-ROUTE-OK-FLAG
                              END-IF
                        END-READ
                  END-START
                  IF NOT WS-ROUTE-OK
                     DISPLAY "Route " WS-ROUTE-NO
                        " is not on ROUTE-MASTER."
                  END-IF
               END-IF
            END-IF.

      *> Machines are filled from the van, never straight from the
      *> warehouse: the drop comes off the route van's row.
       3000-TRANSFER-TO-MACHINE.
            PERFORM 2200-ACCEPT-ROUTE.
            IF WS-ROUTE-OK
               DISPLAY "Product name to drop: "
               ACCEPT WS-PRODUCT-INPUT
               MOVE WS-ROUTE-NO TO VN-ROUTE-NO
               MOVE WS-PRODUCT-INPUT TO VN-PRODUCT-NAME
               READ VAN-STOCK-FILE
                  INVALID KEY
                     DISPLAY "Product not on the van - "
                        "nothing moved."
                  NOT INVALID KEY
                     PERFORM 3100-ACCEPT-DESTINATION
               END-READ
            END-IF.

       3100-ACCEPT-DESTINATION.
            DISPLAY "Van holds " VN-QTY-ON-HAND " "
               VN-PRODUCT-NAME ".".
            DISPLAY "Machine ID (01-99): ".
            ACCEPT WS-MACHINE-INPUT.
            IF WS-MACHINE-INPUT(2:1) = SPACE AND
            END-IF.

       3200-APPLY-TRANSFER.
            IF PM-PRODUCT-NAME NOT = VN-PRODUCT-NAME
               DISPLAY "NOTE: slot carries " PM-PRODUCT-NAME
                  " - loading " VN-PRODUCT-NAME " anyway."
            END-IF.
            DISPLAY "Quantity put into the machine: ".
            ACCEPT WS-QTY-INPUT.
            MOVE WS-QTY-INPUT TO WS-QTY-MOVED.
            IF WS-QTY-MOVED > VN-QTY-ON-HAND
               DISPLAY "More than the van holds - moving all "
                  VN-QTY-ON-HAND "."
               MOVE VN-QTY-ON-HAND TO WS-QTY-MOVED
            END-IF.
            IF WS-QTY-MOVED = ZERO
               DISPLAY "Zero quantity - nothing moved."
            ELSE
               PERFORM 4200-START-VAN-DAY
               SUBTRACT WS-QTY-MOVED FROM VN-QTY-ON-HAND
               ADD WS-QTY-MOVED TO VN-QTY-DROPPED-TODAY
               REWRITE VAN-STOCK-RECORD
               ADD WS-QTY-MOVED TO PM-QTY-ON-HAND
               REWRITE PRODUCT-MASTER-RECORD
               MOVE "VANDROP" TO WS-AUDIT-EVENT-CODE
               MOVE WS-QTY-MOVED TO WS-QTY-DISPLAY
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING "Van " DELIMITED BY SIZE
                  WS-ROUTE-NO DELIMITED BY SIZE
                  " put " DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VN-PRODUCT-NAME DELIMITED BY SIZE
                  " in mach " DELIMITED BY SIZE
                  WS-MACHINE-INPUT DELIMITED BY SIZE
                  " slot " DELIMITED BY SIZE
                  WS-SLOT-INPUT DELIMITED BY SIZE
               PERFORM 3400-WRITE-AUDIT-LOG
               PERFORM 3300-RECORD-LOT
               DISPLAY "Moved " WS-QTY-MOVED " - slot now holds "
                  PM-QTY-ON-HAND ", van " VN-QTY-ON-HAND "."
            END-IF.

      *> Perishable loads get a dated lot row at the machine they
                  ACCEPT LT-RECEIVED-DATE FROM DATE YYYYMMDD
                  MOVE WS-EXPIRY-INPUT TO LT-EXPIRY-DATE
                  MOVE WS-QTY-MOVED TO LT-QTY
                  MOVE WS-QTY-MOVED TO LT-QTY-RECEIVED
                  MOVE ZERO TO LT-QTY-SOLD
                  MOVE ZERO TO LT-QTY-REMOVED
                  MOVE SPACE TO LT-HOLD-FLAG
                  WRITE LOT-MASTER-RECORD
                     INVALID KEY
                        READ LOT-MASTER-FILE
                           NOT INVALID KEY
                              ADD WS-QTY-MOVED TO LT-QTY
                              ADD WS-QTY-MOVED TO LT-QTY-RECEIVED
                              REWRITE LOT-MASTER-RECORD
                        END-READ
                  END-WRITE
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

      *> The morning load: warehouse stock onto the route's van.
       4000-LOAD-VAN.
            PERFORM 2200-ACCEPT-ROUTE.
            IF WS-ROUTE-OK
               DISPLAY "Product name to load: "
               ACCEPT WS-PRODUCT-INPUT
               MOVE WS-PRODUCT-INPUT TO WH-PRODUCT-NAME
               READ WAREHOUSE-STOCK-FILE
                  INVALID KEY
                     DISPLAY "Product not on the warehouse ledger - "
                        "nothing moved."
                  NOT INVALID KEY
                     PERFORM 4100-APPLY-VAN-LOAD
               END-READ
            END-IF.

       4100-APPLY-VAN-LOAD.
            DISPLAY "Warehouse holds " WH-QTY-ON-HAND " "
               WH-PRODUCT-NAME ".".
            DISPLAY "Quantity counted onto the van: ".
            ACCEPT WS-QTY-INPUT.
            MOVE WS-QTY-INPUT TO WS-QTY-MOVED.
            IF WS-QTY-MOVED > WH-QTY-ON-HAND
               DISPLAY "More than the warehouse holds - moving all "
                  WH-QTY-ON-HAND "."
               MOVE WH-QTY-ON-HAND TO WS-QTY-MOVED
            END-IF.
            IF WS-QTY-MOVED = ZERO
               DISPLAY "Zero quantity - nothing moved."
            ELSE
               SUBTRACT WS-QTY-MOVED FROM WH-QTY-ON-HAND
               MOVE WS-TODAY-DATE TO WH-LAST-MOVE-DATE
               REWRITE WAREHOUSE-STOCK-RECORD
               MOVE WS-ROUTE-NO TO VN-ROUTE-NO
               MOVE WH-PRODUCT-NAME TO VN-PRODUCT-NAME
               READ VAN-STOCK-FILE
                  INVALID KEY
                     MOVE ZERO TO VN-QTY-ON-HAND
                     MOVE ZERO TO VN-QTY-LOADED-TODAY
                     MOVE ZERO TO VN-QTY-DROPPED-TODAY
                     MOVE WS-TODAY-DATE TO VN-LAST-MOVE-DATE
                     ADD WS-QTY-MOVED TO VN-QTY-ON-HAND
                     ADD WS-QTY-MOVED TO VN-QTY-LOADED-TODAY
                     WRITE VAN-STOCK-RECORD
                  NOT INVALID KEY
                     PERFORM 4200-START-VAN-DAY
                     ADD WS-QTY-MOVED TO VN-QTY-ON-HAND
                     ADD WS-QTY-MOVED TO VN-QTY-LOADED-TODAY
                     REWRITE VAN-STOCK-RECORD
               END-READ
               MOVE "VANLOAD" TO WS-AUDIT-EVENT-CODE
               MOVE WS-QTY-MOVED TO WS-QTY-DISPLAY
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING "Loaded " DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WH-PRODUCT-NAME DELIMITED BY SIZE
                  " onto van " DELIMITED BY SIZE
                  WS-ROUTE-NO DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 3400-WRITE-AUDIT-LOG
               DISPLAY "Loaded " WS-QTY-MOVED " - van now holds "
                  VN-QTY-ON-HAND ", warehouse " WH-QTY-ON-HAND "."
            END-IF.

      *> The loaded and dropped figures are the day's; the first
      *> movement on a new day starts them again.
       4200-START-VAN-DAY.
            IF VN-LAST-MOVE-DATE NOT = WS-TODAY-DATE
               MOVE ZERO TO VN-QTY-LOADED-TODAY
               MOVE ZERO TO VN-QTY-DROPPED-TODAY
               MOVE WS-TODAY-DATE TO VN-LAST-MOVE-DATE
            END-IF.

      *> The evening count-back: every product still on the van is
      *> counted off it and returned to the warehouse. Book minus
      *> count is the van's own shrinkage, written to the history
      *> with the route so the trend report charges the van.
       5000-COUNT-BACK-VAN.
            PERFORM 2200-ACCEPT-ROUTE.
            IF WS-ROUTE-OK
               MOVE ZERO TO WS-PRODUCTS-COUNTED
               MOVE ZERO TO WS-TOTAL-SHRINK-VALUE
               MOVE ZERO TO WS-HISTORY-ROWS
               OPEN EXTEND SHRINKAGE-HISTORY-FILE
               IF WS-SHRINKAGE-HISTORY-STATUS = "35"
                  OPEN OUTPUT SHRINKAGE-HISTORY-FILE
                  CLOSE SHRINKAGE-HISTORY-FILE
                  OPEN EXTEND SHRINKAGE-HISTORY-FILE
               END-IF
               MOVE "N" TO WS-VAN-EOF-FLAG
               MOVE WS-ROUTE-NO TO VN-ROUTE-NO
               MOVE LOW-VALUES TO VN-PRODUCT-NAME
               START VAN-STOCK-FILE KEY >= VN-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-VAN-EOF-FLAG
               END-START
               PERFORM UNTIL WS-VAN-EOF
                  READ VAN-STOCK-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-VAN-EOF-FLAG
                     NOT AT END
                        IF VN-ROUTE-NO NOT = WS-ROUTE-NO
                           MOVE "Y" TO WS-VAN-EOF-FLAG
                        ELSE
                           IF VN-QTY-ON-HAND > ZERO
                              PERFORM 5100-COUNT-ONE-PRODUCT
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               MOVE "T" TO SK-RECORD-TYPE
               MOVE SPACES TO SK-DETAIL
               MOVE WS-HISTORY-ROWS TO SK-TRAILER-COUNT
               WRITE SHRINKAGE-HISTORY-RECORD
               CLOSE SHRINKAGE-HISTORY-FILE
               MOVE WS-TOTAL-SHRINK-VALUE TO WS-VAR-EDIT-MINUS
               DISPLAY "Products counted back: " WS-PRODUCTS-COUNTED
                  "  net variance value: " WS-VAR-EDIT-MINUS
               IF WS-TOTAL-SHRINK-VALUE NOT = ZERO
                  PERFORM 5300-ENSURE-ACCOUNTS-EXIST
                  PERFORM 5400-WRITE-JOURNAL-ENTRY
               END-IF
            END-IF.

       5100-COUNT-ONE-PRODUCT.
            ADD 1 TO WS-PRODUCTS-COUNTED.
            MOVE VN-QTY-ON-HAND TO WS-BOOK-QTY.
            DISPLAY VN-PRODUCT-NAME " loaded " VN-QTY-LOADED-TODAY
               " dropped " VN-QTY-DROPPED-TODAY " book "
               WS-BOOK-QTY.
            DISPLAY "Count back to the warehouse (ENTER = book): ".
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
                  DISPLAY "Not a number - taken at book figure."
                  MOVE WS-BOOK-QTY TO WS-COUNTED-QTY
               ELSE
                  MOVE WS-COUNT-INPUT TO WS-COUNTED-QTY
               END-IF
            END-IF.
            COMPUTE WS-VARIANCE = WS-COUNTED-QTY - WS-BOOK-QTY.
            PERFORM 4200-START-VAN-DAY.
            MOVE ZERO TO VN-QTY-ON-HAND.
            REWRITE VAN-STOCK-RECORD.
            IF WS-COUNTED-QTY > ZERO
               PERFORM 5150-RETURN-TO-WAREHOUSE
            END-IF.
            IF WS-VARIANCE NOT = ZERO
               PERFORM 5200-RECORD-VAN-VARIANCE
            END-IF.

       5150-RETURN-TO-WAREHOUSE.
            MOVE VN-PRODUCT-NAME TO WH-PRODUCT-NAME.
            READ WAREHOUSE-STOCK-FILE
               INVALID KEY
                  MOVE WS-COUNTED-QTY TO WH-QTY-ON-HAND
                  MOVE WS-TODAY-DATE TO WH-LAST-MOVE-DATE
                  WRITE WAREHOUSE-STOCK-RECORD
               NOT INVALID KEY
                  ADD WS-COUNTED-QTY TO WH-QTY-ON-HAND
                  MOVE WS-TODAY-DATE TO WH-LAST-MOVE-DATE
                  REWRITE WAREHOUSE-STOCK-RECORD
            END-READ.
            MOVE "VANRTN" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "Van " DELIMITED BY SIZE
               WS-ROUTE-NO DELIMITED BY SIZE
               " returned " DELIMITED BY SIZE
               WS-COUNTED-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VN-PRODUCT-NAME DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 3400-WRITE-AUDIT-LOG.

      *> Valued at the PRODUCT-COST unit cost in force today; a van
      *> row has no slot price to fall back on, so a product with
      *> no cost on file is recorded in units only.
       5200-RECORD-VAN-VARIANCE.
            PERFORM 5250-LOOKUP-UNIT-VALUE.
            IF NOT WS-COST-FOUND
               DISPLAY "No cost on file for " VN-PRODUCT-NAME
                  " - variance recorded in units only."
            END-IF.
            COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE * WS-UNIT-VALUE.
            ADD WS-VARIANCE-VALUE TO WS-TOTAL-SHRINK-VALUE.
            MOVE WS-VARIANCE TO WS-EDIT-VARIANCE.
            MOVE WS-VARIANCE-VALUE TO WS-VAR-EDIT-MINUS.
            DISPLAY "Variance " WS-EDIT-VARIANCE "  value "
               WS-VAR-EDIT-MINUS.
            DISPLAY "Enter variance reason code (e.g. DAMAGED, "
               "THEFT, MISCOUNT): ".
            ACCEPT WS-REASON-CODE.
            MOVE "D" TO SK-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO SK-TAKE-DATE.
            MOVE ZERO TO SK-MACHINE-ID.
            MOVE ZERO TO SK-SLOT-NO.
            MOVE VN-PRODUCT-NAME TO SK-PRODUCT-NAME.
            MOVE WS-BOOK-QTY TO SK-BOOK-QTY.
            MOVE WS-COUNTED-QTY TO SK-COUNTED-QTY.
            MOVE WS-VARIANCE TO SK-VARIANCE.
            MOVE WS-UNIT-VALUE TO SK-UNIT-VALUE.
            MOVE WS-VARIANCE-VALUE TO SK-VARIANCE-VALUE.
            MOVE WS-REASON-CODE TO SK-REASON-CODE.
            MOVE "V" TO SK-LOCATION-TYPE.
            MOVE WS-ROUTE-NO TO SK-ROUTE-NO.
            WRITE SHRINKAGE-HISTORY-RECORD.
            ADD 1 TO WS-HISTORY-ROWS.
            MOVE "VANADJ" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "Van " DELIMITED BY SIZE
               WS-ROUTE-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VN-PRODUCT-NAME DELIMITED BY SIZE
               " adj " DELIMITED BY SIZE
               WS-EDIT-VARIANCE DELIMITED BY SIZE
               " reason " DELIMITED BY SIZE
               WS-REASON-CODE DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 3400-WRITE-AUDIT-LOG.

       5250-LOOKUP-UNIT-VALUE.
            MOVE ZERO TO WS-UNIT-VALUE.
            MOVE "N" TO WS-COST-FOUND-FLAG.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE VN-PRODUCT-NAME TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = VN-PRODUCT-NAME OR
                              CO-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-UNIT-VALUE
                           MOVE "Y" TO WS-COST-FOUND-FLAG
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the two accounts the count-back journals to are written
      *> as zero-balance rows the first time they are needed.
       5300-ENSURE-ACCOUNTS-EXIST.
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
       5400-WRITE-JOURNAL-ENTRY.
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
            MOVE "VANSHRINK" TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
            DISPLAY "Journaled " WS-JOURNAL-AMOUNT " van shrinkage - "
               "run GL-POST to apply it.".

       8000-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       9000-CLOSE-FILES.
               CLOSE PRODUCT-MASTER-FILE
            END-IF.
            CLOSE LOT-MASTER-FILE.
            CLOSE VAN-STOCK-FILE.
            IF WS-ROUTE-FILE-OPEN
               CLOSE ROUTE-MASTER-FILE
            END-IF.
            IF WS-PRODUCT-COST-STATUS = "00"
               CLOSE PRODUCT-COST-FILE
            END-IF.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM WAREHOUSE-TRANSFER.
