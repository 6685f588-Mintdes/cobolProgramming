      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Per-machine profit and loss - for an asked-for
      *          fiscal period from the PERIOD-CALENDAR, builds each
      *          machine's statement: non-voided vending takings,
      *          cost of goods at the PRODUCT-COST unit cost in force
      *          on each sale date, host-site commission under the
      *          SITECONT deal in force (the COMMISSION-STATEMENTS
      *          rule), the month's straight-line depreciation of the
      *          machine's ASSETREG row, spoilage pulled (SPOILHST)
      *          and stock-take shrinkage (SHRNKHST) against its
      *          slots, closed work-order service cost, the card
      *          processor's cut of card-tendered takings at an
      *          operator-keyed rate, and the overhead the period's
      *          OVERHEAD-ALLOCATION run spread to it (OVHDHIST).
      *          Machines print ranked by net contribution through
      *          the spool chain, and the two
      *          periods before are worked the same way so a machine
      *          that has lost money three periods running is
      *          flagged for a move or a pull.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACHINE-PROFIT-LOSS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT PRODUCT-COST-FILE ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
           SELECT SITE-CONTRACT-FILE ASSIGN TO "SITECONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-SITE-CONTRACT-STATUS.
           SELECT FIXED-ASSET-FILE ASSIGN TO "ASSETREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FIXED-ASSET-STATUS.
           SELECT SPOILAGE-HISTORY-FILE ASSIGN TO "SPOILHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOILAGE-HISTORY-STATUS.
           SELECT SHRINKAGE-HISTORY-FILE ASSIGN TO "SHRNKHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINKAGE-HISTORY-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WRKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WORK-ORDER-STATUS.
           SELECT MACHINE-MASTER-FILE ASSIGN TO "MACHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT OVERHEAD-HISTORY-FILE ASSIGN TO "OVHDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERHEAD-HISTORY-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  SITE-CONTRACT-FILE.
       COPY SITECONT.

       FD  FIXED-ASSET-FILE.
       COPY ASSETREG.

       FD  SPOILAGE-HISTORY-FILE.
       COPY SPOILHST.

       FD  SHRINKAGE-HISTORY-FILE.
       COPY SHRNKHST.

       FD  WORK-ORDER-FILE.
       COPY WRKORDER.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  OVERHEAD-HISTORY-FILE.
       COPY OVHDHIST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-SITE-CONTRACT-STATUS   PIC XX.
       01  WS-FIXED-ASSET-STATUS     PIC XX.
       01  WS-SPOILAGE-HISTORY-STATUS PIC XX.
       01  WS-SHRINKAGE-HISTORY-STATUS PIC XX.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-OVERHEAD-HISTORY-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
      *> Working copy of the sale layout: each record handed back by
      *> the history service is laid over this for the field names.
       COPY VNDSALE.

       COPY HISTPRM.
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-CONTRACT-EOF-FLAG      PIC X.
           88  WS-CONTRACT-EOF                   VALUE "Y".
       01  WS-ASSET-EOF-FLAG         PIC X.
           88  WS-ASSET-EOF                      VALUE "Y".
       01  WS-SPOIL-EOF-FLAG         PIC X.
           88  WS-SPOIL-EOF                      VALUE "Y".
       01  WS-SHRINK-EOF-FLAG        PIC X.
           88  WS-SHRINK-EOF                     VALUE "Y".
       01  WS-ORDER-EOF-FLAG         PIC X.
           88  WS-ORDER-EOF                      VALUE "Y".
       01  WS-OVERHEAD-EOF-FLAG      PIC X.
           88  WS-OVERHEAD-EOF                   VALUE "Y".

      *> Slot 1 of the period table is the asked-for period, slots 2
      *> and 3 the one and two before it on the calendar.
       01  WS-PERIOD-CONTROLS.
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-PERIOD-INPUT          PIC X(2).
           05  WS-PERIOD-ENTRY OCCURS 3 TIMES.
               10  WS-PE-YEAR              PIC 9(4).
               10  WS-PE-PERIOD-NO         PIC 99.
               10  WS-PE-START             PIC 9(8).
               10  WS-PE-END               PIC 9(8).
               10  WS-PE-FOUND-FLAG        PIC X.
                   88  WS-PE-FOUND                   VALUE "Y".
           05  WS-PER-IDX               PIC 9.
           05  WS-PERIOD-START          PIC 9(8).
           05  WS-PERIOD-END            PIC 9(8).

      *> One row per machine ID, so a sale, a write-off or a work
      *> order lands on its machine by subscript with no search.
       01  WS-MACHINE-PL-TABLE.
           05  WS-ML-ENTRY OCCURS 99 TIMES.
               10  WS-ML-SALES             PIC 9(7)V99.
               10  WS-ML-CARD-SALES        PIC 9(7)V99.
               10  WS-ML-COGS              PIC 9(7)V99.
               10  WS-ML-COMMISSION        PIC 9(7)V99.
               10  WS-ML-DEPRECIATION      PIC 9(7)V99.
               10  WS-ML-SPOILAGE          PIC 9(7)V99.
               10  WS-ML-SHRINKAGE         PIC S9(7)V99.
               10  WS-ML-SERVICE           PIC 9(7)V99.
               10  WS-ML-CARD-FEES         PIC 9(7)V99.
               10  WS-ML-OVERHEAD          PIC 9(7)V99.
               10  WS-ML-UNCOSTED          PIC 9(5).
               10  WS-ML-ACTIVE-FLAG       PIC X.
                   88  WS-ML-ACTIVE                  VALUE "Y".
               10  WS-ML-RANK              PIC 9(3).
               10  WS-ML-PERIOD-NET OCCURS 3 TIMES
                                           PIC S9(7)V99.
               10  WS-ML-PERIOD-ACTIVE OCCURS 3 TIMES
                                           PIC X.
       01  WS-MACH-IDX               PIC 9(3).
       01  WS-RANK-IDX               PIC 9(3).
       01  WS-PRINT-RANK             PIC 9(3).

       01  WS-PL-CONTROLS.
           05  WS-CARD-FEE-INPUT        PIC X(5).
           05  WS-CARD-FEE-PCT          PIC 99V99   VALUE 2.50.
           05  WS-CARD-FEE-EDIT         PIC Z9.99.
           05  WS-UNIT-COST             PIC 99V99.
           05  WS-COST-FOUND-FLAG       PIC X.
               88  WS-COST-FOUND                 VALUE "Y".
           05  WS-CONTRACT-FOUND-FLAG   PIC X.
               88  WS-CONTRACT-FOUND             VALUE "Y".
           05  WS-BEST-PCT              PIC 99V99.
           05  WS-BEST-GUARANTEE        PIC 9(5)V99.
           05  WS-MONTH-DEPR            PIC 9(7)V99.
           05  WS-MONTHS-IN-SERVICE     PIC S9(5).
           05  WS-NET-AMOUNT            PIC S9(7)V99.
           05  WS-ACTIVE-COUNT          PIC 9(3)    VALUE ZERO.
           05  WS-LOSS-RUN-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-FLEET-NET             PIC S9(7)V99 VALUE ZERO.
           05  WS-SITE-NAME             PIC X(20).
           05  WS-LOSS-RUN-FLAG         PIC X.
               88  WS-LOSS-RUN                   VALUE "Y".

       01  WS-DATE-WORK              PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR               PIC 9(4).
           05  WS-DW-MONTH              PIC 99.
           05  WS-DW-DAY                PIC 99.
       01  WS-END-MONTH-COUNT        PIC 9(6).
       01  WS-SERVICE-MONTH-COUNT    PIC 9(6).

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-SAL==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-COG==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-COM==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-DEP==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-SPL==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-SHR==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-SVC==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-FEE==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-OVH==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-NET==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-PN2==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-PN3==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Per-Machine Profit and Loss ---".
            PERFORM 1000-FIND-FISCAL-PERIODS.
            PERFORM 1200-ACCEPT-CARD-FEE-RATE.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            ELSE
               DISPLAY "No PRODUCT-COST file - cost of goods will "
                  "show as zero."
            END-IF.
            PERFORM VARYING WS-PER-IDX FROM 3 BY -1
               UNTIL WS-PER-IDX < 1
               IF WS-PE-FOUND(WS-PER-IDX)
                  PERFORM 2000-BUILD-ONE-PERIOD
               END-IF
            END-PERFORM.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.
            IF WS-ACTIVE-COUNT = ZERO
               DISPLAY "No machine activity in that period - nothing "
                  "to report."
               GOBACK
            END-IF.
            PERFORM 3000-RANK-MACHINES.
            PERFORM 4000-PRINT-STATEMENT.
            GOBACK.

       1000-FIND-FISCAL-PERIODS.
            OPEN INPUT PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS NOT = "00"
               DISPLAY "No PERIOD-CALENDAR file - cannot pick a "
                  "period."
               GOBACK
            END-IF.
            DISPLAY "Fiscal year (YYYY): ".
            ACCEPT WS-YEAR-INPUT.
            DISPLAY "Period number (01-12): ".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-YEAR-INPUT IS NOT NUMERIC OR
                  WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "Invalid year/period."
               CLOSE PERIOD-CALENDAR-FILE
               GOBACK
            END-IF.
            MOVE WS-YEAR-INPUT TO WS-PE-YEAR(1).
            MOVE WS-PERIOD-INPUT TO WS-PE-PERIOD-NO(1).
            PERFORM VARYING WS-PER-IDX FROM 2 BY 1
               UNTIL WS-PER-IDX > 3
               PERFORM 1050-STEP-BACK-ONE-PERIOD
            END-PERFORM.
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 3
               PERFORM 1100-READ-ONE-PERIOD
            END-PERFORM.
            CLOSE PERIOD-CALENDAR-FILE.
            IF NOT WS-PE-FOUND(1)
               DISPLAY "No such period on the calendar."
               GOBACK
            END-IF.

      *> Period 01's predecessor is period 12 of the year before.
       1050-STEP-BACK-ONE-PERIOD.
            IF WS-PE-PERIOD-NO(WS-PER-IDX - 1) = 1
               COMPUTE WS-PE-YEAR(WS-PER-IDX) =
                  WS-PE-YEAR(WS-PER-IDX - 1) - 1
               MOVE 12 TO WS-PE-PERIOD-NO(WS-PER-IDX)
            ELSE
               MOVE WS-PE-YEAR(WS-PER-IDX - 1)
                  TO WS-PE-YEAR(WS-PER-IDX)
               COMPUTE WS-PE-PERIOD-NO(WS-PER-IDX) =
                  WS-PE-PERIOD-NO(WS-PER-IDX - 1) - 1
            END-IF.

       1100-READ-ONE-PERIOD.
            MOVE "N" TO WS-PE-FOUND-FLAG(WS-PER-IDX).
            MOVE WS-PE-YEAR(WS-PER-IDX) TO PC-FISCAL-YEAR.
            MOVE WS-PE-PERIOD-NO(WS-PER-IDX) TO PC-PERIOD-NO.
            READ PERIOD-CALENDAR-FILE
               INVALID KEY
                  MOVE ZERO TO WS-PE-START(WS-PER-IDX)
                  MOVE ZERO TO WS-PE-END(WS-PER-IDX)
               NOT INVALID KEY
                  MOVE PC-START-DATE TO WS-PE-START(WS-PER-IDX)
                  MOVE PC-END-DATE TO WS-PE-END(WS-PER-IDX)
                  MOVE "Y" TO WS-PE-FOUND-FLAG(WS-PER-IDX)
            END-READ.

      *> The processor's rate is not held on any file, so it is
      *> keyed per run like the MATCH3WY price tolerance.
       1200-ACCEPT-CARD-FEE-RATE.
            DISPLAY "Card processing percent (ENTER = 2.50): ".
            MOVE SPACES TO WS-CARD-FEE-INPUT.
            ACCEPT WS-CARD-FEE-INPUT.
            IF WS-CARD-FEE-INPUT NOT = SPACES
               COMPUTE WS-CARD-FEE-PCT =
                  FUNCTION NUMVAL(WS-CARD-FEE-INPUT)
            END-IF.

      *> Every line of one period's statement, for every machine.
      *> The asked-for period is built last, so its detail lines are
      *> what is left in the table for printing.
       2000-BUILD-ONE-PERIOD.
            MOVE WS-PE-START(WS-PER-IDX) TO WS-PERIOD-START.
            MOVE WS-PE-END(WS-PER-IDX) TO WS-PERIOD-END.
            PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
               UNTIL WS-MACH-IDX > 99
               MOVE ZERO TO WS-ML-SALES(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-CARD-SALES(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-COGS(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-COMMISSION(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-DEPRECIATION(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-SPOILAGE(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-SHRINKAGE(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-SERVICE(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-CARD-FEES(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-OVERHEAD(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-UNCOSTED(WS-MACH-IDX)
               MOVE "N" TO WS-ML-ACTIVE-FLAG(WS-MACH-IDX)
            END-PERFORM.
            PERFORM 2100-TOTAL-PERIOD-SALES.
            PERFORM 2300-ADD-COMMISSION.
            PERFORM 2400-ADD-DEPRECIATION.
            PERFORM 2500-ADD-SPOILAGE.
            PERFORM 2600-ADD-SHRINKAGE.
            PERFORM 2700-ADD-SERVICE-COST.
            PERFORM 2750-ADD-OVERHEAD.
            PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
               UNTIL WS-MACH-IDX > 99
               PERFORM 2800-NET-ONE-MACHINE
            END-PERFORM.

       2100-TOTAL-PERIOD-SALES.
            MOVE WS-PERIOD-START TO HR-START-DATE.
            MOVE WS-PERIOD-END TO HR-END-DATE.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            PERFORM UNTIL HR-IS-EOF
               MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
               IF NOT VS-IS-VOIDED AND VS-MACHINE-ID > ZERO
                  PERFORM 2150-ADD-ONE-SALE
               END-IF
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.

       2150-ADD-ONE-SALE.
            MOVE VS-MACHINE-ID TO WS-MACH-IDX.
            MOVE "Y" TO WS-ML-ACTIVE-FLAG(WS-MACH-IDX).
            ADD VS-PRICE TO WS-ML-SALES(WS-MACH-IDX).
            IF VS-IS-CARD-TENDER
               ADD VS-PRICE TO WS-ML-CARD-SALES(WS-MACH-IDX)
            END-IF.
            PERFORM 2200-LOOKUP-COST-ON-SALE-DATE.
            IF WS-COST-FOUND
               ADD WS-UNIT-COST TO WS-ML-COGS(WS-MACH-IDX)
            ELSE
               ADD 1 TO WS-ML-UNCOSTED(WS-MACH-IDX)
            END-IF.

       2200-LOOKUP-COST-ON-SALE-DATE.
            MOVE ZERO TO WS-UNIT-COST.
            MOVE "N" TO WS-COST-FOUND-FLAG.
            IF WS-COST-FILE-OPEN
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE VS-PRODUCT-NAME TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = VS-PRODUCT-NAME OR
                              CO-EFFECTIVE-DATE > VS-SALE-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-UNIT-COST
                           MOVE "Y" TO WS-COST-FOUND-FLAG
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> The COMMISSION-STATEMENTS rule: only a machine with takings
      *> gets a statement, at the deal in force for the period -
      *> percentage of takings or the minimum guarantee if more.
       2300-ADD-COMMISSION.
            OPEN INPUT SITE-CONTRACT-FILE.
            IF WS-SITE-CONTRACT-STATUS = "00"
               PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
                  UNTIL WS-MACH-IDX > 99
                  IF WS-ML-SALES(WS-MACH-IDX) > ZERO
                     PERFORM 2350-COMMISSION-ONE-MACHINE
                  END-IF
               END-PERFORM
               CLOSE SITE-CONTRACT-FILE
            END-IF.

       2350-COMMISSION-ONE-MACHINE.
            MOVE "N" TO WS-CONTRACT-FOUND-FLAG.
            MOVE "N" TO WS-CONTRACT-EOF-FLAG.
            MOVE LOW-VALUES TO CN-KEY.
            MOVE WS-MACH-IDX TO CN-MACHINE-ID.
            START SITE-CONTRACT-FILE KEY >= CN-KEY
               INVALID KEY
                  MOVE "Y" TO WS-CONTRACT-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-CONTRACT-EOF
               READ SITE-CONTRACT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-CONTRACT-EOF-FLAG
                  NOT AT END
                     IF CN-MACHINE-ID NOT = WS-MACH-IDX OR
                           CN-EFFECTIVE-DATE > WS-PERIOD-END
                        MOVE "Y" TO WS-CONTRACT-EOF-FLAG
                     ELSE
                        IF CN-END-DATE = ZERO OR
                              CN-END-DATE >= WS-PERIOD-START
                           MOVE CN-COMMISSION-PCT TO WS-BEST-PCT
                           MOVE CN-MIN-GUARANTEE
                              TO WS-BEST-GUARANTEE
                           MOVE "Y" TO WS-CONTRACT-FOUND-FLAG
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-CONTRACT-FOUND
               COMPUTE WS-ML-COMMISSION(WS-MACH-IDX) ROUNDED =
                  WS-ML-SALES(WS-MACH-IDX) * WS-BEST-PCT / 100
               IF WS-ML-COMMISSION(WS-MACH-IDX) < WS-BEST-GUARANTEE
                  MOVE WS-BEST-GUARANTEE
                     TO WS-ML-COMMISSION(WS-MACH-IDX)
               END-IF
            END-IF.

      *> One month of straight-line charge per period, as the
      *> DEPRECIATION-RUN books it. The charge is worked from the
      *> months in service at period end rather than from today's
      *> accumulated figure, so an earlier period reprints the same
      *> however far the monthly run has since gone.
       2400-ADD-DEPRECIATION.
            MOVE "N" TO WS-ASSET-EOF-FLAG.
            OPEN INPUT FIXED-ASSET-FILE.
            IF WS-FIXED-ASSET-STATUS NOT = "00"
               MOVE "Y" TO WS-ASSET-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-ASSET-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ASSET-EOF-FLAG
                  NOT AT END
                     IF FA-MACHINE-ID > ZERO AND
                           FA-LIFE-MONTHS > ZERO AND
                           FA-IN-SERVICE-DATE <= WS-PERIOD-END AND
                           (FA-IS-ACTIVE OR
                            FA-DISPOSED-DATE >= WS-PERIOD-START)
                        PERFORM 2450-DEPRECIATE-ONE-ASSET
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-FIXED-ASSET-STATUS = "00"
               CLOSE FIXED-ASSET-FILE
            END-IF.

       2450-DEPRECIATE-ONE-ASSET.
            MOVE WS-PERIOD-END TO WS-DATE-WORK.
            COMPUTE WS-END-MONTH-COUNT =
               WS-DW-YEAR * 12 + WS-DW-MONTH.
            MOVE FA-IN-SERVICE-DATE TO WS-DATE-WORK.
            COMPUTE WS-SERVICE-MONTH-COUNT =
               WS-DW-YEAR * 12 + WS-DW-MONTH.
            COMPUTE WS-MONTHS-IN-SERVICE =
               WS-END-MONTH-COUNT - WS-SERVICE-MONTH-COUNT + 1.
            COMPUTE WS-MONTH-DEPR ROUNDED =
               FA-COST / FA-LIFE-MONTHS.
            IF WS-MONTHS-IN-SERVICE > FA-LIFE-MONTHS
               MOVE ZERO TO WS-MONTH-DEPR
            ELSE
               IF WS-MONTHS-IN-SERVICE = FA-LIFE-MONTHS
                  COMPUTE WS-MONTH-DEPR = FA-COST
                     - WS-MONTH-DEPR * (FA-LIFE-MONTHS - 1)
               END-IF
            END-IF.
            MOVE FA-MACHINE-ID TO WS-MACH-IDX.
            ADD WS-MONTH-DEPR TO WS-ML-DEPRECIATION(WS-MACH-IDX).
            IF WS-MONTH-DEPR > ZERO
               MOVE "Y" TO WS-ML-ACTIVE-FLAG(WS-MACH-IDX)
            END-IF.

       2500-ADD-SPOILAGE.
            MOVE "N" TO WS-SPOIL-EOF-FLAG.
            OPEN INPUT SPOILAGE-HISTORY-FILE.
            IF WS-SPOILAGE-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-SPOIL-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-SPOIL-EOF
               READ SPOILAGE-HISTORY-FILE
                  AT END
                     MOVE "Y" TO WS-SPOIL-EOF-FLAG
                  NOT AT END
                     IF SG-IS-DETAIL AND
                           SG-MACHINE-ID > ZERO AND
                           SG-DISPOSAL-DATE >= WS-PERIOD-START AND
                           SG-DISPOSAL-DATE <= WS-PERIOD-END
                        MOVE SG-MACHINE-ID TO WS-MACH-IDX
                        ADD SG-VALUE TO WS-ML-SPOILAGE(WS-MACH-IDX)
                        MOVE "Y" TO WS-ML-ACTIVE-FLAG(WS-MACH-IDX)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-SPOILAGE-HISTORY-STATUS = "00"
               CLOSE SPOILAGE-HISTORY-FILE
            END-IF.

      *> Stock missing at a machine's count is its shrinkage; a
      *> surplus at a later count gives some back. Van and warehouse
      *> variances belong to no machine and are left out.
       2600-ADD-SHRINKAGE.
            MOVE "N" TO WS-SHRINK-EOF-FLAG.
            OPEN INPUT SHRINKAGE-HISTORY-FILE.
            IF WS-SHRINKAGE-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-SHRINK-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-SHRINK-EOF
               READ SHRINKAGE-HISTORY-FILE
                  AT END
                     MOVE "Y" TO WS-SHRINK-EOF-FLAG
                  NOT AT END
                     IF SK-IS-DETAIL AND
                           SK-IS-MACHINE-SLOT AND
                           SK-MACHINE-ID > ZERO AND
                           SK-TAKE-DATE >= WS-PERIOD-START AND
                           SK-TAKE-DATE <= WS-PERIOD-END
                        MOVE SK-MACHINE-ID TO WS-MACH-IDX
                        SUBTRACT SK-VARIANCE-VALUE
                           FROM WS-ML-SHRINKAGE(WS-MACH-IDX)
                        MOVE "Y" TO WS-ML-ACTIVE-FLAG(WS-MACH-IDX)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-SHRINKAGE-HISTORY-STATUS = "00"
               CLOSE SHRINKAGE-HISTORY-FILE
            END-IF.

      *> A work order is charged to the period it closed in; an
      *> order closed before costs were keyed carries no cost.
       2700-ADD-SERVICE-COST.
            MOVE "N" TO WS-ORDER-EOF-FLAG.
            OPEN INPUT WORK-ORDER-FILE.
            IF WS-WORK-ORDER-STATUS NOT = "00"
               MOVE "Y" TO WS-ORDER-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-ORDER-EOF
               READ WORK-ORDER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ORDER-EOF-FLAG
                  NOT AT END
                     IF WO-IS-CLOSED AND
                           WO-MACHINE-ID > ZERO AND
                           WO-CLOSED-DATE >= WS-PERIOD-START AND
                           WO-CLOSED-DATE <= WS-PERIOD-END AND
                           WO-SERVICE-COST IS NUMERIC
                        MOVE WO-MACHINE-ID TO WS-MACH-IDX
                        ADD WO-SERVICE-COST
                           TO WS-ML-SERVICE(WS-MACH-IDX)
                        MOVE "Y" TO WS-ML-ACTIVE-FLAG(WS-MACH-IDX)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-WORK-ORDER-STATUS = "00"
               CLOSE WORK-ORDER-FILE
            END-IF.

      *> Overhead is what the allocation run spread to the machine
      *> for this fiscal period, whatever day the run was made.
       2750-ADD-OVERHEAD.
            MOVE "N" TO WS-OVERHEAD-EOF-FLAG.
            OPEN INPUT OVERHEAD-HISTORY-FILE.
            IF WS-OVERHEAD-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-OVERHEAD-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-OVERHEAD-EOF
               READ OVERHEAD-HISTORY-FILE
                  AT END
                     MOVE "Y" TO WS-OVERHEAD-EOF-FLAG
                  NOT AT END
                     IF OH-TO-MACHINE AND
                           OH-FISCAL-YEAR = WS-PE-YEAR(WS-PER-IDX) AND
                           OH-PERIOD-NO =
                              WS-PE-PERIOD-NO(WS-PER-IDX) AND
                           OH-TARGET-CODE(1:2) IS NUMERIC
                        MOVE OH-TARGET-CODE(1:2) TO WS-MACH-IDX
                        IF WS-MACH-IDX > ZERO
                           ADD OH-AMOUNT
                              TO WS-ML-OVERHEAD(WS-MACH-IDX)
                           MOVE "Y"
                              TO WS-ML-ACTIVE-FLAG(WS-MACH-IDX)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-OVERHEAD-HISTORY-STATUS = "00"
               CLOSE OVERHEAD-HISTORY-FILE
            END-IF.

       2800-NET-ONE-MACHINE.
            COMPUTE WS-ML-CARD-FEES(WS-MACH-IDX) ROUNDED =
               WS-ML-CARD-SALES(WS-MACH-IDX) * WS-CARD-FEE-PCT / 100.
            COMPUTE WS-NET-AMOUNT = WS-ML-SALES(WS-MACH-IDX)
               - WS-ML-COGS(WS-MACH-IDX)
               - WS-ML-COMMISSION(WS-MACH-IDX)
               - WS-ML-DEPRECIATION(WS-MACH-IDX)
               - WS-ML-SPOILAGE(WS-MACH-IDX)
               - WS-ML-SHRINKAGE(WS-MACH-IDX)
               - WS-ML-SERVICE(WS-MACH-IDX)
               - WS-ML-CARD-FEES(WS-MACH-IDX)
               - WS-ML-OVERHEAD(WS-MACH-IDX).
            MOVE WS-NET-AMOUNT TO WS-ML-PERIOD-NET(WS-MACH-IDX,
               WS-PER-IDX).
            MOVE WS-ML-ACTIVE-FLAG(WS-MACH-IDX)
               TO WS-ML-PERIOD-ACTIVE(WS-MACH-IDX, WS-PER-IDX).
            IF WS-PER-IDX = 1 AND WS-ML-ACTIVE(WS-MACH-IDX)
               ADD 1 TO WS-ACTIVE-COUNT
               ADD WS-NET-AMOUNT TO WS-FLEET-NET
            END-IF.

      *> Rank 1 is the best net contribution; a machine's rank is one
      *> more than the count of active machines that beat it (the
      *> CYCLE-COUNT ranking), so ties share a rank.
       3000-RANK-MACHINES.
            PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
               UNTIL WS-MACH-IDX > 99
               MOVE ZERO TO WS-ML-RANK(WS-MACH-IDX)
               IF WS-ML-ACTIVE(WS-MACH-IDX)
                  MOVE 1 TO WS-ML-RANK(WS-MACH-IDX)
                  PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                     UNTIL WS-RANK-IDX > 99
                     IF WS-ML-ACTIVE(WS-RANK-IDX) AND
                           WS-ML-PERIOD-NET(WS-RANK-IDX, 1) >
                           WS-ML-PERIOD-NET(WS-MACH-IDX, 1)
                        ADD 1 TO WS-ML-RANK(WS-MACH-IDX)
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.

       4000-PRINT-STATEMENT.
            OPEN INPUT MACHINE-MASTER-FILE.
            MOVE "O" TO SP-FUNCTION.
            MOVE "MACHPL" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            PERFORM 4050-WRITE-BANNER-PAGE.
            MOVE SPACES TO PRINT-LINE.
            STRING "MACHINE PROFIT AND LOSS  PERIOD "
               WS-PE-YEAR(1) "/" WS-PE-PERIOD-NO(1)
               "  " WS-PE-START(1) " - " WS-PE-END(1)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-CARD-FEE-PCT TO WS-CARD-FEE-EDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING "CARD PROCESSING AT " WS-CARD-FEE-EDIT
               " PCT OF CARD TAKINGS"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-PRINT-RANK FROM 1 BY 1
               UNTIL WS-PRINT-RANK > WS-ACTIVE-COUNT
               PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
                  UNTIL WS-MACH-IDX > 99
                  IF WS-ML-ACTIVE(WS-MACH-IDX) AND
                        WS-ML-RANK(WS-MACH-IDX) = WS-PRINT-RANK
                     PERFORM 4100-PRINT-ONE-MACHINE
                  END-IF
               END-PERFORM
            END-PERFORM.
            MOVE WS-FLEET-NET TO WS-NET-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "MACHINES " WS-ACTIVE-COUNT
               "  FLEET NET CONTRIBUTION " WS-NET-EDIT-MINUS
               "  LOSS 3 PERIODS: " WS-LOSS-RUN-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE WS-ACTIVE-COUNT TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            IF WS-MACHINE-MASTER-STATUS = "00"
               CLOSE MACHINE-MASTER-FILE
            END-IF.
            DISPLAY "Statement spooled as " WS-SPOOL-NAME ".".

       4050-WRITE-BANNER-PAGE.
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

       4100-PRINT-ONE-MACHINE.
            PERFORM 4200-LOOKUP-SITE-NAME.
            PERFORM 4300-CHECK-LOSS-RUN.
            MOVE SPACES TO PRINT-LINE.
            STRING "RANK " WS-ML-RANK(WS-MACH-IDX)
               "  MACHINE " WS-MACH-IDX(2:2)
               "  " WS-SITE-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-ML-SALES(WS-MACH-IDX) TO WS-SAL-EDIT-MINUS.
            MOVE WS-ML-COGS(WS-MACH-IDX) TO WS-COG-EDIT-MINUS.
            MOVE WS-ML-COMMISSION(WS-MACH-IDX) TO WS-COM-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  SALES " WS-SAL-EDIT-MINUS
               "  COGS " WS-COG-EDIT-MINUS
               "  COMMISSION " WS-COM-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-ML-DEPRECIATION(WS-MACH-IDX) TO WS-DEP-EDIT-MINUS.
            MOVE WS-ML-SPOILAGE(WS-MACH-IDX) TO WS-SPL-EDIT-MINUS.
            MOVE WS-ML-SHRINKAGE(WS-MACH-IDX) TO WS-SHR-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  DEPRECIATION " WS-DEP-EDIT-MINUS
               "  SPOILAGE " WS-SPL-EDIT-MINUS
               "  SHRINKAGE " WS-SHR-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-ML-SERVICE(WS-MACH-IDX) TO WS-SVC-EDIT-MINUS.
            MOVE WS-ML-CARD-FEES(WS-MACH-IDX) TO WS-FEE-EDIT-MINUS.
            MOVE WS-ML-OVERHEAD(WS-MACH-IDX) TO WS-OVH-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  SERVICE " WS-SVC-EDIT-MINUS
               "  CARD FEES " WS-FEE-EDIT-MINUS
               "  OVERHEAD " WS-OVH-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-ML-PERIOD-NET(WS-MACH-IDX, 1)
               TO WS-NET-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  NET " WS-NET-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-ML-UNCOSTED(WS-MACH-IDX) > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "  (" WS-ML-UNCOSTED(WS-MACH-IDX)
                  " SALES WITH NO COST ON FILE - COGS UNDERSTATED)"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            IF WS-LOSS-RUN
               MOVE WS-ML-PERIOD-NET(WS-MACH-IDX, 2)
                  TO WS-PN2-EDIT-MINUS
               MOVE WS-ML-PERIOD-NET(WS-MACH-IDX, 3)
                  TO WS-PN3-EDIT-MINUS
               MOVE SPACES TO PRINT-LINE
               STRING "  ** LOSS 3 PERIODS **  PRIOR NETS"
                  WS-PN2-EDIT-MINUS WS-PN3-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.

       4200-LOOKUP-SITE-NAME.
            MOVE SPACES TO WS-SITE-NAME.
            IF WS-MACHINE-MASTER-STATUS = "00"
               MOVE WS-MACH-IDX TO MM-MACHINE-ID
               READ MACHINE-MASTER-FILE
                  INVALID KEY
                     MOVE "(UNKNOWN SITE)" TO WS-SITE-NAME
                  NOT INVALID KEY
                     MOVE MM-LOCATION TO WS-SITE-NAME
               END-READ
            END-IF.

      *> A loss run needs a statement in all three periods - a
      *> machine with no history before this one is not flagged.
       4300-CHECK-LOSS-RUN.
            MOVE "N" TO WS-LOSS-RUN-FLAG.
            IF WS-PE-FOUND(2) AND WS-PE-FOUND(3) AND
                  WS-ML-PERIOD-ACTIVE(WS-MACH-IDX, 2) = "Y" AND
                  WS-ML-PERIOD-ACTIVE(WS-MACH-IDX, 3) = "Y" AND
                  WS-ML-PERIOD-NET(WS-MACH-IDX, 1) < ZERO AND
                  WS-ML-PERIOD-NET(WS-MACH-IDX, 2) < ZERO AND
                  WS-ML-PERIOD-NET(WS-MACH-IDX, 3) < ZERO
               MOVE "Y" TO WS-LOSS-RUN-FLAG
               ADD 1 TO WS-LOSS-RUN-COUNT
            END-IF.
       END PROGRAM MACHINE-PROFIT-LOSS.
