      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Product-mix review - the quarterly planogram
      *          worksheet for the route planners. Every non-voided
      *          sale in the asked-for date range is valued at its
      *          charged price less the PRODUCT-COST unit cost in
      *          force on the sale date (the GROSS-MARGIN rule) and
      *          totalled per slot and per machine + product. Per
      *          in-service machine, each slot's product is ranked by
      *          units and by gross margin and set against what the
      *          same product sells elsewhere in the fleet; a slot
      *          selling under half the machine's slot average is
      *          offered the best seller of its peer machines (same
      *          MM-MODEL and MM-SITE-TYPE) that the machine does not
      *          already carry, where that product sells at least
      *          twice as many units. Products being phased out are
      *          neither offered nor swapped out - PRODUCT-PHASE-OUT
      *          already has their slots.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MIX-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-COST-FILE ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-PRODUCT-COST-STATUS.
           SELECT MACHINE-MASTER-FILE ASSIGN TO "MACHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.
           SELECT PRODUCT-DISCONTINUE-FILE ASSIGN TO "PRODDISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRODUCT-NAME
               FILE STATUS IS WS-PRODUCT-DISCONTINUE-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  PRODUCT-DISCONTINUE-FILE.
       COPY PRODDISC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-PRODUCT-DISCONTINUE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-DISCONTINUE-OPEN-FLAG  PIC X       VALUE "N".
           88  WS-DISCONTINUE-FILE-OPEN          VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-MACHINE-EOF-FLAG       PIC X       VALUE "N".
           88  WS-MACHINE-EOF                    VALUE "Y".
       01  WS-STOCK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-STOCK-EOF                      VALUE "Y".

      *> Working copy of the sale layout: each record handed back by
      *> the history service is laid over this for the field names.
       COPY VNDSALE.

       COPY HISTPRM.

       01  WS-RANGE-CONTROLS.
           05  WS-START-DATE            PIC 9(8).
           05  WS-END-DATE              PIC 9(8).
           05  WS-DATE-INPUT            PIC X(8).

      *> Model, site type and lifecycle state per machine ID, with
      *> the span of the slot table its slots occupy (PRODMAST reads
      *> in machine order, so each machine's slots are contiguous).
       01  WS-MACHINE-INFO-TABLE.
           05  WS-MI-ENTRY OCCURS 99 TIMES.
               10  WS-MI-ON-FILE           PIC X.
                   88  WS-MI-IS-ON-FILE                VALUE "Y".
               10  WS-MI-LOCATION          PIC X(20).
               10  WS-MI-MODEL             PIC X(10).
               10  WS-MI-SITE-TYPE         PIC XX.
               10  WS-MI-STATUS            PIC X.
                   88  WS-MI-OUT-OF-SERVICE            VALUE "S" "R".
               10  WS-MI-FIRST-SLOT        PIC 9(3).
               10  WS-MI-LAST-SLOT         PIC 9(3).
       01  WS-MACH-NO                PIC 99.
       01  WS-PEER-NO                PIC 99.

      *> One row per slot of an in-service machine, as PRODMAST has
      *> it today; sales count towards a slot only while the slot
      *> still holds the product that was sold.
       01  WS-SLOT-TABLE.
           05  WS-ST-ENTRY OCCURS 300 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-MACHINE           PIC 99.
               10  WS-ST-SLOT              PIC 99.
               10  WS-ST-PRODUCT           PIC X(10).
               10  WS-ST-UNITS             PIC 9(7).
               10  WS-ST-MARGIN            PIC S9(7)V99.
               10  WS-ST-UNIT-RANK         PIC 9(3).
               10  WS-ST-MARGIN-RANK       PIC 9(3).
               10  WS-ST-PHASING-FLAG      PIC X.
                   88  WS-ST-IS-PHASING-OUT            VALUE "Y".
       01  WS-SLOT-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-SLOT-SUB               PIC 9(3).
       01  WS-OTHER-SUB              PIC 9(3).

      *> Units and margin per machine + product, wherever sold.
       01  WS-PERFORMANCE-TABLE.
           05  WS-PF-ENTRY OCCURS 500 TIMES INDEXED BY WS-PF-IDX.
               10  WS-PF-MACHINE           PIC 99.
               10  WS-PF-PRODUCT           PIC X(10).
               10  WS-PF-UNITS             PIC 9(7).
               10  WS-PF-MARGIN            PIC S9(7)V99.
       01  WS-PERF-COUNT             PIC 9(3)    VALUE ZERO.

      *> Products the peer machines sell that the machine under
      *> review does not carry, rebuilt for every machine.
       01  WS-CANDIDATE-TABLE.
           05  WS-CD-ENTRY OCCURS 100 TIMES INDEXED BY WS-CD-IDX.
               10  WS-CD-PRODUCT           PIC X(10).
               10  WS-CD-MACHINES          PIC 9(3).
               10  WS-CD-UNITS             PIC 9(7).
               10  WS-CD-MARGIN            PIC S9(7)V99.
               10  WS-CD-USED-FLAG         PIC X.
                   88  WS-CD-IS-USED                   VALUE "Y".
       01  WS-CANDIDATE-COUNT        PIC 9(3).

       01  WS-SALE-VALUES.
           05  WS-SALE-COST             PIC 99V99.
           05  WS-SALE-MARGIN           PIC S9(3)V99.
           05  WS-SLOT-WARNED-FLAG      PIC X       VALUE "N".
               88  WS-SLOT-WARNED                VALUE "Y".
           05  WS-PERF-WARNED-FLAG      PIC X       VALUE "N".
               88  WS-PERF-WARNED                VALUE "Y".
           05  WS-PERF-PLACED-FLAG      PIC X.
               88  WS-PERF-PLACED                VALUE "Y".

       01  WS-REVIEW-CONTROLS.
           05  WS-PEER-COUNT            PIC 9(3).
           05  WS-SAME-SITE-FLAG        PIC X.
               88  WS-PEERS-SAME-SITE            VALUE "Y".
           05  WS-PEER-BASIS-TEXT       PIC X(30).
           05  WS-HELD-FLAG             PIC X.
               88  WS-PRODUCT-HELD               VALUE "Y".
           05  WS-MACHINE-SLOTS         PIC 9(3).
           05  WS-MACHINE-UNITS         PIC 9(7).
           05  WS-AVERAGE-UNITS         PIC 9(7)V9.
           05  WS-FLEET-MACHINES        PIC 9(3).
           05  WS-FLEET-UNITS           PIC 9(7).
           05  WS-FLEET-AVERAGE         PIC 9(7).
           05  WS-BEST-IDX              PIC 9(3).
           05  WS-BEST-AVERAGE          PIC 9(7).
           05  WS-CAND-AVERAGE          PIC 9(7).
           05  WS-RATIO                 PIC 9(3)V9.
           05  WS-MACHINES-REVIEWED     PIC 9(3)    VALUE ZERO.
           05  WS-SWAPS-SUGGESTED       PIC 9(5)    VALUE ZERO.

       01  WS-PRINT-FIELDS.
           05  WS-EDIT-UNITS            PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-FLEET            PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-RANK-U           PIC ZZ9.
           05  WS-EDIT-RANK-M           PIC ZZ9.
           05  WS-EDIT-SLOTS            PIC ZZ9.
           05  WS-EDIT-PEERS            PIC ZZ9.
           05  WS-EDIT-RATIO            PIC ZZ9.9.
           05  WS-EDIT-CAND-UNITS       PIC Z,ZZZ,ZZ9.
           05  WS-NOTE-TEXT             PIC X(14).
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-MGN==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Product Mix Review ---".
            PERFORM 1000-ACCEPT-DATE-RANGE.
            PERFORM 1100-OPEN-FILES.
            PERFORM 1200-LOAD-MACHINES.
            PERFORM 1300-LOAD-SLOTS.
            PERFORM 2000-TOTAL-SALES.
            IF WS-SLOT-COUNT = ZERO
               DISPLAY "No in-service slots on file - nothing to "
                  "review."
            ELSE
               PERFORM 3000-PRINT-REPORT
            END-IF.
            PERFORM 9000-CLOSE-FILES.
            GOBACK.

       1000-ACCEPT-DATE-RANGE.
            DISPLAY "Range start date (YYYYMMDD): ".
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-START-DATE
            ELSE
               MOVE ZERO TO WS-START-DATE
               DISPLAY "Invalid start - using earliest on file."
            END-IF.
            DISPLAY "Range end date (YYYYMMDD, ENTER = today): ".
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-END-DATE
            ELSE
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD
            END-IF.

       1100-OPEN-FILES.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            ELSE
               DISPLAY "No PRODUCT-COST file - margins are at full "
                  "selling price."
            END-IF.
            OPEN INPUT PRODUCT-DISCONTINUE-FILE.
            IF WS-PRODUCT-DISCONTINUE-STATUS = "00"
               MOVE "Y" TO WS-DISCONTINUE-OPEN-FLAG
            END-IF.

       1200-LOAD-MACHINES.
            INITIALIZE WS-MACHINE-INFO-TABLE.
            OPEN INPUT MACHINE-MASTER-FILE.
            IF WS-MACHINE-MASTER-STATUS = "00"
               MOVE LOW-VALUES TO MM-MACHINE-ID
               START MACHINE-MASTER-FILE KEY >= MM-MACHINE-ID
                  INVALID KEY
                     MOVE "Y" TO WS-MACHINE-EOF-FLAG
               END-START
               PERFORM UNTIL WS-MACHINE-EOF
                  READ MACHINE-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-MACHINE-EOF-FLAG
                     NOT AT END
                        IF MM-MACHINE-ID > ZERO
                           MOVE MM-MACHINE-ID TO WS-MACH-NO
                           MOVE "Y" TO WS-MI-ON-FILE(WS-MACH-NO)
                           MOVE MM-LOCATION
                              TO WS-MI-LOCATION(WS-MACH-NO)
                           MOVE MM-MODEL TO WS-MI-MODEL(WS-MACH-NO)
                           MOVE MM-SITE-TYPE
                              TO WS-MI-SITE-TYPE(WS-MACH-NO)
                           MOVE MM-STATUS-FLAG
                              TO WS-MI-STATUS(WS-MACH-NO)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE MACHINE-MASTER-FILE
            ELSE
               DISPLAY "No MACHINE-MASTER file - no peer groups; "
                  "only slot ranking is printed."
            END-IF.

       1300-LOAD-SLOTS.
            OPEN INPUT PRODUCT-MASTER-FILE.
            IF WS-PRODUCT-MASTER-STATUS = "00"
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
                        IF PM-MACHINE-ID > ZERO AND
                              NOT WS-MI-OUT-OF-SERVICE(PM-MACHINE-ID)
                           PERFORM 1350-KEEP-SLOT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-FILE
            END-IF.

       1350-KEEP-SLOT.
            IF WS-SLOT-COUNT < 300
               ADD 1 TO WS-SLOT-COUNT
               SET WS-ST-IDX TO WS-SLOT-COUNT
               MOVE PM-MACHINE-ID TO WS-ST-MACHINE(WS-ST-IDX)
               MOVE PM-SLOT-NO TO WS-ST-SLOT(WS-ST-IDX)
               MOVE PM-PRODUCT-NAME TO WS-ST-PRODUCT(WS-ST-IDX)
               MOVE ZERO TO WS-ST-UNITS(WS-ST-IDX)
               MOVE ZERO TO WS-ST-MARGIN(WS-ST-IDX)
               MOVE "N" TO WS-ST-PHASING-FLAG(WS-ST-IDX)
               IF WS-DISCONTINUE-FILE-OPEN
                  MOVE PM-PRODUCT-NAME TO PX-PRODUCT-NAME
                  READ PRODUCT-DISCONTINUE-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF PX-IS-DISCONTINUED
                           MOVE "Y"
                              TO WS-ST-PHASING-FLAG(WS-ST-IDX)
                        END-IF
                  END-READ
               END-IF
               MOVE PM-MACHINE-ID TO WS-MACH-NO
               IF WS-MI-FIRST-SLOT(WS-MACH-NO) = ZERO
                  MOVE WS-SLOT-COUNT TO WS-MI-FIRST-SLOT(WS-MACH-NO)
               END-IF
               MOVE WS-SLOT-COUNT TO WS-MI-LAST-SLOT(WS-MACH-NO)
            ELSE
               IF NOT WS-SLOT-WARNED
                  MOVE "Y" TO WS-SLOT-WARNED-FLAG
                  DISPLAY "*** More than 300 slots on file - "
                     "the extras are NOT reviewed. ***"
               END-IF
            END-IF.

      *> One stream for the whole range through the history service,
      *> as GROSS-MARGIN reads it.
       2000-TOTAL-SALES.
            MOVE WS-START-DATE TO HR-START-DATE.
            MOVE WS-END-DATE TO HR-END-DATE.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            PERFORM UNTIL HR-IS-EOF
               MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
               IF NOT VS-IS-VOIDED
                  PERFORM 2100-APPLY-ONE-SALE
               END-IF
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.

       2100-APPLY-ONE-SALE.
            PERFORM 2200-LOOKUP-SALE-COST.
            COMPUTE WS-SALE-MARGIN = VS-PRICE - WS-SALE-COST.
            PERFORM 2300-FIND-OR-ADD-PERFORMANCE.
            IF WS-PERF-PLACED
               ADD 1 TO WS-PF-UNITS(WS-PF-IDX)
               ADD WS-SALE-MARGIN TO WS-PF-MARGIN(WS-PF-IDX)
            END-IF.
            SET WS-ST-IDX TO 1.
            SEARCH WS-ST-ENTRY
               AT END
                  CONTINUE
               WHEN WS-ST-IDX > WS-SLOT-COUNT
                  CONTINUE
               WHEN WS-ST-MACHINE(WS-ST-IDX) = VS-MACHINE-ID AND
                    WS-ST-SLOT(WS-ST-IDX) = VS-SLOT-NO
                  IF WS-ST-PRODUCT(WS-ST-IDX) = VS-PRODUCT-NAME
                     ADD 1 TO WS-ST-UNITS(WS-ST-IDX)
                     ADD WS-SALE-MARGIN TO WS-ST-MARGIN(WS-ST-IDX)
                  END-IF
            END-SEARCH.

      *> The last PRODUCT-COST row dated at or before the sale date.
       2200-LOOKUP-SALE-COST.
            MOVE ZERO TO WS-SALE-COST.
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
                           MOVE CO-UNIT-COST TO WS-SALE-COST
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       2300-FIND-OR-ADD-PERFORMANCE.
            MOVE "Y" TO WS-PERF-PLACED-FLAG.
            SET WS-PF-IDX TO 1.
            SEARCH WS-PF-ENTRY
               AT END
                  PERFORM 2350-ADD-NEW-PERFORMANCE
               WHEN WS-PF-IDX > WS-PERF-COUNT
                  PERFORM 2350-ADD-NEW-PERFORMANCE
               WHEN WS-PF-MACHINE(WS-PF-IDX) = VS-MACHINE-ID AND
                    WS-PF-PRODUCT(WS-PF-IDX) = VS-PRODUCT-NAME
                  CONTINUE
            END-SEARCH.

       2350-ADD-NEW-PERFORMANCE.
            IF WS-PERF-COUNT < 500
               ADD 1 TO WS-PERF-COUNT
               SET WS-PF-IDX TO WS-PERF-COUNT
               MOVE VS-MACHINE-ID TO WS-PF-MACHINE(WS-PF-IDX)
               MOVE VS-PRODUCT-NAME TO WS-PF-PRODUCT(WS-PF-IDX)
               MOVE ZERO TO WS-PF-UNITS(WS-PF-IDX)
               MOVE ZERO TO WS-PF-MARGIN(WS-PF-IDX)
            ELSE
               MOVE "N" TO WS-PERF-PLACED-FLAG
               IF NOT WS-PERF-WARNED
                  MOVE "Y" TO WS-PERF-WARNED-FLAG
                  DISPLAY "*** More than 500 machine/product pairs "
                     "in range - the extras are NOT compared. ***"
               END-IF
            END-IF.

       3000-PRINT-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "MIXREVW" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            PERFORM 3050-WRITE-BANNER-PAGE.
            MOVE SPACES TO PRINT-LINE.
            STRING "PRODUCT MIX REVIEW  " WS-START-DATE
               " - " WS-END-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-MACH-NO FROM 1 BY 1
               UNTIL WS-MACH-NO > 98
               IF WS-MI-FIRST-SLOT(WS-MACH-NO) > ZERO
                  PERFORM 4000-REVIEW-ONE-MACHINE
               END-IF
            END-PERFORM.
            MOVE 99 TO WS-MACH-NO.
            IF WS-MI-FIRST-SLOT(WS-MACH-NO) > ZERO
               PERFORM 4000-REVIEW-ONE-MACHINE
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            STRING "MACHINES REVIEWED: " WS-MACHINES-REVIEWED
               "  SWAPS SUGGESTED: " WS-SWAPS-SUGGESTED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       3050-WRITE-BANNER-PAGE.
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

       4000-REVIEW-ONE-MACHINE.
            ADD 1 TO WS-MACHINES-REVIEWED.
            PERFORM 4100-RANK-SLOTS.
            PERFORM 4200-BUILD-CANDIDATES.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-PEER-COUNT TO WS-EDIT-PEERS.
            STRING "MACHINE " WS-MACH-NO " " WS-MI-LOCATION(WS-MACH-NO)
               " MODEL " WS-MI-MODEL(WS-MACH-NO)
               " SITE " WS-MI-SITE-TYPE(WS-MACH-NO)
               "  PEERS " WS-EDIT-PEERS " " WS-PEER-BASIS-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "  SLOT PRODUCT        UNITS RANK        MARGIN "
               "RANK  FLEET AVG"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-SLOT-SUB
               FROM WS-MI-FIRST-SLOT(WS-MACH-NO) BY 1
               UNTIL WS-SLOT-SUB > WS-MI-LAST-SLOT(WS-MACH-NO)
               PERFORM 4300-PRINT-ONE-SLOT
            END-PERFORM.
            PERFORM VARYING WS-SLOT-SUB
               FROM WS-MI-FIRST-SLOT(WS-MACH-NO) BY 1
               UNTIL WS-SLOT-SUB > WS-MI-LAST-SLOT(WS-MACH-NO)
               PERFORM 4500-SUGGEST-SWAP
            END-PERFORM.

      *> Rank 1 is the best seller: one more than the number of the
      *> machine's slots that did strictly better. Also sets the
      *> machine's average units per slot for the slow-slot test.
       4100-RANK-SLOTS.
            MOVE ZERO TO WS-MACHINE-SLOTS WS-MACHINE-UNITS.
            PERFORM VARYING WS-SLOT-SUB
               FROM WS-MI-FIRST-SLOT(WS-MACH-NO) BY 1
               UNTIL WS-SLOT-SUB > WS-MI-LAST-SLOT(WS-MACH-NO)
               ADD 1 TO WS-MACHINE-SLOTS
               ADD WS-ST-UNITS(WS-SLOT-SUB) TO WS-MACHINE-UNITS
               MOVE 1 TO WS-ST-UNIT-RANK(WS-SLOT-SUB)
               MOVE 1 TO WS-ST-MARGIN-RANK(WS-SLOT-SUB)
               PERFORM VARYING WS-OTHER-SUB
                  FROM WS-MI-FIRST-SLOT(WS-MACH-NO) BY 1
                  UNTIL WS-OTHER-SUB > WS-MI-LAST-SLOT(WS-MACH-NO)
                  IF WS-ST-UNITS(WS-OTHER-SUB) >
                        WS-ST-UNITS(WS-SLOT-SUB)
                     ADD 1 TO WS-ST-UNIT-RANK(WS-SLOT-SUB)
                  END-IF
                  IF WS-ST-MARGIN(WS-OTHER-SUB) >
                        WS-ST-MARGIN(WS-SLOT-SUB)
                     ADD 1 TO WS-ST-MARGIN-RANK(WS-SLOT-SUB)
                  END-IF
               END-PERFORM
            END-PERFORM.
            COMPUTE WS-AVERAGE-UNITS ROUNDED =
               WS-MACHINE-UNITS / WS-MACHINE-SLOTS.

      *> Peers are the other in-service machines of the same model
      *> at the same kind of site; a machine with no such peer (or
      *> no site type yet) is compared with its model fleet-wide.
       4200-BUILD-CANDIDATES.
            MOVE "Y" TO WS-SAME-SITE-FLAG.
            IF WS-MI-SITE-TYPE(WS-MACH-NO) = SPACES
               MOVE "N" TO WS-SAME-SITE-FLAG
            END-IF.
            PERFORM 4210-COUNT-PEERS.
            IF WS-PEER-COUNT = ZERO AND WS-PEERS-SAME-SITE
               MOVE "N" TO WS-SAME-SITE-FLAG
               PERFORM 4210-COUNT-PEERS
            END-IF.
            IF WS-PEERS-SAME-SITE
               MOVE "(SAME MODEL AND SITE TYPE)" TO WS-PEER-BASIS-TEXT
            ELSE
               MOVE "(SAME MODEL, ANY SITE)" TO WS-PEER-BASIS-TEXT
            END-IF.
            MOVE ZERO TO WS-CANDIDATE-COUNT.
            INITIALIZE WS-CANDIDATE-TABLE.
            IF WS-PEER-COUNT > ZERO
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                  UNTIL WS-PF-IDX > WS-PERF-COUNT
                  MOVE WS-PF-MACHINE(WS-PF-IDX) TO WS-PEER-NO
                  IF WS-PEER-NO > ZERO
                     PERFORM 4220-CHECK-PEER
                     IF WS-PRODUCT-HELD
                        PERFORM 4230-CHECK-PRODUCT-HELD
                        IF NOT WS-PRODUCT-HELD
                           PERFORM 4240-ADD-CANDIDATE
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.

       4210-COUNT-PEERS.
            MOVE ZERO TO WS-PEER-COUNT.
            PERFORM VARYING WS-PEER-NO FROM 1 BY 1
               UNTIL WS-PEER-NO > 98
               PERFORM 4220-CHECK-PEER
               IF WS-PRODUCT-HELD
                  ADD 1 TO WS-PEER-COUNT
               END-IF
            END-PERFORM.
            MOVE 99 TO WS-PEER-NO.
            PERFORM 4220-CHECK-PEER.
            IF WS-PRODUCT-HELD
               ADD 1 TO WS-PEER-COUNT
            END-IF.

      *> Sets WS-HELD-FLAG to Y when WS-PEER-NO is a peer of the
      *> machine under review.
       4220-CHECK-PEER.
            MOVE "N" TO WS-HELD-FLAG.
            IF WS-PEER-NO NOT = WS-MACH-NO AND
                  WS-MI-IS-ON-FILE(WS-PEER-NO) AND
                  NOT WS-MI-OUT-OF-SERVICE(WS-PEER-NO) AND
                  WS-MI-MODEL(WS-PEER-NO) = WS-MI-MODEL(WS-MACH-NO)
               IF NOT WS-PEERS-SAME-SITE OR
                     WS-MI-SITE-TYPE(WS-PEER-NO) =
                     WS-MI-SITE-TYPE(WS-MACH-NO)
                  MOVE "Y" TO WS-HELD-FLAG
               END-IF
            END-IF.

      *> Sets WS-HELD-FLAG to Y when the machine under review already
      *> carries the peer's product in some slot, or the product is
      *> being phased out.
       4230-CHECK-PRODUCT-HELD.
            MOVE "N" TO WS-HELD-FLAG.
            PERFORM VARYING WS-OTHER-SUB
               FROM WS-MI-FIRST-SLOT(WS-MACH-NO) BY 1
               UNTIL WS-OTHER-SUB > WS-MI-LAST-SLOT(WS-MACH-NO)
               IF WS-ST-PRODUCT(WS-OTHER-SUB) =
                     WS-PF-PRODUCT(WS-PF-IDX)
                  MOVE "Y" TO WS-HELD-FLAG
               END-IF
            END-PERFORM.
            IF NOT WS-PRODUCT-HELD AND WS-DISCONTINUE-FILE-OPEN
               MOVE WS-PF-PRODUCT(WS-PF-IDX) TO PX-PRODUCT-NAME
               READ PRODUCT-DISCONTINUE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PX-IS-DISCONTINUED
                        MOVE "Y" TO WS-HELD-FLAG
                     END-IF
               END-READ
            END-IF.

       4240-ADD-CANDIDATE.
            SET WS-CD-IDX TO 1.
            SEARCH WS-CD-ENTRY
               AT END
                  CONTINUE
               WHEN WS-CD-IDX > WS-CANDIDATE-COUNT
                  ADD 1 TO WS-CANDIDATE-COUNT
                  MOVE WS-PF-PRODUCT(WS-PF-IDX)
                     TO WS-CD-PRODUCT(WS-CD-IDX)
                  MOVE 1 TO WS-CD-MACHINES(WS-CD-IDX)
                  MOVE WS-PF-UNITS(WS-PF-IDX) TO WS-CD-UNITS(WS-CD-IDX)
                  MOVE WS-PF-MARGIN(WS-PF-IDX)
                     TO WS-CD-MARGIN(WS-CD-IDX)
               WHEN WS-CD-PRODUCT(WS-CD-IDX) = WS-PF-PRODUCT(WS-PF-IDX)
                  ADD 1 TO WS-CD-MACHINES(WS-CD-IDX)
                  ADD WS-PF-UNITS(WS-PF-IDX) TO WS-CD-UNITS(WS-CD-IDX)
                  ADD WS-PF-MARGIN(WS-PF-IDX)
                     TO WS-CD-MARGIN(WS-CD-IDX)
            END-SEARCH.

       4300-PRINT-ONE-SLOT.
            PERFORM 4400-FLEET-AVERAGE.
            MOVE WS-ST-UNITS(WS-SLOT-SUB) TO WS-EDIT-UNITS.
            MOVE WS-ST-UNIT-RANK(WS-SLOT-SUB) TO WS-EDIT-RANK-U.
            MOVE WS-ST-MARGIN(WS-SLOT-SUB) TO WS-MGN-EDIT-MINUS.
            MOVE WS-ST-MARGIN-RANK(WS-SLOT-SUB) TO WS-EDIT-RANK-M.
            MOVE SPACES TO WS-NOTE-TEXT.
            IF WS-FLEET-MACHINES = ZERO
               MOVE "NOT ELSEWHERE" TO WS-NOTE-TEXT
            ELSE
               MOVE WS-FLEET-AVERAGE TO WS-EDIT-FLEET
               MOVE WS-EDIT-FLEET TO WS-NOTE-TEXT
            END-IF.
            IF WS-ST-IS-PHASING-OUT(WS-SLOT-SUB)
               MOVE "PHASING OUT" TO WS-NOTE-TEXT
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            STRING "  " WS-ST-SLOT(WS-SLOT-SUB) "   "
               WS-ST-PRODUCT(WS-SLOT-SUB) " " WS-EDIT-UNITS " "
               WS-EDIT-RANK-U " " WS-MGN-EDIT-MINUS " "
               WS-EDIT-RANK-M "  " WS-NOTE-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Average units of the slot's product per other machine that
      *> sold it, anywhere in the fleet.
       4400-FLEET-AVERAGE.
            MOVE ZERO TO WS-FLEET-MACHINES WS-FLEET-UNITS
               WS-FLEET-AVERAGE.
            PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PERF-COUNT
               IF WS-PF-PRODUCT(WS-PF-IDX) = WS-ST-PRODUCT(WS-SLOT-SUB)
                     AND WS-PF-MACHINE(WS-PF-IDX) NOT = WS-MACH-NO
                  ADD 1 TO WS-FLEET-MACHINES
                  ADD WS-PF-UNITS(WS-PF-IDX) TO WS-FLEET-UNITS
               END-IF
            END-PERFORM.
            IF WS-FLEET-MACHINES > ZERO
               COMPUTE WS-FLEET-AVERAGE ROUNDED =
                  WS-FLEET-UNITS / WS-FLEET-MACHINES
            END-IF.

      *> A slot selling under half the machine's slot average is
      *> offered the peers' best seller (by average units a machine)
      *> not yet offered to another slot of this machine, provided
      *> it sells at least twice the slot's units and earns a margin.
       4500-SUGGEST-SWAP.
            IF NOT WS-ST-IS-PHASING-OUT(WS-SLOT-SUB) AND
                  WS-ST-UNITS(WS-SLOT-SUB) * 2 < WS-AVERAGE-UNITS
               MOVE ZERO TO WS-BEST-IDX WS-BEST-AVERAGE
               PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                  UNTIL WS-CD-IDX > WS-CANDIDATE-COUNT
                  IF NOT WS-CD-IS-USED(WS-CD-IDX) AND
                        WS-CD-MARGIN(WS-CD-IDX) > ZERO
                     COMPUTE WS-CAND-AVERAGE ROUNDED =
                        WS-CD-UNITS(WS-CD-IDX) /
                        WS-CD-MACHINES(WS-CD-IDX)
                     IF WS-CAND-AVERAGE > WS-BEST-AVERAGE
                        MOVE WS-CAND-AVERAGE TO WS-BEST-AVERAGE
                        SET WS-BEST-IDX TO WS-CD-IDX
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-BEST-IDX > ZERO AND
                     WS-BEST-AVERAGE >= WS-ST-UNITS(WS-SLOT-SUB) * 2
                  PERFORM 4600-PRINT-SWAP
               END-IF
            END-IF.

       4600-PRINT-SWAP.
            SET WS-CD-IDX TO WS-BEST-IDX.
            MOVE "Y" TO WS-CD-USED-FLAG(WS-CD-IDX).
            ADD 1 TO WS-SWAPS-SUGGESTED.
            MOVE SPACES TO PRINT-LINE.
            STRING "  SWAP MACHINE " WS-MACH-NO " SLOT "
               WS-ST-SLOT(WS-SLOT-SUB) ": REPLACE "
               WS-ST-PRODUCT(WS-SLOT-SUB) " WITH "
               WS-CD-PRODUCT(WS-CD-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-BEST-AVERAGE TO WS-EDIT-CAND-UNITS.
            MOVE WS-ST-UNITS(WS-SLOT-SUB) TO WS-EDIT-UNITS.
            MOVE WS-CD-MACHINES(WS-CD-IDX) TO WS-EDIT-PEERS.
            MOVE SPACES TO PRINT-LINE.
            IF WS-ST-UNITS(WS-SLOT-SUB) = ZERO
               STRING "       " WS-CD-PRODUCT(WS-CD-IDX) " SELLS "
                  WS-EDIT-CAND-UNITS " A MACHINE IN " WS-EDIT-PEERS
                  " " WS-MI-MODEL(WS-MACH-NO) " PEERS - THIS SLOT "
                  "SOLD NONE"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               COMPUTE WS-RATIO ROUNDED =
                  WS-BEST-AVERAGE / WS-ST-UNITS(WS-SLOT-SUB)
                  ON SIZE ERROR
                     MOVE 999.9 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-EDIT-RATIO
               STRING "       " WS-CD-PRODUCT(WS-CD-IDX) " SELLS "
                  WS-EDIT-RATIO "X -" WS-EDIT-CAND-UNITS
                  " A MACHINE IN " WS-EDIT-PEERS " "
                  WS-MI-MODEL(WS-MACH-NO) " PEERS VS"
                  WS-EDIT-UNITS " HERE"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       9000-CLOSE-FILES.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.
            IF WS-DISCONTINUE-FILE-OPEN
               CLOSE PRODUCT-DISCONTINUE-FILE
            END-IF.
       END PROGRAM PRODUCT-MIX-REVIEW.
