      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Downtime lost-sales and service-level credit report -
      *          for an asked-for fiscal period from the
      *          PERIOD-CALENDAR, values every WORK-ORDER down stretch
      *          that falls in the period at what the machine
      *          normally takes on that weekday: the eight weeks of
      *          sales history before the fault (or since the machine
      *          went into service, if less) give an average takings
      *          and margin per weekday, margin at the PRODUCT-COST
      *          unit cost in force on each sale date. Each down day
      *          in the period is charged its weekday's average, so
      *          a weekend outage at an office site costs little and
      *          a Monday outage costs a Monday. A second section
      *          shows, for every machine whose site deal promises an
      *          uptime, the period's uptime (MACHINE-DOWN-DAYS) and
      *          the credit the commission statement will carry for
      *          any shortfall. Printed through the spool chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOWNTIME-LOST-SALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
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
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  WORK-ORDER-FILE.
       COPY WRKORDER.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  SITE-CONTRACT-FILE.
       COPY SITECONT.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-SITE-CONTRACT-STATUS   PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-ORDER-EOF-FLAG         PIC X       VALUE "N".
           88  WS-ORDER-EOF                      VALUE "Y".
       01  WS-MASTER-OPEN-FLAG       PIC X       VALUE "N".
           88  WS-MASTER-FILE-OPEN               VALUE "Y".
       01  WS-COST-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-COST-FILE-OPEN                 VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-COST-FOUND-FLAG        PIC X.
           88  WS-COST-FOUND                     VALUE "Y".
       01  WS-CONTRACT-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-CONTRACT-FILE-OPEN             VALUE "Y".
       01  WS-CONTRACT-EOF-FLAG      PIC X.
           88  WS-CONTRACT-EOF                   VALUE "Y".
       01  WS-CONTRACT-FOUND-FLAG    PIC X.
           88  WS-CONTRACT-FOUND                 VALUE "Y".

      *> Working copy of the sale layout: each record handed back by
      *> the history service is laid over this for the field names.
       COPY VNDSALE.

       COPY HISTPRM.
       COPY DATEPARM.
       COPY DOWNPRM.

       01  WS-TODAY-DATE             PIC 9(8).

       01  WS-PERIOD-CONTROLS.
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-PERIOD-INPUT          PIC X(2).
           05  WS-PERIOD-START          PIC 9(8).
           05  WS-PERIOD-END            PIC 9(8).
           05  WS-PERIOD-START-DAY-NO   PIC 9(7).
           05  WS-PERIOD-END-DAY-NO     PIC 9(7).

      *> The order being valued: its down stretch as day numbers,
      *> and the part of it inside the period.
       01  WS-ORDER-CONTROLS.
           05  WS-END-DATE              PIC 9(8).
           05  WS-FAULT-DAY-NO          PIC 9(7).
           05  WS-END-DAY-NO            PIC 9(7).
           05  WS-FIRST-DOWN-DAY-NO     PIC 9(7).
           05  WS-LAST-DOWN-DAY-NO      PIC 9(7).
           05  WS-DOWN-DAY-NO           PIC 9(7).
           05  WS-ORDER-DOWN-DAYS       PIC 9(5).
           05  WS-ORDER-LOST-SALES      PIC 9(7)V99.
           05  WS-ORDER-LOST-MARGIN     PIC S9(7)V99.
           05  WS-CONV-DATE             PIC 9(8).
           05  WS-CONV-OK-FLAG          PIC X.
               88  WS-CONV-OK                    VALUE "Y".
           05  WS-ORDERS-VALUED         PIC 9(5)    VALUE ZERO.

      *> The weekday baseline: up to eight weeks before the fault,
      *> cut back to the machine's in-service date. Weekday 1 is
      *> Monday, 7 Sunday (the DATE-FORMATTER numbering).
       01  WS-BASELINE-CONTROLS.
           05  WS-BASE-WEEKS            PIC 9       VALUE 8.
           05  WS-BASE-DAYS             PIC 9(3).
           05  WS-BASE-FIRST-DAY-NO     PIC 9(7).
           05  WS-BASE-DAY-OFFSET       PIC 9(3).
           05  WS-BASE-DAY-NO           PIC 9(7).
           05  WS-WINDOW-START-DATE     PIC 9(8).
           05  WS-WINDOW-START-R REDEFINES WS-WINDOW-START-DATE.
               10  WS-WINDOW-YEAR           PIC 9(4).
               10  WS-WINDOW-MONTH          PIC 99.
               10  WS-WINDOW-DAY            PIC 99.
           05  WS-INSERVICE-DAY-NO      PIC 9(7).
           05  WS-LAST-SALE-DATE        PIC 9(8).
           05  WS-SALE-DAY-NO           PIC 9(7).
           05  WS-SALE-WEEKDAY          PIC 9.
           05  WS-WEEK-COUNT            PIC 9(7).
           05  WS-THIS-WEEKDAY          PIC 9.
           05  WS-UNIT-COST             PIC 99V99.
           05  WS-ORDER-UNCOSTED        PIC 9(5).
       01  WS-WEEKDAY-TABLE.
           05  WS-WD-ENTRY OCCURS 7 TIMES INDEXED BY WS-WD-IDX.
               10  WS-WD-DAYS              PIC 9(3).
               10  WS-WD-TAKINGS           PIC 9(7)V99.
               10  WS-WD-MARGIN            PIC S9(7)V99.
               10  WS-WD-AVG-TAKINGS       PIC 9(7)V99.
               10  WS-WD-AVG-MARGIN        PIC S9(7)V99.

      *> Per-machine totals, subscripted by machine ID.
       01  WS-MACHINE-TABLE.
           05  WS-ML-ENTRY OCCURS 99 TIMES.
               10  WS-ML-ORDERS            PIC 9(5).
               10  WS-ML-DOWN-DAYS         PIC 9(5).
               10  WS-ML-LOST-SALES        PIC 9(7)V99.
               10  WS-ML-LOST-MARGIN       PIC S9(7)V99.

       01  WS-MACH-IDX               PIC 9(3).

       01  WS-FLEET-TOTALS.
           05  WS-FLEET-DOWN-DAYS       PIC 9(7)    VALUE ZERO.
           05  WS-FLEET-LOST-SALES      PIC 9(9)V99 VALUE ZERO.
           05  WS-FLEET-LOST-MARGIN     PIC S9(9)V99 VALUE ZERO.
           05  WS-FLEET-CREDITS         PIC 9(9)V99 VALUE ZERO.

      *> The uptime terms of the deal in force over the period and
      *> the credit they earn (the COMMISSION-STATEMENTS rule).
       01  WS-CREDIT-CONTROLS.
           05  WS-BEST-UPTIME           PIC 999V99.
           05  WS-BEST-CREDIT-RATE      PIC 9(5)V99.
           05  WS-SHORTFALL-POINTS      PIC 999V99.
           05  WS-SERVICE-CREDIT        PIC 9(7)V99.
           05  WS-CREDIT-LINES          PIC 9(3)    VALUE ZERO.
           05  WS-UPTIME-EDIT           PIC ZZ9.99.
           05  WS-PROMISE-EDIT          PIC ZZ9.99.

       01  WS-PRINT-CONTROLS.
           05  WS-CLOSED-TEXT           PIC X(8).
           05  WS-FLAG-TEXT             PIC X(12).
           05  WS-DAYS-EDIT             PIC ZZZZ9.
           05  WS-MACH-ID-EDIT          PIC 99.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-LS==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-LM==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-CR==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Downtime Lost Sales and Uptime Credits ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-FIND-FISCAL-PERIOD.
            OPEN INPUT WORK-ORDER-FILE.
            IF WS-WORK-ORDER-STATUS NOT = "00"
               DISPLAY "No WORK-ORDER file - nothing to report."
               GOBACK
            END-IF.
            PERFORM 1100-OPEN-REFERENCE-FILES.
            PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
               UNTIL WS-MACH-IDX > 99
               MOVE ZERO TO WS-ML-ORDERS(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-DOWN-DAYS(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-LOST-SALES(WS-MACH-IDX)
               MOVE ZERO TO WS-ML-LOST-MARGIN(WS-MACH-IDX)
            END-PERFORM.
            PERFORM 3000-OPEN-REPORT.
            MOVE LOW-VALUES TO WO-KEY.
            START WORK-ORDER-FILE KEY >= WO-KEY
               INVALID KEY
                  MOVE "Y" TO WS-ORDER-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-ORDER-EOF
               READ WORK-ORDER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ORDER-EOF-FLAG
                  NOT AT END
                     PERFORM 2000-VALUE-ONE-ORDER
               END-READ
            END-PERFORM.
            CLOSE WORK-ORDER-FILE.
            PERFORM 3300-PRINT-MACHINE-TOTALS.
            PERFORM 4000-PRINT-UPTIME-CREDITS.
            PERFORM 4900-CLOSE-REPORT.
            PERFORM 1900-CLOSE-REFERENCE-FILES.
            GOBACK.

       1000-FIND-FISCAL-PERIOD.
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
            MOVE WS-YEAR-INPUT TO PC-FISCAL-YEAR.
            MOVE WS-PERIOD-INPUT TO PC-PERIOD-NO.
            READ PERIOD-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "No such period on the calendar."
                  CLOSE PERIOD-CALENDAR-FILE
                  GOBACK
               NOT INVALID KEY
                  MOVE PC-START-DATE TO WS-PERIOD-START
                  MOVE PC-END-DATE TO WS-PERIOD-END
            END-READ.
            CLOSE PERIOD-CALENDAR-FILE.
            MOVE WS-PERIOD-START TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            MOVE DF-DAY-NUMBER TO WS-PERIOD-START-DAY-NO.
            MOVE WS-PERIOD-END TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            MOVE DF-DAY-NUMBER TO WS-PERIOD-END-DAY-NO.

       1100-OPEN-REFERENCE-FILES.
            OPEN INPUT MACHINE-MASTER-FILE.
            IF WS-MACHINE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-FLAG
            END-IF.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            END-IF.
            OPEN INPUT SITE-CONTRACT-FILE.
            IF WS-SITE-CONTRACT-STATUS = "00"
               MOVE "Y" TO WS-CONTRACT-OPEN-FLAG
            END-IF.

       1900-CLOSE-REFERENCE-FILES.
            IF WS-MASTER-FILE-OPEN
               CLOSE MACHINE-MASTER-FILE
            END-IF.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.
            IF WS-CONTRACT-FILE-OPEN
               CLOSE SITE-CONTRACT-FILE
            END-IF.

      *> The WORK-ORDER-DOWNTIME rule: down from the day the fault
      *> was opened up to (not including) the day it was closed, or
      *> to today while still open. Only the days inside the period
      *> are valued here; the rest belong to the periods either side.
       2000-VALUE-ONE-ORDER.
            IF WO-IS-CLOSED
               MOVE WO-CLOSED-DATE TO WS-END-DATE
            ELSE
               MOVE WS-TODAY-DATE TO WS-END-DATE
            END-IF.
            IF WO-MACHINE-ID > ZERO AND
                  WO-OPENED-DATE <= WS-PERIOD-END AND
                  WS-END-DATE > WS-PERIOD-START AND
                  WS-END-DATE > WO-OPENED-DATE
               PERFORM 2050-SET-DOWN-STRETCH
               IF WS-CONV-OK
                  PERFORM 2100-BUILD-WEEKDAY-BASELINE
                  PERFORM 2300-CHARGE-DOWN-DAYS
                  PERFORM 3200-PRINT-ORDER-LINE
               END-IF
            END-IF.

       2050-SET-DOWN-STRETCH.
            MOVE "N" TO WS-CONV-OK-FLAG.
            MOVE WO-OPENED-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            IF DF-DATE-IS-VALID
               MOVE DF-DAY-NUMBER TO WS-FAULT-DAY-NO
               MOVE WS-END-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               IF DF-DATE-IS-VALID
                  MOVE DF-DAY-NUMBER TO WS-END-DAY-NO
                  MOVE "Y" TO WS-CONV-OK-FLAG
               END-IF
            END-IF.
            IF WS-CONV-OK
               MOVE WS-FAULT-DAY-NO TO WS-FIRST-DOWN-DAY-NO
               IF WS-FIRST-DOWN-DAY-NO < WS-PERIOD-START-DAY-NO
                  MOVE WS-PERIOD-START-DAY-NO TO WS-FIRST-DOWN-DAY-NO
               END-IF
               COMPUTE WS-LAST-DOWN-DAY-NO = WS-END-DAY-NO - 1
               IF WS-LAST-DOWN-DAY-NO > WS-PERIOD-END-DAY-NO
                  MOVE WS-PERIOD-END-DAY-NO TO WS-LAST-DOWN-DAY-NO
               END-IF
            END-IF.

      *> Normal trading for the machine is the eight weeks before
      *> the fault, weekday by weekday: takings and margin on each
      *> weekday divided by the number of that weekday in the
      *> window. A machine in service for less than eight weeks is
      *> averaged over the days it has stood; one installed on the
      *> day it failed has no baseline and values at zero.
       2100-BUILD-WEEKDAY-BASELINE.
            PERFORM VARYING WS-WD-IDX FROM 1 BY 1 UNTIL WS-WD-IDX > 7
               MOVE ZERO TO WS-WD-DAYS(WS-WD-IDX)
               MOVE ZERO TO WS-WD-TAKINGS(WS-WD-IDX)
               MOVE ZERO TO WS-WD-MARGIN(WS-WD-IDX)
               MOVE ZERO TO WS-WD-AVG-TAKINGS(WS-WD-IDX)
               MOVE ZERO TO WS-WD-AVG-MARGIN(WS-WD-IDX)
            END-PERFORM.
            MOVE ZERO TO WS-ORDER-UNCOSTED.
            COMPUTE WS-BASE-DAYS = WS-BASE-WEEKS * 7.
            PERFORM 2110-CUT-TO-IN-SERVICE.
            COMPUTE WS-BASE-FIRST-DAY-NO =
               WS-FAULT-DAY-NO - WS-BASE-DAYS.
            PERFORM VARYING WS-BASE-DAY-OFFSET FROM 1 BY 1
               UNTIL WS-BASE-DAY-OFFSET > WS-BASE-DAYS
               COMPUTE WS-BASE-DAY-NO =
                  WS-FAULT-DAY-NO - WS-BASE-DAY-OFFSET
               PERFORM 8100-WEEKDAY-OF-DAY-NUMBER
               SET WS-WD-IDX TO WS-THIS-WEEKDAY
               ADD 1 TO WS-WD-DAYS(WS-WD-IDX)
            END-PERFORM.
            IF WS-BASE-DAYS > ZERO
               PERFORM 2150-READ-BASELINE-SALES
            END-IF.
            PERFORM VARYING WS-WD-IDX FROM 1 BY 1 UNTIL WS-WD-IDX > 7
               IF WS-WD-DAYS(WS-WD-IDX) > ZERO
                  COMPUTE WS-WD-AVG-TAKINGS(WS-WD-IDX) ROUNDED =
                     WS-WD-TAKINGS(WS-WD-IDX) / WS-WD-DAYS(WS-WD-IDX)
                  COMPUTE WS-WD-AVG-MARGIN(WS-WD-IDX) ROUNDED =
                     WS-WD-MARGIN(WS-WD-IDX) / WS-WD-DAYS(WS-WD-IDX)
               END-IF
            END-PERFORM.

       2110-CUT-TO-IN-SERVICE.
            IF WS-MASTER-FILE-OPEN
               MOVE WO-MACHINE-ID TO MM-MACHINE-ID
               READ MACHINE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM 2120-APPLY-IN-SERVICE-DATE
               END-READ
            END-IF.

       2120-APPLY-IN-SERVICE-DATE.
            IF MM-IN-SERVICE-DATE IS NUMERIC AND
                  MM-IN-SERVICE-DATE > ZERO
               MOVE MM-IN-SERVICE-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               IF DF-DATE-IS-VALID
                  MOVE DF-DAY-NUMBER TO WS-INSERVICE-DAY-NO
                  IF WS-INSERVICE-DAY-NO >= WS-FAULT-DAY-NO
                     MOVE ZERO TO WS-BASE-DAYS
                  ELSE
                     IF WS-FAULT-DAY-NO - WS-INSERVICE-DAY-NO
                           < WS-BASE-DAYS
                        COMPUTE WS-BASE-DAYS = WS-FAULT-DAY-NO
                           - WS-INSERVICE-DAY-NO
                     END-IF
                  END-IF
               END-IF
            END-IF.

      *> The history service is asked from the first of the month
      *> two months before the fault - always more than eight weeks
      *> back - and each sale is kept only if it falls in the
      *> window by day number.
       2150-READ-BASELINE-SALES.
            MOVE WO-OPENED-DATE TO WS-WINDOW-START-DATE.
            IF WS-WINDOW-MONTH > 2
               SUBTRACT 2 FROM WS-WINDOW-MONTH
            ELSE
               ADD 10 TO WS-WINDOW-MONTH
               SUBTRACT 1 FROM WS-WINDOW-YEAR
            END-IF.
            MOVE 1 TO WS-WINDOW-DAY.
            MOVE ZERO TO WS-LAST-SALE-DATE.
            MOVE WS-WINDOW-START-DATE TO HR-START-DATE.
            MOVE WO-OPENED-DATE TO HR-END-DATE.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            PERFORM UNTIL HR-IS-EOF
               MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
               IF NOT VS-IS-VOIDED AND
                     VS-MACHINE-ID = WO-MACHINE-ID
                  PERFORM 2200-ADD-BASELINE-SALE
               END-IF
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.

       2200-ADD-BASELINE-SALE.
            IF VS-SALE-DATE NOT = WS-LAST-SALE-DATE
               MOVE VS-SALE-DATE TO WS-LAST-SALE-DATE
               MOVE VS-SALE-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               IF DF-DATE-IS-VALID
                  MOVE DF-DAY-NUMBER TO WS-SALE-DAY-NO
                  MOVE DF-WEEKDAY TO WS-SALE-WEEKDAY
               ELSE
                  MOVE ZERO TO WS-SALE-DAY-NO
               END-IF
            END-IF.
            IF WS-SALE-DAY-NO >= WS-BASE-FIRST-DAY-NO AND
                  WS-SALE-DAY-NO < WS-FAULT-DAY-NO
               SET WS-WD-IDX TO WS-SALE-WEEKDAY
               ADD VS-PRICE TO WS-WD-TAKINGS(WS-WD-IDX)
               PERFORM 2250-LOOKUP-COST-ON-SALE-DATE
               IF WS-COST-FOUND
                  COMPUTE WS-WD-MARGIN(WS-WD-IDX) =
                     WS-WD-MARGIN(WS-WD-IDX) + VS-PRICE - WS-UNIT-COST
               ELSE
                  ADD 1 TO WS-ORDER-UNCOSTED
               END-IF
            END-IF.

       2250-LOOKUP-COST-ON-SALE-DATE.
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

       2300-CHARGE-DOWN-DAYS.
            MOVE ZERO TO WS-ORDER-DOWN-DAYS.
            MOVE ZERO TO WS-ORDER-LOST-SALES.
            MOVE ZERO TO WS-ORDER-LOST-MARGIN.
            PERFORM VARYING WS-DOWN-DAY-NO FROM WS-FIRST-DOWN-DAY-NO
               BY 1 UNTIL WS-DOWN-DAY-NO > WS-LAST-DOWN-DAY-NO
               MOVE WS-DOWN-DAY-NO TO WS-BASE-DAY-NO
               PERFORM 8100-WEEKDAY-OF-DAY-NUMBER
               SET WS-WD-IDX TO WS-THIS-WEEKDAY
               ADD 1 TO WS-ORDER-DOWN-DAYS
               ADD WS-WD-AVG-TAKINGS(WS-WD-IDX)
                  TO WS-ORDER-LOST-SALES
               ADD WS-WD-AVG-MARGIN(WS-WD-IDX)
                  TO WS-ORDER-LOST-MARGIN
            END-PERFORM.
            MOVE WO-MACHINE-ID TO WS-MACH-IDX.
            ADD 1 TO WS-ML-ORDERS(WS-MACH-IDX).
            ADD WS-ORDER-DOWN-DAYS TO WS-ML-DOWN-DAYS(WS-MACH-IDX).
            ADD WS-ORDER-LOST-SALES TO WS-ML-LOST-SALES(WS-MACH-IDX).
            ADD WS-ORDER-LOST-MARGIN
               TO WS-ML-LOST-MARGIN(WS-MACH-IDX).
            ADD WS-ORDER-DOWN-DAYS TO WS-FLEET-DOWN-DAYS.
            ADD WS-ORDER-LOST-SALES TO WS-FLEET-LOST-SALES.
            ADD WS-ORDER-LOST-MARGIN TO WS-FLEET-LOST-MARGIN.
            ADD 1 TO WS-ORDERS-VALUED.

       3000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "DOWNLOSS" TO SP-REPORT-TYPE.
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
            STRING "DOWNTIME LOST SALES  PERIOD " WS-YEAR-INPUT "/"
               WS-PERIOD-INPUT "  " WS-PERIOD-START " - "
               WS-PERIOD-END
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "MC ORDER OPENED   CLOSED    DAYS"
               "   LOST SALES  LOST MARGIN"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3200-PRINT-ORDER-LINE.
            IF WO-IS-CLOSED
               MOVE WO-CLOSED-DATE TO WS-CLOSED-TEXT
            ELSE
               MOVE "OPEN" TO WS-CLOSED-TEXT
            END-IF.
            MOVE SPACES TO WS-FLAG-TEXT.
            IF WS-BASE-DAYS = ZERO
               MOVE "NO BASELINE" TO WS-FLAG-TEXT
            ELSE
               IF WS-ORDER-UNCOSTED > ZERO
                  MOVE "SOME UNCOSTD" TO WS-FLAG-TEXT
               END-IF
            END-IF.
            MOVE WS-ORDER-DOWN-DAYS TO WS-DAYS-EDIT.
            MOVE WS-ORDER-LOST-SALES TO WS-LS-EDIT-ZERO-SUPPRESS.
            MOVE WS-ORDER-LOST-MARGIN TO WS-LM-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING WO-MACHINE-ID " " WO-ORDER-NO " " WO-OPENED-DATE
               " " WS-CLOSED-TEXT " " WS-DAYS-EDIT " "
               WS-LS-EDIT-ZERO-SUPPRESS " " WS-LM-EDIT-MINUS " "
               WS-FLAG-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3300-PRINT-MACHINE-TOTALS.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-ORDERS-VALUED = ZERO
               MOVE "NO DOWNTIME IN THE PERIOD" TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            ELSE
               MOVE SPACES TO PRINT-LINE
               STRING "BY MACHINE     ORDERS   DAYS"
                  "   LOST SALES  LOST MARGIN"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
                  UNTIL WS-MACH-IDX > 99
                  IF WS-ML-ORDERS(WS-MACH-IDX) > ZERO
                     PERFORM 3350-PRINT-ONE-MACHINE
                  END-IF
               END-PERFORM
               MOVE WS-FLEET-LOST-SALES TO WS-LS-EDIT-ZERO-SUPPRESS
               MOVE WS-FLEET-LOST-MARGIN TO WS-LM-EDIT-MINUS
               MOVE SPACES TO PRINT-LINE
               STRING "FLEET DOWN DAYS " WS-FLEET-DOWN-DAYS
                  "  LOST SALES " WS-LS-EDIT-ZERO-SUPPRESS
                  "  MARGIN " WS-LM-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       3350-PRINT-ONE-MACHINE.
            MOVE WS-ML-DOWN-DAYS(WS-MACH-IDX) TO WS-DAYS-EDIT.
            MOVE WS-ML-LOST-SALES(WS-MACH-IDX)
               TO WS-LS-EDIT-ZERO-SUPPRESS.
            MOVE WS-ML-LOST-MARGIN(WS-MACH-IDX) TO WS-LM-EDIT-MINUS.
            MOVE WS-MACH-IDX TO WS-MACH-ID-EDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING "MACHINE " WS-MACH-ID-EDIT "     "
               WS-ML-ORDERS(WS-MACH-IDX) " " WS-DAYS-EDIT " "
               WS-LS-EDIT-ZERO-SUPPRESS " " WS-LM-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Every machine whose deal in force over the period promises
      *> an uptime is listed, down or not, so a site manager can see
      *> the promise was kept. The statement itself credits per site
      *> stretch, so a machine that moved in the period may show a
      *> split there.
       4000-PRINT-UPTIME-CREDITS.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "UPTIME PROMISES   UPTIME  PROMISED"
               "  DOWN/DAYS   CREDIT" DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-CONTRACT-FILE-OPEN
               PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
                  UNTIL WS-MACH-IDX > 99
                  PERFORM 4100-CREDIT-ONE-MACHINE
               END-PERFORM
            END-IF.
            IF WS-CREDIT-LINES = ZERO
               MOVE "NO SITE DEAL IN FORCE PROMISES AN UPTIME"
                  TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            ELSE
               MOVE WS-FLEET-CREDITS TO WS-CR-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "TOTAL SERVICE-LEVEL CREDITS "
                  WS-CR-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       4100-CREDIT-ONE-MACHINE.
            PERFORM 4200-FIND-CONTRACT-IN-FORCE.
            IF WS-CONTRACT-FOUND AND WS-BEST-UPTIME > ZERO
               MOVE WS-MACH-IDX TO DW-MACHINE-ID
               MOVE WS-PERIOD-START TO DW-FROM-DATE
               MOVE WS-PERIOD-END TO DW-TO-DATE
               CALL "MACHINE-DOWN-DAYS"
                  USING MACHINE-DOWN-DAYS-PARMS
               IF DW-RANGE-IS-VALID
                  MOVE ZERO TO WS-SERVICE-CREDIT
                  IF DW-UPTIME-PCT < WS-BEST-UPTIME
                     COMPUTE WS-SHORTFALL-POINTS =
                        WS-BEST-UPTIME - DW-UPTIME-PCT
                     COMPUTE WS-SERVICE-CREDIT ROUNDED =
                        WS-SHORTFALL-POINTS * WS-BEST-CREDIT-RATE
                  END-IF
                  ADD WS-SERVICE-CREDIT TO WS-FLEET-CREDITS
                  PERFORM 4300-PRINT-CREDIT-LINE
               END-IF
            END-IF.

      *> The COMMISSION-STATEMENTS rule over the whole period: the
      *> latest row effective by period end that had not ended
      *> before the period began.
       4200-FIND-CONTRACT-IN-FORCE.
            MOVE "N" TO WS-CONTRACT-FOUND-FLAG.
            MOVE "N" TO WS-CONTRACT-EOF-FLAG.
            MOVE ZERO TO WS-BEST-UPTIME.
            MOVE ZERO TO WS-BEST-CREDIT-RATE.
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
                           PERFORM 4250-TAKE-UPTIME-TERMS
                           MOVE "Y" TO WS-CONTRACT-FOUND-FLAG
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       4250-TAKE-UPTIME-TERMS.
            MOVE ZERO TO WS-BEST-UPTIME.
            MOVE ZERO TO WS-BEST-CREDIT-RATE.
            IF CN-UPTIME-PCT IS NUMERIC AND
                  CN-CREDIT-PER-POINT IS NUMERIC
               MOVE CN-UPTIME-PCT TO WS-BEST-UPTIME
               MOVE CN-CREDIT-PER-POINT TO WS-BEST-CREDIT-RATE
            END-IF.

       4300-PRINT-CREDIT-LINE.
            ADD 1 TO WS-CREDIT-LINES.
            MOVE DW-UPTIME-PCT TO WS-UPTIME-EDIT.
            MOVE WS-BEST-UPTIME TO WS-PROMISE-EDIT.
            MOVE WS-SERVICE-CREDIT TO WS-CR-EDIT-ZERO-SUPPRESS.
            MOVE WS-MACH-IDX TO WS-MACH-ID-EDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING "MACHINE " WS-MACH-ID-EDIT "        " WS-UPTIME-EDIT
               "    " WS-PROMISE-EDIT "  " DW-DOWN-DAYS "/"
               DW-RANGE-DAYS " " WS-CR-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       4900-CLOSE-REPORT.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       8000-DATE-TO-DAY-NUMBER.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-CONV-DATE(1:4) TO DF-YEAR.
            MOVE WS-CONV-DATE(5:2) TO DF-MONTH.
            MOVE WS-CONV-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.

      *> Day numbers count from a Monday, so the remainder over
      *> seven is the weekday with Sunday coming out as zero.
       8100-WEEKDAY-OF-DAY-NUMBER.
            DIVIDE WS-BASE-DAY-NO BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-THIS-WEEKDAY.
            IF WS-THIS-WEEKDAY = ZERO
               MOVE 7 TO WS-THIS-WEEKDAY
            END-IF.
       END PROGRAM DOWNTIME-LOST-SALES.
