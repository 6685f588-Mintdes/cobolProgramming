      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Monthly route-driver sales incentive - for a fiscal
      *          period off the PERIOD-CALENDAR, totals each route's
      *          non-voided takings (the machines on its stops, read
      *          through the sales history service) against the same
      *          period of last fiscal year, applies the incentive
      *          scale (INCSCALE) to each route's growth, and sums
      *          the result by RT-DRIVER-NAME. Each driver linked to
      *          an employee (ROUTE-MAINT driver links) gets an open
      *          row on DRVINC.DAT, which the next batch payroll run
      *          adds to gross and taxes through TAX-WITHHOLD. A rerun
      *          recalculates rows not yet paid and never touches one
      *          already paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVER-INCENTIVE-CALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-ROUTE-MASTER-STATUS.
           SELECT DRIVER-LINK-FILE ASSIGN TO "DRVLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-DRIVER-NAME
               FILE STATUS IS WS-DRIVER-LINK-STATUS.
           SELECT DRIVER-INCENTIVE-FILE ASSIGN TO "DRVINC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY
               FILE STATUS IS WS-DRIVER-INCENTIVE-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  ROUTE-MASTER-FILE.
       COPY ROUTMAST.

       FD  DRIVER-LINK-FILE.
       COPY DRVLINK.

       FD  DRIVER-INCENTIVE-FILE.
       COPY DRVINC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY VNDSALE.
       COPY HISTPRM.
       COPY INCSCALE.

       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-ROUTE-MASTER-STATUS    PIC XX.
       01  WS-DRIVER-LINK-STATUS     PIC XX.
       01  WS-DRIVER-INCENTIVE-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-ROUTE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-ROUTE-EOF                      VALUE "Y".
       01  WS-ROUTE-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-ROUTE-FILE-OPEN                VALUE "Y".
       01  WS-LINK-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-LINK-FILE-OPEN                 VALUE "Y".

       01  WS-PERIOD-FIELDS.
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-PERIOD-INPUT          PIC X(2).
           05  WS-FISCAL-YEAR           PIC 9(4).
           05  WS-PERIOD-NO             PIC 99.
           05  WS-PERIOD-START          PIC 9(8).
           05  WS-PERIOD-END            PIC 9(8).
           05  WS-LAST-START            PIC 9(8).
           05  WS-LAST-END              PIC 9(8).
           05  WS-PERIODS-FOUND-FLAG    PIC X       VALUE "N".
               88  WS-PERIODS-FOUND               VALUE "Y".
      *> T = totalling this year's period, L = last year's.
           05  WS-WINDOW-FLAG           PIC X.
               88  WS-WINDOW-THIS-YEAR            VALUE "T".
               88  WS-WINDOW-LAST-YEAR            VALUE "L".

      *> Non-voided takings per machine, this period and last year's.
       01  WS-MACHINE-TAKINGS.
           05  WS-MT-ENTRY OCCURS 99 TIMES.
               10  WS-MT-THIS-YEAR         PIC 9(7)V99.
               10  WS-MT-LAST-YEAR         PIC 9(7)V99.

      *> One entry per route + driver; a machine on two stops of the
      *> same route counts once (WS-RD-SEEN holds a byte per machine).
       01  WS-ROUTE-DRIVERS.
           05  WS-RD-ENTRY OCCURS 50 TIMES INDEXED BY WS-RD-IDX.
               10  WS-RD-ROUTE-NO          PIC 9(3).
               10  WS-RD-DRIVER-NAME       PIC X(10).
               10  WS-RD-THIS-YEAR         PIC 9(7)V99.
               10  WS-RD-LAST-YEAR         PIC 9(7)V99.
               10  WS-RD-SEEN              PIC X(99).
       01  WS-ROUTE-DRIVER-COUNT     PIC 99      VALUE ZERO.

       01  WS-DRIVERS.
           05  WS-DR-ENTRY OCCURS 50 TIMES INDEXED BY WS-DR-IDX.
               10  WS-DR-NAME              PIC X(10).
               10  WS-DR-THIS-YEAR         PIC 9(7)V99.
               10  WS-DR-LAST-YEAR         PIC 9(7)V99.
               10  WS-DR-INCENTIVE         PIC 9(5)V99.
       01  WS-DRIVER-COUNT           PIC 99      VALUE ZERO.
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".

       01  WS-CALC-FIELDS.
           05  WS-GROWTH-AMOUNT         PIC S9(7)V99.
           05  WS-GROWTH-PCT            PIC S9(5)V99.
           05  WS-GROWTH-PCT-EDIT       PIC -(4)9.99.
           05  WS-BAND-IDX              PIC 9.
           05  WS-RATE-PCT              PIC 9V99.
           05  WS-ROUTE-INCENTIVE       PIC 9(5)V99.
           05  WS-RUN-INCENTIVE         PIC 9(7)V99 VALUE ZERO.
           05  WS-ROWS-WRITTEN          PIC 9(3)    VALUE ZERO.
           05  WS-PAY-NOTE              PIC X(30).
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-THS==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-LST==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-INC==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Route Driver Sales Incentive ---".
            PERFORM 1000-FIND-FISCAL-PERIODS.
            IF NOT WS-PERIODS-FOUND
               GOBACK
            END-IF.
            INITIALIZE WS-MACHINE-TAKINGS.
            MOVE "T" TO WS-WINDOW-FLAG.
            MOVE WS-PERIOD-START TO HR-START-DATE.
            MOVE WS-PERIOD-END TO HR-END-DATE.
            PERFORM 2000-TOTAL-WINDOW-TAKINGS.
            MOVE "L" TO WS-WINDOW-FLAG.
            MOVE WS-LAST-START TO HR-START-DATE.
            MOVE WS-LAST-END TO HR-END-DATE.
            PERFORM 2000-TOTAL-WINDOW-TAKINGS.
            PERFORM 3000-BUILD-ROUTE-TOTALS.
            IF WS-TABLE-FULL
               DISPLAY "More than 50 route drivers - run abandoned "
                  "before any incentive was written; raise the table."
               GOBACK
            END-IF.
            IF WS-ROUTE-DRIVER-COUNT = ZERO
               DISPLAY "No route stops on ROUTE-MASTER - no "
                  "incentives."
               GOBACK
            END-IF.
            PERFORM 4000-OPEN-REPORT.
            PERFORM VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-ROUTE-DRIVER-COUNT
               PERFORM 4100-ROUTE-INCENTIVE
            END-PERFORM.
            PERFORM 5000-QUEUE-DRIVER-INCENTIVES.
            PERFORM 6000-CLOSE-REPORT.
            GOBACK.

      *> The period asked for and the same period number one fiscal
      *> year earlier; both must be on the calendar.
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
            MOVE WS-YEAR-INPUT TO WS-FISCAL-YEAR.
            MOVE WS-PERIOD-INPUT TO WS-PERIOD-NO.
            MOVE WS-FISCAL-YEAR TO PC-FISCAL-YEAR.
            MOVE WS-PERIOD-NO TO PC-PERIOD-NO.
            READ PERIOD-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "No such period on the calendar."
               NOT INVALID KEY
                  MOVE PC-START-DATE TO WS-PERIOD-START
                  MOVE PC-END-DATE TO WS-PERIOD-END
                  COMPUTE PC-FISCAL-YEAR = WS-FISCAL-YEAR - 1
                  MOVE WS-PERIOD-NO TO PC-PERIOD-NO
                  READ PERIOD-CALENDAR-FILE
                     INVALID KEY
                        DISPLAY "Same period of last fiscal year is "
                           "not on the calendar - growth cannot be "
                           "measured."
                     NOT INVALID KEY
                        MOVE PC-START-DATE TO WS-LAST-START
                        MOVE PC-END-DATE TO WS-LAST-END
                        MOVE "Y" TO WS-PERIODS-FOUND-FLAG
                  END-READ
            END-READ.
            CLOSE PERIOD-CALENDAR-FILE.

       2000-TOTAL-WINDOW-TAKINGS.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            PERFORM UNTIL HR-IS-EOF
               MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
               IF VS-IS-DETAIL AND NOT VS-IS-VOIDED AND
                     VS-MACHINE-ID > ZERO
                  IF WS-WINDOW-THIS-YEAR
                     ADD VS-PRICE TO WS-MT-THIS-YEAR(VS-MACHINE-ID)
                  ELSE
                     ADD VS-PRICE TO WS-MT-LAST-YEAR(VS-MACHINE-ID)
                  END-IF
               END-IF
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.

       3000-BUILD-ROUTE-TOTALS.
            OPEN INPUT ROUTE-MASTER-FILE.
            IF WS-ROUTE-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WS-ROUTE-EOF-FLAG
            ELSE
               MOVE "Y" TO WS-ROUTE-OPEN-FLAG
               MOVE LOW-VALUES TO RT-KEY
               START ROUTE-MASTER-FILE KEY >= RT-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-ROUTE-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-ROUTE-EOF
               READ ROUTE-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ROUTE-EOF-FLAG
                  NOT AT END
                     IF RT-MACHINE-ID > ZERO
                        PERFORM 3100-ADD-ONE-STOP
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-ROUTE-FILE-OPEN
               CLOSE ROUTE-MASTER-FILE
            END-IF.

       3100-ADD-ONE-STOP.
            SET WS-RD-IDX TO 1.
            SEARCH WS-RD-ENTRY
               AT END
                  IF WS-ROUTE-DRIVER-COUNT < 50
                     ADD 1 TO WS-ROUTE-DRIVER-COUNT
                     SET WS-RD-IDX TO WS-ROUTE-DRIVER-COUNT
                     MOVE RT-ROUTE-NO TO WS-RD-ROUTE-NO(WS-RD-IDX)
                     MOVE RT-DRIVER-NAME
                        TO WS-RD-DRIVER-NAME(WS-RD-IDX)
                     MOVE ZERO TO WS-RD-THIS-YEAR(WS-RD-IDX)
                     MOVE ZERO TO WS-RD-LAST-YEAR(WS-RD-IDX)
                     MOVE SPACES TO WS-RD-SEEN(WS-RD-IDX)
                     PERFORM 3150-ADD-STOP-MACHINE
                  ELSE
                     MOVE "Y" TO WS-TABLE-FULL-FLAG
                  END-IF
               WHEN WS-RD-ROUTE-NO(WS-RD-IDX) = RT-ROUTE-NO AND
                    WS-RD-DRIVER-NAME(WS-RD-IDX) = RT-DRIVER-NAME
                  PERFORM 3150-ADD-STOP-MACHINE
            END-SEARCH.

       3150-ADD-STOP-MACHINE.
            IF WS-RD-SEEN(WS-RD-IDX)(RT-MACHINE-ID:1) NOT = "Y"
               MOVE "Y" TO WS-RD-SEEN(WS-RD-IDX)(RT-MACHINE-ID:1)
               ADD WS-MT-THIS-YEAR(RT-MACHINE-ID)
                  TO WS-RD-THIS-YEAR(WS-RD-IDX)
               ADD WS-MT-LAST-YEAR(RT-MACHINE-ID)
                  TO WS-RD-LAST-YEAR(WS-RD-IDX)
            END-IF.

       4000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "DRVINCNT" TO SP-REPORT-TYPE.
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
            STRING "DRIVER INCENTIVE  FISCAL " WS-FISCAL-YEAR
               " PERIOD " WS-PERIOD-NO "  " WS-PERIOD-START "-"
               WS-PERIOD-END
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "ROUTE DRIVER        THIS YEAR    LAST YEAR"
               " GROWTH %   INCENTIVE"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Growth is measured route by route; a route with nothing
      *> taken last year has no base to grow from and earns nothing.
       4100-ROUTE-INCENTIVE.
            MOVE ZERO TO WS-GROWTH-PCT.
            MOVE ZERO TO WS-ROUTE-INCENTIVE.
            COMPUTE WS-GROWTH-AMOUNT = WS-RD-THIS-YEAR(WS-RD-IDX)
               - WS-RD-LAST-YEAR(WS-RD-IDX).
            IF WS-RD-LAST-YEAR(WS-RD-IDX) > ZERO
               COMPUTE WS-GROWTH-PCT ROUNDED =
                  WS-GROWTH-AMOUNT * 100 / WS-RD-LAST-YEAR(WS-RD-IDX)
                  ON SIZE ERROR
                     MOVE 99999.99 TO WS-GROWTH-PCT
               END-COMPUTE
               IF WS-GROWTH-AMOUNT > ZERO
                  MOVE ZERO TO WS-RATE-PCT
                  PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > GB-BAND-COUNT
                     IF WS-GROWTH-PCT >=
                           GB-FROM-GROWTH-PCT(WS-BAND-IDX)
                        MOVE GB-RATE-PCT(WS-BAND-IDX) TO WS-RATE-PCT
                     END-IF
                  END-PERFORM
                  COMPUTE WS-ROUTE-INCENTIVE ROUNDED =
                     WS-GROWTH-AMOUNT * WS-RATE-PCT / 100
               END-IF
            END-IF.
            PERFORM 4200-ADD-TO-DRIVER.
            MOVE WS-RD-THIS-YEAR(WS-RD-IDX)
               TO WS-THS-EDIT-ZERO-SUPPRESS.
            MOVE WS-RD-LAST-YEAR(WS-RD-IDX)
               TO WS-LST-EDIT-ZERO-SUPPRESS.
            MOVE WS-ROUTE-INCENTIVE TO WS-INC-EDIT-ZERO-SUPPRESS.
            MOVE WS-GROWTH-PCT TO WS-GROWTH-PCT-EDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-RD-ROUTE-NO(WS-RD-IDX) "   "
               WS-RD-DRIVER-NAME(WS-RD-IDX) " "
               WS-THS-EDIT-ZERO-SUPPRESS " "
               WS-LST-EDIT-ZERO-SUPPRESS " "
               WS-GROWTH-PCT-EDIT " "
               WS-INC-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       4200-ADD-TO-DRIVER.
            SET WS-DR-IDX TO 1.
            SEARCH WS-DR-ENTRY
               AT END
                  ADD 1 TO WS-DRIVER-COUNT
                  SET WS-DR-IDX TO WS-DRIVER-COUNT
                  MOVE WS-RD-DRIVER-NAME(WS-RD-IDX)
                     TO WS-DR-NAME(WS-DR-IDX)
                  MOVE WS-RD-THIS-YEAR(WS-RD-IDX)
                     TO WS-DR-THIS-YEAR(WS-DR-IDX)
                  MOVE WS-RD-LAST-YEAR(WS-RD-IDX)
                     TO WS-DR-LAST-YEAR(WS-DR-IDX)
                  MOVE WS-ROUTE-INCENTIVE TO WS-DR-INCENTIVE(WS-DR-IDX)
               WHEN WS-DR-NAME(WS-DR-IDX) =
                    WS-RD-DRIVER-NAME(WS-RD-IDX)
                  ADD WS-RD-THIS-YEAR(WS-RD-IDX)
                     TO WS-DR-THIS-YEAR(WS-DR-IDX)
                  ADD WS-RD-LAST-YEAR(WS-RD-IDX)
                     TO WS-DR-LAST-YEAR(WS-DR-IDX)
                  ADD WS-ROUTE-INCENTIVE TO WS-DR-INCENTIVE(WS-DR-IDX)
            END-SEARCH.

       5000-QUEUE-DRIVER-INCENTIVES.
            OPEN INPUT DRIVER-LINK-FILE.
            IF WS-DRIVER-LINK-STATUS = "00"
               MOVE "Y" TO WS-LINK-OPEN-FLAG
            END-IF.
            OPEN I-O DRIVER-INCENTIVE-FILE.
            IF WS-DRIVER-INCENTIVE-STATUS = "35"
               OPEN OUTPUT DRIVER-INCENTIVE-FILE
               CLOSE DRIVER-INCENTIVE-FILE
               OPEN I-O DRIVER-INCENTIVE-FILE
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "DRIVER       INCENTIVE  EMPLOYEE  PAYROLL" TO
               PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DRIVER-COUNT
               PERFORM 5100-QUEUE-ONE-DRIVER
            END-PERFORM.
            IF WS-LINK-FILE-OPEN
               CLOSE DRIVER-LINK-FILE
            END-IF.
            CLOSE DRIVER-INCENTIVE-FILE.

      *> An open row from an earlier run of the same period is
      *> recalculated; a row payroll has already paid stands.
       5100-QUEUE-ONE-DRIVER.
            MOVE ZERO TO DV-EMPLOYEE-ID.
            MOVE SPACES TO WS-PAY-NOTE.
            IF WS-LINK-FILE-OPEN
               MOVE WS-DR-NAME(WS-DR-IDX) TO DV-DRIVER-NAME
               READ DRIVER-LINK-FILE
                  INVALID KEY
                     MOVE ZERO TO DV-EMPLOYEE-ID
               END-READ
            END-IF.
            EVALUATE TRUE
               WHEN DV-EMPLOYEE-ID = ZERO
                  MOVE "NO EMPLOYEE LINK - NOT PAID" TO WS-PAY-NOTE
               WHEN OTHER
                  MOVE DV-EMPLOYEE-ID TO DI-EMPLOYEE-ID
                  MOVE WS-FISCAL-YEAR TO DI-FISCAL-YEAR
                  MOVE WS-PERIOD-NO TO DI-PERIOD-NO
                  READ DRIVER-INCENTIVE-FILE
                     INVALID KEY
                        IF WS-DR-INCENTIVE(WS-DR-IDX) > ZERO
                           PERFORM 5200-SET-INCENTIVE-ROW
                           WRITE DRIVER-INCENTIVE-RECORD
                           ADD 1 TO WS-ROWS-WRITTEN
                           ADD WS-DR-INCENTIVE(WS-DR-IDX)
                              TO WS-RUN-INCENTIVE
                           MOVE "QUEUED FOR NEXT PAY RUN"
                              TO WS-PAY-NOTE
                        END-IF
                     NOT INVALID KEY
                        IF DI-IS-PAID
                           STRING "ALREADY PAID IN " DI-PAID-PERIOD
                              DELIMITED BY SIZE INTO WS-PAY-NOTE
                           END-STRING
                        ELSE
                           PERFORM 5200-SET-INCENTIVE-ROW
                           REWRITE DRIVER-INCENTIVE-RECORD
                           ADD 1 TO WS-ROWS-WRITTEN
                           ADD WS-DR-INCENTIVE(WS-DR-IDX)
                              TO WS-RUN-INCENTIVE
                           MOVE "RECALCULATED, NOT YET PAID"
                              TO WS-PAY-NOTE
                        END-IF
                  END-READ
            END-EVALUATE.
            MOVE WS-DR-INCENTIVE(WS-DR-IDX)
               TO WS-INC-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-DR-NAME(WS-DR-IDX) " "
               WS-INC-EDIT-ZERO-SUPPRESS "  " DV-EMPLOYEE-ID "     "
               WS-PAY-NOTE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       5200-SET-INCENTIVE-ROW.
            MOVE DV-EMPLOYEE-ID TO DI-EMPLOYEE-ID.
            MOVE WS-FISCAL-YEAR TO DI-FISCAL-YEAR.
            MOVE WS-PERIOD-NO TO DI-PERIOD-NO.
            MOVE WS-DR-NAME(WS-DR-IDX) TO DI-DRIVER-NAME.
            MOVE WS-DR-THIS-YEAR(WS-DR-IDX) TO DI-TAKINGS-THIS-YEAR.
            MOVE WS-DR-LAST-YEAR(WS-DR-IDX) TO DI-TAKINGS-LAST-YEAR.
            MOVE WS-DR-INCENTIVE(WS-DR-IDX) TO DI-AMOUNT.
            MOVE "O" TO DI-STATUS.
            MOVE ZERO TO DI-PAID-PERIOD.

       6000-CLOSE-REPORT.
            MOVE WS-RUN-INCENTIVE TO WS-INC-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "INCENTIVE ROWS " WS-ROWS-WRITTEN
               "  TOTAL FOR PAYROLL " WS-INC-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
       END PROGRAM DRIVER-INCENTIVE-CALC.
