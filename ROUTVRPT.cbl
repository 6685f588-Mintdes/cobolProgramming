      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Daily route visit report - from the visits the
      *          drivers confirm through ROUTE-VISIT-ENTRY: today's
      *          stops left unconfirmed (missed) or skipped with
      *          their reason, stops from an earlier sheet serviced
      *          late today, every load line where the driver loaded
      *          less than the sheet asked, and every machine on the
      *          route master not visited within its weekly service-
      *          day cycle. Runs unattended from the job stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTE-VISIT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-VISIT-FILE ASSIGN TO "ROUTVIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-ROUTE-VISIT-STATUS.
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-ROUTE-MASTER-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-VISIT-FILE.
       COPY ROUTVIST.

       FD  ROUTE-MASTER-FILE.
       COPY ROUTMAST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ROUTE-VISIT-STATUS     PIC XX.
       01  WS-ROUTE-MASTER-STATUS    PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-VISIT-EOF-FLAG         PIC X       VALUE "N".
           88  WS-VISIT-EOF                      VALUE "Y".
       01  WS-ROUTE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-ROUTE-EOF                      VALUE "Y".
       01  WS-VISIT-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-VISIT-FILE-OPEN                VALUE "Y".
       01  WS-ROUTE-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-ROUTE-FILE-OPEN                VALUE "Y".

      *> A stop runs on one named weekday, so its cycle is a week.
       01  WS-REPORT-FIELDS.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-CONV-DATE             PIC 9(8).
           05  WS-TODAY-DAY-NO          PIC 9(7).
           05  WS-CYCLE-DAYS            PIC 9(3)    VALUE 7.
           05  WS-DAYS-SINCE            PIC 9(5).
           05  WS-DAYS-LATE             PIC 9(5).
           05  WS-LINE-IDX              PIC 99.
           05  WS-UNITS-SHORT           PIC 9(3).
           05  WS-STOPS-MISSED          PIC 9(5)    VALUE ZERO.
           05  WS-STOPS-SKIPPED         PIC 9(5)    VALUE ZERO.
           05  WS-STOPS-LATE            PIC 9(5)    VALUE ZERO.
           05  WS-SHORT-LINES           PIC 9(5)    VALUE ZERO.
           05  WS-MACHINES-OVERDUE      PIC 9(5)    VALUE ZERO.

      *> Latest confirmed visit per machine, and whether the machine
      *> has already been checked against its cycle.
       01  WS-MACHINE-VISITS.
           05  WS-MV-ENTRY OCCURS 99 TIMES.
               10  WS-MV-LAST-VISIT        PIC 9(8).
               10  WS-MV-CHECKED           PIC X.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY DATEPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Route Visit Report ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TODAY-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            MOVE DF-DAY-NUMBER TO WS-TODAY-DAY-NO.
            INITIALIZE WS-MACHINE-VISITS.
            PERFORM 1000-OPEN-REPORT.
            OPEN INPUT ROUTE-VISIT-FILE.
            IF WS-ROUTE-VISIT-STATUS NOT = "00"
               MOVE "Y" TO WS-VISIT-EOF-FLAG
            ELSE
               MOVE "Y" TO WS-VISIT-OPEN-FLAG
               MOVE LOW-VALUES TO RV-KEY
               START ROUTE-VISIT-FILE KEY >= RV-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-VISIT-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-VISIT-EOF
               READ ROUTE-VISIT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-VISIT-EOF-FLAG
                  NOT AT END
                     PERFORM 2000-CHECK-ONE-VISIT
               END-READ
            END-PERFORM.
            IF WS-VISIT-FILE-OPEN
               CLOSE ROUTE-VISIT-FILE
            END-IF.
            PERFORM 3000-CHECK-SERVICE-CYCLES.
            PERFORM 4000-CLOSE-REPORT.
            GOBACK.

       1000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "ROUTVRPT" TO SP-REPORT-TYPE.
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
            STRING "ROUTE STOPS FOR " WS-TODAY-DATE
               " - MISSED, SKIPPED, LATE AND SHORT-LOADED"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Today's sheet: unconfirmed is missed, skipped shows its
      *> reason. Any visit made today is checked for lateness (an
      *> earlier sheet's stop) and for short-loaded lines.
       2000-CHECK-ONE-VISIT.
            IF RV-IS-VISITED AND RV-MACHINE-ID > ZERO
               IF RV-VISIT-DATE > WS-MV-LAST-VISIT(RV-MACHINE-ID)
                  MOVE RV-VISIT-DATE
                     TO WS-MV-LAST-VISIT(RV-MACHINE-ID)
               END-IF
            END-IF.
            IF RV-SHEET-DATE = WS-TODAY-DATE
               IF RV-IS-PLANNED
                  ADD 1 TO WS-STOPS-MISSED
                  MOVE SPACES TO PRINT-LINE
                  STRING "ROUTE " RV-ROUTE-NO " STOP " RV-STOP-SEQ
                     " MACHINE " RV-MACHINE-ID "  " RV-DRIVER-NAME
                     "  MISSED - NOT CONFIRMED"
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
               IF RV-IS-SKIPPED
                  ADD 1 TO WS-STOPS-SKIPPED
                  MOVE SPACES TO PRINT-LINE
                  STRING "ROUTE " RV-ROUTE-NO " STOP " RV-STOP-SEQ
                     " MACHINE " RV-MACHINE-ID "  " RV-DRIVER-NAME
                     "  SKIPPED - REASON " RV-SKIP-REASON
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
            END-IF.
            IF RV-IS-VISITED AND RV-VISIT-DATE = WS-TODAY-DATE
               IF RV-SHEET-DATE < WS-TODAY-DATE
                  PERFORM 2100-PRINT-LATE-VISIT
               END-IF
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                  UNTIL WS-LINE-IDX > RV-LOAD-COUNT
                  IF RV-UNITS-LOADED(WS-LINE-IDX) <
                        RV-UNITS-ASKED(WS-LINE-IDX)
                     PERFORM 2200-PRINT-SHORT-LOAD
                  END-IF
               END-PERFORM
            END-IF.

       2100-PRINT-LATE-VISIT.
            ADD 1 TO WS-STOPS-LATE.
            MOVE RV-SHEET-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            MOVE ZERO TO WS-DAYS-LATE.
            IF DF-DATE-IS-VALID AND DF-DAY-NUMBER < WS-TODAY-DAY-NO
               COMPUTE WS-DAYS-LATE = WS-TODAY-DAY-NO - DF-DAY-NUMBER
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            STRING "ROUTE " RV-ROUTE-NO " STOP " RV-STOP-SEQ
               " MACHINE " RV-MACHINE-ID "  " RV-DRIVER-NAME
               "  LATE - SHEET " RV-SHEET-DATE " DAYS " WS-DAYS-LATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2200-PRINT-SHORT-LOAD.
            ADD 1 TO WS-SHORT-LINES.
            COMPUTE WS-UNITS-SHORT = RV-UNITS-ASKED(WS-LINE-IDX)
               - RV-UNITS-LOADED(WS-LINE-IDX).
            MOVE SPACES TO PRINT-LINE.
            STRING "ROUTE " RV-ROUTE-NO " STOP " RV-STOP-SEQ
               " MACHINE " RV-MACHINE-ID "  SLOT "
               RV-LOAD-SLOT(WS-LINE-IDX) " "
               RV-LOAD-PRODUCT(WS-LINE-IDX) " ASKED "
               RV-UNITS-ASKED(WS-LINE-IDX) " LOADED "
               RV-UNITS-LOADED(WS-LINE-IDX) " SHORT " WS-UNITS-SHORT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Each machine on the route master once, however many stops
      *> serve it, against its latest confirmed visit.
       3000-CHECK-SERVICE-CYCLES.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "MACHINES NOT VISITED WITHIN THEIR SERVICE CYCLE"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
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
                        IF WS-MV-CHECKED(RT-MACHINE-ID) NOT = "Y"
                           MOVE "Y" TO WS-MV-CHECKED(RT-MACHINE-ID)
                           PERFORM 3100-CHECK-ONE-MACHINE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-ROUTE-FILE-OPEN
               CLOSE ROUTE-MASTER-FILE
            END-IF.

       3100-CHECK-ONE-MACHINE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-MV-LAST-VISIT(RT-MACHINE-ID) = ZERO
               ADD 1 TO WS-MACHINES-OVERDUE
               STRING "MACHINE " RT-MACHINE-ID "  ROUTE " RT-ROUTE-NO
                  " " RT-SERVICE-DAY "  " RT-DRIVER-NAME
                  "  NO VISIT ON RECORD"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            ELSE
               MOVE WS-MV-LAST-VISIT(RT-MACHINE-ID) TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               MOVE ZERO TO WS-DAYS-SINCE
               IF DF-DATE-IS-VALID AND
                     DF-DAY-NUMBER < WS-TODAY-DAY-NO
                  COMPUTE WS-DAYS-SINCE =
                     WS-TODAY-DAY-NO - DF-DAY-NUMBER
               END-IF
               IF WS-DAYS-SINCE > WS-CYCLE-DAYS
                  ADD 1 TO WS-MACHINES-OVERDUE
                  STRING "MACHINE " RT-MACHINE-ID "  ROUTE "
                     RT-ROUTE-NO " " RT-SERVICE-DAY "  "
                     RT-DRIVER-NAME "  LAST VISIT "
                     WS-MV-LAST-VISIT(RT-MACHINE-ID) "  DAYS "
                     WS-DAYS-SINCE
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
            END-IF.

       4000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            STRING "MISSED " WS-STOPS-MISSED "  SKIPPED "
               WS-STOPS-SKIPPED "  LATE " WS-STOPS-LATE
               "  SHORT LINES " WS-SHORT-LINES
               "  MACHINES OVERDUE " WS-MACHINES-OVERDUE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
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
       END PROGRAM ROUTE-VISIT-REPORT.
