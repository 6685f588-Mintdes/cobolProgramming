      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Route visit confirmation - the driver's record of
      *          each stop on a route sheet: the day visited, arrival
      *          and departure times, and the units actually loaded
      *          against each of the sheet's load lines, or a reason
      *          code when the stop was skipped. A stop whose sheet
      *          was never printed can still be confirmed from the
      *          route master (with no load lines). ROUTE-VISIT-
      *          REPORT reads what is kept here each night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTE-VISIT-ENTRY.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-VISIT-FILE.
       COPY ROUTVIST.

       FD  ROUTE-MASTER-FILE.
       COPY ROUTMAST.

       WORKING-STORAGE SECTION.
       01  WS-ROUTE-VISIT-STATUS     PIC XX.
       01  WS-ROUTE-MASTER-STATUS    PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
      *> W = visit row to write (no sheet printed), R = planned row
      *> from the sheet to rewrite, N = nothing to record.
       01  WS-VISIT-ROW-FLAG         PIC X       VALUE "N".
           88  WS-VISIT-ROW-NEW                  VALUE "W".
           88  WS-VISIT-ROW-PLANNED              VALUE "R".
           88  WS-VISIT-ROW-NONE                 VALUE "N".
       01  WS-ENTRY-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-SHEET-DATE            PIC 9(8).
           05  WS-VISIT-DATE            PIC 9(8).
           05  WS-ROUTE-INPUT           PIC X(3).
           05  WS-ROUTE-NO              PIC 9(3).
           05  WS-STOP-INPUT            PIC XX.
           05  WS-STOP-SEQ              PIC 99.
           05  WS-REASON-INPUT          PIC XX.
           05  WS-UNITS-INPUT           PIC X(3).
           05  WS-LINE-IDX              PIC 99.
           05  WS-TIMES-OK-FLAG         PIC X.
               88  WS-TIMES-OK                    VALUE "Y".
       01  WS-TIME-INPUT             PIC X(4).
       01  WS-TIME-VALUE             PIC 9(4).
       01  WS-TIME-VALUE-R REDEFINES WS-TIME-VALUE.
           05  WS-TIME-HH                PIC 99.
           05  WS-TIME-MM                PIC 99.
       01  WS-ARRIVE-TIME            PIC 9(4).
       01  WS-DEPART-TIME            PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Route Visit Confirmation ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN I-O ROUTE-VISIT-FILE.
            IF WS-ROUTE-VISIT-STATUS = "35"
               OPEN OUTPUT ROUTE-VISIT-FILE
               CLOSE ROUTE-VISIT-FILE
               OPEN I-O ROUTE-VISIT-FILE
            END-IF.
            OPEN INPUT ROUTE-MASTER-FILE.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list unconfirmed stops, C=confirm visit, "
                  "S=skipped stop, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-PLANNED-STOPS
                  WHEN "C"
                  WHEN "c"
                     PERFORM 3000-CONFIRM-VISIT
                  WHEN "S"
                  WHEN "s"
                     PERFORM 4000-RECORD-SKIPPED-STOP
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE ROUTE-VISIT-FILE.
            IF WS-ROUTE-MASTER-STATUS = "00"
               CLOSE ROUTE-MASTER-FILE
            END-IF.
            GOBACK.

       1000-ACCEPT-SHEET-DATE.
            DISPLAY "Route sheet date (YYYYMMDD, blank=today): ".
            MOVE ZERO TO WS-SHEET-DATE.
            ACCEPT WS-SHEET-DATE.
            IF WS-SHEET-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-SHEET-DATE
            END-IF.

       2000-LIST-PLANNED-STOPS.
            PERFORM 1000-ACCEPT-SHEET-DATE.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO RV-KEY.
            MOVE WS-SHEET-DATE TO RV-SHEET-DATE.
            START ROUTE-VISIT-FILE KEY >= RV-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "ROUTE STOP MACH DAY DRIVER     LOAD LINES".
            PERFORM UNTIL WS-LIST-EOF
               READ ROUTE-VISIT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF RV-SHEET-DATE NOT = WS-SHEET-DATE
                        MOVE "Y" TO WS-LIST-EOF-FLAG
                     ELSE
                        IF RV-IS-PLANNED
                           DISPLAY RV-ROUTE-NO "   " RV-STOP-SEQ
                              "   " RV-MACHINE-ID "  "
                              RV-SERVICE-DAY " " RV-DRIVER-NAME " "
                              RV-LOAD-COUNT
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

      *> The visit row for the sheet date and stop: the planned row
      *> the sheet wrote, or - when no sheet was printed that day -
      *> a new row built from the route master.
       2500-FIND-VISIT-ROW.
            MOVE "N" TO WS-VISIT-ROW-FLAG.
            PERFORM 1000-ACCEPT-SHEET-DATE.
            DISPLAY "Route number (001-999): ".
            ACCEPT WS-ROUTE-INPUT.
            MOVE ZERO TO WS-ROUTE-NO.
            IF WS-ROUTE-INPUT IS NUMERIC
               MOVE WS-ROUTE-INPUT TO WS-ROUTE-NO
            END-IF.
            DISPLAY "Stop sequence (01-99): ".
            ACCEPT WS-STOP-INPUT.
            IF WS-STOP-INPUT(2:1) = SPACE AND
                  WS-STOP-INPUT(1:1) IS NUMERIC
               MOVE WS-STOP-INPUT(1:1) TO WS-STOP-INPUT(2:1)
               MOVE "0" TO WS-STOP-INPUT(1:1)
            END-IF.
            MOVE ZERO TO WS-STOP-SEQ.
            IF WS-STOP-INPUT IS NUMERIC
               MOVE WS-STOP-INPUT TO WS-STOP-SEQ
            END-IF.
            IF WS-ROUTE-NO = ZERO OR WS-STOP-SEQ = ZERO
               DISPLAY "Invalid route/stop - nothing recorded."
            ELSE
               MOVE WS-SHEET-DATE TO RV-SHEET-DATE
               MOVE WS-ROUTE-NO TO RV-ROUTE-NO
               MOVE WS-STOP-SEQ TO RV-STOP-SEQ
               READ ROUTE-VISIT-FILE
                  INVALID KEY
                     PERFORM 2600-BUILD-FROM-ROUTE-MASTER
                  NOT INVALID KEY
                     IF RV-IS-PLANNED
                        MOVE "R" TO WS-VISIT-ROW-FLAG
                     ELSE
                        DISPLAY "Stop already recorded (status "
                           RV-VISIT-STATUS ") - nothing changed."
                     END-IF
               END-READ
            END-IF.

       2600-BUILD-FROM-ROUTE-MASTER.
            IF WS-ROUTE-MASTER-STATUS NOT = "00"
               DISPLAY "No ROUTE-MASTER file - nothing recorded."
            ELSE
               MOVE WS-ROUTE-NO TO RT-ROUTE-NO
               MOVE WS-STOP-SEQ TO RT-STOP-SEQ
               READ ROUTE-MASTER-FILE
                  INVALID KEY
                     DISPLAY "No such stop on the route master - "
                        "nothing recorded."
                  NOT INVALID KEY
                     INITIALIZE ROUTE-VISIT-RECORD
                     MOVE WS-SHEET-DATE TO RV-SHEET-DATE
                     MOVE RT-ROUTE-NO TO RV-ROUTE-NO
                     MOVE RT-STOP-SEQ TO RV-STOP-SEQ
                     MOVE RT-MACHINE-ID TO RV-MACHINE-ID
                     MOVE RT-SERVICE-DAY TO RV-SERVICE-DAY
                     MOVE RT-DRIVER-NAME TO RV-DRIVER-NAME
                     MOVE "P" TO RV-VISIT-STATUS
                     MOVE SPACES TO RV-SKIP-REASON
                     MOVE "W" TO WS-VISIT-ROW-FLAG
                     DISPLAY "No sheet printed for that day - "
                        "no load lines to confirm."
               END-READ
            END-IF.

       2700-SAVE-VISIT-ROW.
            EVALUATE TRUE
               WHEN WS-VISIT-ROW-NEW
                  WRITE ROUTE-VISIT-RECORD
               WHEN WS-VISIT-ROW-PLANNED
                  REWRITE ROUTE-VISIT-RECORD
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       3000-CONFIRM-VISIT.
            PERFORM 2500-FIND-VISIT-ROW.
            IF NOT WS-VISIT-ROW-NONE
               PERFORM 3100-TAKE-VISIT-TIMES
               IF WS-TIMES-OK
                  PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > RV-LOAD-COUNT
                     PERFORM 3200-TAKE-UNITS-LOADED
                  END-PERFORM
                  MOVE "V" TO RV-VISIT-STATUS
                  MOVE WS-VISIT-DATE TO RV-VISIT-DATE
                  MOVE WS-ARRIVE-TIME TO RV-ARRIVE-TIME
                  MOVE WS-DEPART-TIME TO RV-DEPART-TIME
                  PERFORM 2700-SAVE-VISIT-ROW
                  DISPLAY "Visit confirmed."
               END-IF
            END-IF.

      *> A visit cannot come before the sheet it was printed from,
      *> nor after today; the driver cannot leave before arriving.
       3100-TAKE-VISIT-TIMES.
            MOVE "N" TO WS-TIMES-OK-FLAG.
            DISPLAY "Date visited (YYYYMMDD, blank=sheet date): ".
            MOVE ZERO TO WS-VISIT-DATE.
            ACCEPT WS-VISIT-DATE.
            IF WS-VISIT-DATE = ZERO
               MOVE WS-SHEET-DATE TO WS-VISIT-DATE
            END-IF.
            IF WS-VISIT-DATE < WS-SHEET-DATE OR
                  WS-VISIT-DATE > WS-TODAY-DATE
               DISPLAY "Visit date must fall between the sheet date "
                  "and today - nothing recorded."
            ELSE
               DISPLAY "Arrival time (HHMM): "
               PERFORM 3150-ACCEPT-TIME
               MOVE WS-TIME-VALUE TO WS-ARRIVE-TIME
               IF WS-TIMES-OK
                  DISPLAY "Departure time (HHMM): "
                  PERFORM 3150-ACCEPT-TIME
                  MOVE WS-TIME-VALUE TO WS-DEPART-TIME
               END-IF
               IF WS-TIMES-OK AND WS-DEPART-TIME < WS-ARRIVE-TIME
                  DISPLAY "Departure is before arrival - nothing "
                     "recorded."
                  MOVE "N" TO WS-TIMES-OK-FLAG
               END-IF
            END-IF.

       3150-ACCEPT-TIME.
            MOVE SPACES TO WS-TIME-INPUT.
            ACCEPT WS-TIME-INPUT.
            MOVE "N" TO WS-TIMES-OK-FLAG.
            MOVE ZERO TO WS-TIME-VALUE.
            IF WS-TIME-INPUT IS NUMERIC
               MOVE WS-TIME-INPUT TO WS-TIME-VALUE
               IF WS-TIME-HH <= 23 AND WS-TIME-MM <= 59
                  MOVE "Y" TO WS-TIMES-OK-FLAG
               END-IF
            END-IF.
            IF NOT WS-TIMES-OK
               DISPLAY "Invalid time - nothing recorded."
            END-IF.

       3200-TAKE-UNITS-LOADED.
            DISPLAY "Slot " RV-LOAD-SLOT(WS-LINE-IDX) " "
               RV-LOAD-PRODUCT(WS-LINE-IDX) " sheet asked "
               RV-UNITS-ASKED(WS-LINE-IDX)
               " - units loaded (ENTER = as asked): ".
            MOVE SPACES TO WS-UNITS-INPUT.
            ACCEPT WS-UNITS-INPUT.
            IF WS-UNITS-INPUT = SPACES
               MOVE RV-UNITS-ASKED(WS-LINE-IDX)
                  TO RV-UNITS-LOADED(WS-LINE-IDX)
            ELSE
               IF WS-UNITS-INPUT IS NUMERIC
                  MOVE WS-UNITS-INPUT TO RV-UNITS-LOADED(WS-LINE-IDX)
               ELSE
                  MOVE FUNCTION NUMVAL(WS-UNITS-INPUT)
                     TO RV-UNITS-LOADED(WS-LINE-IDX)
               END-IF
            END-IF.

       4000-RECORD-SKIPPED-STOP.
            PERFORM 2500-FIND-VISIT-ROW.
            IF NOT WS-VISIT-ROW-NONE
               DISPLAY "Reason: NA=no access, SC=site closed, "
                  "OT=out of time, VP=van problem, NS=no stock, "
                  "XX=other: "
               MOVE SPACES TO WS-REASON-INPUT
               ACCEPT WS-REASON-INPUT
               MOVE WS-REASON-INPUT TO RV-SKIP-REASON
               IF NOT RV-SKIP-REASON-VALID
                  DISPLAY "Unknown reason code - nothing recorded."
               ELSE
                  MOVE "S" TO RV-VISIT-STATUS
                  MOVE ZERO TO RV-VISIT-DATE
                  MOVE ZERO TO RV-ARRIVE-TIME
                  MOVE ZERO TO RV-DEPART-TIME
                  PERFORM 2700-SAVE-VISIT-ROW
                  DISPLAY "Skipped stop recorded."
               END-IF
            END-IF.
       END PROGRAM ROUTE-VISIT-ENTRY.
