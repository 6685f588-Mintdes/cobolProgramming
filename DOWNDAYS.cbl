      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Machine down-days service - called with a machine
      *          and a date range, reads the machine's WORK-ORDER
      *          rows and hands back how many days of the range it
      *          was out of service and its uptime percentage. Each
      *          order's down stretch is marked day by day against
      *          the range, so two faults open at once are not
      *          charged twice. Shared by the downtime lost-sales
      *          report and the commission statements, which credit
      *          a host when a promised uptime is missed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACHINE-DOWN-DAYS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO "WRKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WORK-ORDER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       COPY WRKORDER.

       WORKING-STORAGE SECTION.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-ORDER-OPEN-FLAG        PIC X.
           88  WS-ORDER-FILE-OPEN                VALUE "Y".
       01  WS-ORDER-EOF-FLAG         PIC X.
           88  WS-ORDER-EOF                      VALUE "Y".
       01  WS-ORDER-DATES-FLAG       PIC X.
           88  WS-ORDER-DATES-OK                 VALUE "Y".
       01  WS-TODAY-DATE             PIC 9(8).

       COPY DATEPARM.

       01  WS-DAY-CONTROLS.
           05  WS-FROM-DAY-NO           PIC 9(7).
           05  WS-TO-DAY-NO             PIC 9(7).
           05  WS-OPEN-DAY-NO           PIC 9(7).
           05  WS-END-DAY-NO            PIC 9(7).
           05  WS-FIRST-DAY-NO          PIC 9(7).
           05  WS-LAST-DAY-NO           PIC 9(7).
           05  WS-MARK-DAY-NO           PIC 9(7).
           05  WS-END-DATE              PIC 9(8).
           05  WS-CONV-DATE             PIC 9(8).
           05  WS-DAY-SUB               PIC 9(3).

      *> One flag per day of the asked-for range; a day is down
      *> once however many orders cover it.
       01  WS-DAY-TABLE.
           05  WS-DAY-DOWN-FLAG OCCURS 400 TIMES PIC X.

       LINKAGE SECTION.
       COPY DOWNPRM.

       PROCEDURE DIVISION USING MACHINE-DOWN-DAYS-PARMS.
       MAIN-PROCEDURE.
            MOVE ZERO TO DW-RANGE-DAYS.
            MOVE ZERO TO DW-DOWN-DAYS.
            MOVE 100 TO DW-UPTIME-PCT.
            MOVE "N" TO DW-VALID-FLAG.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE DW-FROM-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            IF DF-DATE-IS-VALID
               MOVE DF-DAY-NUMBER TO WS-FROM-DAY-NO
               MOVE DW-TO-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
            END-IF.
            IF DF-DATE-IS-VALID
               MOVE DF-DAY-NUMBER TO WS-TO-DAY-NO
               IF WS-TO-DAY-NO >= WS-FROM-DAY-NO AND
                     WS-TO-DAY-NO - WS-FROM-DAY-NO < 400
                  MOVE "Y" TO DW-VALID-FLAG
               END-IF
            END-IF.
            IF NOT DW-RANGE-IS-VALID
               DISPLAY "MACHINE-DOWN-DAYS: bad range " DW-FROM-DATE
                  " - " DW-TO-DATE
               GOBACK
            END-IF.
            COMPUTE DW-RANGE-DAYS = WS-TO-DAY-NO - WS-FROM-DAY-NO + 1.
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > DW-RANGE-DAYS
               MOVE "N" TO WS-DAY-DOWN-FLAG(WS-DAY-SUB)
            END-PERFORM.
            PERFORM 1000-MARK-MACHINE-ORDERS.
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > DW-RANGE-DAYS
               IF WS-DAY-DOWN-FLAG(WS-DAY-SUB) = "Y"
                  ADD 1 TO DW-DOWN-DAYS
               END-IF
            END-PERFORM.
            COMPUTE DW-UPTIME-PCT ROUNDED =
               (DW-RANGE-DAYS - DW-DOWN-DAYS) * 100 / DW-RANGE-DAYS.
            GOBACK.

       1000-MARK-MACHINE-ORDERS.
            MOVE "N" TO WS-ORDER-EOF-FLAG.
            MOVE "N" TO WS-ORDER-OPEN-FLAG.
            OPEN INPUT WORK-ORDER-FILE.
            IF WS-WORK-ORDER-STATUS NOT = "00"
               MOVE "Y" TO WS-ORDER-EOF-FLAG
            ELSE
               MOVE "Y" TO WS-ORDER-OPEN-FLAG
               MOVE LOW-VALUES TO WO-KEY
               MOVE DW-MACHINE-ID TO WO-MACHINE-ID
               START WORK-ORDER-FILE KEY >= WO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-ORDER-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-ORDER-EOF
               READ WORK-ORDER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ORDER-EOF-FLAG
                  NOT AT END
                     IF WO-MACHINE-ID NOT = DW-MACHINE-ID
                        MOVE "Y" TO WS-ORDER-EOF-FLAG
                     ELSE
                        PERFORM 1100-MARK-ONE-ORDER
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-ORDER-FILE-OPEN
               CLOSE WORK-ORDER-FILE
            END-IF.

      *> Down from the day the fault was opened up to (not
      *> including) the day it was closed, or today while open -
      *> clipped to the range asked about.
       1100-MARK-ONE-ORDER.
            IF WO-IS-CLOSED
               MOVE WO-CLOSED-DATE TO WS-END-DATE
            ELSE
               MOVE WS-TODAY-DATE TO WS-END-DATE
            END-IF.
            IF WO-OPENED-DATE <= DW-TO-DATE AND
                  WS-END-DATE > DW-FROM-DATE AND
                  WS-END-DATE > WO-OPENED-DATE
               PERFORM 1150-ORDER-DAY-NUMBERS
            ELSE
               MOVE "N" TO WS-ORDER-DATES-FLAG
            END-IF.
            IF WS-ORDER-DATES-OK
               MOVE WS-OPEN-DAY-NO TO WS-FIRST-DAY-NO
               IF WS-FIRST-DAY-NO < WS-FROM-DAY-NO
                  MOVE WS-FROM-DAY-NO TO WS-FIRST-DAY-NO
               END-IF
               COMPUTE WS-LAST-DAY-NO = WS-END-DAY-NO - 1
               IF WS-LAST-DAY-NO > WS-TO-DAY-NO
                  MOVE WS-TO-DAY-NO TO WS-LAST-DAY-NO
               END-IF
               PERFORM VARYING WS-MARK-DAY-NO FROM WS-FIRST-DAY-NO
                  BY 1 UNTIL WS-MARK-DAY-NO > WS-LAST-DAY-NO
                  COMPUTE WS-DAY-SUB =
                     WS-MARK-DAY-NO - WS-FROM-DAY-NO + 1
                  MOVE "Y" TO WS-DAY-DOWN-FLAG(WS-DAY-SUB)
               END-PERFORM
            END-IF.

       1150-ORDER-DAY-NUMBERS.
            MOVE "N" TO WS-ORDER-DATES-FLAG.
            MOVE WO-OPENED-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            IF DF-DATE-IS-VALID
               MOVE DF-DAY-NUMBER TO WS-OPEN-DAY-NO
               MOVE WS-END-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               IF DF-DATE-IS-VALID
                  MOVE DF-DAY-NUMBER TO WS-END-DAY-NO
                  MOVE "Y" TO WS-ORDER-DATES-FLAG
               END-IF
            END-IF.

       8000-DATE-TO-DAY-NUMBER.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-CONV-DATE(1:4) TO DF-YEAR.
            MOVE WS-CONV-DATE(5:2) TO DF-MONTH.
            MOVE WS-CONV-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
       END PROGRAM MACHINE-DOWN-DAYS.
