      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Preventive-maintenance run - for every machine in
      *          service, checks each MAINTPLN task for its model and
      *          opens a work order (fault code = the task's PM code)
      *          when the task has fallen due: elapsed days since the
      *          machine's last closed order for the task, or vend-
      *          counter movement in the METERRD readings since then.
      *          A machine never serviced for the task counts from its
      *          in-service date. A task with an order still open is
      *          left alone. Each new order is assigned to the driver
      *          of the machine's route stop so ROUTE-SHEET-PRINT puts
      *          it on the next sheet for that stop. No prompts: the
      *          nightly job stream runs it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PM-SCHEDULE-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-PLAN-FILE ASSIGN TO "MAINTPLN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MAINTENANCE-PLAN-STATUS.
           SELECT MACHINE-MASTER-FILE ASSIGN TO "MACHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WRKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WORK-ORDER-STATUS.
           SELECT METER-READING-FILE ASSIGN TO "METERRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-METER-READING-STATUS.
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-ROUTE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINTENANCE-PLAN-FILE.
       COPY MAINTPLN.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  WORK-ORDER-FILE.
       COPY WRKORDER.

       FD  METER-READING-FILE.
       COPY METERRD.

       FD  ROUTE-MASTER-FILE.
       COPY ROUTMAST.

       WORKING-STORAGE SECTION.
       01  WS-MAINTENANCE-PLAN-STATUS PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-METER-READING-STATUS   PIC XX.
       01  WS-ROUTE-MASTER-STATUS    PIC XX.
       01  WS-MACHINE-EOF-FLAG       PIC X       VALUE "N".
           88  WS-MACHINE-EOF                    VALUE "Y".
       01  WS-PLAN-EOF-FLAG          PIC X.
           88  WS-PLAN-EOF                       VALUE "Y".
       01  WS-ORDER-EOF-FLAG         PIC X.
           88  WS-ORDER-EOF                      VALUE "Y".
       01  WS-METER-EOF-FLAG         PIC X.
           88  WS-METER-EOF                      VALUE "Y".
       01  WS-ROUTE-EOF-FLAG         PIC X.
           88  WS-ROUTE-EOF                      VALUE "Y".
       01  WS-METER-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-METER-FILE-OPEN                VALUE "Y".
       01  WS-ROUTE-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-ROUTE-FILE-OPEN                VALUE "Y".

       COPY DATEPARM.

       01  WS-RUN-CONTROLS.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-TODAY-DAY-NO          PIC 9(7).
           05  WS-MACHINES-CHECKED      PIC 9(5)    VALUE ZERO.
           05  WS-TASKS-CHECKED         PIC 9(5)    VALUE ZERO.
           05  WS-ORDERS-RAISED         PIC 9(5)    VALUE ZERO.
           05  WS-ORDERS-ALREADY-OPEN   PIC 9(5)    VALUE ZERO.

      *> What the machine's work orders say about the task in hand.
       01  WS-TASK-CONTROLS.
           05  WS-NEXT-ORDER-NO         PIC 9(5).
           05  WS-TASK-OPEN-FLAG        PIC X.
               88  WS-TASK-ALREADY-OPEN          VALUE "Y".
           05  WS-LAST-DONE-DATE        PIC 9(8).
           05  WS-BASE-DATE             PIC 9(8).
           05  WS-BASE-DAY-NO           PIC 9(7).
           05  WS-ELAPSED-DAYS          PIC S9(7).
           05  WS-DUE-FLAG              PIC X.
               88  WS-TASK-IS-DUE                VALUE "Y".
           05  WS-DUE-REASON            PIC X(30).
           05  WS-EDIT-COUNT            PIC Z(6)9.

      *> Vend-counter movement since the base date: the counter on
      *> the last reading taken on or before it (or the first one
      *> after, for a machine read only since), against the latest.
       01  WS-METER-CONTROLS.
           05  WS-BASE-COUNTER          PIC 9(7).
           05  WS-LATEST-COUNTER        PIC 9(7).
           05  WS-BASE-COUNTER-FLAG     PIC X.
               88  WS-BASE-COUNTER-FOUND         VALUE "Y".
           05  WS-LATEST-COUNTER-FLAG   PIC X.
               88  WS-LATEST-COUNTER-FOUND       VALUE "Y".
           05  WS-VENDS-SINCE           PIC S9(8).

       01  WS-ROUTE-CONTROLS.
           05  WS-STOP-FOUND-FLAG       PIC X.
               88  WS-STOP-FOUND                 VALUE "Y".
           05  WS-STOP-ROUTE            PIC 9(3).
           05  WS-STOP-SEQ              PIC 99.
           05  WS-STOP-DRIVER           PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Preventive Maintenance Run ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TODAY-DATE TO WS-BASE-DATE.
            PERFORM 8000-BASE-DATE-TO-DAY-NUMBER.
            MOVE WS-BASE-DAY-NO TO WS-TODAY-DAY-NO.
            OPEN INPUT MAINTENANCE-PLAN-FILE.
            IF WS-MAINTENANCE-PLAN-STATUS NOT = "00"
               DISPLAY "No MAINTENANCE-PLAN file - nothing scheduled."
               GOBACK
            END-IF.
            OPEN INPUT MACHINE-MASTER-FILE.
            IF WS-MACHINE-MASTER-STATUS NOT = "00"
               DISPLAY "No MACHINE-MASTER file - nothing scheduled."
               CLOSE MAINTENANCE-PLAN-FILE
               GOBACK
            END-IF.
            PERFORM 1000-OPEN-FILES.
            MOVE LOW-VALUES TO MM-MACHINE-ID.
            START MACHINE-MASTER-FILE KEY >= MM-MACHINE-ID
               INVALID KEY
                  MOVE "Y" TO WS-MACHINE-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-MACHINE-EOF
               READ MACHINE-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-MACHINE-EOF-FLAG
                  NOT AT END
                     IF MM-IS-IN-SERVICE
                        PERFORM 2000-CHECK-ONE-MACHINE
                     END-IF
               END-READ
            END-PERFORM.
            PERFORM 9000-CLOSE-FILES.
            DISPLAY "Machines checked: " WS-MACHINES-CHECKED
               "  tasks checked: " WS-TASKS-CHECKED.
            DISPLAY "Orders raised: " WS-ORDERS-RAISED
               "  already open: " WS-ORDERS-ALREADY-OPEN.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O WORK-ORDER-FILE.
            IF WS-WORK-ORDER-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
            END-IF.
            OPEN INPUT METER-READING-FILE.
            IF WS-METER-READING-STATUS = "00"
               MOVE "Y" TO WS-METER-OPEN-FLAG
            END-IF.
            OPEN INPUT ROUTE-MASTER-FILE.
            IF WS-ROUTE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ROUTE-OPEN-FLAG
            END-IF.

       2000-CHECK-ONE-MACHINE.
            ADD 1 TO WS-MACHINES-CHECKED.
            MOVE "N" TO WS-PLAN-EOF-FLAG.
            MOVE LOW-VALUES TO MP-KEY.
            MOVE MM-MODEL TO MP-MODEL.
            START MAINTENANCE-PLAN-FILE KEY >= MP-KEY
               INVALID KEY
                  MOVE "Y" TO WS-PLAN-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-PLAN-EOF
               READ MAINTENANCE-PLAN-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-PLAN-EOF-FLAG
                  NOT AT END
                     IF MP-MODEL NOT = MM-MODEL
                        MOVE "Y" TO WS-PLAN-EOF-FLAG
                     ELSE
                        PERFORM 2100-CHECK-ONE-TASK
                     END-IF
               END-READ
            END-PERFORM.

       2100-CHECK-ONE-TASK.
            ADD 1 TO WS-TASKS-CHECKED.
            PERFORM 2200-SCAN-MACHINE-ORDERS.
            IF WS-TASK-ALREADY-OPEN
               ADD 1 TO WS-ORDERS-ALREADY-OPEN
            ELSE
               MOVE WS-LAST-DONE-DATE TO WS-BASE-DATE
               IF WS-BASE-DATE = ZERO AND
                     MM-IN-SERVICE-DATE IS NUMERIC
                  MOVE MM-IN-SERVICE-DATE TO WS-BASE-DATE
               END-IF
               MOVE "N" TO WS-DUE-FLAG
               IF MP-TRIGGER-DAYS
                  PERFORM 2300-CHECK-ELAPSED-DAYS
               END-IF
               IF MP-TRIGGER-VENDS
                  PERFORM 2400-CHECK-VEND-MOVEMENT
               END-IF
               IF WS-TASK-IS-DUE
                  PERFORM 2600-RAISE-PM-ORDER
               END-IF
            END-IF.

      *> One walk of the machine's orders gives the next order
      *> number (the WORK-ORDER-MAINT rule), whether the task is
      *> already open, and when it was last closed.
       2200-SCAN-MACHINE-ORDERS.
            MOVE 1 TO WS-NEXT-ORDER-NO.
            MOVE "N" TO WS-TASK-OPEN-FLAG.
            MOVE ZERO TO WS-LAST-DONE-DATE.
            MOVE "N" TO WS-ORDER-EOF-FLAG.
            MOVE LOW-VALUES TO WO-KEY.
            MOVE MM-MACHINE-ID TO WO-MACHINE-ID.
            START WORK-ORDER-FILE KEY >= WO-KEY
               INVALID KEY
                  MOVE "Y" TO WS-ORDER-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-ORDER-EOF
               READ WORK-ORDER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ORDER-EOF-FLAG
                  NOT AT END
                     IF WO-MACHINE-ID NOT = MM-MACHINE-ID
                        MOVE "Y" TO WS-ORDER-EOF-FLAG
                     ELSE
                        COMPUTE WS-NEXT-ORDER-NO = WO-ORDER-NO + 1
                        IF WO-FAULT-CODE = MP-TASK-CODE
                           PERFORM 2250-NOTE-TASK-ORDER
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       2250-NOTE-TASK-ORDER.
            IF WO-IS-CLOSED
               IF WO-CLOSED-DATE > WS-LAST-DONE-DATE
                  MOVE WO-CLOSED-DATE TO WS-LAST-DONE-DATE
               END-IF
            ELSE
               MOVE "Y" TO WS-TASK-OPEN-FLAG
            END-IF.

      *> A task never done on a machine with no in-service date has
      *> nothing to count from, so it is due at once.
       2300-CHECK-ELAPSED-DAYS.
            IF WS-BASE-DATE = ZERO
               MOVE "Y" TO WS-DUE-FLAG
               MOVE "NEVER DONE" TO WS-DUE-REASON
            ELSE
               PERFORM 8000-BASE-DATE-TO-DAY-NUMBER
               IF DF-DATE-IS-VALID
                  COMPUTE WS-ELAPSED-DAYS =
                     WS-TODAY-DAY-NO - WS-BASE-DAY-NO
                  IF WS-ELAPSED-DAYS >= MP-INTERVAL
                     MOVE "Y" TO WS-DUE-FLAG
                     MOVE WS-ELAPSED-DAYS TO WS-EDIT-COUNT
                     MOVE SPACES TO WS-DUE-REASON
                     STRING WS-EDIT-COUNT " DAYS SINCE "
                        WS-BASE-DATE
                        DELIMITED BY SIZE INTO WS-DUE-REASON
                     END-STRING
                  END-IF
               END-IF
            END-IF.

      *> With no meter readings there is no movement to judge; the
      *> task waits for the first visit that reads the counter.
       2400-CHECK-VEND-MOVEMENT.
            MOVE "N" TO WS-BASE-COUNTER-FLAG.
            MOVE "N" TO WS-LATEST-COUNTER-FLAG.
            MOVE ZERO TO WS-BASE-COUNTER.
            MOVE ZERO TO WS-LATEST-COUNTER.
            MOVE "N" TO WS-METER-EOF-FLAG.
            IF NOT WS-METER-FILE-OPEN
               MOVE "Y" TO WS-METER-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO MR-KEY
               MOVE MM-MACHINE-ID TO MR-MACHINE-ID
               START METER-READING-FILE KEY >= MR-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-METER-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-METER-EOF
               READ METER-READING-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-METER-EOF-FLAG
                  NOT AT END
                     IF MR-MACHINE-ID NOT = MM-MACHINE-ID
                        MOVE "Y" TO WS-METER-EOF-FLAG
                     ELSE
                        PERFORM 2450-NOTE-ONE-READING
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-BASE-COUNTER-FOUND AND WS-LATEST-COUNTER-FOUND
               COMPUTE WS-VENDS-SINCE =
                  WS-LATEST-COUNTER - WS-BASE-COUNTER
               IF WS-VENDS-SINCE >= MP-INTERVAL
                  MOVE "Y" TO WS-DUE-FLAG
                  MOVE WS-VENDS-SINCE TO WS-EDIT-COUNT
                  MOVE SPACES TO WS-DUE-REASON
                  STRING WS-EDIT-COUNT " VENDS SINCE " WS-BASE-DATE
                     DELIMITED BY SIZE INTO WS-DUE-REASON
                  END-STRING
               END-IF
            END-IF.

       2450-NOTE-ONE-READING.
            IF MR-READ-DATE <= WS-BASE-DATE OR
                  NOT WS-BASE-COUNTER-FOUND
               MOVE MR-VEND-COUNTER TO WS-BASE-COUNTER
               MOVE "Y" TO WS-BASE-COUNTER-FLAG
            END-IF.
            MOVE MR-VEND-COUNTER TO WS-LATEST-COUNTER.
            MOVE "Y" TO WS-LATEST-COUNTER-FLAG.

      *> Next order number is one past the machine's highest, as in
      *> WORK-ORDER-MAINT. The order goes to the driver whose route
      *> stops at the machine, so it prints on that stop's sheet.
       2600-RAISE-PM-ORDER.
            PERFORM 2700-FIND-ROUTE-STOP.
            MOVE MM-MACHINE-ID TO WO-MACHINE-ID.
            MOVE WS-NEXT-ORDER-NO TO WO-ORDER-NO.
            MOVE MP-TASK-CODE TO WO-FAULT-CODE.
            MOVE MP-DESCRIPTION TO WO-DESCRIPTION.
            MOVE WS-TODAY-DATE TO WO-OPENED-DATE.
            MOVE ZERO TO WO-CLOSED-DATE.
            MOVE SPACES TO WO-RESOLUTION.
            MOVE ZERO TO WO-SERVICE-COST.
            MOVE ZERO TO WO-PARTS-COST.
            IF WS-STOP-FOUND
               MOVE WS-STOP-DRIVER TO WO-ASSIGNED-TO
               MOVE "A" TO WO-STATUS
            ELSE
               MOVE SPACES TO WO-ASSIGNED-TO
               MOVE "O" TO WO-STATUS
            END-IF.
            WRITE WORK-ORDER-RECORD
               INVALID KEY
                  DISPLAY "  Machine " MM-MACHINE-ID " order "
                     WO-ORDER-NO " already on file - " MP-TASK-CODE
                     " not raised."
               NOT INVALID KEY
                  ADD 1 TO WS-ORDERS-RAISED
                  DISPLAY "  Machine " MM-MACHINE-ID " " MP-TASK-CODE
                     " order " WO-ORDER-NO " - " WS-DUE-REASON
                  IF WS-STOP-FOUND
                     DISPLAY "    on route " WS-STOP-ROUTE " stop "
                        WS-STOP-SEQ " for " WS-STOP-DRIVER
                  ELSE
                     DISPLAY "    machine is on no route - assign "
                        "it in WORK-ORDER-MAINT."
                  END-IF
            END-WRITE.

       2700-FIND-ROUTE-STOP.
            MOVE "N" TO WS-STOP-FOUND-FLAG.
            MOVE "N" TO WS-ROUTE-EOF-FLAG.
            IF NOT WS-ROUTE-FILE-OPEN
               MOVE "Y" TO WS-ROUTE-EOF-FLAG
            ELSE
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
                     IF RT-MACHINE-ID = MM-MACHINE-ID
                        MOVE RT-ROUTE-NO TO WS-STOP-ROUTE
                        MOVE RT-STOP-SEQ TO WS-STOP-SEQ
                        MOVE RT-DRIVER-NAME TO WS-STOP-DRIVER
                        MOVE "Y" TO WS-STOP-FOUND-FLAG
                        MOVE "Y" TO WS-ROUTE-EOF-FLAG
                     END-IF
               END-READ
            END-PERFORM.

       8000-BASE-DATE-TO-DAY-NUMBER.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-BASE-DATE(1:4) TO DF-YEAR.
            MOVE WS-BASE-DATE(5:2) TO DF-MONTH.
            MOVE WS-BASE-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
            MOVE DF-DAY-NUMBER TO WS-BASE-DAY-NO.

       9000-CLOSE-FILES.
            CLOSE MAINTENANCE-PLAN-FILE.
            CLOSE MACHINE-MASTER-FILE.
            CLOSE WORK-ORDER-FILE.
            IF WS-METER-FILE-OPEN
               CLOSE METER-READING-FILE
            END-IF.
            IF WS-ROUTE-FILE-OPEN
               CLOSE ROUTE-MASTER-FILE
            END-IF.
       END PROGRAM PM-SCHEDULE-RUN.
