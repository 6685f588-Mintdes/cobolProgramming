      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Preventive-maintenance plan maintenance - lists,
      *          adds, updates and deletes the per-model maintenance
      *          tasks ("clean coin mech every 5,000 vends", "descale
      *          chiller every 90 days") that the nightly
      *          PM-SCHEDULE-RUN step turns into work orders when
      *          they fall due. Task codes start "PM" so the work
      *          orders they raise read as planned downtime.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-PLAN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-PLAN-FILE ASSIGN TO "MAINTPLN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MAINTENANCE-PLAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINTENANCE-PLAN-FILE.
       COPY MAINTPLN.

       WORKING-STORAGE SECTION.
       01  WS-MAINTENANCE-PLAN-STATUS PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-MODEL-INPUT           PIC X(10).
           05  WS-TASK-INPUT            PIC X(8).
           05  WS-TASK-INPUT-R REDEFINES WS-TASK-INPUT.
               10  WS-TASK-CLASS            PIC XX.
               10  FILLER                   PIC X(6).
           05  WS-TERMS-OK-FLAG         PIC X.
               88  WS-TERMS-OK                   VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Preventive Maintenance Plans ---".
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/update task, D=delete task, "
                  "X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-TASKS
                  WHEN "A"
                  WHEN "a"
                     PERFORM 3000-ADD-OR-UPDATE-TASK
                  WHEN "D"
                  WHEN "d"
                     PERFORM 4000-DELETE-TASK
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE MAINTENANCE-PLAN-FILE.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O MAINTENANCE-PLAN-FILE.
            IF WS-MAINTENANCE-PLAN-STATUS = "35"
               OPEN OUTPUT MAINTENANCE-PLAN-FILE
               CLOSE MAINTENANCE-PLAN-FILE
               OPEN I-O MAINTENANCE-PLAN-FILE
            END-IF.

       2000-LIST-TASKS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO MP-KEY.
            START MAINTENANCE-PLAN-FILE KEY >= MP-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "MODEL      TASK     BY EVERY   DESCRIPTION".
            PERFORM UNTIL WS-LIST-EOF
               READ MAINTENANCE-PLAN-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     DISPLAY MP-MODEL " " MP-TASK-CODE " "
                        MP-TRIGGER-TYPE "  " MP-INTERVAL "  "
                        MP-DESCRIPTION
               END-READ
            END-PERFORM.

       3000-ADD-OR-UPDATE-TASK.
            PERFORM 3050-ACCEPT-TASK-KEY.
            IF WS-TASK-CLASS NOT = "PM"
               DISPLAY "Task codes start PM (e.g. PMCOIN) - nothing "
                  "changed."
            ELSE
               MOVE WS-MODEL-INPUT TO MP-MODEL
               MOVE WS-TASK-INPUT TO MP-TASK-CODE
               READ MAINTENANCE-PLAN-FILE
                  INVALID KEY
                     PERFORM 3100-CAPTURE-TERMS
                     IF WS-TERMS-OK
                        WRITE MAINTENANCE-PLAN-RECORD
                        DISPLAY "Task added."
                     END-IF
                  NOT INVALID KEY
                     DISPLAY "Current: " MP-DESCRIPTION " every "
                        MP-INTERVAL " " MP-TRIGGER-TYPE
                     PERFORM 3100-CAPTURE-TERMS
                     IF WS-TERMS-OK
                        REWRITE MAINTENANCE-PLAN-RECORD
                        DISPLAY "Task updated."
                     END-IF
               END-READ
            END-IF.

       3050-ACCEPT-TASK-KEY.
            DISPLAY "Machine model: ".
            MOVE SPACES TO WS-MODEL-INPUT.
            ACCEPT WS-MODEL-INPUT.
            DISPLAY "Task code (PMxxxxxx): ".
            MOVE SPACES TO WS-TASK-INPUT.
            ACCEPT WS-TASK-INPUT.

       3100-CAPTURE-TERMS.
            MOVE "N" TO WS-TERMS-OK-FLAG.
            DISPLAY "Description: ".
            ACCEPT MP-DESCRIPTION.
            DISPLAY "Due by D=elapsed days or V=vends: ".
            ACCEPT MP-TRIGGER-TYPE.
            IF MP-TRIGGER-TYPE = "d"
               MOVE "D" TO MP-TRIGGER-TYPE
            END-IF.
            IF MP-TRIGGER-TYPE = "v"
               MOVE "V" TO MP-TRIGGER-TYPE
            END-IF.
            DISPLAY "Interval (days or vends, 9999999): ".
            ACCEPT MP-INTERVAL.
            IF NOT MP-TRIGGER-VALID
               DISPLAY "Trigger must be D or V - nothing changed."
            ELSE
               IF MP-INTERVAL = ZERO
                  DISPLAY "Interval cannot be zero - nothing changed."
               ELSE
                  MOVE "Y" TO WS-TERMS-OK-FLAG
               END-IF
            END-IF.

       4000-DELETE-TASK.
            PERFORM 3050-ACCEPT-TASK-KEY.
            MOVE WS-MODEL-INPUT TO MP-MODEL.
            MOVE WS-TASK-INPUT TO MP-TASK-CODE.
            READ MAINTENANCE-PLAN-FILE
               INVALID KEY
                  DISPLAY "No such task."
               NOT INVALID KEY
                  DELETE MAINTENANCE-PLAN-FILE RECORD
                  DISPLAY "Task deleted - orders already raised "
                     "stay open."
            END-READ.
       END PROGRAM MAINT-PLAN-MAINT.
