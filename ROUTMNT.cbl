      *          printed from (route number, stop sequence, machine,
      *          service day, driver). Machines are checked against
      *          MACHINE-MASTER so a route cannot point the van at a
      *          machine that does not exist. Also keeps the link
      *          from each driver name to the employee the driver is
      *          paid as (checked against EMPLOYEE-MASTER), which the
      *          driver sales incentive is paid through. A driver is
      *          only put on a route serving a refrigerated machine
      *          (one with a refrigerated planogram slot) while the
      *          linked employee holds a current food-handler
      *          certificate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT DRIVER-LINK-FILE ASSIGN TO "DRVLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-DRIVER-NAME
               FILE STATUS IS WS-DRIVER-LINK-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT PLANOGRAM-FILE ASSIGN TO "PLANOGRM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLANOGRAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-MASTER-FILE.
       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  DRIVER-LINK-FILE.
       COPY DRVLINK.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  PLANOGRAM-FILE.
       COPY PLANOGRM.

       WORKING-STORAGE SECTION.
       01  WS-ROUTE-MASTER-STATUS    PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-DRIVER-LINK-STATUS     PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-PLANOGRAM-STATUS       PIC XX.
       01  WS-PLANOGRAM-OPEN-FLAG    PIC X       VALUE "N".
           88  WS-PLANOGRAM-FILE-OPEN            VALUE "Y".
       01  WS-SLOT-EOF-FLAG          PIC X.
           88  WS-SLOT-EOF                       VALUE "Y".
       01  WS-ROUTE-EOF-FLAG         PIC X.
           88  WS-ROUTE-EOF                      VALUE "Y".
       01  WS-LINK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LINK-EOF                       VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-DRIVER-INPUT          PIC X(10).
           05  WS-MACHINE-OK-FLAG       PIC X.
               88  WS-MACHINE-OK                  VALUE "Y".
           05  WS-EMPLOYEE-INPUT        PIC X(5).
           05  WS-EMPLOYEE-OK-FLAG      PIC X.
               88  WS-EMPLOYEE-OK                 VALUE "Y".
           05  WS-DRIVER-OK-FLAG        PIC X.
               88  WS-DRIVER-OK                   VALUE "Y".
           05  WS-ROUTE-CHILLED-FLAG    PIC X.
               88  WS-ROUTE-CHILLED               VALUE "Y".
           05  WS-CHECK-MACHINE-ID      PIC 99.
           05  WS-TODAY-DATE            PIC 9(8).
       01  WS-SAVED-STOP             PIC X(20).

       COPY CERTPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list stops, A=add/update stop, D=delete "
                  "stop, E=driver employee links, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "D"
                  WHEN "d"
                     PERFORM 4000-DELETE-STOP
                  WHEN "E"
                  WHEN "e"
                     PERFORM 5000-LINK-DRIVER
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
            IF WS-MACHINE-MASTER-STATUS = "00"
               CLOSE MACHINE-MASTER-FILE
            END-IF.
            CLOSE DRIVER-LINK-FILE.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            IF WS-PLANOGRAM-FILE-OPEN
               CLOSE PLANOGRAM-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
               DISPLAY "No MACHINE-MASTER file - machine IDs will "
                  "not be verified."
            END-IF.
            OPEN I-O DRIVER-LINK-FILE.
            IF WS-DRIVER-LINK-STATUS = "35"
               OPEN OUTPUT DRIVER-LINK-FILE
               CLOSE DRIVER-LINK-FILE
               OPEN I-O DRIVER-LINK-FILE
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            END-IF.
            OPEN INPUT PLANOGRAM-FILE.
            IF WS-PLANOGRAM-STATUS = "00"
               MOVE "Y" TO WS-PLANOGRAM-OPEN-FLAG
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

       2000-LIST-STOPS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
               READ ROUTE-MASTER-FILE
                  INVALID KEY
                     PERFORM 3100-ACCEPT-STOP-FIELDS
                     IF WS-MACHINE-OK AND WS-DRIVER-OK
                        WRITE ROUTE-MASTER-RECORD
                        DISPLAY "Stop added."
                     END-IF
                     DISPLAY "Current: machine " RT-MACHINE-ID " "
                        RT-SERVICE-DAY " " RT-DRIVER-NAME
                     PERFORM 3100-ACCEPT-STOP-FIELDS
                     IF WS-MACHINE-OK AND WS-DRIVER-OK
                        REWRITE ROUTE-MASTER-RECORD
                        DISPLAY "Stop updated."
                     END-IF
            END-IF.

       3100-ACCEPT-STOP-FIELDS.
            MOVE "N" TO WS-DRIVER-OK-FLAG.
            MOVE WS-ROUTE-NO TO RT-ROUTE-NO.
            MOVE WS-STOP-SEQ TO RT-STOP-SEQ.
            DISPLAY "Machine ID at this stop (01-99): ".
               DISPLAY "Driver name: "
               ACCEPT WS-DRIVER-INPUT
               MOVE WS-DRIVER-INPUT TO RT-DRIVER-NAME
               PERFORM 3300-CHECK-DRIVER-CERT
            END-IF.

       3200-VERIFY-MACHINE.
               END-READ
            END-IF.

      *> A route with a refrigerated machine on any of its stops
      *> (this one included) needs a driver whose linked employee
      *> holds a current food-handler certificate today.
       3300-CHECK-DRIVER-CERT.
            MOVE "Y" TO WS-DRIVER-OK-FLAG.
            IF RT-DRIVER-NAME NOT = SPACES
               PERFORM 3400-CHECK-ROUTE-CHILLED
               IF WS-ROUTE-CHILLED
                  PERFORM 3500-CHECK-FOOD-HANDLER
               END-IF
            END-IF.

      *> Browsing the route moves the record area, so the stop being
      *> keyed is held aside and put back afterwards.
       3400-CHECK-ROUTE-CHILLED.
            MOVE "N" TO WS-ROUTE-CHILLED-FLAG.
            MOVE ROUTE-MASTER-RECORD TO WS-SAVED-STOP.
            MOVE RT-MACHINE-ID TO WS-CHECK-MACHINE-ID.
            PERFORM 3450-CHECK-MACHINE-CHILLED.
            MOVE "N" TO WS-ROUTE-EOF-FLAG.
            MOVE WS-ROUTE-NO TO RT-ROUTE-NO.
            MOVE ZERO TO RT-STOP-SEQ.
            START ROUTE-MASTER-FILE KEY >= RT-KEY
               INVALID KEY
                  MOVE "Y" TO WS-ROUTE-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-ROUTE-EOF OR WS-ROUTE-CHILLED
               READ ROUTE-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ROUTE-EOF-FLAG
                  NOT AT END
                     IF RT-ROUTE-NO NOT = WS-ROUTE-NO
                        MOVE "Y" TO WS-ROUTE-EOF-FLAG
                     ELSE
                        IF RT-STOP-SEQ NOT = WS-STOP-SEQ
                           MOVE RT-MACHINE-ID TO WS-CHECK-MACHINE-ID
                           PERFORM 3450-CHECK-MACHINE-CHILLED
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            MOVE WS-SAVED-STOP TO ROUTE-MASTER-RECORD.

       3450-CHECK-MACHINE-CHILLED.
            MOVE "N" TO WS-SLOT-EOF-FLAG.
            IF NOT WS-PLANOGRAM-FILE-OPEN
               MOVE "Y" TO WS-SLOT-EOF-FLAG
            ELSE
               MOVE WS-CHECK-MACHINE-ID TO PL-MACHINE-ID
               MOVE ZERO TO PL-SLOT-NO
               START PLANOGRAM-FILE KEY >= PL-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-SLOT-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-SLOT-EOF OR WS-ROUTE-CHILLED
               READ PLANOGRAM-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-SLOT-EOF-FLAG
                  NOT AT END
                     IF PL-MACHINE-ID NOT = WS-CHECK-MACHINE-ID
                        MOVE "Y" TO WS-SLOT-EOF-FLAG
                     ELSE
                        IF PL-IS-REFRIGERATED
                           MOVE "Y" TO WS-ROUTE-CHILLED-FLAG
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       3500-CHECK-FOOD-HANDLER.
            MOVE RT-DRIVER-NAME TO DV-DRIVER-NAME.
            READ DRIVER-LINK-FILE
               INVALID KEY
                  MOVE "N" TO WS-DRIVER-OK-FLAG
                  DISPLAY "Route serves a refrigerated machine and "
                     "the driver is not linked to an employee (E) - "
                     "stop not saved."
               NOT INVALID KEY
                  MOVE DV-EMPLOYEE-ID TO CK-EMPLOYEE-ID
                  MOVE "FH" TO CK-CERT-TYPE
                  MOVE WS-TODAY-DATE TO CK-AS-OF-DATE
                  CALL "CERT-STATUS-CHECK"
                     USING CERT-STATUS-CHECK-PARMS
                  EVALUATE TRUE
                     WHEN CK-IS-CURRENT
                        CONTINUE
                     WHEN CK-IS-LAPSED
                        MOVE "N" TO WS-DRIVER-OK-FLAG
                        DISPLAY "Driver's food-handler certificate "
                           "lapsed " CK-EXPIRY-DATE " and the route "
                           "serves a refrigerated machine - stop not "
                           "saved."
                     WHEN OTHER
                        MOVE "N" TO WS-DRIVER-OK-FLAG
                        DISPLAY "Driver holds no food-handler "
                           "certificate and the route serves a "
                           "refrigerated machine - stop not saved."
                  END-EVALUATE
            END-READ.

       4000-DELETE-STOP.
            PERFORM 2500-ACCEPT-STOP-KEY.
            MOVE WS-ROUTE-NO TO RT-ROUTE-NO.
                  DELETE ROUTE-MASTER-FILE
                  DISPLAY "Stop deleted."
            END-READ.
      *> Lists the links, then takes one driver name and the
      *> employee ID that driver is paid as; a blank ID removes the
      *> link. The employee must be on EMPLOYEE-MASTER.
       5000-LINK-DRIVER.
            MOVE "N" TO WS-LINK-EOF-FLAG.
            MOVE LOW-VALUES TO DV-DRIVER-NAME.
            START DRIVER-LINK-FILE KEY >= DV-DRIVER-NAME
               INVALID KEY
                  MOVE "Y" TO WS-LINK-EOF-FLAG
            END-START.
            DISPLAY "DRIVER     EMPLOYEE".
            PERFORM UNTIL WS-LINK-EOF
               READ DRIVER-LINK-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LINK-EOF-FLAG
                  NOT AT END
                     DISPLAY DV-DRIVER-NAME " " DV-EMPLOYEE-ID
               END-READ
            END-PERFORM.
            DISPLAY "Driver name (as on the route stops): ".
            MOVE SPACES TO WS-DRIVER-INPUT.
            ACCEPT WS-DRIVER-INPUT.
            IF WS-DRIVER-INPUT = SPACES
               DISPLAY "No driver name - nothing changed."
            ELSE
               DISPLAY "Employee ID (blank = remove the link): "
               MOVE SPACES TO WS-EMPLOYEE-INPUT
               ACCEPT WS-EMPLOYEE-INPUT
               MOVE WS-DRIVER-INPUT TO DV-DRIVER-NAME
               IF WS-EMPLOYEE-INPUT = SPACES
                  DELETE DRIVER-LINK-FILE
                     INVALID KEY
                        DISPLAY "No link for that driver."
                     NOT INVALID KEY
                        DISPLAY "Link removed."
                  END-DELETE
               ELSE
                  PERFORM 5100-VERIFY-EMPLOYEE
                  IF WS-EMPLOYEE-OK
                     PERFORM 5200-SAVE-LINK
                  END-IF
               END-IF
            END-IF.

       5100-VERIFY-EMPLOYEE.
            MOVE "N" TO WS-EMPLOYEE-OK-FLAG.
            IF WS-EMPLOYEE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid employee ID - nothing changed."
            ELSE
               IF NOT WS-EMPLOYEE-FILE-OPEN
                  MOVE "Y" TO WS-EMPLOYEE-OK-FLAG
               ELSE
                  MOVE WS-EMPLOYEE-INPUT TO EM-EMPLOYEE-ID
                  READ EMPLOYEE-MASTER-FILE
                     INVALID KEY
                        DISPLAY "Employee not on EMPLOYEE-MASTER - "
                           "nothing changed."
                     NOT INVALID KEY
                        DISPLAY "Driver is paid as " EM-EMPLOYEE-NAME
                        MOVE "Y" TO WS-EMPLOYEE-OK-FLAG
                  END-READ
               END-IF
            END-IF.

       5200-SAVE-LINK.
            MOVE WS-DRIVER-INPUT TO DV-DRIVER-NAME.
            READ DRIVER-LINK-FILE
               INVALID KEY
                  MOVE WS-EMPLOYEE-INPUT TO DV-EMPLOYEE-ID
                  WRITE DRIVER-LINK-RECORD
                  DISPLAY "Link added."
               NOT INVALID KEY
                  MOVE WS-EMPLOYEE-INPUT TO DV-EMPLOYEE-ID
                  REWRITE DRIVER-LINK-RECORD
                  DISPLAY "Link updated."
            END-READ.
       END PROGRAM ROUTE-MAINT.
