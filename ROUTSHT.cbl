      *          or near expiry to pull while the door is open. One
      *          sheet per route through the spool chain, so the
      *          driver leaves with a load list instead of a guess.
      *          A product past its PRODDISC last order date is not
      *          loaded; its slot is left to sell through. Planned
      *          maintenance orders still open on the machine (raised
      *          by PM-SCHEDULE-RUN) print at the stop so the work is
      *          done while the driver is there. Each stop is also
      *          recorded on ROUTVIST.DAT as a planned visit for the
      *          day, with its load lines, for the driver's
      *          confirmation through ROUTE-VISIT-ENTRY; a stop
      *          already confirmed is left as it stands on a reprint.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-MASTER-STATUS.
           SELECT PRODUCT-DISCONTINUE-FILE ASSIGN TO "PRODDISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRODUCT-NAME
               FILE STATUS IS WS-PRODUCT-DISCONTINUE-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WRKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WORK-ORDER-STATUS.
           SELECT ROUTE-VISIT-FILE ASSIGN TO "ROUTVIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-ROUTE-VISIT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  LOT-MASTER-FILE.
       COPY LOTMAST.

       FD  PRODUCT-DISCONTINUE-FILE.
       COPY PRODDISC.

       FD  WORK-ORDER-FILE.
       COPY WRKORDER.

       FD  ROUTE-VISIT-FILE.
       COPY ROUTVIST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(100).

       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-LOT-MASTER-STATUS      PIC XX.
       01  WS-PRODUCT-DISCONTINUE-STATUS PIC XX.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-ROUTE-VISIT-STATUS     PIC XX.
      *> W = new planned visit to write, R = planned visit from an
      *> earlier print to rewrite, N = already confirmed, left alone.
       01  WS-VISIT-ROW-FLAG         PIC X       VALUE "N".
           88  WS-VISIT-ROW-NEW                  VALUE "W".
           88  WS-VISIT-ROW-REPRINT              VALUE "R".
           88  WS-VISIT-ROW-KEPT                 VALUE "N".
       01  WS-ROUTE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-ROUTE-EOF                      VALUE "Y".
       01  WS-SLOT-EOF-FLAG          PIC X       VALUE "N".
           88  WS-SLOT-EOF                       VALUE "Y".
       01  WS-LOT-EOF-FLAG           PIC X       VALUE "N".
           88  WS-LOT-EOF                        VALUE "Y".
       01  WS-ORDER-EOF-FLAG         PIC X       VALUE "N".
           88  WS-ORDER-EOF                      VALUE "Y".
       01  WS-ORDER-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-ORDER-FILE-OPEN                VALUE "Y".
       01  WS-DISCONTINUE-OPEN-FLAG  PIC X       VALUE "N".
           88  WS-DISCONTINUE-FILE-OPEN          VALUE "Y".
       01  WS-VISIT-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-VISIT-FILE-OPEN                VALUE "Y".
       01  WS-LOAD-ENDED-FLAG        PIC X.
           88  WS-LOADING-ENDED                  VALUE "Y".

       01  WS-TODAY-DATE             PIC 9(8).
       01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
            OPEN INPUT MACHINE-MASTER-FILE.
            OPEN INPUT PRODUCT-MASTER-FILE.
            OPEN INPUT LOT-MASTER-FILE.
            OPEN INPUT PRODUCT-DISCONTINUE-FILE.
            IF WS-PRODUCT-DISCONTINUE-STATUS = "00"
               MOVE "Y" TO WS-DISCONTINUE-OPEN-FLAG
            END-IF.
            OPEN INPUT WORK-ORDER-FILE.
            IF WS-WORK-ORDER-STATUS = "00"
               MOVE "Y" TO WS-ORDER-OPEN-FLAG
            END-IF.
            OPEN I-O ROUTE-VISIT-FILE.
            IF WS-ROUTE-VISIT-STATUS = "35"
               OPEN OUTPUT ROUTE-VISIT-FILE
               CLOSE ROUTE-VISIT-FILE
               OPEN I-O ROUTE-VISIT-FILE
            END-IF.
            IF WS-ROUTE-VISIT-STATUS = "00"
               MOVE "Y" TO WS-VISIT-OPEN-FLAG
            END-IF.
            MOVE "O" TO SP-FUNCTION.
            MOVE "ROUTESHT" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 2150-START-VISIT-ROW.
            PERFORM 2200-LIST-LOW-SLOTS.
            PERFORM 2300-LIST-EXPIRING-LOTS.
            PERFORM 2400-LIST-PLANNED-SERVICE.
            PERFORM 2500-SAVE-VISIT-ROW.

      *> Today's planned visit for the stop. A reprint rebuilds the
      *> load lines of a visit not yet confirmed; one the driver has
      *> already confirmed or skipped is not touched.
       2150-START-VISIT-ROW.
            MOVE "N" TO WS-VISIT-ROW-FLAG.
            IF WS-VISIT-FILE-OPEN
               MOVE WS-TODAY-DATE TO RV-SHEET-DATE
               MOVE RT-ROUTE-NO TO RV-ROUTE-NO
               MOVE RT-STOP-SEQ TO RV-STOP-SEQ
               READ ROUTE-VISIT-FILE
                  INVALID KEY
                     MOVE "W" TO WS-VISIT-ROW-FLAG
                  NOT INVALID KEY
                     IF RV-IS-PLANNED
                        MOVE "R" TO WS-VISIT-ROW-FLAG
                     END-IF
               END-READ
            END-IF.
            IF NOT WS-VISIT-ROW-KEPT
               INITIALIZE ROUTE-VISIT-RECORD
               MOVE WS-TODAY-DATE TO RV-SHEET-DATE
               MOVE RT-ROUTE-NO TO RV-ROUTE-NO
               MOVE RT-STOP-SEQ TO RV-STOP-SEQ
               MOVE RT-MACHINE-ID TO RV-MACHINE-ID
               MOVE RT-SERVICE-DAY TO RV-SERVICE-DAY
               MOVE RT-DRIVER-NAME TO RV-DRIVER-NAME
               MOVE "P" TO RV-VISIT-STATUS
               MOVE SPACES TO RV-SKIP-REASON
            END-IF.

      *> The same shortfall test STOCK-REPORT and PO-GENERATE use:
      *> at or below reorder level, load up to target stock.
                        MOVE "Y" TO WS-SLOT-EOF-FLAG
                     ELSE
                        IF PM-QTY-ON-HAND <= PM-REORDER-LEVEL
                           PERFORM 2240-CHECK-LAST-ORDER-DATE
                           IF WS-LOADING-ENDED
                              PERFORM 2260-PRINT-NO-LOAD-LINE
                           ELSE
                              PERFORM 2250-PRINT-LOAD-LINE
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

      *> Same cut-off as PO-GENERATE: once the last order date has
      *> passed, the depot stock left is not spread over the slots.
       2240-CHECK-LAST-ORDER-DATE.
            MOVE "N" TO WS-LOAD-ENDED-FLAG.
            IF WS-DISCONTINUE-FILE-OPEN
               MOVE PM-PRODUCT-NAME TO PX-PRODUCT-NAME
               READ PRODUCT-DISCONTINUE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PX-IS-DISCONTINUED AND
                           PX-LAST-ORDER-DATE < WS-TODAY-DATE
                        MOVE "Y" TO WS-LOAD-ENDED-FLAG
                     END-IF
               END-READ
            END-IF.

       2250-PRINT-LOAD-LINE.
            COMPUTE WS-UNITS-NEEDED =
               PM-TARGET-STOCK - PM-QTY-ON-HAND.
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF NOT WS-VISIT-ROW-KEPT AND RV-LOAD-COUNT < 20
               ADD 1 TO RV-LOAD-COUNT
               MOVE PM-SLOT-NO TO RV-LOAD-SLOT(RV-LOAD-COUNT)
               MOVE PM-PRODUCT-NAME TO RV-LOAD-PRODUCT(RV-LOAD-COUNT)
               MOVE WS-UNITS-NEEDED TO RV-UNITS-ASKED(RV-LOAD-COUNT)
               MOVE ZERO TO RV-UNITS-LOADED(RV-LOAD-COUNT)
            END-IF.

       2260-PRINT-NO-LOAD-LINE.
            MOVE PM-QTY-ON-HAND TO WS-EDIT-QTY.
            MOVE SPACES TO PRINT-LINE.
            STRING "   NO LOAD SLOT " PM-SLOT-NO "  " PM-PRODUCT-NAME
               "  ON HAND " WS-EDIT-QTY "  DISCONTINUED - SELL THROUGH"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2300-LIST-EXPIRING-LOTS.
            MOVE "N" TO WS-LOT-EOF-FLAG.
               END-IF
            END-IF.

      *> Every planned order not yet closed is printed, not just
      *> tonight's, so a task missed on one visit comes round again.
       2400-LIST-PLANNED-SERVICE.
            MOVE "N" TO WS-ORDER-EOF-FLAG.
            IF NOT WS-ORDER-FILE-OPEN
               MOVE "Y" TO WS-ORDER-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO WO-KEY
               MOVE WS-STOP-MACHINE TO WO-MACHINE-ID
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
                     IF WO-MACHINE-ID NOT = WS-STOP-MACHINE
                        MOVE "Y" TO WS-ORDER-EOF-FLAG
                     ELSE
                        IF WO-IS-PLANNED AND NOT WO-IS-CLOSED
                           PERFORM 2450-PRINT-SERVICE-LINE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       2450-PRINT-SERVICE-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "   SERVICE ORDER " WO-ORDER-NO "  " WO-FAULT-CODE
               "  " WO-DESCRIPTION "  DUE SINCE " WO-OPENED-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2500-SAVE-VISIT-ROW.
            EVALUATE TRUE
               WHEN WS-VISIT-ROW-NEW
                  WRITE ROUTE-VISIT-RECORD
               WHEN WS-VISIT-ROW-REPRINT
                  REWRITE ROUTE-VISIT-RECORD
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       3000-PRINT-TRAILER.
            MOVE SPACES TO PRINT-LINE.
            IF WS-STOP-COUNT = ZERO
            IF WS-LOT-MASTER-STATUS = "00"
               CLOSE LOT-MASTER-FILE
            END-IF.
            IF WS-DISCONTINUE-FILE-OPEN
               CLOSE PRODUCT-DISCONTINUE-FILE
            END-IF.
            IF WS-ORDER-FILE-OPEN
               CLOSE WORK-ORDER-FILE
            END-IF.
            IF WS-VISIT-FILE-OPEN
               CLOSE ROUTE-VISIT-FILE
            END-IF.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
