      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Product recall by lot number - when a manufacturer
      *          recalls a batch, the operator names the product and
      *          its lot numbers and every LOT-MASTER row holding
      *          them, in any machine slot, is put on hold so Lab5-1
      *          refuses the slot the way it refuses an expired lot.
      *          A recall pull list walks ROUTE-MASTER in stop order
      *          so drivers know where to go; each pull the driver
      *          confirms comes off LT-QTY and PM-QTY-ON-HAND, is
      *          recorded in RECALLOG.DAT, and is journaled at the
      *          PRODUCT-COST unit cost in force today as a debit to
      *          5100 against STOCK ON HAND 1200, the way SPOILAGE-
      *          WRITE-OFF posts its write-offs, so the stock files
      *          and the ledger still tie out. The per-lot recall
      *          summary gives units received, sold, pulled, removed
      *          by write-off or return, still in slots, and still
      *          unaccounted for - the figure the health inspector
      *          asks for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-RECALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-MASTER-FILE ASSIGN TO "LOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-MASTER-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.
           SELECT ROUTE-MASTER-FILE ASSIGN TO "ROUTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-ROUTE-MASTER-STATUS.
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
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RECALL-LOG-FILE ASSIGN TO "RECALLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-LOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOT-MASTER-FILE.
       COPY LOTMAST.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  ROUTE-MASTER-FILE.
       COPY ROUTMAST.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  PRODUCT-COST-FILE.
       COPY PRODCOST.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  RECALL-LOG-FILE.
       COPY RECALLOG.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOT-MASTER-STATUS      PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-ROUTE-MASTER-STATUS    PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-RECALL-LOG-STATUS      PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-LOT-EOF-FLAG           PIC X.
           88  WS-LOT-EOF                        VALUE "Y".
       01  WS-ROUTE-EOF-FLAG         PIC X.
           88  WS-ROUTE-EOF                      VALUE "Y".
       01  WS-RECALL-EOF-FLAG        PIC X.
           88  WS-RECALL-EOF                     VALUE "Y".
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".

      *> Set once at open: the status bytes change with every read,
      *> so they cannot say later whether the file is there.
       01  WS-OPEN-FLAGS.
           05  WS-LOT-OPEN-FLAG         PIC X       VALUE "N".
               88  WS-LOT-FILE-OPEN              VALUE "Y".
           05  WS-PRODUCT-OPEN-FLAG     PIC X       VALUE "N".
               88  WS-PRODUCT-FILE-OPEN          VALUE "Y".
           05  WS-ROUTE-OPEN-FLAG       PIC X       VALUE "N".
               88  WS-ROUTE-FILE-OPEN            VALUE "Y".
           05  WS-MACHINE-OPEN-FLAG     PIC X       VALUE "N".
               88  WS-MACHINE-FILE-OPEN          VALUE "Y".
           05  WS-COST-OPEN-FLAG        PIC X       VALUE "N".
               88  WS-COST-FILE-OPEN             VALUE "Y".
           05  WS-CHART-OPEN-FLAG       PIC X       VALUE "N".
               88  WS-CHART-FILE-OPEN            VALUE "Y".

      *> One row per product + lot ever placed on hold, built from
      *> the H rows of the recall log, with the pulls from its P rows
      *> and the LOT-MASTER counters summed against it.
       01  WS-RECALL-TABLE.
           05  WS-RC-ENTRY OCCURS 50 TIMES INDEXED BY WS-RC-IDX.
               10  WS-RC-PRODUCT           PIC X(10).
               10  WS-RC-LOT               PIC X(8).
               10  WS-RC-HELD-DATE         PIC 9(8).
               10  WS-RC-RECEIVED          PIC 9(7).
               10  WS-RC-SOLD              PIC 9(7).
               10  WS-RC-PULLED            PIC 9(7).
               10  WS-RC-REMOVED           PIC 9(7).
               10  WS-RC-IN-SLOTS          PIC 9(7).
       01  WS-RECALL-COUNT           PIC 9(3)    VALUE ZERO.

      *> Machines already printed on the pull list: a machine served
      *> by two routes is listed once, and any machine never reached
      *> by a route is listed at the end.
       01  WS-MACHINE-LISTED-TABLE.
           05  WS-MACH-LISTED           PIC X OCCURS 99 TIMES.

       01  WS-RECALL-CONTROLS.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-CHOICE                PIC X.
           05  WS-OPERATOR              PIC X(10).
           05  WS-PRODUCT-INPUT         PIC X(10).
           05  WS-LOT-INPUT             PIC X(8).
           05  WS-LOTS-KEYED            PIC 99.
           05  WS-MACHINE-INPUT         PIC XX.
           05  WS-SLOT-INPUT            PIC XX.
           05  WS-QTY-INPUT             PIC X(3).
           05  WS-QTY-PULLED            PIC 9(3).
           05  WS-SLOTS-HELD            PIC 9(3).
           05  WS-UNITS-HELD            PIC 9(5).
           05  WS-STOP-MACHINE          PIC 99.
           05  WS-STOP-HEADER-FLAG      PIC X.
               88  WS-STOP-HEADER-DONE           VALUE "Y".
           05  WS-UNROUTED-FLAG         PIC X.
               88  WS-UNROUTED-PASS              VALUE "Y".
           05  WS-LINES-LISTED          PIC 9(5).
           05  WS-FIND-PRODUCT          PIC X(10).
           05  WS-FIND-LOT              PIC X(8).
           05  WS-RECALL-FOUND-FLAG     PIC X.
               88  WS-RECALL-FOUND               VALUE "Y".
           05  WS-UNACCOUNTED           PIC S9(7).
           05  WS-UNIT-COST             PIC 99V99.
           05  WS-COST-FOUND-FLAG       PIC X.
               88  WS-COST-FOUND                 VALUE "Y".
           05  WS-PULL-VALUE            PIC 9(7)V99.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-RECALL-LOG-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).
           05  WS-EDIT-QTY              PIC ZZ9.
           05  WS-EDIT-COUNT-1          PIC ZZZZZZ9.
           05  WS-EDIT-COUNT-2          PIC ZZZZZZ9.
           05  WS-EDIT-COUNT-3          PIC ZZZZZZ9.
           05  WS-EDIT-UNACCOUNTED      PIC -ZZZZZZ9.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Product Recall ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            DISPLAY "Operator name: ".
            ACCEPT WS-OPERATOR.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "H=hold recalled lots, L=pull list by route, "
                  "P=confirm pull, S=recall summary, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "H"
                  WHEN "h"
                     PERFORM 2000-HOLD-RECALLED-LOTS
                  WHEN "L"
                  WHEN "l"
                     PERFORM 3000-PRINT-PULL-LIST
                  WHEN "P"
                  WHEN "p"
                     PERFORM 4000-CONFIRM-ONE-PULL
                  WHEN "S"
                  WHEN "s"
                     PERFORM 5000-PRINT-RECALL-SUMMARY
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            PERFORM 8000-WRITE-RECALL-LOG-TRAILER.
            PERFORM 9100-WRITE-AUDIT-LOG-TRAILER.
            PERFORM 9900-CLOSE-FILES.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O LOT-MASTER-FILE.
            IF WS-LOT-MASTER-STATUS = "35"
               OPEN OUTPUT LOT-MASTER-FILE
               CLOSE LOT-MASTER-FILE
               OPEN I-O LOT-MASTER-FILE
            END-IF.
            IF WS-LOT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-LOT-OPEN-FLAG
            END-IF.
            OPEN I-O PRODUCT-MASTER-FILE.
            IF WS-PRODUCT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-OPEN-FLAG
            END-IF.
            OPEN INPUT ROUTE-MASTER-FILE.
            IF WS-ROUTE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ROUTE-OPEN-FLAG
            END-IF.
            OPEN INPUT MACHINE-MASTER-FILE.
            IF WS-MACHINE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MACHINE-OPEN-FLAG
            END-IF.
            OPEN INPUT PRODUCT-COST-FILE.
            IF WS-PRODUCT-COST-STATUS = "00"
               MOVE "Y" TO WS-COST-OPEN-FLAG
            END-IF.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-OPEN-FLAG
            END-IF.
            OPEN EXTEND RECALL-LOG-FILE.
            IF WS-RECALL-LOG-STATUS = "35"
               OPEN OUTPUT RECALL-LOG-FILE
               CLOSE RECALL-LOG-FILE
               OPEN EXTEND RECALL-LOG-FILE
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

      *> Up to ten lot numbers per recall notice; ENTER ends the list.
       2000-HOLD-RECALLED-LOTS.
            DISPLAY "Recalled product name: ".
            MOVE SPACES TO WS-PRODUCT-INPUT.
            ACCEPT WS-PRODUCT-INPUT.
            IF WS-PRODUCT-INPUT = SPACES
               DISPLAY "No product given - nothing held."
            ELSE
               MOVE ZERO TO WS-LOTS-KEYED
               MOVE "X" TO WS-LOT-INPUT
               PERFORM UNTIL WS-LOT-INPUT = SPACES OR
                     WS-LOTS-KEYED >= 10
                  DISPLAY "Lot number (ENTER = done): "
                  MOVE SPACES TO WS-LOT-INPUT
                  ACCEPT WS-LOT-INPUT
                  IF WS-LOT-INPUT NOT = SPACES
                     ADD 1 TO WS-LOTS-KEYED
                     PERFORM 2100-HOLD-ONE-LOT
                  END-IF
               END-PERFORM
            END-IF.

      *> LT-KEY leads with machine and slot, so finding one lot
      *> across the fleet is a full pass of the file.
       2100-HOLD-ONE-LOT.
            MOVE ZERO TO WS-SLOTS-HELD.
            MOVE ZERO TO WS-UNITS-HELD.
            MOVE "N" TO WS-LOT-EOF-FLAG.
            IF NOT WS-LOT-FILE-OPEN
               MOVE "Y" TO WS-LOT-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO LT-KEY
               START LOT-MASTER-FILE KEY >= LT-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LOT-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-LOT-EOF
               READ LOT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LOT-EOF-FLAG
                  NOT AT END
                     IF LT-PRODUCT-NAME = WS-PRODUCT-INPUT AND
                           LT-LOT-NUMBER = WS-LOT-INPUT
                        MOVE "R" TO LT-HOLD-FLAG
                        REWRITE LOT-MASTER-RECORD
                        ADD 1 TO WS-SLOTS-HELD
                        ADD LT-QTY TO WS-UNITS-HELD
                     END-IF
               END-READ
            END-PERFORM.
            MOVE "D" TO RL-RECORD-TYPE.
            MOVE "H" TO RL-ENTRY-TYPE.
            MOVE WS-PRODUCT-INPUT TO RL-PRODUCT-NAME.
            MOVE WS-LOT-INPUT TO RL-LOT-NUMBER.
            MOVE ZERO TO RL-MACHINE-ID.
            MOVE ZERO TO RL-SLOT-NO.
            MOVE WS-UNITS-HELD TO RL-QTY.
            MOVE WS-TODAY-DATE TO RL-ENTRY-DATE.
            MOVE WS-OPERATOR TO RL-OPERATOR.
            WRITE RECALL-LOG-RECORD.
            ADD 1 TO WS-RECALL-LOG-COUNT.
            IF WS-SLOTS-HELD = ZERO
               DISPLAY "Lot " WS-LOT-INPUT " is in no machine slot - "
                  "recorded for the summary only."
            ELSE
               DISPLAY "Lot " WS-LOT-INPUT " held in " WS-SLOTS-HELD
                  " slot(s), " WS-UNITS-HELD " unit(s) to pull."
            END-IF.
            MOVE "RECALL" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "Lot " DELIMITED BY SIZE
               WS-LOT-INPUT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-PRODUCT-INPUT DELIMITED BY SPACE
               " held in " DELIMITED BY SIZE
               WS-SLOTS-HELD DELIMITED BY SIZE
               " slots" DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.

      *> Routes in key order, stops in drive order: each machine
      *> holding recalled stock is listed under the first stop that
      *> reaches it, then a second pass lists what no route reaches.
       3000-PRINT-PULL-LIST.
            MOVE SPACES TO WS-MACHINE-LISTED-TABLE.
            MOVE ZERO TO WS-LINES-LISTED.
            MOVE "O" TO SP-FUNCTION.
            MOVE "RCLPULL" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            PERFORM 7900-WRITE-BANNER-PAGE.
            MOVE SPACES TO PRINT-LINE.
            STRING "RECALL PULL LIST BY ROUTE  " WS-TODAY-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "N" TO WS-UNROUTED-FLAG.
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
                     IF RT-MACHINE-ID > ZERO
                        MOVE RT-MACHINE-ID TO WS-STOP-MACHINE
                        IF WS-MACH-LISTED(WS-STOP-MACHINE) NOT = "Y"
                           MOVE "Y" TO WS-MACH-LISTED(WS-STOP-MACHINE)
                           PERFORM 3100-LIST-HELD-LOTS-AT-STOP
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            MOVE "Y" TO WS-UNROUTED-FLAG.
            PERFORM VARYING WS-STOP-MACHINE FROM 1 BY 1
               UNTIL WS-STOP-MACHINE > 98
               IF WS-MACH-LISTED(WS-STOP-MACHINE) NOT = "Y"
                  PERFORM 3100-LIST-HELD-LOTS-AT-STOP
               END-IF
            END-PERFORM.
            IF WS-MACH-LISTED(99) NOT = "Y"
               MOVE 99 TO WS-STOP-MACHINE
               PERFORM 3100-LIST-HELD-LOTS-AT-STOP
            END-IF.
            MOVE WS-LINES-LISTED TO WS-EDIT-COUNT-1.
            MOVE SPACES TO PRINT-LINE.
            STRING "SLOTS TO PULL: " WS-EDIT-COUNT-1
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Pull list spooled as " WS-SPOOL-NAME ".".

       3100-LIST-HELD-LOTS-AT-STOP.
            MOVE "N" TO WS-STOP-HEADER-FLAG.
            MOVE "N" TO WS-LOT-EOF-FLAG.
            IF NOT WS-LOT-FILE-OPEN
               MOVE "Y" TO WS-LOT-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO LT-KEY
               MOVE WS-STOP-MACHINE TO LT-MACHINE-ID
               START LOT-MASTER-FILE KEY >= LT-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LOT-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-LOT-EOF
               READ LOT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LOT-EOF-FLAG
                  NOT AT END
                     IF LT-MACHINE-ID NOT = WS-STOP-MACHINE
                        MOVE "Y" TO WS-LOT-EOF-FLAG
                     ELSE
                        IF LT-IS-RECALLED AND LT-QTY > ZERO
                           PERFORM 3200-PRINT-ONE-PULL-LINE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       3200-PRINT-ONE-PULL-LINE.
            IF NOT WS-STOP-HEADER-DONE
               MOVE "Y" TO WS-STOP-HEADER-FLAG
               PERFORM 3300-PRINT-STOP-HEADER
            END-IF.
            MOVE LT-QTY TO WS-EDIT-QTY.
            MOVE SPACES TO PRINT-LINE.
            STRING "   PULL SLOT " LT-SLOT-NO "  LOT " LT-LOT-NUMBER
               "  " LT-PRODUCT-NAME "  QTY " WS-EDIT-QTY
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            ADD 1 TO WS-LINES-LISTED.

       3300-PRINT-STOP-HEADER.
            MOVE WS-STOP-MACHINE TO MM-MACHINE-ID.
            MOVE SPACES TO MM-LOCATION.
            IF WS-MACHINE-FILE-OPEN
               READ MACHINE-MASTER-FILE
                  INVALID KEY
                     MOVE "(NOT ON MACHINE MASTER)" TO MM-LOCATION
               END-READ
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            IF WS-UNROUTED-PASS
               STRING "NO ROUTE  MACHINE " WS-STOP-MACHINE "  "
                  MM-LOCATION
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               STRING "ROUTE " RT-ROUTE-NO "  STOP " RT-STOP-SEQ
                  "  DRIVER " RT-DRIVER-NAME "  MACHINE "
                  WS-STOP-MACHINE "  " MM-LOCATION
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Only a held lot is pulled here; stale stock that is not
      *> under recall goes through SPOILAGE-WRITE-OFF instead.
       4000-CONFIRM-ONE-PULL.
            DISPLAY "Machine ID (01-99): ".
            ACCEPT WS-MACHINE-INPUT.
            DISPLAY "Slot number: ".
            ACCEPT WS-SLOT-INPUT.
            DISPLAY "Lot number (from the pull list): ".
            MOVE SPACES TO WS-LOT-INPUT.
            ACCEPT WS-LOT-INPUT.
            IF WS-MACHINE-INPUT IS NOT NUMERIC OR
                  WS-SLOT-INPUT IS NOT NUMERIC OR
                  WS-LOT-INPUT = SPACES
               DISPLAY "Invalid machine/slot/lot - not confirmed."
            ELSE
               MOVE WS-MACHINE-INPUT TO LT-MACHINE-ID
               MOVE WS-SLOT-INPUT TO LT-SLOT-NO
               MOVE WS-LOT-INPUT TO LT-LOT-NUMBER
               READ LOT-MASTER-FILE
                  INVALID KEY
                     DISPLAY "No such lot on file - not confirmed."
                  NOT INVALID KEY
                     IF LT-IS-RECALLED
                        PERFORM 4100-APPLY-ONE-PULL
                     ELSE
                        DISPLAY "Lot is not under recall - use the "
                           "spoilage write-off."
                     END-IF
               END-READ
            END-IF.

       4100-APPLY-ONE-PULL.
            DISPLAY "Lot " LT-LOT-NUMBER " " LT-PRODUCT-NAME
               " holds " LT-QTY ".".
            DISPLAY "Quantity pulled (ENTER = all): ".
            MOVE SPACES TO WS-QTY-INPUT.
            ACCEPT WS-QTY-INPUT.
            IF WS-QTY-INPUT = SPACES
               MOVE LT-QTY TO WS-QTY-PULLED
            ELSE
               IF WS-QTY-INPUT(3:1) = SPACE
                  MOVE ZERO TO WS-QTY-PULLED
                  IF WS-QTY-INPUT(2:1) = SPACE
                     MOVE WS-QTY-INPUT(1:1) TO WS-QTY-PULLED(3:1)
                  ELSE
                     MOVE WS-QTY-INPUT(1:2) TO WS-QTY-PULLED(2:2)
                  END-IF
               ELSE
                  MOVE WS-QTY-INPUT TO WS-QTY-PULLED
               END-IF
            END-IF.
            IF WS-QTY-PULLED IS NOT NUMERIC
               MOVE ZERO TO WS-QTY-PULLED
            END-IF.
            IF WS-QTY-PULLED = ZERO
               DISPLAY "Zero quantity - not confirmed."
            ELSE
               IF WS-QTY-PULLED > LT-QTY
                  DISPLAY "Only " LT-QTY " in the lot - pulling that "
                     "much."
                  MOVE LT-QTY TO WS-QTY-PULLED
               END-IF
               SUBTRACT WS-QTY-PULLED FROM LT-QTY
               REWRITE LOT-MASTER-RECORD
               PERFORM 4200-REDUCE-SLOT-ON-HAND
               PERFORM 4300-POST-PULL-TO-LEDGER
               MOVE "D" TO RL-RECORD-TYPE
               MOVE "P" TO RL-ENTRY-TYPE
               MOVE LT-PRODUCT-NAME TO RL-PRODUCT-NAME
               MOVE LT-LOT-NUMBER TO RL-LOT-NUMBER
               MOVE LT-MACHINE-ID TO RL-MACHINE-ID
               MOVE LT-SLOT-NO TO RL-SLOT-NO
               MOVE WS-QTY-PULLED TO RL-QTY
               MOVE WS-TODAY-DATE TO RL-ENTRY-DATE
               MOVE WS-OPERATOR TO RL-OPERATOR
               WRITE RECALL-LOG-RECORD
               ADD 1 TO WS-RECALL-LOG-COUNT
               MOVE WS-QTY-PULLED TO WS-EDIT-QTY
               MOVE "RCLPULL" TO WS-AUDIT-EVENT-CODE
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING "Lot " DELIMITED BY SIZE
                  LT-LOT-NUMBER DELIMITED BY SPACE
                  " pulled " DELIMITED BY SIZE
                  WS-EDIT-QTY DELIMITED BY SIZE
                  " machine " DELIMITED BY SIZE
                  LT-MACHINE-ID DELIMITED BY SIZE
                  " slot " DELIMITED BY SIZE
                  LT-SLOT-NO DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 9000-WRITE-AUDIT-LOG
               DISPLAY "Confirmed - lot now holds " LT-QTY "."
            END-IF.

       4200-REDUCE-SLOT-ON-HAND.
            IF WS-PRODUCT-FILE-OPEN
               MOVE LT-MACHINE-ID TO PM-MACHINE-ID
               MOVE LT-SLOT-NO TO PM-SLOT-NO
               READ PRODUCT-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PM-QTY-ON-HAND >= WS-QTY-PULLED
                        SUBTRACT WS-QTY-PULLED FROM PM-QTY-ON-HAND
                     ELSE
                        MOVE ZERO TO PM-QTY-ON-HAND
                     END-IF
                     REWRITE PRODUCT-MASTER-RECORD
               END-READ
            END-IF.

      *> Each pull is journaled as it is confirmed, valued at cost
      *> when the catalog knows one, else at the slot's selling
      *> price, as SPOILAGE-WRITE-OFF values its write-offs.
       4300-POST-PULL-TO-LEDGER.
            PERFORM 4400-LOOKUP-COST-TODAY.
            IF NOT WS-COST-FOUND
               MOVE PM-PRICE TO WS-UNIT-COST
               DISPLAY "No cost on file for " LT-PRODUCT-NAME
                  " - valued at selling price " PM-PRICE "."
            END-IF.
            COMPUTE WS-PULL-VALUE = WS-QTY-PULLED * WS-UNIT-COST.
            IF WS-PULL-VALUE > ZERO
               PERFORM 4500-ENSURE-ACCOUNTS-EXIST
               PERFORM 4600-WRITE-JOURNAL-ENTRY
            END-IF.

       4400-LOOKUP-COST-TODAY.
            MOVE ZERO TO WS-UNIT-COST.
            MOVE "N" TO WS-COST-FOUND-FLAG.
            IF WS-COST-FILE-OPEN
               MOVE "N" TO WS-COST-EOF-FLAG
               MOVE LOW-VALUES TO CO-KEY
               MOVE LT-PRODUCT-NAME TO CO-PRODUCT-NAME
               START PRODUCT-COST-FILE KEY >= CO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-COST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COST-EOF
                  READ PRODUCT-COST-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-COST-EOF-FLAG
                     NOT AT END
                        IF CO-PRODUCT-NAME NOT = LT-PRODUCT-NAME OR
                              CO-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-COST-EOF-FLAG
                        ELSE
                           MOVE CO-UNIT-COST TO WS-UNIT-COST
                           MOVE "Y" TO WS-COST-FOUND-FLAG
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so both accounts are written as zero-balance rows the first
      *> time they are needed.
       4500-ENSURE-ACCOUNTS-EXIST.
            IF WS-CHART-FILE-OPEN
               MOVE 5100 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5100 TO CA-ACCOUNT-NO
                     MOVE "SPOILAGE EXPENSE" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 1200 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1200 TO CA-ACCOUNT-NO
                     MOVE "STOCK ON HAND" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
            END-IF.

       4600-WRITE-JOURNAL-ENTRY.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE 5100 TO JE-DEBIT-ACCOUNT.
            MOVE 1200 TO JE-CREDIT-ACCOUNT.
            MOVE WS-PULL-VALUE TO JE-AMOUNT.
            MOVE "RECALL" TO JE-SOURCE.
            MOVE WS-TODAY-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
            DISPLAY "Journaled " WS-PULL-VALUE " recall pull to "
               "5100/1200 - run GL-POST to apply it.".

      *> Unaccounted = received - sold - pulled - written off or
      *> returned - still in slots. Anything left over walked out of
      *> a machine without a sale record; a negative figure means
      *> the lot was received before its row kept counters.
       5000-PRINT-RECALL-SUMMARY.
            PERFORM 6000-LOAD-RECALL-LOG.
            IF WS-RECALL-COUNT = ZERO
               DISPLAY "No lots have been placed under recall."
            ELSE
               PERFORM 6200-SUM-LOT-MOVEMENTS
               MOVE "O" TO SP-FUNCTION
               MOVE "RECALL" TO SP-REPORT-TYPE
               CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS
               MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME
               OPEN OUTPUT PRINT-FILE
               PERFORM 7900-WRITE-BANNER-PAGE
               MOVE SPACES TO PRINT-LINE
               STRING "PER-LOT RECALL SUMMARY  " WS-TODAY-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                  UNTIL WS-RC-IDX > WS-RECALL-COUNT
                  PERFORM 5100-PRINT-ONE-LOT-SUMMARY
               END-PERFORM
               CLOSE PRINT-FILE
               MOVE "C" TO SP-FUNCTION
               MOVE 1 TO SP-PAGE-COUNT
               CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS
               DISPLAY "Summary spooled as " WS-SPOOL-NAME "."
            END-IF.

       5100-PRINT-ONE-LOT-SUMMARY.
            COMPUTE WS-UNACCOUNTED = WS-RC-RECEIVED(WS-RC-IDX)
               - WS-RC-SOLD(WS-RC-IDX) - WS-RC-PULLED(WS-RC-IDX)
               - WS-RC-REMOVED(WS-RC-IDX) - WS-RC-IN-SLOTS(WS-RC-IDX).
            MOVE SPACES TO PRINT-LINE.
            STRING "LOT " WS-RC-LOT(WS-RC-IDX) "  "
               WS-RC-PRODUCT(WS-RC-IDX) "  HELD "
               WS-RC-HELD-DATE(WS-RC-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-RC-RECEIVED(WS-RC-IDX) TO WS-EDIT-COUNT-1.
            MOVE WS-RC-SOLD(WS-RC-IDX) TO WS-EDIT-COUNT-2.
            MOVE WS-RC-PULLED(WS-RC-IDX) TO WS-EDIT-COUNT-3.
            MOVE SPACES TO PRINT-LINE.
            STRING "   RECEIVED " WS-EDIT-COUNT-1 "  SOLD "
               WS-EDIT-COUNT-2 "  PULLED " WS-EDIT-COUNT-3
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-RC-REMOVED(WS-RC-IDX) TO WS-EDIT-COUNT-1.
            MOVE WS-RC-IN-SLOTS(WS-RC-IDX) TO WS-EDIT-COUNT-2.
            MOVE WS-UNACCOUNTED TO WS-EDIT-UNACCOUNTED.
            MOVE SPACES TO PRINT-LINE.
            STRING "   WRITTEN OFF/RETURNED " WS-EDIT-COUNT-1
               "  STILL IN SLOTS " WS-EDIT-COUNT-2
               "  UNACCOUNTED FOR " WS-EDIT-UNACCOUNTED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The log is open for append all session, so it is closed,
      *> read from the top, and reopened for append.
       6000-LOAD-RECALL-LOG.
            MOVE ZERO TO WS-RECALL-COUNT.
            CLOSE RECALL-LOG-FILE.
            MOVE "N" TO WS-RECALL-EOF-FLAG.
            OPEN INPUT RECALL-LOG-FILE.
            IF WS-RECALL-LOG-STATUS NOT = "00"
               MOVE "Y" TO WS-RECALL-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-RECALL-EOF
               READ RECALL-LOG-FILE
                  AT END
                     MOVE "Y" TO WS-RECALL-EOF-FLAG
                  NOT AT END
                     IF RL-IS-DETAIL
                        PERFORM 6100-KEEP-ONE-LOG-ROW
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-RECALL-LOG-STATUS = "00" OR
                  WS-RECALL-LOG-STATUS = "10"
               CLOSE RECALL-LOG-FILE
            END-IF.
            OPEN EXTEND RECALL-LOG-FILE.

       6100-KEEP-ONE-LOG-ROW.
            MOVE RL-PRODUCT-NAME TO WS-FIND-PRODUCT.
            MOVE RL-LOT-NUMBER TO WS-FIND-LOT.
            PERFORM 6900-FIND-RECALL-ROW.
            IF NOT WS-RECALL-FOUND AND RL-IS-LOT-HELD AND
                  WS-RECALL-COUNT < 50
               ADD 1 TO WS-RECALL-COUNT
               SET WS-RC-IDX TO WS-RECALL-COUNT
               INITIALIZE WS-RC-ENTRY(WS-RC-IDX)
               MOVE RL-PRODUCT-NAME TO WS-RC-PRODUCT(WS-RC-IDX)
               MOVE RL-LOT-NUMBER TO WS-RC-LOT(WS-RC-IDX)
               MOVE RL-ENTRY-DATE TO WS-RC-HELD-DATE(WS-RC-IDX)
               MOVE "Y" TO WS-RECALL-FOUND-FLAG
            END-IF.
            IF WS-RECALL-FOUND AND RL-IS-PULL
               ADD RL-QTY TO WS-RC-PULLED(WS-RC-IDX)
            END-IF.

       6200-SUM-LOT-MOVEMENTS.
            MOVE "N" TO WS-LOT-EOF-FLAG.
            IF NOT WS-LOT-FILE-OPEN
               MOVE "Y" TO WS-LOT-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO LT-KEY
               START LOT-MASTER-FILE KEY >= LT-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LOT-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-LOT-EOF
               READ LOT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LOT-EOF-FLAG
                  NOT AT END
                     MOVE LT-PRODUCT-NAME TO WS-FIND-PRODUCT
                     MOVE LT-LOT-NUMBER TO WS-FIND-LOT
                     PERFORM 6900-FIND-RECALL-ROW
                     IF WS-RECALL-FOUND
                        ADD LT-QTY-RECEIVED
                           TO WS-RC-RECEIVED(WS-RC-IDX)
                        ADD LT-QTY-SOLD TO WS-RC-SOLD(WS-RC-IDX)
                        ADD LT-QTY-REMOVED
                           TO WS-RC-REMOVED(WS-RC-IDX)
                        ADD LT-QTY TO WS-RC-IN-SLOTS(WS-RC-IDX)
                     END-IF
               END-READ
            END-PERFORM.

      *> Locates the recall row for WS-FIND-PRODUCT + WS-FIND-LOT.
       6900-FIND-RECALL-ROW.
            MOVE "N" TO WS-RECALL-FOUND-FLAG.
            SET WS-RC-IDX TO 1.
            SEARCH WS-RC-ENTRY
               AT END
                  CONTINUE
               WHEN WS-RC-IDX > WS-RECALL-COUNT
                  CONTINUE
               WHEN WS-RC-PRODUCT(WS-RC-IDX) = WS-FIND-PRODUCT AND
                     WS-RC-LOT(WS-RC-IDX) = WS-FIND-LOT
                  MOVE "Y" TO WS-RECALL-FOUND-FLAG
            END-SEARCH.

       7900-WRITE-BANNER-PAGE.
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

       8000-WRITE-RECALL-LOG-TRAILER.
            MOVE "T" TO RL-RECORD-TYPE.
            MOVE SPACES TO RL-DETAIL.
            MOVE WS-RECALL-LOG-COUNT TO RL-TRAILER-COUNT.
            WRITE RECALL-LOG-RECORD.

       9000-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       9100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       9900-CLOSE-FILES.
            IF WS-LOT-FILE-OPEN
               CLOSE LOT-MASTER-FILE
            END-IF.
            IF WS-PRODUCT-FILE-OPEN
               CLOSE PRODUCT-MASTER-FILE
            END-IF.
            IF WS-ROUTE-FILE-OPEN
               CLOSE ROUTE-MASTER-FILE
            END-IF.
            IF WS-MACHINE-FILE-OPEN
               CLOSE MACHINE-MASTER-FILE
            END-IF.
            IF WS-COST-FILE-OPEN
               CLOSE PRODUCT-COST-FILE
            END-IF.
            IF WS-CHART-FILE-OPEN
               CLOSE CHART-ACCOUNT-FILE
            END-IF.
            CLOSE RECALL-LOG-FILE.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM PRODUCT-RECALL.
