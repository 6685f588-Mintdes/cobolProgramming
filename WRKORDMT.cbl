      *          machine (with a scan of recent AUDITLOG exception
      *          events - change shortages, expired stock, sold-out
      *          slots - as candidates worth a ticket), assigns it,
      *          and closes it with a dated resolution and its parts
      *          and labour cost (charged to the machine's profit and
      *          loss). The spare parts fitted are keyed at close:
      *          each comes out of SPARE-PARTS stock at its average
      *          cost, is logged to PARTUSE.DAT against the order,
      *          and joins the labour in the order's repair cost,
      *          and the order's parts total is journaled as a debit
      *          to REPAIRS EXPENSE 5900 against SPARE PARTS STOCK
      *          1250. The whiteboard moves into a keyed file, so a
      *          machine's repair history is on paper when retirement
      *          comes up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT SPARE-PART-FILE ASSIGN TO "PARTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PART-NO
               FILE STATUS IS WS-SPARE-PART-STATUS.
           SELECT PARTS-USAGE-FILE ASSIGN TO "PARTUSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-USAGE-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  SPARE-PART-FILE.
       COPY PARTMAST.

       FD  PARTS-USAGE-FILE.
       COPY PARTUSE.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  JOURNAL-FILE.
       COPY JRNL.

       WORKING-STORAGE SECTION.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-SPARE-PART-STATUS      PIC XX.
       01  WS-PARTS-USAGE-STATUS     PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-PART-FILE-FLAG         PIC X       VALUE "N".
           88  WS-PART-FILE-OPEN                 VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X.
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-AUDIT-EOF-FLAG         PIC X.
           05  WS-ORDER-INPUT           PIC X(5).
           05  WS-NEXT-ORDER-NO         PIC 9(5).
           05  WS-CANDIDATE-COUNT       PIC 9(5).
           05  WS-COST-INPUT            PIC X(9).

       01  WS-PARTS-CONTROLS.
           05  WS-PART-INPUT            PIC X(10).
           05  WS-PART-QTY              PIC 9(3).
           05  WS-PART-VALUE            PIC 9(7)V99.
           05  WS-LABOUR-COST           PIC 9(5)V99.
           05  WS-ORDER-PARTS-COST      PIC 9(7)V99.
           05  WS-PARTS-DONE-FLAG       PIC X.
               88  WS-PARTS-DONE                 VALUE "Y".
           05  WS-USAGE-ROWS            PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-EVALUATE
            END-PERFORM.
            CLOSE WORK-ORDER-FILE.
            PERFORM 9000-CLOSE-PARTS-FILES.
            GOBACK.

       1000-OPEN-ORDER-FILE.
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
            END-IF.
            OPEN I-O SPARE-PART-FILE.
            IF WS-SPARE-PART-STATUS = "00"
               MOVE "Y" TO WS-PART-FILE-FLAG
            END-IF.
            OPEN EXTEND PARTS-USAGE-FILE.
            IF WS-PARTS-USAGE-STATUS = "35"
               OPEN OUTPUT PARTS-USAGE-FILE
               CLOSE PARTS-USAGE-FILE
               OPEN EXTEND PARTS-USAGE-FILE
            END-IF.

       2000-LIST-ORDERS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
               MOVE ZERO TO WO-CLOSED-DATE
               MOVE SPACES TO WO-RESOLUTION
               MOVE "O" TO WO-STATUS
               MOVE ZERO TO WO-SERVICE-COST
               WRITE WORK-ORDER-RECORD
               DISPLAY "Work order " WO-ORDER-NO " opened on "
                  "machine " WO-MACHINE-ID "."
               ELSE
                  DISPLAY "Resolution: "
                  ACCEPT WO-RESOLUTION
                  DISPLAY "Labour cost (ENTER = none): "
                  MOVE SPACES TO WS-COST-INPUT
                  ACCEPT WS-COST-INPUT
                  MOVE ZERO TO WS-LABOUR-COST
                  IF WS-COST-INPUT NOT = SPACES
                     COMPUTE WS-LABOUR-COST =
                        FUNCTION NUMVAL(WS-COST-INPUT)
                  END-IF
                  ACCEPT WO-CLOSED-DATE FROM DATE YYYYMMDD
                  PERFORM 5100-CAPTURE-PARTS-USED
                  MOVE WS-ORDER-PARTS-COST TO WO-PARTS-COST
                  COMPUTE WO-SERVICE-COST =
                     WS-LABOUR-COST + WS-ORDER-PARTS-COST
                  MOVE "C" TO WO-STATUS
                  REWRITE WORK-ORDER-RECORD
                  IF WS-ORDER-PARTS-COST > ZERO
                     PERFORM 5300-ENSURE-REPAIR-ACCOUNTS
                     PERFORM 5400-WRITE-REPAIR-JOURNAL
                  END-IF
                  DISPLAY "Order closed " WO-CLOSED-DATE
                     " - repair cost " WO-SERVICE-COST "."
               END-IF
            END-IF.

      *> Each part fitted comes out of stock at its average cost.
      *> A part the stock file cannot cover is refused rather than
      *> driven negative - receive it through SPARE-PARTS-MAINT
      *> first so the cost the order carries is a real one.
       5100-CAPTURE-PARTS-USED.
            MOVE ZERO TO WS-ORDER-PARTS-COST.
            MOVE "N" TO WS-PARTS-DONE-FLAG.
            IF NOT WS-PART-FILE-OPEN
               DISPLAY "No SPARE-PARTS file - no parts recorded."
               MOVE "Y" TO WS-PARTS-DONE-FLAG
            END-IF.
            PERFORM UNTIL WS-PARTS-DONE
               DISPLAY "Part number fitted (ENTER = done): "
               MOVE SPACES TO WS-PART-INPUT
               ACCEPT WS-PART-INPUT
               IF WS-PART-INPUT = SPACES
                  MOVE "Y" TO WS-PARTS-DONE-FLAG
               ELSE
                  MOVE WS-PART-INPUT TO PT-PART-NO
                  READ SPARE-PART-FILE
                     INVALID KEY
                        DISPLAY "No such part - not recorded."
                     NOT INVALID KEY
                        PERFORM 5200-DRAW-ONE-PART
                  END-READ
               END-IF
            END-PERFORM.

       5200-DRAW-ONE-PART.
            DISPLAY PT-DESCRIPTION " - " PT-QTY-ON-HAND
               " on hand. Quantity fitted: ".
            ACCEPT WS-PART-QTY.
            IF WS-PART-QTY = ZERO
               DISPLAY "Zero quantity - not recorded."
            ELSE
            IF WS-PART-QTY > PT-QTY-ON-HAND
               DISPLAY "Only " PT-QTY-ON-HAND " in stock - not "
                  "recorded."
            ELSE
               SUBTRACT WS-PART-QTY FROM PT-QTY-ON-HAND
               MOVE WO-CLOSED-DATE TO PT-LAST-MOVE-DATE
               REWRITE SPARE-PART-RECORD
               COMPUTE WS-PART-VALUE = WS-PART-QTY * PT-UNIT-COST
               ADD WS-PART-VALUE TO WS-ORDER-PARTS-COST
               MOVE "D" TO PU-RECORD-TYPE
               MOVE WO-CLOSED-DATE TO PU-USED-DATE
               MOVE WO-MACHINE-ID TO PU-MACHINE-ID
               MOVE WO-ORDER-NO TO PU-ORDER-NO
               MOVE PT-PART-NO TO PU-PART-NO
               MOVE WS-PART-QTY TO PU-QTY
               MOVE PT-UNIT-COST TO PU-UNIT-COST
               MOVE WS-PART-VALUE TO PU-VALUE
               WRITE PARTS-USAGE-RECORD
               ADD 1 TO WS-USAGE-ROWS
               IF PT-QTY-ON-HAND < PT-MIN-QTY
                  DISPLAY "Recorded - " PT-PART-NO " is now below "
                     "its minimum of " PT-MIN-QTY "."
               ELSE
                  DISPLAY "Recorded - " PT-QTY-ON-HAND " left."
               END-IF
            END-IF
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the two repair accounts are written as zero-balance
      *> rows the first time they are needed.
       5300-ENSURE-REPAIR-ACCOUNTS.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 5900 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5900 TO CA-ACCOUNT-NO
                     MOVE "REPAIRS EXPENSE" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 1250 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1250 TO CA-ACCOUNT-NO
                     MOVE "SPARE PARTS STOCK" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       5400-WRITE-REPAIR-JOURNAL.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE 5900 TO JE-DEBIT-ACCOUNT.
            MOVE 1250 TO JE-CREDIT-ACCOUNT.
            MOVE WS-ORDER-PARTS-COST TO JE-AMOUNT.
            MOVE "REPAIRS" TO JE-SOURCE.
            MOVE WO-CLOSED-DATE TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
            DISPLAY "Journaled " WS-ORDER-PARTS-COST " parts to "
               "5900/1250 - run GL-POST to apply it.".

       4500-FETCH-ORDER.
            DISPLAY "Machine ID (01-99): ".
            ACCEPT WS-MACHINE-INPUT.
               CLOSE AUDIT-LOG-FILE
            END-IF.
            DISPLAY "Fault candidates found: " WS-CANDIDATE-COUNT.

       9000-CLOSE-PARTS-FILES.
            IF WS-PART-FILE-OPEN
               CLOSE SPARE-PART-FILE
            END-IF.
            MOVE "T" TO PU-RECORD-TYPE.
            MOVE SPACES TO PU-DETAIL.
            MOVE WS-USAGE-ROWS TO PU-TRAILER-COUNT.
            WRITE PARTS-USAGE-RECORD.
            CLOSE PARTS-USAGE-FILE.
       END PROGRAM WORK-ORDER-MAINT.
