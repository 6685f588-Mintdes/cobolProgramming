      * Purpose: Financial statements - turns the chart of accounts
      *          into something the owner can read: an income
      *          statement grouping the revenue and expense accounts
      *          with gross-profit and net-profit lines (cost of
      *          goods sold and purchase price variance come off
      *          revenue first, as cost of sales), and a balance
      *          sheet grouping assets, liabilities and equity with
      *          the current profit shown inside equity so the sheet
      *          balances by the same arithmetic that balances the
      *          trial balance.
      *          Figures are the ledger's accumulated balances -
      *          i.e. since the last year-end close - headed with
      *          the asked-for PERIODCL period, and the whole pack
      *          goes out through the spool chain.
      *          For a calendar period a statement of cash flows
      *          follows (indirect method): the period's net profit
      *          from the posted journal, with depreciation, the
      *          spoilage and shrinkage write-offs and any loss on
      *          disposal added back, the movement in receivables
      *          (1300), inventory (1200) and payables, then the
      *          machine purchases and disposals off the fixed-asset
      *          register. The cash it arrives at is checked against
      *          cash on hand 1000 and every BANK-ACCOUNT's asset
      *          account (1100 alone before there is a bank master),
      *          and any difference flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT FIXED-ASSET-FILE ASSIGN TO "ASSETREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FIXED-ASSET-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  GL-CHECKPOINT-FILE.
       01  GL-CHECKPOINT-RECORD.
           05  CKPT-RECORD-COUNT       PIC 9(7).

       FD  FIXED-ASSET-FILE.
       COPY ASSETREG.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-CKPT-STATUS            PIC XX.
       01  WS-FIXED-ASSET-STATUS     PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       01  WS-CHART-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHART-EOF                      VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".
       01  WS-ASSET-EOF-FLAG         PIC X       VALUE "N".
           88  WS-ASSET-EOF                      VALUE "Y".
       01  WS-PERIOD-FOUND-FLAG      PIC X       VALUE "N".
           88  WS-PERIOD-FOUND                   VALUE "Y".

       01  WS-PERIOD-CONTROLS.
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-PERIOD-INPUT          PIC X(2).
           05  WS-PERIOD-LABEL          PIC X(20).
           05  WS-PERIOD-START          PIC 9(8).
           05  WS-PERIOD-END            PIC 9(8).

      *> Accounts held by type: each statement section prints its
      *> own accounts from this table after one pass over the chart.
               10  WS-AC-NAME              PIC X(20).
               10  WS-AC-TYPE              PIC X.
               10  WS-AC-BALANCE           PIC S9(9)V99.
               10  WS-AC-PERIOD-MOVE       PIC S9(9)V99.
               10  WS-AC-LATER-MOVE        PIC S9(9)V99.
       01  WS-ACCOUNT-COUNT          PIC 9(3)    VALUE ZERO.

      *> The accounts counted as cash: 1000 and each bank account's.
       01  WS-CASH-ACCOUNT-TABLE.
           05  WS-CASH-ACCOUNT OCCURS 21 TIMES PIC 9(4).
       01  WS-CASH-ACCOUNT-COUNT     PIC 99      VALUE ZERO.
       01  WS-CASH-SUB               PIC 99.
       01  WS-IS-CASH-FLAG           PIC X.
           88  WS-IS-CASH                        VALUE "Y".

      *> Cash-flow working figures. Movements are debit-positive,
      *> as the chart holds them; only journal records GL-POST has
      *> applied (up to its checkpoint) are counted, so they tie to
      *> the chart balances.
       01  WS-CASH-FLOW-WORK.
           05  WS-CKPT-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-RECORD-NUM            PIC 9(7)    VALUE ZERO.
           05  WS-MV-ACCOUNT            PIC 9(4).
           05  WS-MV-SIGNED             PIC S9(9)V99.
           05  WS-MV-DATE               PIC 9(8).
           05  WS-CF-NET-PROFIT         PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-DEPRECIATION       PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-SPOILAGE           PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-SHRINKAGE          PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-DISPOSAL-LOSS      PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-RECEIVABLES        PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-INVENTORY          PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-PAYABLES           PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-OPERATING          PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-PURCHASES          PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-DISPOSAL-NBV       PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-PROCEEDS           PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-INVESTING          PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-OTHER              PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-NET-CHANGE         PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-CASH-CLOSING       PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-CASH-MOVEMENT      PIC S9(11)V99 VALUE ZERO.
           05  WS-CF-CASH-OPENING       PIC S9(11)V99.
           05  WS-CF-COMPUTED-CLOSING   PIC S9(11)V99.
           05  WS-CF-DIFFERENCE         PIC S9(11)V99.
           05  WS-CF-ASSETS-BOUGHT      PIC 9(5)    VALUE ZERO.
           05  WS-CF-ASSETS-SOLD        PIC 9(5)    VALUE ZERO.
           05  WS-CF-LABEL              PIC X(36).

       01  WS-STATEMENT-TOTALS.
           05  WS-REVENUE-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  WS-EXPENSE-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  WS-COST-OF-SALES-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05  WS-GROSS-PROFIT          PIC S9(11)V99.
           05  WS-NET-PROFIT            PIC S9(11)V99.
           05  WS-ASSET-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  WS-LIABILITY-TOTAL       PIC S9(11)V99 VALUE ZERO.
            PERFORM 2000-OPEN-SPOOLED-REPORT.
            PERFORM 3000-PRINT-INCOME-STATEMENT.
            PERFORM 4000-PRINT-BALANCE-SHEET.
            IF WS-PERIOD-FOUND
               PERFORM 6000-PRINT-CASH-FLOWS
            ELSE
               DISPLAY "No calendar period - cash flows not "
                  "produced."
            END-IF.
            PERFORM 8000-CLOSE-SPOOLED-REPORT.
            GOBACK.

                        DISPLAY "Period not on the calendar - "
                           "headed as-posted instead."
                     NOT INVALID KEY
                        MOVE "Y" TO WS-PERIOD-FOUND-FLAG
                        MOVE PC-START-DATE TO WS-PERIOD-START
                        MOVE PC-END-DATE TO WS-PERIOD-END
                        MOVE SPACES TO WS-PERIOD-LABEL
                        STRING "PERIOD " PC-FISCAL-YEAR "/"
                           PC-PERIOD-NO " TO " PC-END-DATE
                           TO WS-AC-TYPE(WS-AC-IDX)
                        MOVE CA-BALANCE
                           TO WS-AC-BALANCE(WS-AC-IDX)
                        MOVE ZERO TO WS-AC-PERIOD-MOVE(WS-AC-IDX)
                        MOVE ZERO TO WS-AC-LATER-MOVE(WS-AC-IDX)
                     END-IF
               END-READ
            END-PERFORM.
       8000-CLOSE-SPOOLED-REPORT.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            IF WS-PERIOD-FOUND
               MOVE 3 TO SP-PAGE-COUNT
            ELSE
               MOVE 2 TO SP-PAGE-COUNT
            END-IF.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Statements spooled as " WS-SPOOL-NAME ".".

                  PERFORM 5000-PRINT-ACCOUNT-LINE
               END-IF
            END-PERFORM.
      *> Cost of goods sold (5700) and purchase price variance
      *> (5800) are what the stock sold actually cost, so they come
      *> off revenue first to give gross profit; every other
      *> expense account follows below it.
            MOVE "COST OF SALES" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
               IF WS-AC-TYPE(WS-AC-IDX) = "X" AND
                     (WS-AC-NO(WS-AC-IDX) = 5700 OR
                      WS-AC-NO(WS-AC-IDX) = 5800)
                  MOVE WS-AC-BALANCE(WS-AC-IDX) TO WS-SHOW-AMOUNT
                  ADD WS-SHOW-AMOUNT TO WS-COST-OF-SALES-TOTAL
                  PERFORM 5000-PRINT-ACCOUNT-LINE
               END-IF
            END-PERFORM.
            COMPUTE WS-GROSS-PROFIT =
               WS-REVENUE-TOTAL - WS-COST-OF-SALES-TOTAL.
            MOVE WS-GROSS-PROFIT TO WS-TOT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "GROSS PROFIT:               " WS-TOT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "EXPENSES" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
               IF WS-AC-TYPE(WS-AC-IDX) = "X" AND
                     WS-AC-NO(WS-AC-IDX) NOT = 5700 AND
                     WS-AC-NO(WS-AC-IDX) NOT = 5800
                  MOVE WS-AC-BALANCE(WS-AC-IDX) TO WS-SHOW-AMOUNT
                  ADD WS-SHOW-AMOUNT TO WS-EXPENSE-TOTAL
                  PERFORM 5000-PRINT-ACCOUNT-LINE
               END-IF
            END-PERFORM.
            COMPUTE WS-NET-PROFIT =
               WS-GROSS-PROFIT - WS-EXPENSE-TOTAL.
            MOVE WS-NET-PROFIT TO WS-TOT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "NET PROFIT:                 " WS-TOT-EDIT-MINUS
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Statement of cash flows for the picked period, indirect
      *> method: profit, plus what was charged without cash going
      *> out, less what went into working capital, then the asset
      *> register's purchases and disposals.
       6000-PRINT-CASH-FLOWS.
            PERFORM 6100-READ-CHECKPOINT.
            PERFORM 6200-GATHER-MOVEMENTS.
            PERFORM 6400-GATHER-ASSET-REGISTER.
            PERFORM 6450-LOAD-CASH-ACCOUNTS.
            PERFORM 6500-WORK-CASH-FLOWS.
            MOVE SPACES TO PRINT-LINE.
            STRING "STATEMENT OF CASH FLOWS  " WS-PERIOD-LABEL
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "PERIOD " WS-PERIOD-START " - " WS-PERIOD-END
               ", AS POSTED BY GL-POST"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "OPERATING ACTIVITIES" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "NET PROFIT FOR THE PERIOD" TO WS-CF-LABEL.
            MOVE WS-CF-NET-PROFIT TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE "ADD DEPRECIATION (5500)" TO WS-CF-LABEL.
            MOVE WS-CF-DEPRECIATION TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE "ADD SPOILAGE WRITE-OFFS (5100)" TO WS-CF-LABEL.
            MOVE WS-CF-SPOILAGE TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE "ADD SHRINKAGE WRITE-OFFS (5200)" TO WS-CF-LABEL.
            MOVE WS-CF-SHRINKAGE TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE "ADD LOSS/LESS GAIN ON DISPOSAL" TO WS-CF-LABEL.
            MOVE WS-CF-DISPOSAL-LOSS TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE "RECEIVABLES (1300) MOVEMENT" TO WS-CF-LABEL.
            MOVE WS-CF-RECEIVABLES TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE "INVENTORY (1200) BEFORE WRITE-OFFS" TO WS-CF-LABEL.
            MOVE WS-CF-INVENTORY TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE "PAYABLES AND OTHER LIABILITIES" TO WS-CF-LABEL.
            MOVE WS-CF-PAYABLES TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE WS-CF-OPERATING TO WS-TOT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "NET CASH FROM OPERATIONS:   " WS-TOT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "INVESTING ACTIVITIES" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO WS-CF-LABEL.
            STRING "MACHINE/ASSET PURCHASES (" WS-CF-ASSETS-BOUGHT
               ")" DELIMITED BY SIZE INTO WS-CF-LABEL
            END-STRING.
            COMPUTE WS-SHOW-AMOUNT = ZERO - WS-CF-PURCHASES.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE SPACES TO WS-CF-LABEL.
            STRING "DISPOSAL PROCEEDS (" WS-CF-ASSETS-SOLD ")"
               DELIMITED BY SIZE INTO WS-CF-LABEL
            END-STRING.
            MOVE WS-CF-PROCEEDS TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE WS-CF-INVESTING TO WS-TOT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "NET CASH FROM INVESTING:    " WS-TOT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "FINANCING AND OTHER" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "OTHER ASSETS AND EQUITY" TO WS-CF-LABEL.
            MOVE WS-CF-OTHER TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE WS-CF-NET-CHANGE TO WS-TOT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "NET CHANGE IN CASH:         " WS-TOT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "OPENING CASH (1000 + BANKS)" TO WS-CF-LABEL.
            MOVE WS-CF-CASH-OPENING TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE WS-CF-COMPUTED-CLOSING TO WS-TOT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "CLOSING CASH:               " WS-TOT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "CASH PER LEDGER (1000 + BANKS)" TO WS-CF-LABEL.
            MOVE WS-CF-CASH-CLOSING TO WS-SHOW-AMOUNT.
            PERFORM 6900-PRINT-CASH-FLOW-LINE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-CF-DIFFERENCE = ZERO
               MOVE "CASH AGREES TO THE LEDGER." TO PRINT-LINE
            ELSE
               MOVE WS-CF-DIFFERENCE TO WS-TOT-EDIT-MINUS
               STRING "CASH DIFFERENCE:            " WS-TOT-EDIT-MINUS
                  "  - INVESTIGATE"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       6100-READ-CHECKPOINT.
            OPEN INPUT GL-CHECKPOINT-FILE.
            IF WS-CKPT-STATUS = "00"
               READ GL-CHECKPOINT-FILE
                  NOT AT END
                     MOVE CKPT-RECORD-COUNT TO WS-CKPT-COUNT
               END-READ
               CLOSE GL-CHECKPOINT-FILE
            END-IF.

      *> Pairs are dated by JE-SOURCE-DATE and compound lines by
      *> JE-LINE-DATE. The year-end close entry is left out - it
      *> only moves profit into equity and would hide the period's
      *> profit.
       6200-GATHER-MOVEMENTS.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "Y" TO WS-JOURNAL-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-JOURNAL-EOF
               READ JOURNAL-FILE
                  AT END
                     MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                  NOT AT END
                     ADD 1 TO WS-RECORD-NUM
                     IF WS-RECORD-NUM > WS-CKPT-COUNT
                        MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                     ELSE
                        PERFORM 6250-TAKE-JOURNAL-RECORD
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-JOURNAL-STATUS = "00"
               CLOSE JOURNAL-FILE
            END-IF.

       6250-TAKE-JOURNAL-RECORD.
            EVALUATE TRUE
               WHEN JE-IS-DETAIL
                  IF JE-SOURCE NOT = "YEARCLOSE"
                     MOVE JE-SOURCE-DATE TO WS-MV-DATE
                     MOVE JE-DEBIT-ACCOUNT TO WS-MV-ACCOUNT
                     MOVE JE-AMOUNT TO WS-MV-SIGNED
                     PERFORM 6300-APPLY-MOVEMENT
                     MOVE JE-CREDIT-ACCOUNT TO WS-MV-ACCOUNT
                     COMPUTE WS-MV-SIGNED = ZERO - JE-AMOUNT
                     PERFORM 6300-APPLY-MOVEMENT
                  END-IF
               WHEN JE-IS-LINE
                  IF JE-LINE-SOURCE NOT = "YEARCLOSE"
                     MOVE JE-LINE-DATE TO WS-MV-DATE
                     MOVE JE-LINE-ACCOUNT TO WS-MV-ACCOUNT
                     IF JE-LINE-IS-DEBIT
                        MOVE JE-LINE-AMOUNT TO WS-MV-SIGNED
                     ELSE
                        COMPUTE WS-MV-SIGNED = ZERO - JE-LINE-AMOUNT
                     END-IF
                     PERFORM 6300-APPLY-MOVEMENT
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       6300-APPLY-MOVEMENT.
            SET WS-AC-IDX TO 1.
            SEARCH WS-AC-ENTRY
               AT END
                  CONTINUE
               WHEN WS-AC-IDX > WS-ACCOUNT-COUNT
                  CONTINUE
               WHEN WS-AC-NO(WS-AC-IDX) = WS-MV-ACCOUNT
                  IF WS-MV-DATE > WS-PERIOD-END
                     ADD WS-MV-SIGNED TO WS-AC-LATER-MOVE(WS-AC-IDX)
                  ELSE
                     IF WS-MV-DATE >= WS-PERIOD-START
                        ADD WS-MV-SIGNED
                           TO WS-AC-PERIOD-MOVE(WS-AC-IDX)
                     END-IF
                  END-IF
            END-SEARCH.

      *> Purchases are assets put into service in the period, at
      *> cost; disposals are taken at net book value here and the
      *> gain or loss on 5600 turns that into the cash received.
       6400-GATHER-ASSET-REGISTER.
            OPEN INPUT FIXED-ASSET-FILE.
            IF WS-FIXED-ASSET-STATUS NOT = "00"
               MOVE "Y" TO WS-ASSET-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO FA-ASSET-ID
               START FIXED-ASSET-FILE KEY >= FA-ASSET-ID
                  INVALID KEY
                     MOVE "Y" TO WS-ASSET-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-ASSET-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ASSET-EOF-FLAG
                  NOT AT END
                     IF FA-IN-SERVICE-DATE >= WS-PERIOD-START AND
                           FA-IN-SERVICE-DATE <= WS-PERIOD-END
                        ADD 1 TO WS-CF-ASSETS-BOUGHT
                        ADD FA-COST TO WS-CF-PURCHASES
                     END-IF
                     IF FA-IS-DISPOSED AND
                           FA-DISPOSED-DATE >= WS-PERIOD-START AND
                           FA-DISPOSED-DATE <= WS-PERIOD-END
                        ADD 1 TO WS-CF-ASSETS-SOLD
                        ADD FA-COST TO WS-CF-DISPOSAL-NBV
                        SUBTRACT FA-ACCUM-DEPR FROM WS-CF-DISPOSAL-NBV
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-FIXED-ASSET-STATUS = "00"
               CLOSE FIXED-ASSET-FILE
            END-IF.

       6450-LOAD-CASH-ACCOUNTS.
            MOVE 1 TO WS-CASH-ACCOUNT-COUNT.
            MOVE 1000 TO WS-CASH-ACCOUNT(1).
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS NOT = "00"
               MOVE 2 TO WS-CASH-ACCOUNT-COUNT
               MOVE 1100 TO WS-CASH-ACCOUNT(2)
               MOVE "Y" TO WS-BANK-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-BANK-EOF
               READ BANK-ACCOUNT-FILE
                  AT END
                     MOVE "Y" TO WS-BANK-EOF-FLAG
                  NOT AT END
                     IF WS-CASH-ACCOUNT-COUNT < 21
                        ADD 1 TO WS-CASH-ACCOUNT-COUNT
                        MOVE BA-GL-ACCOUNT
                           TO WS-CASH-ACCOUNT(WS-CASH-ACCOUNT-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-BANK-ACCOUNT-STATUS = "00"
               CLOSE BANK-ACCOUNT-FILE
            END-IF.

      *> Fixed assets (1500) and accumulated depreciation (1600) are
      *> accounted for by the depreciation, disposal and register
      *> lines; every other balance-sheet account not named lands
      *> in "other", so the cash arrived at only misses the ledger
      *> when the register and the journal disagree.
       6500-WORK-CASH-FLOWS.
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
               MOVE "N" TO WS-IS-CASH-FLAG
               PERFORM VARYING WS-CASH-SUB FROM 1 BY 1
                  UNTIL WS-CASH-SUB > WS-CASH-ACCOUNT-COUNT
                  IF WS-CASH-ACCOUNT(WS-CASH-SUB) = WS-AC-NO(WS-AC-IDX)
                     MOVE "Y" TO WS-IS-CASH-FLAG
                  END-IF
               END-PERFORM
               EVALUATE TRUE
                  WHEN WS-AC-TYPE(WS-AC-IDX) = "R" OR
                        WS-AC-TYPE(WS-AC-IDX) = "X"
                     SUBTRACT WS-AC-PERIOD-MOVE(WS-AC-IDX)
                        FROM WS-CF-NET-PROFIT
                     EVALUATE WS-AC-NO(WS-AC-IDX)
                        WHEN 5500
                           ADD WS-AC-PERIOD-MOVE(WS-AC-IDX)
                              TO WS-CF-DEPRECIATION
                        WHEN 5100
                           ADD WS-AC-PERIOD-MOVE(WS-AC-IDX)
                              TO WS-CF-SPOILAGE
                        WHEN 5200
                           ADD WS-AC-PERIOD-MOVE(WS-AC-IDX)
                              TO WS-CF-SHRINKAGE
                        WHEN 5600
                           ADD WS-AC-PERIOD-MOVE(WS-AC-IDX)
                              TO WS-CF-DISPOSAL-LOSS
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  WHEN WS-IS-CASH
                     ADD WS-AC-PERIOD-MOVE(WS-AC-IDX)
                        TO WS-CF-CASH-MOVEMENT
                     ADD WS-AC-BALANCE(WS-AC-IDX)
                        TO WS-CF-CASH-CLOSING
                     SUBTRACT WS-AC-LATER-MOVE(WS-AC-IDX)
                        FROM WS-CF-CASH-CLOSING
                  WHEN WS-AC-NO(WS-AC-IDX) = 1300
                     SUBTRACT WS-AC-PERIOD-MOVE(WS-AC-IDX)
                        FROM WS-CF-RECEIVABLES
                  WHEN WS-AC-NO(WS-AC-IDX) = 1200
                     SUBTRACT WS-AC-PERIOD-MOVE(WS-AC-IDX)
                        FROM WS-CF-INVENTORY
                  WHEN WS-AC-NO(WS-AC-IDX) = 1500 OR
                        WS-AC-NO(WS-AC-IDX) = 1600
                     CONTINUE
                  WHEN WS-AC-TYPE(WS-AC-IDX) = "L"
                     SUBTRACT WS-AC-PERIOD-MOVE(WS-AC-IDX)
                        FROM WS-CF-PAYABLES
                  WHEN OTHER
                     SUBTRACT WS-AC-PERIOD-MOVE(WS-AC-IDX)
                        FROM WS-CF-OTHER
               END-EVALUATE
            END-PERFORM.
      *> The write-offs came out of inventory, so the inventory
      *> line shows only what was bought in or sold.
            SUBTRACT WS-CF-SPOILAGE FROM WS-CF-INVENTORY.
            SUBTRACT WS-CF-SHRINKAGE FROM WS-CF-INVENTORY.
            COMPUTE WS-CF-OPERATING =
               WS-CF-NET-PROFIT + WS-CF-DEPRECIATION
               + WS-CF-SPOILAGE + WS-CF-SHRINKAGE
               + WS-CF-DISPOSAL-LOSS + WS-CF-RECEIVABLES
               + WS-CF-INVENTORY + WS-CF-PAYABLES.
            COMPUTE WS-CF-PROCEEDS =
               WS-CF-DISPOSAL-NBV - WS-CF-DISPOSAL-LOSS.
            COMPUTE WS-CF-INVESTING =
               WS-CF-PROCEEDS - WS-CF-PURCHASES.
            COMPUTE WS-CF-NET-CHANGE =
               WS-CF-OPERATING + WS-CF-INVESTING + WS-CF-OTHER.
            COMPUTE WS-CF-CASH-OPENING =
               WS-CF-CASH-CLOSING - WS-CF-CASH-MOVEMENT.
            COMPUTE WS-CF-COMPUTED-CLOSING =
               WS-CF-CASH-OPENING + WS-CF-NET-CHANGE.
            COMPUTE WS-CF-DIFFERENCE =
               WS-CF-COMPUTED-CLOSING - WS-CF-CASH-CLOSING.

       6900-PRINT-CASH-FLOW-LINE.
            MOVE WS-SHOW-AMOUNT TO WS-AMT-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  " WS-CF-LABEL "  " WS-AMT-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM FINANCIAL-STATEMENTS.
