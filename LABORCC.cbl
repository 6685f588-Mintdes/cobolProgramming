      *          row was paid under: headcount, hours, gross, and
      *          net per center with the COSTCTR name alongside, so
      *          a site renewal can be argued from what the labor
      *          serving it actually costs. Expense claims the
      *          period reimbursed show against the center too, net
      *          of reclaimable VAT, as the ledger carries them.
      *          Overhead an OVERHEAD-ALLOCATION run spread to a
      *          center (OVHDHIST) shows against it when the fiscal
      *          period it was allocated for ends inside the pay
      *          period. Spooled through SPOOL-REGISTER like the
      *          other batch reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CENTER-CODE
               FILE STATUS IS WS-COST-CENTER-STATUS.
           SELECT OVERHEAD-HISTORY-FILE ASSIGN TO "OVHDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERHEAD-HISTORY-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  COST-CENTER-FILE.
       COPY COSTCTR.

       FD  OVERHEAD-HISTORY-FILE.
       COPY OVHDHIST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-PAY-DETAIL-STATUS      PIC XX.
       01  WS-COST-CENTER-STATUS     PIC XX.
       01  WS-OVERHEAD-HISTORY-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-DETAIL-EOF-FLAG        PIC X       VALUE "N".
           88  WS-DETAIL-EOF                     VALUE "Y".
       01  WS-OVERHEAD-EOF-FLAG      PIC X       VALUE "N".
           88  WS-OVERHEAD-EOF                   VALUE "Y".

       01  WS-REPORT-CONTROLS.
           05  WS-PERIOD-INPUT          PIC X(4).
           05  WS-GRAND-GROSS           PIC 9(8)V99 VALUE ZERO.
           05  WS-GRAND-HOURS           PIC 9(6)V99 VALUE ZERO.
           05  WS-GRAND-HEADS           PIC 9(4)    VALUE ZERO.
           05  WS-GRAND-EXPENSE         PIC 9(8)V99 VALUE ZERO.
           05  WS-GRAND-OVERHEAD        PIC 9(8)V99 VALUE ZERO.
           05  WS-ROW-EXPENSE           PIC 9(5)V99.

       01  WS-CENTER-TOTALS.
           05  WS-CT-ENTRY OCCURS 20 TIMES INDEXED BY WS-CT-IDX.
               10  WS-CT-HOURS             PIC 9(6)V99.
               10  WS-CT-GROSS             PIC 9(8)V99.
               10  WS-CT-NET               PIC 9(8)V99.
               10  WS-CT-EXPENSE           PIC 9(8)V99.
               10  WS-CT-OVERHEAD          PIC 9(8)V99.
       01  WS-CENTER-COUNT           PIC 99      VALUE ZERO.
       01  WS-CT-SUB                 PIC 99.
       01  WS-CT-FOUND-FLAG          PIC X.

       01  WS-EDIT-GROSS             PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-NET               PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-EXPENSE           PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-OVERHEAD          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-HOURS             PIC ZZ,ZZ9.99.
       01  WS-EDIT-HEADS             PIC ZZZ9.

            END-READ.
            CLOSE PAY-PERIOD-FILE.
            PERFORM 2000-TOTAL-PERIOD-DETAIL.
            PERFORM 2200-ADD-ALLOCATED-OVERHEAD.
            IF WS-CENTER-COUNT = ZERO
               DISPLAY "No posted pay-detail rows for the period."
               GOBACK
            END-IF.

       2100-ADD-TO-CENTER.
            MOVE ZERO TO WS-ROW-EXPENSE.
            IF PD-REIMBURSEMENT IS NUMERIC AND
                  PD-REIMBURSE-VAT IS NUMERIC
               COMPUTE WS-ROW-EXPENSE =
                  PD-REIMBURSEMENT - PD-REIMBURSE-VAT
            END-IF.
            MOVE "N" TO WS-CT-FOUND-FLAG.
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CENTER-COUNT OR WS-CT-FOUND
                  ADD PD-HOURS-WORKED TO WS-CT-HOURS(WS-CT-SUB)
                  ADD PD-GROSS-PAY TO WS-CT-GROSS(WS-CT-SUB)
                  ADD PD-NET-PAY TO WS-CT-NET(WS-CT-SUB)
                  ADD WS-ROW-EXPENSE TO WS-CT-EXPENSE(WS-CT-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-CT-FOUND AND WS-CENTER-COUNT < 20
               MOVE PD-HOURS-WORKED TO WS-CT-HOURS(WS-CT-IDX)
               MOVE PD-GROSS-PAY TO WS-CT-GROSS(WS-CT-IDX)
               MOVE PD-NET-PAY TO WS-CT-NET(WS-CT-IDX)
               MOVE WS-ROW-EXPENSE TO WS-CT-EXPENSE(WS-CT-IDX)
               MOVE ZERO TO WS-CT-OVERHEAD(WS-CT-IDX)
            END-IF.
            ADD 1 TO WS-GRAND-HEADS.
            ADD PD-HOURS-WORKED TO WS-GRAND-HOURS.
            ADD PD-GROSS-PAY TO WS-GRAND-GROSS.
            ADD WS-ROW-EXPENSE TO WS-GRAND-EXPENSE.

      *> The allocation is monthly and pay periods are weekly, so
      *> a fiscal period's overhead lands in the pay period holding
      *> its last day. A center with overhead but no pay rows still
      *> gets a line.
       2200-ADD-ALLOCATED-OVERHEAD.
            OPEN INPUT OVERHEAD-HISTORY-FILE.
            IF WS-OVERHEAD-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-OVERHEAD-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-OVERHEAD-EOF
               READ OVERHEAD-HISTORY-FILE
                  AT END
                     MOVE "Y" TO WS-OVERHEAD-EOF-FLAG
                  NOT AT END
                     IF OH-TO-CENTER AND
                           OH-PERIOD-END-DATE >= PP-START-DATE AND
                           OH-PERIOD-END-DATE <= PP-END-DATE
                        PERFORM 2300-ADD-OVERHEAD-TO-CENTER
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-OVERHEAD-HISTORY-STATUS = "00"
               CLOSE OVERHEAD-HISTORY-FILE
            END-IF.

       2300-ADD-OVERHEAD-TO-CENTER.
            MOVE "N" TO WS-CT-FOUND-FLAG.
            PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CENTER-COUNT OR WS-CT-FOUND
               IF WS-CT-CODE(WS-CT-SUB) = OH-TARGET-CODE
                  MOVE "Y" TO WS-CT-FOUND-FLAG
                  ADD OH-AMOUNT TO WS-CT-OVERHEAD(WS-CT-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-CT-FOUND AND WS-CENTER-COUNT < 20
               ADD 1 TO WS-CENTER-COUNT
               SET WS-CT-IDX TO WS-CENTER-COUNT
               MOVE OH-TARGET-CODE TO WS-CT-CODE(WS-CT-IDX)
               MOVE "(UNASSIGNED)" TO WS-CT-NAME(WS-CT-IDX)
               MOVE ZERO TO WS-CT-HEADS(WS-CT-IDX)
               MOVE ZERO TO WS-CT-HOURS(WS-CT-IDX)
               MOVE ZERO TO WS-CT-GROSS(WS-CT-IDX)
               MOVE ZERO TO WS-CT-NET(WS-CT-IDX)
               MOVE ZERO TO WS-CT-EXPENSE(WS-CT-IDX)
               MOVE OH-AMOUNT TO WS-CT-OVERHEAD(WS-CT-IDX)
            END-IF.
            ADD OH-AMOUNT TO WS-GRAND-OVERHEAD.

       2500-FETCH-CENTER-NAMES.
            OPEN INPUT COST-CENTER-FILE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CCTR NAME                 HEADS     HOURS"
               "         GROSS      EXPENSES"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            MOVE WS-GRAND-HEADS TO WS-EDIT-HEADS.
            MOVE WS-GRAND-HOURS TO WS-EDIT-HOURS.
            MOVE WS-GRAND-GROSS TO WS-EDIT-GROSS.
            MOVE WS-GRAND-EXPENSE TO WS-EDIT-EXPENSE.
            MOVE SPACES TO PRINT-LINE.
            STRING "TOTAL                      " WS-EDIT-HEADS
               " " WS-EDIT-HOURS "  " WS-EDIT-GROSS
               "  " WS-EDIT-EXPENSE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-GRAND-OVERHEAD > ZERO
               MOVE WS-GRAND-OVERHEAD TO WS-EDIT-OVERHEAD
               MOVE SPACES TO PRINT-LINE
               STRING "     TOTAL ALLOCATED OVERHEAD " WS-EDIT-OVERHEAD
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            MOVE WS-CT-HEADS(WS-CT-SUB) TO WS-EDIT-HEADS.
            MOVE WS-CT-HOURS(WS-CT-SUB) TO WS-EDIT-HOURS.
            MOVE WS-CT-GROSS(WS-CT-SUB) TO WS-EDIT-GROSS.
            MOVE WS-CT-EXPENSE(WS-CT-SUB) TO WS-EDIT-EXPENSE.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-CT-CODE(WS-CT-SUB) " "
               WS-CT-NAME(WS-CT-SUB) "  " WS-EDIT-HEADS
               " " WS-EDIT-HOURS "  " WS-EDIT-GROSS
               "  " WS-EDIT-EXPENSE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-CT-OVERHEAD(WS-CT-SUB) > ZERO
               MOVE WS-CT-OVERHEAD(WS-CT-SUB) TO WS-EDIT-OVERHEAD
               MOVE SPACES TO PRINT-LINE
               STRING "     ALLOCATED OVERHEAD       " WS-EDIT-OVERHEAD
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
       END PROGRAM LABOR-BY-CENTER.
