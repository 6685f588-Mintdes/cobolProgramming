      *          quarter of the open AR book per week - the
      *          collection rhythm the aging shows. A week that goes
      *          negative is flagged; that line is what the bank
      *          asks for with the overdraft. Each BANK-ACCOUNT gets
      *          its own section: register rows and standing payments
      *          land on the account they carry (blank = primary),
      *          payroll on the payroll account, banked takings on the
      *          deposit-only account and AR receipts on the primary
      *          (each falling back to the primary when there is no
      *          such account), then all accounts are shown together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-RECURRING-STATUS       PIC XX.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
               10  WS-WORK-JDAY             PIC 9(3).
           05  WS-DAYS-AHEAD            PIC S9(5).
           05  WS-WEEK-SUB              PIC 9.
           05  WS-RUNNING-POSITION      PIC S9(9)V99.
           05  WS-DEPOSIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05  WS-DEPOSIT-DAYS          PIC 9(5)    VALUE ZERO.
           05  WS-LAST-PAYROLL-NET      PIC 9(7)V99 VALUE ZERO.
           05  WS-LAST-POSTED-PERIOD    PIC 9(4)    VALUE ZERO.

      *> One slot per bank account; the slot after the last account
      *> is filled with the sum of them all for the closing section.
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY OCCURS 21 TIMES.
               10  WS-BK-ID                PIC X(2).
               10  WS-BK-NAME              PIC X(20).
               10  WS-BK-ACTIVE            PIC X.
               10  WS-BK-OPENING           PIC S9(9)V99.
               10  WS-WK-ENTRY OCCURS 4 TIMES.
                   15  WS-WK-OUTFLOW           PIC 9(9)V99.
                   15  WS-WK-INFLOW            PIC 9(9)V99.
       01  WS-BANK-CONTROLS.
           05  WS-BANK-COUNT            PIC 99      VALUE ZERO.
           05  WS-BANK-SUB              PIC 99      VALUE ZERO.
           05  WS-TOTAL-SUB             PIC 99      VALUE ZERO.
           05  WS-PRIMARY-SUB           PIC 99      VALUE ZERO.
           05  WS-PAYROLL-SUB           PIC 99      VALUE ZERO.
           05  WS-TAKINGS-SUB           PIC 99      VALUE ZERO.
           05  WS-FIND-BANK-ID          PIC X(2).

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-OPN==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-OUT==.
            DISPLAY "--- Four-Week Cash Forecast ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-SET-TODAY-SERIAL.
            PERFORM 1200-LOAD-BANK-ACCOUNTS.
            PERFORM 2000-OPENING-FROM-REGISTER.
            PERFORM 2100-SCHEDULE-RECURRING-OUTFLOWS.
            PERFORM 2200-SIZE-PAYROLL-OUTFLOWS.
                  MOVE 4 TO WS-WEEK-SUB
            END-EVALUATE.

       1200-LOAD-BANK-ACCOUNTS.
            MOVE "N" TO WS-EOF-FLAG.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-EOF
               READ BANK-ACCOUNT-FILE
                  AT END
                     MOVE "Y" TO WS-EOF-FLAG
                  NOT AT END
                     IF WS-BANK-COUNT < 20
                        ADD 1 TO WS-BANK-COUNT
                        MOVE WS-BANK-COUNT TO WS-BANK-SUB
                        INITIALIZE WS-BK-ENTRY(WS-BANK-SUB)
                        MOVE BA-BANK-ID TO WS-BK-ID(WS-BANK-SUB)
                        MOVE BA-BANK-NAME TO WS-BK-NAME(WS-BANK-SUB)
                        MOVE BA-ACTIVE-FLAG
                           TO WS-BK-ACTIVE(WS-BANK-SUB)
                        IF BA-IS-PRIMARY
                           MOVE WS-BANK-SUB TO WS-PRIMARY-SUB
                        END-IF
                        IF BA-IS-PAYROLL AND BA-IS-ACTIVE AND
                              WS-PAYROLL-SUB = ZERO
                           MOVE WS-BANK-SUB TO WS-PAYROLL-SUB
                        END-IF
                        IF BA-IS-DEPOSIT-ONLY AND BA-IS-ACTIVE AND
                              WS-TAKINGS-SUB = ZERO
                           MOVE WS-BANK-SUB TO WS-TAKINGS-SUB
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-BANK-ACCOUNT-STATUS = "00"
               CLOSE BANK-ACCOUNT-FILE
            END-IF.
      *> Before the bank master exists the register is one account.
            IF WS-BANK-COUNT = ZERO
               MOVE 1 TO WS-BANK-COUNT
               INITIALIZE WS-BK-ENTRY(1)
               MOVE "CHECK REGISTER" TO WS-BK-NAME(1)
               MOVE "A" TO WS-BK-ACTIVE(1)
            END-IF.
            IF WS-PRIMARY-SUB = ZERO
               MOVE 1 TO WS-PRIMARY-SUB
            END-IF.
            IF WS-PAYROLL-SUB = ZERO
               MOVE WS-PRIMARY-SUB TO WS-PAYROLL-SUB
            END-IF.
            IF WS-TAKINGS-SUB = ZERO
               MOVE WS-PRIMARY-SUB TO WS-TAKINGS-SUB
            END-IF.
            COMPUTE WS-TOTAL-SUB = WS-BANK-COUNT + 1.
            INITIALIZE WS-BK-ENTRY(WS-TOTAL-SUB).
            MOVE "ALL ACCOUNTS" TO WS-BK-NAME(WS-TOTAL-SUB).
            MOVE "A" TO WS-BK-ACTIVE(WS-TOTAL-SUB).

      *> Blank is the primary account; an id not on the master
      *> leaves WS-BANK-SUB at zero and the item is left out.
       1300-FIND-BANK-SLOT.
            MOVE ZERO TO WS-BANK-SUB.
            IF WS-FIND-BANK-ID = SPACES
               MOVE WS-PRIMARY-SUB TO WS-BANK-SUB
            ELSE
               PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                  UNTIL WS-BANK-SUB > WS-BANK-COUNT OR
                     WS-BK-ID(WS-BANK-SUB) = WS-FIND-BANK-ID
                  CONTINUE
               END-PERFORM
               IF WS-BANK-SUB > WS-BANK-COUNT
                  MOVE ZERO TO WS-BANK-SUB
               END-IF
            END-IF.

       2000-OPENING-FROM-REGISTER.
            MOVE "N" TO WS-EOF-FLAG.
            OPEN INPUT CHECK-TRANSACTIONS-FILE.
                  AT END
                     MOVE "Y" TO WS-EOF-FLAG
                  NOT AT END
                     MOVE CT-BANK-ID TO WS-FIND-BANK-ID
                     PERFORM 1300-FIND-BANK-SLOT
                     IF NOT CT-IS-VOIDED AND WS-BANK-SUB > ZERO
                        IF CT-IS-DEPOSIT
                           ADD CT-AMOUNT
                              TO WS-BK-OPENING(WS-BANK-SUB)
                        ELSE
                           SUBTRACT CT-AMOUNT
                              FROM WS-BK-OPENING(WS-BANK-SUB)
                        END-IF
                     END-IF
               END-READ
      *> A weekly standing payment hits its due week and every week
      *> after it inside the horizon; a monthly one hits once.
       2150-PLACE-ONE-STANDING-PAYMENT.
            MOVE RP-BANK-ID TO WS-FIND-BANK-ID.
            PERFORM 1300-FIND-BANK-SLOT.
            MOVE RP-NEXT-DUE-DATE(1:4) TO DF-YEAR.
            MOVE RP-NEXT-DUE-DATE(5:2) TO DF-MONTH.
            MOVE RP-NEXT-DUE-DATE(7:2) TO DF-DAY.
            PERFORM 1100-SERIAL-FOR-WORK-DATE.
            IF WS-WEEK-SUB > ZERO AND WS-BANK-SUB > ZERO
               IF RP-IS-WEEKLY
                  PERFORM UNTIL WS-WEEK-SUB > 4
                     ADD RP-AMOUNT
                        TO WS-WK-OUTFLOW(WS-BANK-SUB, WS-WEEK-SUB)
                     ADD 1 TO WS-WEEK-SUB
                  END-PERFORM
               ELSE
                  ADD RP-AMOUNT
                     TO WS-WK-OUTFLOW(WS-BANK-SUB, WS-WEEK-SUB)
               END-IF
            END-IF.

                        MOVE PP-END-DATE(7:2) TO DF-DAY
                        PERFORM 1100-SERIAL-FOR-WORK-DATE
                        IF WS-WEEK-SUB > ZERO
                           ADD WS-LAST-PAYROLL-NET TO
                              WS-WK-OUTFLOW(WS-PAYROLL-SUB, WS-WEEK-SUB)
                        END-IF
                     END-IF
               END-READ
            END-IF.
            PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 4
               COMPUTE WS-WK-INFLOW(WS-TAKINGS-SUB, WS-WEEK-SUB) =
                  WS-WK-INFLOW(WS-TAKINGS-SUB, WS-WEEK-SUB)
                  + WS-AVG-DAILY-TAKINGS * 7
            END-PERFORM.

            PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 4
               ADD WS-AR-WEEKLY-INFLOW
                  TO WS-WK-INFLOW(WS-PRIMARY-SUB, WS-WEEK-SUB)
            END-PERFORM.

       3000-PRINT-FORECAST.
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
               PERFORM 3050-ADD-TO-ALL-ACCOUNTS
               IF WS-BK-ACTIVE(WS-BANK-SUB) = "A" OR
                     WS-BK-OPENING(WS-BANK-SUB) NOT = ZERO
                  PERFORM 3100-PRINT-ONE-ACCOUNT
               END-IF
            END-PERFORM.
            IF WS-BANK-COUNT > 1
               MOVE WS-TOTAL-SUB TO WS-BANK-SUB
               PERFORM 3100-PRINT-ONE-ACCOUNT
            END-IF.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Forecast spooled as " WS-SPOOL-NAME ".".
       3050-ADD-TO-ALL-ACCOUNTS.
            ADD WS-BK-OPENING(WS-BANK-SUB)
               TO WS-BK-OPENING(WS-TOTAL-SUB).
            PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 4
               ADD WS-WK-OUTFLOW(WS-BANK-SUB, WS-WEEK-SUB)
                  TO WS-WK-OUTFLOW(WS-TOTAL-SUB, WS-WEEK-SUB)
               ADD WS-WK-INFLOW(WS-BANK-SUB, WS-WEEK-SUB)
                  TO WS-WK-INFLOW(WS-TOTAL-SUB, WS-WEEK-SUB)
            END-PERFORM.

       3100-PRINT-ONE-ACCOUNT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "BANK ACCOUNT " WS-BK-ID(WS-BANK-SUB) "  "
               WS-BK-NAME(WS-BANK-SUB)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-BK-OPENING(WS-BANK-SUB) TO WS-OPN-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "OPENING BANK POSITION: " WS-OPN-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-BK-OPENING(WS-BANK-SUB) TO WS-RUNNING-POSITION.
            PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 4
               COMPUTE WS-RUNNING-POSITION = WS-RUNNING-POSITION
                  - WS-WK-OUTFLOW(WS-BANK-SUB, WS-WEEK-SUB)
                  + WS-WK-INFLOW(WS-BANK-SUB, WS-WEEK-SUB)
               MOVE WS-WK-OUTFLOW(WS-BANK-SUB, WS-WEEK-SUB)
                  TO WS-OUT-EDIT-ZERO-SUPPRESS
               MOVE WS-WK-INFLOW(WS-BANK-SUB, WS-WEEK-SUB)
                  TO WS-INF-EDIT-ZERO-SUPPRESS
               MOVE WS-RUNNING-POSITION TO WS-CLS-EDIT-MINUS
               MOVE SPACES TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-PERFORM.
       END PROGRAM CASH-FORECAST.
