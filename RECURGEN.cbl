      * Date: 23 August 2026
      * Purpose: Recurring-payment scheduler - issues every standing
      *          payment that has come due as a numbered check
      *          transaction in CHECKTXN.DAT on the BANK-ACCOUNT the
      *          payment is drawn on (numbers drawn from that
      *          account's own sequence), advances each next-due
      *          date using the shared DATE-FORMATTER's calendar
      *          validation for month-length and year rolls, and
      *          prints a list of what it issued. Forgetting the rent
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RECURGEN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RECURRING-STATUS       PIC XX.
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-RECUR-EOF-FLAG         PIC X       VALUE "N".
           88  WS-RECUR-EOF                      VALUE "Y".
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".

      *> The bank accounts checks can be drawn on, each with the
      *> next number of its own sequence, written back at the end.
       01  WS-BANK-TABLE.
           05  WS-BA-ENTRY OCCURS 20 TIMES INDEXED BY WS-BA-IDX.
               10  WS-BA-ID                PIC X(2).
               10  WS-BA-NEXT-CHECK        PIC 9(4).
               10  WS-BA-DRAWABLE          PIC X.
       01  WS-BANK-COUNT             PIC 99      VALUE ZERO.
       01  WS-PRIMARY-BANK-ID        PIC X(2)    VALUE SPACES.

       01  WS-RECUR-TABLE.
           05  WS-RP-ENTRY OCCURS 50 TIMES INDEXED BY WS-RP-IDX.
               10  WS-RP-DAY               PIC 99.
               10  WS-RP-FREQUENCY         PIC X.
               10  WS-RP-NEXT-DUE          PIC 9(8).
               10  WS-RP-BANK-ID           PIC X(2).
      *> Rows that fail validation stay in the table flagged "N" so
      *> the end-of-run rewrite carries them through untouched - a
      *> malformed standing payment gets skipped, never deleted.

       01  WS-SCHED-CONTROLS.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-ISSUED-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-DUE-DATE              PIC 9(8).
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
       MAIN-PROCEDURE.
            DISPLAY "--- Recurring Payment Scheduler ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1100-LOAD-BANK-ACCOUNTS.
            IF WS-BANK-COUNT = ZERO
               DISPLAY "No BANK-ACCOUNT file - run BANK-ACCOUNT-MAINT "
                  "first."
               STOP RUN
            END-IF.
            PERFORM 1000-LOAD-RECURRING-FILE.
            IF WS-RECUR-COUNT = ZERO
               DISPLAY "No recurring payments on file."
                  "(50) - run abandoned so none are lost."
               STOP RUN
            END-IF.
            OPEN EXTEND CHECK-TRANSACTIONS-FILE.
            IF WS-CHECK-TRANS-STATUS = "35"
               OPEN OUTPUT CHECK-TRANSACTIONS-FILE
            CLOSE CHECK-TRANSACTIONS-FILE.
            CLOSE PRINT-FILE.
            PERFORM 3000-REWRITE-RECURRING-FILE.
            PERFORM 3100-REWRITE-BANK-ACCOUNTS.
            DISPLAY "Checks issued: " WS-ISSUED-COUNT.
            STOP RUN.

                              TO WS-RP-FREQUENCY(WS-RP-IDX)
                           MOVE RP-NEXT-DUE-DATE
                              TO WS-RP-NEXT-DUE(WS-RP-IDX)
                           MOVE RP-BANK-ID
                              TO WS-RP-BANK-ID(WS-RP-IDX)
                           MOVE WS-ROW-OK-FLAG
                              TO WS-RP-VALID(WS-RP-IDX)
                        ELSE
                     "kept on file."
               ELSE
                  MOVE "Y" TO WS-ROW-OK-FLAG
                  PERFORM 1060-CHECK-RECUR-BANK
               END-IF
            END-IF.

      *> A blank bank id pays from the primary account. A check
      *> can't be drawn on a deposit-only, inactive or unknown
      *> account, so such a row waits on file until it is fixed.
       1060-CHECK-RECUR-BANK.
            IF RP-BANK-ID = SPACES
               MOVE WS-PRIMARY-BANK-ID TO RP-BANK-ID
            END-IF.
            SET WS-BA-IDX TO 1.
            SEARCH WS-BA-ENTRY
               AT END
                  MOVE "N" TO WS-ROW-OK-FLAG
               WHEN WS-BA-IDX > WS-BANK-COUNT
                  MOVE "N" TO WS-ROW-OK-FLAG
               WHEN WS-BA-ID(WS-BA-IDX) = RP-BANK-ID
                  IF WS-BA-DRAWABLE(WS-BA-IDX) NOT = "Y"
                     MOVE "N" TO WS-ROW-OK-FLAG
                  END-IF
            END-SEARCH.
            IF NOT WS-ROW-OK
               DISPLAY "Recurring row for '" RP-PAYEE "' names bank "
                  "'" RP-BANK-ID "', which can't draw checks - "
                  "skipped this run, kept on file."
            END-IF.

       1100-LOAD-BANK-ACCOUNTS.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS NOT = "00"
               MOVE "Y" TO WS-BANK-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO BA-BANK-ID
               START BANK-ACCOUNT-FILE KEY >= BA-BANK-ID
                  INVALID KEY
                     MOVE "Y" TO WS-BANK-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-BANK-EOF
               READ BANK-ACCOUNT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-BANK-EOF-FLAG
                  NOT AT END
                     IF WS-BANK-COUNT < 20
                        ADD 1 TO WS-BANK-COUNT
                        SET WS-BA-IDX TO WS-BANK-COUNT
                        MOVE BA-BANK-ID TO WS-BA-ID(WS-BA-IDX)
                        MOVE BA-NEXT-CHECK-NUM
                           TO WS-BA-NEXT-CHECK(WS-BA-IDX)
                        MOVE "N" TO WS-BA-DRAWABLE(WS-BA-IDX)
                        IF BA-IS-ACTIVE AND NOT BA-IS-DEPOSIT-ONLY
                           MOVE "Y" TO WS-BA-DRAWABLE(WS-BA-IDX)
                        END-IF
                        IF BA-IS-PRIMARY
                           MOVE BA-BANK-ID TO WS-PRIMARY-BANK-ID
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-BANK-ACCOUNT-STATUS = "00"
               CLOSE BANK-ACCOUNT-FILE
            END-IF.

      *> Issues the check each time the entry is due, advancing the

       2100-WRITE-ONE-CHECK.
            PERFORM 2150-SLIDE-PAYABLE-DATE.
            SET WS-BA-IDX TO 1.
            SEARCH WS-BA-ENTRY
               WHEN WS-BA-ID(WS-BA-IDX) = WS-RP-BANK-ID(WS-RP-IDX)
                  CONTINUE
            END-SEARCH.
            MOVE WS-BA-NEXT-CHECK(WS-BA-IDX) TO CT-CHECK-NUM.
            MOVE WS-RP-BANK-ID(WS-RP-IDX) TO CT-BANK-ID.
            MOVE WS-RP-PAYEE(WS-RP-IDX) TO CT-PAYEE.
            MOVE "C" TO CT-TRANS-TYPE.
            MOVE WS-RP-AMOUNT(WS-RP-IDX) TO CT-AMOUNT.
            MOVE "N" TO CT-CLEARED-FLAG.
            MOVE "N" TO CT-VOID-FLAG.
            MOVE SPACES TO CT-VOID-REASON.
            MOVE "N" TO CT-PRINT-FLAG.
            MOVE ZERO TO CT-ORIGINAL-CHECK-NUM.
            WRITE CHECK-TRANSACTION-RECORD.
            ADD 1 TO WS-ISSUED-COUNT.
            MOVE WS-RP-AMOUNT(WS-RP-IDX) TO WS-AMT-EDIT-ASTERISK.
            MOVE SPACES TO PRINT-LINE.
            STRING CT-BANK-ID " CHECK " CT-CHECK-NUM "  "
               WS-RP-PAYEE(WS-RP-IDX) "  " WS-AMT-EDIT-ASTERISK
               "  DUE " WS-RP-NEXT-DUE(WS-RP-IDX)
               " PAY " WS-PAYABLE-DATE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            ADD 1 TO WS-BA-NEXT-CHECK(WS-BA-IDX).

       2200-ADVANCE-NEXT-DUE.
            MOVE WS-RP-NEXT-DUE(WS-RP-IDX) TO WS-DUE-DATE.
               MOVE WS-RP-DAY(WS-RP-IDX) TO RP-DAY-OF-MONTH
               MOVE WS-RP-FREQUENCY(WS-RP-IDX) TO RP-FREQUENCY
               MOVE WS-RP-NEXT-DUE(WS-RP-IDX) TO RP-NEXT-DUE-DATE
               MOVE WS-RP-BANK-ID(WS-RP-IDX) TO RP-BANK-ID
               WRITE RECURRING-PAYMENT-RECORD
            END-PERFORM.
            CLOSE RECURRING-PAYMENT-FILE.

       3100-REWRITE-BANK-ACCOUNTS.
            OPEN I-O BANK-ACCOUNT-FILE.
            PERFORM VARYING WS-BA-IDX FROM 1 BY 1
               UNTIL WS-BA-IDX > WS-BANK-COUNT
               MOVE WS-BA-ID(WS-BA-IDX) TO BA-BANK-ID
               READ BANK-ACCOUNT-FILE
                  NOT INVALID KEY
                     MOVE WS-BA-NEXT-CHECK(WS-BA-IDX)
                        TO BA-NEXT-CHECK-NUM
                     REWRITE BANK-ACCOUNT-RECORD
               END-READ
            END-PERFORM.
            CLOSE BANK-ACCOUNT-FILE.
       END PROGRAM RECURRING-PAYMENTS.
