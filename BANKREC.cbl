      *          sequential), and prints the outstanding-checks
      *          report plus the adjusted bank balance against the
      *          register's running balance. "Did check 1047 clear?"
      *          becomes a report line, not a phone call. Runs for one
      *          BANK-ACCOUNT at a time (ENTER = the primary account,
      *          whose statement keeps the name BANKSTMT.DAT; any
      *          other account's is BANKSTMTxx.DAT for its id).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT BANK-STATEMENT-FILE ASSIGN DYNAMIC WS-STATEMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATEMENT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "BANKREC.PRT"
       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05  BS-CLEAR-DATE       PIC 9(8).
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-BANK-STATEMENT-STATUS  PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       01  WS-STATEMENT-NAME         PIC X(20)   VALUE "BANKSTMT.DAT".

       01  WS-BANK-CONTROLS.
           05  WS-BANK-ID-INPUT         PIC X(2)    VALUE SPACES.
           05  WS-PRIMARY-BANK-ID       PIC X(2)    VALUE SPACES.
           05  WS-REC-BANK-NAME         PIC X(20)   VALUE SPACES.
           05  WS-BANK-FOUND-FLAG       PIC X       VALUE "N".
               88  WS-BANK-FOUND                  VALUE "Y".
       01  WS-CHECK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHECK-EOF                      VALUE "Y".
       01  WS-STATEMENT-EOF-FLAG     PIC X       VALUE "N".
               10  WS-CHK-CLEARED          PIC X.
               10  WS-CHK-VOID             PIC X.
               10  WS-CHK-VOID-REASON      PIC X(10).
               10  WS-CHK-BANK-ID          PIC X(2).
               10  WS-CHK-PRINT            PIC X.
               10  WS-CHK-ORIGINAL         PIC 9(4).
       01  WS-CHECK-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Bank Statement Reconciliation ---".
            PERFORM 1100-PICK-BANK-ACCOUNT.
            IF NOT WS-BANK-FOUND
               DISPLAY "No such bank account - nothing reconciled."
               STOP RUN
            END-IF.
            PERFORM 1000-LOAD-CHECK-REGISTER.
            IF WS-CHECK-COUNT = ZERO
               DISPLAY "No check transactions - nothing to match."
                              TO WS-CHK-VOID(WS-CHK-IDX)
                           MOVE CT-VOID-REASON
                              TO WS-CHK-VOID-REASON(WS-CHK-IDX)
                           IF CT-BANK-ID = SPACES
                              MOVE WS-PRIMARY-BANK-ID
                                 TO WS-CHK-BANK-ID(WS-CHK-IDX)
                           ELSE
                              MOVE CT-BANK-ID
                                 TO WS-CHK-BANK-ID(WS-CHK-IDX)
                           END-IF
                           MOVE CT-PRINT-FLAG
                              TO WS-CHK-PRINT(WS-CHK-IDX)
                           IF CT-ORIGINAL-CHECK-NUM IS NUMERIC
                              MOVE CT-ORIGINAL-CHECK-NUM
                                 TO WS-CHK-ORIGINAL(WS-CHK-IDX)
                           ELSE
                              MOVE ZERO TO WS-CHK-ORIGINAL(WS-CHK-IDX)
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CHECK-TRANSACTIONS-FILE
            END-IF.

      *> Every account's rows stay in the table so the rewrite keeps
      *> them, but only the chosen account's rows are matched and
      *> reported. A blank bank id on an older row is the primary.
       1100-PICK-BANK-ACCOUNT.
            DISPLAY "Bank account to reconcile (ENTER = primary): ".
            ACCEPT WS-BANK-ID-INPUT.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS = "00"
               PERFORM UNTIL WS-BANK-EOF
                  READ BANK-ACCOUNT-FILE
                     AT END
                        MOVE "Y" TO WS-BANK-EOF-FLAG
                     NOT AT END
                        IF BA-IS-PRIMARY
                           MOVE BA-BANK-ID TO WS-PRIMARY-BANK-ID
                           IF WS-BANK-ID-INPUT = SPACES
                              MOVE "Y" TO WS-BANK-FOUND-FLAG
                              MOVE BA-BANK-NAME TO WS-REC-BANK-NAME
                           END-IF
                        END-IF
                        IF BA-BANK-ID = WS-BANK-ID-INPUT
                           MOVE "Y" TO WS-BANK-FOUND-FLAG
                           MOVE BA-BANK-NAME TO WS-REC-BANK-NAME
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNT-FILE
            ELSE
      *> Before the bank master exists there is only the one account.
               IF WS-BANK-ID-INPUT = SPACES
                  MOVE "Y" TO WS-BANK-FOUND-FLAG
               END-IF
            END-IF.
            IF WS-BANK-ID-INPUT = SPACES
               MOVE WS-PRIMARY-BANK-ID TO WS-BANK-ID-INPUT
            END-IF.
            IF WS-BANK-ID-INPUT NOT = WS-PRIMARY-BANK-ID
               MOVE SPACES TO WS-STATEMENT-NAME
               STRING "BANKSTMT" WS-BANK-ID-INPUT ".DAT"
                  DELIMITED BY SIZE INTO WS-STATEMENT-NAME
               END-STRING
            END-IF.

       2000-MATCH-STATEMENT-ITEMS.
            OPEN INPUT BANK-STATEMENT-FILE.
            IF WS-BANK-STATEMENT-STATUS NOT = "00"
      *> item would be swallowed here as a normal clearance instead
      *> of falling through to the 2200 alarm.
               IF WS-CHK-NUM(WS-CHK-IDX) = BS-REFERENCE AND
                     WS-CHK-BANK-ID(WS-CHK-IDX) = WS-BANK-ID-INPUT AND
                     WS-CHK-AMOUNT(WS-CHK-IDX) = BS-AMOUNT AND
                     WS-CHK-CLEARED(WS-CHK-IDX) NOT = "Y" AND
                     WS-CHK-VOID(WS-CHK-IDX) NOT = "Y"
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHECK-COUNT OR WS-MATCH-FOUND
               IF WS-CHK-NUM(WS-CHK-IDX) = BS-REFERENCE AND
                     WS-CHK-BANK-ID(WS-CHK-IDX) = WS-BANK-ID-INPUT AND
                     WS-CHK-AMOUNT(WS-CHK-IDX) = BS-AMOUNT AND
                     WS-CHK-VOID(WS-CHK-IDX) = "Y"
                  MOVE "Y" TO WS-MATCH-FOUND-FLAG
               MOVE WS-CHK-CLEARED(WS-CHK-IDX) TO CT-CLEARED-FLAG
               MOVE WS-CHK-VOID(WS-CHK-IDX) TO CT-VOID-FLAG
               MOVE WS-CHK-VOID-REASON(WS-CHK-IDX) TO CT-VOID-REASON
               MOVE WS-CHK-BANK-ID(WS-CHK-IDX) TO CT-BANK-ID
               MOVE WS-CHK-PRINT(WS-CHK-IDX) TO CT-PRINT-FLAG
               MOVE WS-CHK-ORIGINAL(WS-CHK-IDX)
                  TO CT-ORIGINAL-CHECK-NUM
               WRITE CHECK-TRANSACTION-RECORD
            END-PERFORM.
            CLOSE CHECK-TRANSACTIONS-FILE.

       4000-PRINT-RECONCILIATION.
            OPEN OUTPUT PRINT-FILE.
            MOVE SPACES TO PRINT-LINE.
            STRING "BANK ACCOUNT " WS-BANK-ID-INPUT "  "
               WS-REC-BANK-NAME "  STATEMENT " WS-STATEMENT-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "OUTSTANDING (UNCLEARED) CHECKS" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.

       4100-TALLY-ONE-ENTRY.
            IF WS-CHK-VOID(WS-CHK-IDX) = "Y" OR
                  WS-CHK-BANK-ID(WS-CHK-IDX) NOT = WS-BANK-ID-INPUT
               CONTINUE
            ELSE
               IF WS-CHK-TYPE(WS-CHK-IDX) = "D"
