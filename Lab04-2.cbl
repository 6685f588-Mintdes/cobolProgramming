           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       01  WS-CHECK-NUM-EDIT          PIC 9(4).
       01  WS-RUNNING-BALANCE         PIC S9(5)V99 VALUE ZERO.

      *> The register prints one section per bank account, each with
      *> its own running balance; a blank bank id is the primary.
       01  WS-BANK-ACCOUNT-STATUS     PIC XX.
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY OCCURS 20 TIMES.
               10  WS-BK-ID                PIC X(2).
               10  WS-BK-NAME              PIC X(20).
       01  WS-BANK-COUNT              PIC 99      VALUE ZERO.
       01  WS-BANK-SUB                PIC 99      VALUE ZERO.
       01  WS-PRIMARY-BANK-ID         PIC X(2)    VALUE SPACES.
       01  WS-ROW-BANK-ID             PIC X(2).

       01  WS-SPOOL-NAME              PIC X(20).
       01  WS-BANNER-DATE             PIC 9(8).
       COPY SPOOLPRM.
               DISPLAY "No CHECK-TRANSACTIONS file - nothing to "
                  "report."
            ELSE
               CLOSE CHECK-TRANSACTIONS-FILE
               PERFORM 1010-LOAD-BANK-ACCOUNTS
               MOVE "O" TO SP-FUNCTION
               MOVE "CHECKREG" TO SP-REPORT-TYPE
               CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS
               MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME
               OPEN OUTPUT PRINT-FILE
               PERFORM 1050-WRITE-BANNER-PAGE
               PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                  UNTIL WS-BANK-SUB > WS-BANK-COUNT
                  PERFORM 1070-PRINT-ONE-ACCOUNT
               END-PERFORM
               CLOSE PRINT-FILE
               MOVE "C" TO SP-FUNCTION
               MOVE 1 TO SP-PAGE-COUNT
               DISPLAY "Report spooled as " WS-SPOOL-NAME "."
            END-IF.

       1010-LOAD-BANK-ACCOUNTS.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                  READ BANK-ACCOUNT-FILE
                     AT END
                        MOVE "Y" TO WS-EOF-FLAG
                     NOT AT END
                        IF WS-BANK-COUNT < 20
                           ADD 1 TO WS-BANK-COUNT
                           MOVE BA-BANK-ID
                              TO WS-BK-ID(WS-BANK-COUNT)
                           MOVE BA-BANK-NAME
                              TO WS-BK-NAME(WS-BANK-COUNT)
                        END-IF
                        IF BA-IS-PRIMARY
                           MOVE BA-BANK-ID TO WS-PRIMARY-BANK-ID
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNT-FILE
            END-IF.
            IF WS-BANK-COUNT = ZERO
               MOVE 1 TO WS-BANK-COUNT
               MOVE SPACES TO WS-BK-ID(1)
               MOVE "CHECK REGISTER" TO WS-BK-NAME(1)
            END-IF.

       1070-PRINT-ONE-ACCOUNT.
            MOVE ZERO TO WS-RUNNING-BALANCE.
            MOVE SPACES TO PRINT-LINE.
            STRING "BANK ACCOUNT " WS-BK-ID(WS-BANK-SUB) "  "
               WS-BK-NAME(WS-BANK-SUB)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "N" TO WS-EOF-FLAG.
            OPEN INPUT CHECK-TRANSACTIONS-FILE.
            PERFORM UNTIL WS-EOF
               READ CHECK-TRANSACTIONS-FILE
                  AT END
                     MOVE "Y" TO WS-EOF-FLAG
                  NOT AT END
                     IF CT-BANK-ID = SPACES
                        MOVE WS-PRIMARY-BANK-ID TO WS-ROW-BANK-ID
                     ELSE
                        MOVE CT-BANK-ID TO WS-ROW-BANK-ID
                     END-IF
                     IF WS-ROW-BANK-ID = WS-BK-ID(WS-BANK-SUB)
                        PERFORM 1100-POST-CHECK-TRANSACTION
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CHECK-TRANSACTIONS-FILE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.

       1050-WRITE-BANNER-PAGE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
