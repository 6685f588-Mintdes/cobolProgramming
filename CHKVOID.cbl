      *          transactions file as voided with a required reason
      *          code (the VS-VOID-FLAG pattern from VNDSALE), so the
      *          register stops deducting a lost or stopped check
      *          from the running balance forever. Check numbers run
      *          per BANK-ACCOUNT, so the account is asked for too
      *          (ENTER = the primary account). The line-sequential
      *          file is rewritten in full to carry the flag.
      * Tectonics: cobc
      ******************************************************************
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.
       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       WORKING-STORAGE SECTION.
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-CHECK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHECK-EOF                      VALUE "Y".
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       01  WS-PRIMARY-BANK-ID        PIC X(2)    VALUE SPACES.

       01  WS-CHECK-TABLE.
           05  WS-CHK-ENTRY OCCURS 500 TIMES INDEXED BY WS-CHK-IDX.
               10  WS-CHK-CLEARED          PIC X.
               10  WS-CHK-VOID             PIC X.
               10  WS-CHK-VOID-REASON      PIC X(10).
               10  WS-CHK-BANK-ID          PIC X(2).
               10  WS-CHK-PRINT            PIC X.
               10  WS-CHK-ORIGINAL         PIC 9(4).
       01  WS-CHECK-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".

       01  WS-VOID-CONTROLS.
           05  WS-BANK-ID-INPUT         PIC X(2).
           05  WS-CHECK-NUM-INPUT       PIC X(4).
           05  WS-REASON-INPUT          PIC X(10).
           05  WS-FOUND-FLAG            PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Check Void / Stop Payment ---".
            PERFORM 1100-FIND-PRIMARY-ACCOUNT.
            PERFORM 1000-LOAD-CHECK-REGISTER.
            IF WS-CHECK-COUNT = ZERO
               DISPLAY "No check transactions on file."
                  "table (500) - run abandoned so none are lost."
               STOP RUN
            END-IF.
            DISPLAY "Bank account (ENTER = primary): ".
            MOVE SPACES TO WS-BANK-ID-INPUT.
            ACCEPT WS-BANK-ID-INPUT.
            IF WS-BANK-ID-INPUT = SPACES
               MOVE WS-PRIMARY-BANK-ID TO WS-BANK-ID-INPUT
            END-IF.
            DISPLAY "Check number to void: ".
            ACCEPT WS-CHECK-NUM-INPUT.
            IF WS-CHECK-NUM-INPUT IS NOT NUMERIC
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

      *> Rows written before there was more than one account carry a
      *> blank bank id; they belong to the primary account.
       1100-FIND-PRIMARY-ACCOUNT.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS = "00"
               PERFORM UNTIL WS-BANK-EOF
                  READ BANK-ACCOUNT-FILE
                     AT END
                        MOVE "Y" TO WS-BANK-EOF-FLAG
                     NOT AT END
                        IF BA-IS-PRIMARY
                           MOVE BA-BANK-ID TO WS-PRIMARY-BANK-ID
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNT-FILE
            END-IF.

       2000-VOID-THE-CHECK.
            MOVE "N" TO WS-FOUND-FLAG.
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHECK-COUNT OR WS-CHECK-FOUND
               IF WS-CHK-NUM(WS-CHK-IDX) = WS-CHECK-NUM-INPUT AND
                     WS-CHK-TYPE(WS-CHK-IDX) = "C" AND
                     WS-CHK-BANK-ID(WS-CHK-IDX) = WS-BANK-ID-INPUT
                  MOVE "Y" TO WS-FOUND-FLAG
                  IF WS-CHK-VOID(WS-CHK-IDX) = "Y"
                     DISPLAY "Check already voided ("
                        MOVE "Y" TO WS-CHK-VOID(WS-CHK-IDX)
                        MOVE WS-REASON-INPUT
                           TO WS-CHK-VOID-REASON(WS-CHK-IDX)
                        DISPLAY "Check " WS-CHK-BANK-ID(WS-CHK-IDX)
                           " " WS-CHK-NUM(WS-CHK-IDX)
                           " to " WS-CHK-PAYEE(WS-CHK-IDX)
                           " voided (" WS-REASON-INPUT ")."
                     END-IF
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
