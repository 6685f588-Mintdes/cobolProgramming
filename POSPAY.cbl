      *          goes out once as an issue, a void of something
      *          already reported goes out once as a void, and a
      *          rerun sends nothing twice. One forged check costs
      *          more than all of this. Runs for one BANK-ACCOUNT at
      *          a time (ENTER = the primary account, whose export
      *          keeps the name BANKPP.DAT; any other account's is
      *          BANKPPxx.DAT for its id); the shadow holds them all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SHADOW-FILE ASSIGN TO "PPSHADOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHADOW-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT BANK-EXPORT-FILE ASSIGN DYNAMIC WS-EXPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-EXPORT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
       01  SHADOW-RECORD.
           05  SW-CHECK-NUM            PIC 9(4).
           05  SW-REPORTED-AS          PIC X.
           05  SW-BANK-ID              PIC X(2).

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

      *> The bank's agreed fixed layout: I = issued, V = void, one
      *> trailer with record count and amount total.
       01  WS-SHADOW-STATUS          PIC XX.
       01  WS-BANK-EXPORT-STATUS     PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       01  WS-EXPORT-NAME            PIC X(20)   VALUE "BANKPP.DAT".

       01  WS-BANK-CONTROLS.
           05  WS-BANK-ID-INPUT         PIC X(2)    VALUE SPACES.
           05  WS-PRIMARY-BANK-ID       PIC X(2)    VALUE SPACES.
           05  WS-ROW-BANK-ID           PIC X(2)    VALUE SPACES.
           05  WS-PP-BANK-NAME          PIC X(20)   VALUE SPACES.
           05  WS-BANK-FOUND-FLAG       PIC X       VALUE "N".
               88  WS-BANK-FOUND                  VALUE "Y".
       01  WS-CHECK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHECK-EOF                      VALUE "Y".
       01  WS-SHADOW-EOF-FLAG        PIC X       VALUE "N".
           05  WS-SW-ENTRY OCCURS 500 TIMES INDEXED BY WS-SW-IDX.
               10  WS-SW-NUM               PIC 9(4).
               10  WS-SW-AS                PIC X.
               10  WS-SW-BANK-ID           PIC X(2).
       01  WS-SHADOW-COUNT           PIC 9(3)    VALUE ZERO.

       01  WS-EXPORT-CONTROLS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Positive-Pay Export ---".
            PERFORM 1100-PICK-BANK-ACCOUNT.
            IF NOT WS-BANK-FOUND
               DISPLAY "No such bank account - nothing exported."
               GOBACK
            END-IF.
            PERFORM 1000-LOAD-SHADOW.
            PERFORM 2000-OPEN-OUTPUTS.
            PERFORM 3000-WALK-REGISTER.
                        SET WS-SW-IDX TO WS-SHADOW-COUNT
                        MOVE SW-CHECK-NUM TO WS-SW-NUM(WS-SW-IDX)
                        MOVE SW-REPORTED-AS TO WS-SW-AS(WS-SW-IDX)
                        IF SW-BANK-ID = SPACES
                           MOVE WS-PRIMARY-BANK-ID
                              TO WS-SW-BANK-ID(WS-SW-IDX)
                        ELSE
                           MOVE SW-BANK-ID TO WS-SW-BANK-ID(WS-SW-IDX)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
               CLOSE SHADOW-FILE
            END-IF.

      *> Check numbers run per account, so the shadow remembers the
      *> account with the number. A blank bank id on an older row is
      *> the primary account.
       1100-PICK-BANK-ACCOUNT.
            DISPLAY "Bank account to export (ENTER = primary): ".
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
                              MOVE BA-BANK-NAME TO WS-PP-BANK-NAME
                           END-IF
                        END-IF
                        IF BA-BANK-ID = WS-BANK-ID-INPUT
                           MOVE "Y" TO WS-BANK-FOUND-FLAG
                           MOVE BA-BANK-NAME TO WS-PP-BANK-NAME
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE BANK-ACCOUNT-FILE
            ELSE
               IF WS-BANK-ID-INPUT = SPACES
                  MOVE "Y" TO WS-BANK-FOUND-FLAG
               END-IF
            END-IF.
            IF WS-BANK-ID-INPUT = SPACES
               MOVE WS-PRIMARY-BANK-ID TO WS-BANK-ID-INPUT
            END-IF.
            IF WS-BANK-ID-INPUT NOT = WS-PRIMARY-BANK-ID
               MOVE SPACES TO WS-EXPORT-NAME
               STRING "BANKPP" WS-BANK-ID-INPUT ".DAT"
                  DELIMITED BY SIZE INTO WS-EXPORT-NAME
               END-STRING
            END-IF.

       2000-OPEN-OUTPUTS.
            OPEN OUTPUT BANK-EXPORT-FILE.
            MOVE "O" TO SP-FUNCTION.
            WRITE PRINT-LINE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "BANK ACCOUNT " WS-BANK-ID-INPUT "  "
               WS-PP-BANK-NAME "  EXPORT " WS-EXPORT-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "TRANSMISSION REGISTER - I=ISSUED V=VOID"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
                  AT END
                     MOVE "Y" TO WS-CHECK-EOF-FLAG
                  NOT AT END
                     IF CT-BANK-ID = SPACES
                        MOVE WS-PRIMARY-BANK-ID TO WS-ROW-BANK-ID
                     ELSE
                        MOVE CT-BANK-ID TO WS-ROW-BANK-ID
                     END-IF
                     IF CT-IS-CHECK AND
                           WS-ROW-BANK-ID = WS-BANK-ID-INPUT
                        PERFORM 3100-DECIDE-ONE-CHECK
                     END-IF
               END-READ
                     ADD 1 TO WS-SHADOW-COUNT
                     SET WS-SW-IDX TO WS-SHADOW-COUNT
                     MOVE CT-CHECK-NUM TO WS-SW-NUM(WS-SW-IDX)
                     MOVE WS-ROW-BANK-ID TO WS-SW-BANK-ID(WS-SW-IDX)
                     IF CT-IS-VOIDED
                        MOVE "V" TO WS-SW-AS(WS-SW-IDX)
                        MOVE "V" TO WS-REPORT-AS
                     END-IF
                     MOVE "Y" TO WS-NEED-REPORT-FLAG
                  END-IF
               WHEN WS-SW-NUM(WS-SW-IDX) = CT-CHECK-NUM AND
                     WS-SW-BANK-ID(WS-SW-IDX) = WS-ROW-BANK-ID
                  IF CT-IS-VOIDED AND
                        WS-SW-AS(WS-SW-IDX) = "I"
                     MOVE "V" TO WS-SW-AS(WS-SW-IDX)
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Register spooled as " WS-SPOOL-NAME
               " - send " WS-EXPORT-NAME " to the bank.".

       8100-REWRITE-SHADOW.
            OPEN OUTPUT SHADOW-FILE.
               UNTIL WS-SW-IDX > WS-SHADOW-COUNT
               MOVE WS-SW-NUM(WS-SW-IDX) TO SW-CHECK-NUM
               MOVE WS-SW-AS(WS-SW-IDX) TO SW-REPORTED-AS
               MOVE WS-SW-BANK-ID(WS-SW-IDX) TO SW-BANK-ID
               WRITE SHADOW-RECORD
            END-PERFORM.
            CLOSE SHADOW-FILE.
