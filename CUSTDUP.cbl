      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Duplicate-customer report - finds CUSTOMER-MASTER
      *          rows that are probably the same company set up more
      *          than once. Each name is reduced to a match key:
      *          upper case, punctuation dropped, the legal-form and
      *          filler words (THE, CO, COMPANY, LTD, LIMITED, INC,
      *          PLC, CORP, PART, SHOP) left out and the remaining
      *          words run together. Two customers with the same key
      *          are listed as SAME NAME; two whose keys share their
      *          first eight letters as SIMILAR. Each is shown with
      *          its ARBAL open balance, and a customer the tuition
      *          run opened for a student (a STUCUST row points at
      *          it) is marked, since those were opened without
      *          looking for an existing account. Pairs to combine
      *          go through CUSTOMER-MERGE. Spooled through
      *          SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-CUSTOMER-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUSTOMER-NO
               FILE STATUS IS WS-AR-BALANCE-STATUS.
           SELECT STUDENT-CUSTOMER-FILE ASSIGN TO "STUCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-USERNAME
               FILE STATUS IS WS-STUDENT-CUSTOMER-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  AR-BALANCE-FILE.
       COPY ARBAL.

       FD  STUDENT-CUSTOMER-FILE.
       COPY STUCUST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX.
       01  WS-AR-BALANCE-STATUS      PIC XX.
       01  WS-STUDENT-CUSTOMER-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-CUSTOMER-EOF-FLAG      PIC X       VALUE "N".
           88  WS-CUSTOMER-EOF                   VALUE "Y".
       01  WS-STUDENT-EOF-FLAG       PIC X       VALUE "N".
           88  WS-STUDENT-EOF                    VALUE "Y".
       01  WS-BALANCE-FILE-FLAG      PIC X       VALUE "N".
           88  WS-BALANCE-FILE-OPEN              VALUE "Y".

       01  WS-CUSTOMER-TABLE.
           05  WS-CT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CT-IDX
                                                      WS-CT-IDX2.
               10  WS-CT-CUSTOMER-NO       PIC 9(5).
               10  WS-CT-NAME              PIC X(25).
               10  WS-CT-ACTIVE-FLAG       PIC X.
               10  WS-CT-MATCH-KEY         PIC X(25).
               10  WS-CT-BALANCE           PIC S9(7)V99.
               10  WS-CT-STUDENT-FLAG      PIC X.
       01  WS-CUSTOMER-COUNT         PIC 9(4)    VALUE ZERO.
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".

      *> Building a match key: the name is split into words, the
      *> filler words dropped and the rest strung together.
       01  WS-KEY-WORK.
           05  WS-NAME-WORK             PIC X(25).
           05  WS-NAME-WORDS.
               10  WS-NAME-WORD OCCURS 8 TIMES
                                INDEXED BY WS-WORD-IDX
                                         PIC X(25).
           05  WS-MATCH-KEY             PIC X(25).
           05  WS-KEY-POINTER           PIC 99.

       01  WS-REPORT-CONTROLS.
           05  WS-MATCH-TYPE            PIC X(9).
           05  WS-PAIRS-FOUND           PIC 9(5)    VALUE ZERO.
           05  WS-COMBINED-BALANCE      PIC S9(9)V99.
           05  WS-STUDENT-TEXT          PIC X(7).
           05  WS-ACTIVE-TEXT           PIC X(8).

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-BAL==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Duplicate Customer Report ---".
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "No CUSTOMER-MASTER file - nothing to check."
               GOBACK
            END-IF.
            OPEN INPUT AR-BALANCE-FILE.
            IF WS-AR-BALANCE-STATUS = "00"
               MOVE "Y" TO WS-BALANCE-FILE-FLAG
            END-IF.
            PERFORM 1000-LOAD-CUSTOMERS.
            PERFORM 1200-MARK-STUDENT-ACCOUNTS.
            CLOSE CUSTOMER-MASTER-FILE.
            IF WS-BALANCE-FILE-OPEN
               CLOSE AR-BALANCE-FILE
            END-IF.
            IF WS-TABLE-FULL
               DISPLAY "More customers than the table holds (1000) "
                  "- only the first 1000 were compared."
            END-IF.
            PERFORM 2000-OPEN-SPOOL.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CUSTOMER-COUNT
               PERFORM 3000-COMPARE-WITH-LATER
            END-PERFORM.
            PERFORM 4000-PRINT-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

       1000-LOAD-CUSTOMERS.
            MOVE LOW-VALUES TO CU-CUSTOMER-NO.
            START CUSTOMER-MASTER-FILE KEY >= CU-CUSTOMER-NO
               INVALID KEY
                  MOVE "Y" TO WS-CUSTOMER-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-CUSTOMER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-CUSTOMER-EOF-FLAG
                  NOT AT END
                     IF WS-CUSTOMER-COUNT < 1000
                        ADD 1 TO WS-CUSTOMER-COUNT
                        SET WS-CT-IDX TO WS-CUSTOMER-COUNT
                        PERFORM 1100-STORE-CUSTOMER
                     ELSE
                        MOVE "Y" TO WS-TABLE-FULL-FLAG
                     END-IF
               END-READ
            END-PERFORM.

       1100-STORE-CUSTOMER.
            MOVE CU-CUSTOMER-NO TO WS-CT-CUSTOMER-NO(WS-CT-IDX).
            MOVE CU-CUSTOMER-NAME TO WS-CT-NAME(WS-CT-IDX).
            MOVE CU-ACTIVE-FLAG TO WS-CT-ACTIVE-FLAG(WS-CT-IDX).
            MOVE "N" TO WS-CT-STUDENT-FLAG(WS-CT-IDX).
            MOVE ZERO TO WS-CT-BALANCE(WS-CT-IDX).
            IF WS-BALANCE-FILE-OPEN
               MOVE CU-CUSTOMER-NO TO AB-CUSTOMER-NO
               READ AR-BALANCE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE AB-OPEN-BALANCE
                        TO WS-CT-BALANCE(WS-CT-IDX)
               END-READ
            END-IF.
            PERFORM 1150-BUILD-MATCH-KEY.
            MOVE WS-MATCH-KEY TO WS-CT-MATCH-KEY(WS-CT-IDX).

       1150-BUILD-MATCH-KEY.
            MOVE CU-CUSTOMER-NAME TO WS-NAME-WORK.
            INSPECT WS-NAME-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WS-NAME-WORK CONVERTING ".,&-'/()"
               TO "        ".
            MOVE SPACES TO WS-NAME-WORDS.
            UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD(1) WS-NAME-WORD(2) WS-NAME-WORD(3)
                    WS-NAME-WORD(4) WS-NAME-WORD(5) WS-NAME-WORD(6)
                    WS-NAME-WORD(7) WS-NAME-WORD(8)
            END-UNSTRING.
            MOVE SPACES TO WS-MATCH-KEY.
            MOVE 1 TO WS-KEY-POINTER.
            PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
               UNTIL WS-WORD-IDX > 8
               EVALUATE WS-NAME-WORD(WS-WORD-IDX)
                  WHEN SPACES
                  WHEN "THE"
                  WHEN "CO"
                  WHEN "COMPANY"
                  WHEN "LTD"
                  WHEN "LIMITED"
                  WHEN "INC"
                  WHEN "PLC"
                  WHEN "CORP"
                  WHEN "PART"
                  WHEN "SHOP"
                     CONTINUE
                  WHEN OTHER
                     IF WS-KEY-POINTER <= 25
                        STRING WS-NAME-WORD(WS-WORD-IDX)
                           DELIMITED BY SPACE
                           INTO WS-MATCH-KEY
                           WITH POINTER WS-KEY-POINTER
                        END-STRING
                     END-IF
               END-EVALUATE
            END-PERFORM.

      *> A customer the tuition run opened for a student.
       1200-MARK-STUDENT-ACCOUNTS.
            OPEN INPUT STUDENT-CUSTOMER-FILE.
            IF WS-STUDENT-CUSTOMER-STATUS NOT = "00"
               MOVE "Y" TO WS-STUDENT-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO SX-USERNAME
               START STUDENT-CUSTOMER-FILE KEY >= SX-USERNAME
                  INVALID KEY
                     MOVE "Y" TO WS-STUDENT-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-STUDENT-EOF
               READ STUDENT-CUSTOMER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-STUDENT-EOF-FLAG
                  NOT AT END
                     SET WS-CT-IDX TO 1
                     SEARCH WS-CT-ENTRY
                        AT END
                           CONTINUE
                        WHEN WS-CT-IDX > WS-CUSTOMER-COUNT
                           CONTINUE
                        WHEN WS-CT-CUSTOMER-NO(WS-CT-IDX) =
                              SX-CUSTOMER-NO
                           MOVE "Y" TO WS-CT-STUDENT-FLAG(WS-CT-IDX)
                     END-SEARCH
               END-READ
            END-PERFORM.
            IF WS-STUDENT-CUSTOMER-STATUS = "00"
               CLOSE STUDENT-CUSTOMER-FILE
            END-IF.

       2000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "CUSTDUP" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
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
            MOVE "LIKELY DUPLICATE CUSTOMERS" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "MATCH     CUST#  NAME                     "
               "  OPEN BALANCE STATUS"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Each customer is compared with every later one; a pair is
      *> printed as the first customer's line, the match's line
      *> under it, and what the two owe together.
       3000-COMPARE-WITH-LATER.
            IF WS-CT-MATCH-KEY(WS-CT-IDX) NOT = SPACES
               PERFORM VARYING WS-CT-IDX2 FROM WS-CT-IDX BY 1
                  UNTIL WS-CT-IDX2 > WS-CUSTOMER-COUNT
                  IF WS-CT-IDX2 NOT = WS-CT-IDX
                     MOVE SPACES TO WS-MATCH-TYPE
                     IF WS-CT-MATCH-KEY(WS-CT-IDX2) =
                           WS-CT-MATCH-KEY(WS-CT-IDX)
                        MOVE "SAME NAME" TO WS-MATCH-TYPE
                     ELSE
                        IF WS-CT-MATCH-KEY(WS-CT-IDX)(8:1)
                              NOT = SPACE AND
                              WS-CT-MATCH-KEY(WS-CT-IDX2)(1:8) =
                              WS-CT-MATCH-KEY(WS-CT-IDX)(1:8)
                           MOVE "SIMILAR" TO WS-MATCH-TYPE
                        END-IF
                     END-IF
                     IF WS-MATCH-TYPE NOT = SPACES
                        PERFORM 3100-PRINT-PAIR
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.

       3100-PRINT-PAIR.
            ADD 1 TO WS-PAIRS-FOUND.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 3200-PRINT-ONE-CUSTOMER.
            COMPUTE WS-COMBINED-BALANCE = WS-CT-BALANCE(WS-CT-IDX)
               + WS-CT-BALANCE(WS-CT-IDX2).
            MOVE WS-CT-BALANCE(WS-CT-IDX2) TO WS-BAL-EDIT-MINUS.
            PERFORM 3400-SET-MATCH-STATUS-TEXT.
            MOVE SPACES TO PRINT-LINE.
            STRING "          " WS-CT-CUSTOMER-NO(WS-CT-IDX2) "  "
               WS-CT-NAME(WS-CT-IDX2) " " WS-BAL-EDIT-MINUS " "
               WS-ACTIVE-TEXT WS-STUDENT-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-COMBINED-BALANCE TO WS-BAL-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "          OWED BETWEEN THEM:            "
               WS-BAL-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3200-PRINT-ONE-CUSTOMER.
            MOVE WS-CT-BALANCE(WS-CT-IDX) TO WS-BAL-EDIT-MINUS.
            PERFORM 3300-SET-STATUS-TEXT.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-MATCH-TYPE " " WS-CT-CUSTOMER-NO(WS-CT-IDX) "  "
               WS-CT-NAME(WS-CT-IDX) " " WS-BAL-EDIT-MINUS " "
               WS-ACTIVE-TEXT WS-STUDENT-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3300-SET-STATUS-TEXT.
            MOVE SPACES TO WS-STUDENT-TEXT.
            IF WS-CT-STUDENT-FLAG(WS-CT-IDX) = "Y"
               MOVE "STUDENT" TO WS-STUDENT-TEXT
            END-IF.
            MOVE "ACTIVE  " TO WS-ACTIVE-TEXT.
            IF WS-CT-ACTIVE-FLAG(WS-CT-IDX) = "I"
               MOVE "INACTIVE" TO WS-ACTIVE-TEXT
            END-IF.

       3400-SET-MATCH-STATUS-TEXT.
            MOVE SPACES TO WS-STUDENT-TEXT.
            IF WS-CT-STUDENT-FLAG(WS-CT-IDX2) = "Y"
               MOVE "STUDENT" TO WS-STUDENT-TEXT
            END-IF.
            MOVE "ACTIVE  " TO WS-ACTIVE-TEXT.
            IF WS-CT-ACTIVE-FLAG(WS-CT-IDX2) = "I"
               MOVE "INACTIVE" TO WS-ACTIVE-TEXT
            END-IF.

       4000-PRINT-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CUSTOMERS COMPARED: " WS-CUSTOMER-COUNT
               "   LIKELY DUPLICATE PAIRS: " WS-PAIRS-FOUND
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM DUPLICATE-CUSTOMER-REPORT.
