      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Loyalty member points statement - one block per
      *          member with points to spend: the balance, each
      *          monthly lot still holding points with the month it
      *          expires, and the points that will expire within the
      *          next three months, so members can be told before
      *          they lose them. Runs unattended from the job stream
      *          on the first of the month, after the expiry run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-STATEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-MEMBER-FILE ASSIGN TO "LOYALTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-CARD-NUMBER
               FILE STATUS IS WS-LOYALTY-MEMBER-STATUS.
           SELECT POINTS-LOT-FILE ASSIGN TO "PTSLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-LOT-KEY
               FILE STATUS IS WS-POINTS-LOT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOYALTY-MEMBER-FILE.
       COPY LOYALTY.

       FD  POINTS-LOT-FILE.
       COPY PTSLOT.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOYALTY-MEMBER-STATUS  PIC XX.
       01  WS-POINTS-LOT-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-MEMBER-EOF-FLAG        PIC X       VALUE "N".
           88  WS-MEMBER-EOF                     VALUE "Y".
       01  WS-LOT-EOF-FLAG           PIC X.
           88  WS-LOT-EOF                        VALUE "Y".

      *> "Soon" is any lot expiring in the next three months.
       01  WS-STATEMENT-FIELDS.
           05  WS-TODAY-DATE.
               10  WS-TODAY-YYYY            PIC 9(4).
               10  WS-TODAY-MM              PIC 99.
               10  WS-TODAY-DD              PIC 99.
           05  WS-SOON-WINDOW-MONTHS    PIC 9       VALUE 3.
           05  WS-MONTH-COUNT           PIC 9(6).
           05  WS-SOON-YEAR             PIC 9(4).
           05  WS-SOON-MM               PIC 99.
           05  WS-SOON-MONTH            PIC 9(6).
           05  WS-LOT-POINTS-LEFT       PIC 9(7).
           05  WS-EXPIRING-SOON         PIC 9(7).
           05  WS-SOON-MARK             PIC X(14).
           05  WS-STATEMENTS            PIC 9(5)    VALUE ZERO.
       01  WS-BALANCE-VALUE          PIC 9(7)V99.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.
       COPY POINTPRM.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Loyalty Points Statements ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-MONTH-COUNT = WS-TODAY-YYYY * 12
               + WS-TODAY-MM - 1 + WS-SOON-WINDOW-MONTHS.
            DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-SOON-YEAR
               REMAINDER WS-SOON-MM.
            ADD 1 TO WS-SOON-MM.
            MOVE WS-SOON-YEAR TO WS-SOON-MONTH(1:4).
            MOVE WS-SOON-MM TO WS-SOON-MONTH(5:2).
            OPEN INPUT LOYALTY-MEMBER-FILE.
            IF WS-LOYALTY-MEMBER-STATUS NOT = "00"
               DISPLAY "No LOYALTY file - no statements to print."
               GOBACK
            END-IF.
            OPEN INPUT POINTS-LOT-FILE.
            PERFORM 1000-OPEN-REPORT.
            MOVE LOW-VALUES TO LY-CARD-NUMBER.
            START LOYALTY-MEMBER-FILE KEY >= LY-CARD-NUMBER
               INVALID KEY
                  MOVE "Y" TO WS-MEMBER-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-MEMBER-EOF
               READ LOYALTY-MEMBER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-MEMBER-EOF-FLAG
                  NOT AT END
                     IF LY-POINTS-BALANCE > ZERO
                        PERFORM 2000-PRINT-ONE-STATEMENT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE LOYALTY-MEMBER-FILE.
            IF WS-POINTS-LOT-STATUS = "00"
               CLOSE POINTS-LOT-FILE
            END-IF.
            PERFORM 3000-CLOSE-REPORT.
            GOBACK.

       1000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "PTSSTMT" TO SP-REPORT-TYPE.
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

       2000-PRINT-ONE-STATEMENT.
            ADD 1 TO WS-STATEMENTS.
            MOVE ZERO TO WS-EXPIRING-SOON.
            COMPUTE WS-BALANCE-VALUE =
               LY-POINTS-BALANCE / PN-POINTS-PER-BAHT.
            MOVE WS-BALANCE-VALUE TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            STRING "POINTS STATEMENT  CARD " LY-CARD-NUMBER
               "  " LY-MEMBER-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "BALANCE " LY-POINTS-BALANCE
               " POINTS  WORTH " WS-AMT-EDIT-ZERO-SUPPRESS " BAHT"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "  EARNED   POINTS LEFT  EXPIRES" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-POINTS-LOT-STATUS = "00"
               MOVE "N" TO WS-LOT-EOF-FLAG
               MOVE LY-CARD-NUMBER TO LP-CARD-NUMBER
               MOVE ZERO TO LP-EARNED-MONTH
               START POINTS-LOT-FILE KEY >= LP-LOT-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LOT-EOF-FLAG
               END-START
               PERFORM UNTIL WS-LOT-EOF
                  READ POINTS-LOT-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-LOT-EOF-FLAG
                     NOT AT END
                        IF LP-CARD-NUMBER NOT = LY-CARD-NUMBER
                           MOVE "Y" TO WS-LOT-EOF-FLAG
                        ELSE
                           PERFORM 2100-PRINT-ONE-LOT
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            STRING "EXPIRING BY " WS-SOON-MONTH ": "
               WS-EXPIRING-SOON " POINTS"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2100-PRINT-ONE-LOT.
            COMPUTE WS-LOT-POINTS-LEFT = LP-POINTS-EARNED
               - LP-POINTS-REDEEMED - LP-POINTS-EXPIRED.
            IF WS-LOT-POINTS-LEFT > ZERO
               MOVE SPACES TO WS-SOON-MARK
               IF LP-EXPIRES-MONTH <= WS-SOON-MONTH
                  ADD WS-LOT-POINTS-LEFT TO WS-EXPIRING-SOON
                  MOVE "EXPIRING SOON" TO WS-SOON-MARK
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING "  " LP-EARNED-MONTH "   " WS-LOT-POINTS-LEFT
                  "      " LP-EXPIRES-MONTH "  " WS-SOON-MARK
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       3000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            STRING "STATEMENTS PRINTED " WS-STATEMENTS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
       END PROGRAM POINTS-STATEMENT.
