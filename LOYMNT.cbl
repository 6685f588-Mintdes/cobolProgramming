      *          corrects the punch-card members the vending machine
      *          accrues points for. Points normally only move
      *          through the sale path; the balance can be set here
      *          for the odd goodwill adjustment, which moves the
      *          member's monthly points lots the way a sale does (a
      *          rise is earned this month, a cut spends the oldest
      *          lots first) so the expiry run and the points
      *          liability stay in step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-CARD-NUMBER
               FILE STATUS IS WS-LOYALTY-MEMBER-STATUS.
           SELECT POINTS-LOT-FILE ASSIGN TO "PTSLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-LOT-KEY
               FILE STATUS IS WS-POINTS-LOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOYALTY-MEMBER-FILE.
       COPY LOYALTY.

       FD  POINTS-LOT-FILE.
       COPY PTSLOT.

       WORKING-STORAGE SECTION.
       01  WS-LOYALTY-MEMBER-STATUS  PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-CARD-INPUT            PIC X(10).
       01  WS-POINTS-LOT-STATUS      PIC XX.
       01  WS-LOT-EOF-FLAG           PIC X.
           88  WS-LOT-EOF                        VALUE "Y".
       01  WS-ADJUST-FIELDS.
           05  WS-OLD-BALANCE           PIC 9(7).
           05  WS-ADJUST-POINTS         PIC 9(7).
           05  WS-LOT-POINTS-LEFT       PIC 9(7).
           05  WS-LOT-TODAY-DATE.
               10  WS-LOT-TODAY-YYYY        PIC 9(4).
               10  WS-LOT-TODAY-MM          PIC 99.
               10  WS-LOT-TODAY-DD          PIC 99.
           05  WS-LOT-MONTH-COUNT       PIC 9(6).
           05  WS-LOT-EXPIRES-YEAR      PIC 9(4).
           05  WS-LOT-EXPIRES-MM        PIC 99.
       COPY POINTPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-EVALUATE
            END-PERFORM.
            CLOSE LOYALTY-MEMBER-FILE.
            CLOSE POINTS-LOT-FILE.
            GOBACK.

       1000-OPEN-MEMBER-FILE.
               CLOSE LOYALTY-MEMBER-FILE
               OPEN I-O LOYALTY-MEMBER-FILE
            END-IF.
            OPEN I-O POINTS-LOT-FILE.
            IF WS-POINTS-LOT-STATUS = "35"
               OPEN OUTPUT POINTS-LOT-FILE
               CLOSE POINTS-LOT-FILE
               OPEN I-O POINTS-LOT-FILE
            END-IF.

       2000-LIST-MEMBERS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
                  NOT INVALID KEY
                     DISPLAY "Member: " LY-MEMBER-NAME
                        "  points " LY-POINTS-BALANCE
                     MOVE LY-POINTS-BALANCE TO WS-OLD-BALANCE
                     DISPLAY "New points balance (ENTER digits): "
                     ACCEPT LY-POINTS-BALANCE
                     PERFORM 3100-ADJUST-POINTS-LOTS
                     REWRITE LOYALTY-MEMBER-RECORD
                     DISPLAY "Member updated."
               END-READ
            END-IF.

       3100-ADJUST-POINTS-LOTS.
            IF LY-POINTS-BALANCE > WS-OLD-BALANCE
               COMPUTE WS-ADJUST-POINTS =
                  LY-POINTS-BALANCE - WS-OLD-BALANCE
               PERFORM 3200-ADD-TO-MONTH-LOT
            ELSE
               IF LY-POINTS-BALANCE < WS-OLD-BALANCE
                  COMPUTE WS-ADJUST-POINTS =
                     WS-OLD-BALANCE - LY-POINTS-BALANCE
                  PERFORM 3300-SPEND-OLDEST-LOTS
               END-IF
            END-IF.

       3200-ADD-TO-MONTH-LOT.
            ACCEPT WS-LOT-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE LY-CARD-NUMBER TO LP-CARD-NUMBER.
            MOVE WS-LOT-TODAY-DATE(1:6) TO LP-EARNED-MONTH.
            READ POINTS-LOT-FILE
               INVALID KEY
                  COMPUTE WS-LOT-MONTH-COUNT =
                     WS-LOT-TODAY-YYYY * 12 + WS-LOT-TODAY-MM - 1
                     + PN-EXPIRY-MONTHS
                  DIVIDE WS-LOT-MONTH-COUNT BY 12
                     GIVING WS-LOT-EXPIRES-YEAR
                     REMAINDER WS-LOT-EXPIRES-MM
                  ADD 1 TO WS-LOT-EXPIRES-MM
                  MOVE WS-LOT-EXPIRES-YEAR TO LP-EXPIRES-MONTH(1:4)
                  MOVE WS-LOT-EXPIRES-MM TO LP-EXPIRES-MONTH(5:2)
                  MOVE WS-ADJUST-POINTS TO LP-POINTS-EARNED
                  MOVE ZERO TO LP-POINTS-REDEEMED
                  MOVE ZERO TO LP-POINTS-EXPIRED
                  MOVE ZERO TO LP-EXPIRED-DATE
                  WRITE POINTS-LOT-RECORD
               NOT INVALID KEY
                  ADD WS-ADJUST-POINTS TO LP-POINTS-EARNED
                  REWRITE POINTS-LOT-RECORD
            END-READ.

       3300-SPEND-OLDEST-LOTS.
            MOVE "N" TO WS-LOT-EOF-FLAG.
            MOVE LY-CARD-NUMBER TO LP-CARD-NUMBER.
            MOVE ZERO TO LP-EARNED-MONTH.
            START POINTS-LOT-FILE KEY >= LP-LOT-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LOT-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LOT-EOF OR WS-ADJUST-POINTS = ZERO
               READ POINTS-LOT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LOT-EOF-FLAG
                  NOT AT END
                     IF LP-CARD-NUMBER NOT = LY-CARD-NUMBER
                        MOVE "Y" TO WS-LOT-EOF-FLAG
                     ELSE
                        PERFORM 3310-SPEND-FROM-ONE-LOT
                     END-IF
               END-READ
            END-PERFORM.

       3310-SPEND-FROM-ONE-LOT.
            COMPUTE WS-LOT-POINTS-LEFT = LP-POINTS-EARNED
               - LP-POINTS-REDEEMED - LP-POINTS-EXPIRED.
            IF WS-LOT-POINTS-LEFT > ZERO
               IF WS-LOT-POINTS-LEFT > WS-ADJUST-POINTS
                  MOVE WS-ADJUST-POINTS TO WS-LOT-POINTS-LEFT
               END-IF
               ADD WS-LOT-POINTS-LEFT TO LP-POINTS-REDEEMED
               SUBTRACT WS-LOT-POINTS-LEFT FROM WS-ADJUST-POINTS
               REWRITE POINTS-LOT-RECORD
            END-IF.
       END PROGRAM LOYALTY-MAINT.
