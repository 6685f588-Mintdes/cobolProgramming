      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Monthly loyalty points expiry and points liability -
      *          walks every member's monthly points lots (PTSLOT)
      *          and expires whatever is left of a lot once its
      *          expiry month has come, taking it off the member's
      *          balance. A balance carried from before the lots
      *          were kept gets an opening lot in the current month
      *          so it ages like any other. The points still owed
      *          are then carried as deferred revenue in LOYALTY
      *          POINTS LIABILITY 2600 at the redemption rate: the
      *          run journals whatever the lots show that the
      *          journal has not yet taken - points earned (Dr SALES
      *          4000), points redeemed for vends (Cr SALES 4000)
      *          and points expired (Cr POINTS BREAKAGE 4900) - so a
      *          re-run posts nothing twice. Runs unattended from the
      *          job stream on the first of the month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-EXPIRY-RUN.
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
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-CHECK-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-CHECK-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOYALTY-MEMBER-FILE.
       COPY LOYALTY.

       FD  POINTS-LOT-FILE.
       COPY PTSLOT.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  JOURNAL-CHECK-FILE.
       01  JOURNAL-CHECK-RECORD.
           05  JC-RECORD-TYPE          PIC X.
           05  JC-DETAIL.
               10  JC-ENTRY-DATE           PIC 9(8).
               10  JC-DEBIT-ACCOUNT        PIC 9(4).
               10  JC-CREDIT-ACCOUNT       PIC 9(4).
               10  JC-AMOUNT               PIC 9(7)V99.
               10  JC-SOURCE               PIC X(10).
               10  JC-SOURCE-DATE          PIC 9(8).

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOYALTY-MEMBER-STATUS  PIC XX.
       01  WS-POINTS-LOT-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-JOURNAL-CHECK-STATUS   PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-MEMBER-EOF-FLAG        PIC X       VALUE "N".
           88  WS-MEMBER-EOF                     VALUE "Y".
       01  WS-LOT-EOF-FLAG           PIC X.
           88  WS-LOT-EOF                        VALUE "Y".
       01  WS-CHECK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHECK-EOF                      VALUE "Y".

       01  WS-EXPIRY-CONTROLS.
           05  WS-TODAY-DATE.
               10  WS-TODAY-YYYYMM.
                   15  WS-TODAY-YYYY            PIC 9(4).
                   15  WS-TODAY-MM              PIC 99.
               10  WS-TODAY-DD              PIC 99.
           05  WS-TODAY-NUMERIC REDEFINES WS-TODAY-DATE
                                        PIC 9(8).
           05  WS-EXPIRY-MONTH-COUNT    PIC 9(6).
           05  WS-EXPIRES-YEAR          PIC 9(4).
           05  WS-EXPIRES-MM            PIC 99.
           05  WS-OPENING-EXPIRES       PIC 9(6).
           05  WS-LOT-POINTS-LEFT       PIC 9(7).
           05  WS-MEMBER-LOTS-LEFT      PIC 9(8).
           05  WS-OPENING-POINTS        PIC 9(7).
           05  WS-MEMBERS-READ          PIC 9(5)    VALUE ZERO.
           05  WS-LOTS-EXPIRED          PIC 9(5)    VALUE ZERO.
           05  WS-OPENING-LOTS          PIC 9(5)    VALUE ZERO.
           05  WS-MISMATCHES            PIC 9(5)    VALUE ZERO.
           05  WS-POINTS-EXPIRED-NOW    PIC 9(9)    VALUE ZERO.

      *> Points across every lot since the lots were first kept,
      *> against what the journal has already taken for each kind.
       01  WS-LIABILITY-FIELDS.
           05  WS-TOTAL-EARNED          PIC 9(9)    VALUE ZERO.
           05  WS-TOTAL-REDEEMED        PIC 9(9)    VALUE ZERO.
           05  WS-TOTAL-EXPIRED         PIC 9(9)    VALUE ZERO.
           05  WS-POINTS-OUTSTANDING    PIC S9(9)   VALUE ZERO.
           05  WS-VALUE-EARNED          PIC 9(7)V99.
           05  WS-VALUE-REDEEMED        PIC 9(7)V99.
           05  WS-VALUE-EXPIRED         PIC 9(7)V99.
           05  WS-BOOKED-EARNED         PIC 9(7)V99 VALUE ZERO.
           05  WS-BOOKED-REDEEMED       PIC 9(7)V99 VALUE ZERO.
           05  WS-BOOKED-EXPIRED        PIC 9(7)V99 VALUE ZERO.
           05  WS-LIABILITY-VALUE       PIC S9(7)V99.
           05  WS-LEG-AMOUNT            PIC S9(7)V99.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.
       COPY POINTPRM.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Loyalty Points Expiry ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN I-O LOYALTY-MEMBER-FILE.
            IF WS-LOYALTY-MEMBER-STATUS NOT = "00"
               DISPLAY "No LOYALTY file - nothing to expire."
               GOBACK
            END-IF.
            OPEN I-O POINTS-LOT-FILE.
            IF WS-POINTS-LOT-STATUS = "35"
               OPEN OUTPUT POINTS-LOT-FILE
               CLOSE POINTS-LOT-FILE
               OPEN I-O POINTS-LOT-FILE
            END-IF.
            PERFORM 1000-LOAD-BOOKED-LIABILITY.
            PERFORM 1100-SET-OPENING-EXPIRY.
            PERFORM 2000-OPEN-REPORT.
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
                     ADD 1 TO WS-MEMBERS-READ
                     PERFORM 3000-AGE-ONE-MEMBER
               END-READ
            END-PERFORM.
            CLOSE LOYALTY-MEMBER-FILE.
            CLOSE POINTS-LOT-FILE.
            PERFORM 4000-JOURNAL-LIABILITY.
            PERFORM 5000-CLOSE-REPORT.
            GOBACK.

       1000-LOAD-BOOKED-LIABILITY.
            OPEN INPUT JOURNAL-CHECK-FILE.
            IF WS-JOURNAL-CHECK-STATUS = "00"
               PERFORM UNTIL WS-CHECK-EOF
                  READ JOURNAL-CHECK-FILE
                     AT END
                        MOVE "Y" TO WS-CHECK-EOF-FLAG
                     NOT AT END
                        IF JC-RECORD-TYPE = "D"
                           EVALUATE JC-SOURCE
                              WHEN "PTSEARN"
                                 ADD JC-AMOUNT TO WS-BOOKED-EARNED
                              WHEN "PTSREDEEM"
                                 ADD JC-AMOUNT TO WS-BOOKED-REDEEMED
                              WHEN "PTSEXPIRE"
                                 ADD JC-AMOUNT TO WS-BOOKED-EXPIRED
                           END-EVALUATE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE JOURNAL-CHECK-FILE
            END-IF.

      *> An opening lot is dated this month and gets the usual
      *> expiry, so a carried-in balance has the full term to spend.
       1100-SET-OPENING-EXPIRY.
            COMPUTE WS-EXPIRY-MONTH-COUNT =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1
               + PN-EXPIRY-MONTHS.
            DIVIDE WS-EXPIRY-MONTH-COUNT BY 12
               GIVING WS-EXPIRES-YEAR
               REMAINDER WS-EXPIRES-MM.
            ADD 1 TO WS-EXPIRES-MM.
            MOVE WS-EXPIRES-YEAR TO WS-OPENING-EXPIRES(1:4).
            MOVE WS-EXPIRES-MM TO WS-OPENING-EXPIRES(5:2).

       2000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "PTSEXPIR" TO SP-REPORT-TYPE.
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
            MOVE "LOYALTY POINTS EXPIRY" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CARD       MEMBER               EARNED  "
               " POINTS  ACTION"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3000-AGE-ONE-MEMBER.
            MOVE ZERO TO WS-MEMBER-LOTS-LEFT.
            MOVE "N" TO WS-LOT-EOF-FLAG.
            MOVE LY-CARD-NUMBER TO LP-CARD-NUMBER.
            MOVE ZERO TO LP-EARNED-MONTH.
            START POINTS-LOT-FILE KEY >= LP-LOT-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LOT-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LOT-EOF
               READ POINTS-LOT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LOT-EOF-FLAG
                  NOT AT END
                     IF LP-CARD-NUMBER NOT = LY-CARD-NUMBER
                        MOVE "Y" TO WS-LOT-EOF-FLAG
                     ELSE
                        PERFORM 3100-AGE-ONE-LOT
                     END-IF
               END-READ
            END-PERFORM.
            IF LY-POINTS-BALANCE > WS-MEMBER-LOTS-LEFT
               PERFORM 3200-OPEN-CARRIED-LOT
            ELSE
               IF LY-POINTS-BALANCE < WS-MEMBER-LOTS-LEFT
                  ADD 1 TO WS-MISMATCHES
                  MOVE SPACES TO PRINT-LINE
                  STRING LY-CARD-NUMBER " " LY-MEMBER-NAME
                     " BALANCE " LY-POINTS-BALANCE
                     " BELOW LOTS " WS-MEMBER-LOTS-LEFT
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
            END-IF.
            REWRITE LOYALTY-MEMBER-RECORD.

       3100-AGE-ONE-LOT.
            COMPUTE WS-LOT-POINTS-LEFT = LP-POINTS-EARNED
               - LP-POINTS-REDEEMED - LP-POINTS-EXPIRED.
            IF WS-LOT-POINTS-LEFT > ZERO AND
                  LP-EXPIRES-MONTH <= WS-TODAY-YYYYMM
               ADD WS-LOT-POINTS-LEFT TO LP-POINTS-EXPIRED
               MOVE WS-TODAY-NUMERIC TO LP-EXPIRED-DATE
               REWRITE POINTS-LOT-RECORD
               IF LY-POINTS-BALANCE > WS-LOT-POINTS-LEFT
                  SUBTRACT WS-LOT-POINTS-LEFT FROM LY-POINTS-BALANCE
               ELSE
                  MOVE ZERO TO LY-POINTS-BALANCE
               END-IF
               ADD 1 TO WS-LOTS-EXPIRED
               ADD WS-LOT-POINTS-LEFT TO WS-POINTS-EXPIRED-NOW
               MOVE SPACES TO PRINT-LINE
               STRING LY-CARD-NUMBER " " LY-MEMBER-NAME " "
                  LP-EARNED-MONTH " " WS-LOT-POINTS-LEFT
                  "  EXPIRED"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               MOVE ZERO TO WS-LOT-POINTS-LEFT
            END-IF.
            ADD WS-LOT-POINTS-LEFT TO WS-MEMBER-LOTS-LEFT.
            ADD LP-POINTS-EARNED TO WS-TOTAL-EARNED.
            ADD LP-POINTS-REDEEMED TO WS-TOTAL-REDEEMED.
            ADD LP-POINTS-EXPIRED TO WS-TOTAL-EXPIRED.

       3200-OPEN-CARRIED-LOT.
            COMPUTE WS-OPENING-POINTS =
               LY-POINTS-BALANCE - WS-MEMBER-LOTS-LEFT.
            MOVE LY-CARD-NUMBER TO LP-CARD-NUMBER.
            MOVE WS-TODAY-YYYYMM TO LP-EARNED-MONTH.
            READ POINTS-LOT-FILE
               INVALID KEY
                  MOVE WS-OPENING-EXPIRES TO LP-EXPIRES-MONTH
                  MOVE WS-OPENING-POINTS TO LP-POINTS-EARNED
                  MOVE ZERO TO LP-POINTS-REDEEMED
                  MOVE ZERO TO LP-POINTS-EXPIRED
                  MOVE ZERO TO LP-EXPIRED-DATE
                  WRITE POINTS-LOT-RECORD
               NOT INVALID KEY
                  ADD WS-OPENING-POINTS TO LP-POINTS-EARNED
                  REWRITE POINTS-LOT-RECORD
            END-READ.
            ADD WS-OPENING-POINTS TO WS-TOTAL-EARNED.
            ADD 1 TO WS-OPENING-LOTS.
            MOVE SPACES TO PRINT-LINE.
            STRING LY-CARD-NUMBER " " LY-MEMBER-NAME " "
               WS-TODAY-YYYYMM " " WS-OPENING-POINTS
               "  CARRIED-IN LOT OPENED"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Each kind is valued cumulatively at the redemption rate and
      *> only the part the journal has not yet taken is posted.
       4000-JOURNAL-LIABILITY.
            COMPUTE WS-VALUE-EARNED ROUNDED =
               WS-TOTAL-EARNED / PN-POINTS-PER-BAHT.
            COMPUTE WS-VALUE-REDEEMED ROUNDED =
               WS-TOTAL-REDEEMED / PN-POINTS-PER-BAHT.
            COMPUTE WS-VALUE-EXPIRED ROUNDED =
               WS-TOTAL-EXPIRED / PN-POINTS-PER-BAHT.
            PERFORM 4100-ENSURE-ACCOUNTS-EXIST.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            COMPUTE WS-LEG-AMOUNT = WS-VALUE-EARNED - WS-BOOKED-EARNED.
            IF WS-LEG-AMOUNT > ZERO
               MOVE 4000 TO JE-DEBIT-ACCOUNT
               MOVE 2600 TO JE-CREDIT-ACCOUNT
               MOVE "PTSEARN" TO JE-SOURCE
               PERFORM 4200-WRITE-JOURNAL-LEG
            END-IF.
            COMPUTE WS-LEG-AMOUNT =
               WS-VALUE-REDEEMED - WS-BOOKED-REDEEMED.
            IF WS-LEG-AMOUNT > ZERO
               MOVE 2600 TO JE-DEBIT-ACCOUNT
               MOVE 4000 TO JE-CREDIT-ACCOUNT
               MOVE "PTSREDEEM" TO JE-SOURCE
               PERFORM 4200-WRITE-JOURNAL-LEG
            END-IF.
            COMPUTE WS-LEG-AMOUNT =
               WS-VALUE-EXPIRED - WS-BOOKED-EXPIRED.
            IF WS-LEG-AMOUNT > ZERO
               MOVE 2600 TO JE-DEBIT-ACCOUNT
               MOVE 4900 TO JE-CREDIT-ACCOUNT
               MOVE "PTSEXPIRE" TO JE-SOURCE
               PERFORM 4200-WRITE-JOURNAL-LEG
            END-IF.
            CLOSE JOURNAL-FILE.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the liability and breakage accounts are written as
      *> zero-balance rows the first time they are needed.
       4100-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 2600 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 2600 TO CA-ACCOUNT-NO
                     MOVE "LOYALTY POINTS LIAB" TO CA-ACCOUNT-NAME
                     MOVE "L" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 4900 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 4900 TO CA-ACCOUNT-NO
                     MOVE "POINTS BREAKAGE" TO CA-ACCOUNT-NAME
                     MOVE "R" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       4200-WRITE-JOURNAL-LEG.
            MOVE "D" TO JE-RECORD-TYPE.
            MOVE WS-TODAY-NUMERIC TO JE-ENTRY-DATE.
            MOVE WS-LEG-AMOUNT TO JE-AMOUNT.
            MOVE WS-TODAY-NUMERIC TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            MOVE WS-LEG-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "JOURNALED " JE-SOURCE " DR " JE-DEBIT-ACCOUNT
               " CR " JE-CREDIT-ACCOUNT " " WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       5000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            STRING "MEMBERS " WS-MEMBERS-READ
               "  LOTS EXPIRED " WS-LOTS-EXPIRED
               "  POINTS EXPIRED " WS-POINTS-EXPIRED-NOW
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CARRIED-IN LOTS " WS-OPENING-LOTS
               "  BALANCE BELOW LOTS " WS-MISMATCHES
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            COMPUTE WS-POINTS-OUTSTANDING = WS-TOTAL-EARNED
               - WS-TOTAL-REDEEMED - WS-TOTAL-EXPIRED.
            COMPUTE WS-LIABILITY-VALUE = WS-VALUE-EARNED
               - WS-VALUE-REDEEMED - WS-VALUE-EXPIRED.
            MOVE WS-LIABILITY-VALUE TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "POINTS OUTSTANDING " WS-POINTS-OUTSTANDING
               "  LIABILITY 2600 " WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME
               " - run GL-POST to apply the journal.".
       END PROGRAM POINTS-EXPIRY-RUN.
