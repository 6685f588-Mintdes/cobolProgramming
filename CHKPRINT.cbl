      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Check print - puts the checks the payment runs have
      *          written to the register onto pre-printed check stock
      *          for one BANK-ACCOUNT, one check to a form: date,
      *          payee, the amount with asterisk protection and again
      *          in words (AMOUNT-IN-WORDS), and the remittance stub
      *          below listing the vouchers the check pays. Takes
      *          every check still awaiting print or a number range of
      *          them. A check number goes on paper once only: the
      *          alignment test pages are printed on real check
      *          numbers, and a spoiled check is reprinted the same
      *          way - the old number is voided on the register and
      *          the check issued again under the account's next
      *          number, remembering the number it was first issued
      *          under so its vouchers still tie to it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-TRANSACTIONS-FILE ASSIGN TO "CHECKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-TRANS-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT APPROVED-VOUCHER-FILE ASSIGN TO "VOUCHER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-VOUCHER-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-TRANSACTIONS-FILE.
       COPY CHECKTXN.

       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  APPROVED-VOUCHER-FILE.
       COPY VOUCHER.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHECK-TRANS-STATUS     PIC XX.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-APPROVED-VOUCHER-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-CHECK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHECK-EOF                      VALUE "Y".
       01  WS-BANK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-BANK-EOF                       VALUE "Y".
       01  WS-VOUCHER-EOF-FLAG       PIC X       VALUE "N".
           88  WS-VOUCHER-EOF                    VALUE "Y".
       01  WS-PRIMARY-BANK-ID        PIC X(2)    VALUE SPACES.

       01  WS-CHECK-TABLE.
           05  WS-CHK-ENTRY OCCURS 500 TIMES INDEXED BY WS-CHK-IDX
                                                        WS-NEW-IDX.
               10  WS-CHK-NUM              PIC 9(4).
               10  WS-CHK-PAYEE            PIC X(20).
               10  WS-CHK-TYPE             PIC X.
               10  WS-CHK-AMOUNT           PIC 9(4)V99.
               10  WS-CHK-CLEARED          PIC X.
               10  WS-CHK-VOID             PIC X.
               10  WS-CHK-VOID-REASON      PIC X(10).
               10  WS-CHK-BANK-ID          PIC X(2).
               10  WS-CHK-PRINT            PIC X.
               10  WS-CHK-ORIGINAL         PIC 9(4).
               10  WS-CHK-SELECTED         PIC X.
       01  WS-CHECK-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".

       01  WS-PRINT-CONTROLS.
           05  WS-PRINT-BANK-ID         PIC X(2)    VALUE SPACES.
           05  WS-PRINT-BANK-NAME       PIC X(20)   VALUE SPACES.
           05  WS-BANK-OK-FLAG          PIC X       VALUE "N".
               88  WS-BANK-OK                     VALUE "Y".
           05  WS-NEXT-CHECK-NUM        PIC 9(4).
           05  WS-RUN-TYPE              PIC X       VALUE SPACE.
               88  WS-PRINT-AWAITING              VALUE "P".
               88  WS-REPRINT-SPOILED             VALUE "R".
           05  WS-NUMBER-INPUT          PIC X(4).
           05  WS-FROM-CHECK-NUM        PIC 9(4).
           05  WS-TO-CHECK-NUM          PIC 9(4).
           05  WS-TEST-INPUT            PIC X.
           05  WS-TEST-COUNT            PIC 9       VALUE ZERO.
           05  WS-TEST-NUM              PIC 9       VALUE ZERO.
           05  WS-VOID-REASON-WORK      PIC X(10).
           05  WS-REISSUE-OK-FLAG       PIC X.
               88  WS-REISSUE-OK                  VALUE "Y".
           05  WS-SELECTED-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-SELECTED-TOTAL        PIC 9(7)V99 VALUE ZERO.
           05  WS-PRINTED-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-VOIDED-COUNT          PIC 9(3)    VALUE ZERO.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
               10  WS-TODAY-YYYY        PIC 9(4).
               10  WS-TODAY-MM          PIC 99.
               10  WS-TODAY-DD          PIC 99.

      *> What goes on the face of one form - a real check or the
      *> alignment test pattern laid over the same positions.
       01  WS-CHECK-FACE.
           05  WS-FACE-CHECK-NUM        PIC 9(4).
           05  WS-FACE-DATE             PIC X(11).
           05  WS-FACE-PAYEE            PIC X(20).
           05  WS-FACE-AMOUNT           PIC X(13).
           05  WS-FACE-WORDS-1          PIC X(60).
           05  WS-FACE-WORDS-2          PIC X(60).
           05  WS-FACE-MEMO             PIC X(30).

       01  WS-STUB-CONTROLS.
           05  WS-STUB-CHECK-NUM        PIC 9(4).
           05  WS-STUB-VOUCHER-COUNT    PIC 9(3).
           05  WS-STUB-VOUCHER-TOTAL    PIC 9(7)V99.
           05  WS-STUB-DEDUCTIONS       PIC 9(7)V99.
           05  WS-STUB-MORE-COUNT       PIC 9(3).
      *> Lines the stub has room for below the perforation before
      *> the rest are summarised on one line.
       01  WS-STUB-MAX-LINES         PIC 9(3)    VALUE 12.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VCH==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY DATEPARM.
       COPY AMTWPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Check Print ---".
            PERFORM 1000-PICK-BANK-ACCOUNT.
            IF NOT WS-BANK-OK
               GOBACK
            END-IF.
            PERFORM 1100-LOAD-CHECK-REGISTER.
      *> A record the table couldn't hold would vanish in the
      *> rewrite, so a full table abandons the run before anything
      *> changes (the RECURGEN guard).
            IF WS-TABLE-FULL
               DISPLAY "Check register holds more records than the "
                  "table (500) - run abandoned so none are lost."
               GOBACK
            END-IF.
            DISPLAY "P = print checks awaiting print, "
               "R = reprint a spoiled check: ".
            ACCEPT WS-RUN-TYPE.
            EVALUATE TRUE
               WHEN WS-PRINT-AWAITING
                  PERFORM 1200-SELECT-CHECKS
               WHEN WS-REPRINT-SPOILED
                  PERFORM 1300-SPOIL-ONE-CHECK
               WHEN OTHER
                  DISPLAY "Unknown choice."
            END-EVALUATE.
            IF WS-SELECTED-COUNT = ZERO
               DISPLAY "No checks to print - register unchanged."
               GOBACK
            END-IF.
            IF WS-PRINT-AWAITING
               PERFORM 1400-ASK-ALIGNMENT-TESTS
            END-IF.
            PERFORM 1500-SET-CHECK-DATE.
            PERFORM 2000-OPEN-SPOOL.
            PERFORM VARYING WS-TEST-NUM FROM 1 BY 1
               UNTIL WS-TEST-NUM > WS-TEST-COUNT
               PERFORM 2100-PRINT-ALIGNMENT-TEST
            END-PERFORM.
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHECK-COUNT
               IF WS-CHK-SELECTED(WS-CHK-IDX) = "Y"
                  PERFORM 2200-PRINT-ONE-CHECK
               END-IF
            END-PERFORM.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            COMPUTE SP-PAGE-COUNT = WS-PRINTED-COUNT + WS-TEST-COUNT
               + 1.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            PERFORM 3000-REWRITE-CHECK-REGISTER.
            PERFORM 3100-REWRITE-BANK-ACCOUNT.
            DISPLAY "Checks printed: " WS-PRINTED-COUNT
               "  Numbers voided: " WS-VOIDED-COUNT.
            DISPLAY "Checks spooled as " WS-SPOOL-NAME ".".
            GOBACK.

      *> Rows written before there was more than one account carry a
      *> blank bank id; they belong to the primary account, which is
      *> found whatever account is asked for.
       1000-PICK-BANK-ACCOUNT.
            DISPLAY "Print checks for bank account (ENTER = primary): ".
            MOVE SPACES TO WS-PRINT-BANK-ID.
            ACCEPT WS-PRINT-BANK-ID.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS NOT = "00"
               DISPLAY "No BANK-ACCOUNT file - run BANK-ACCOUNT-MAINT "
                  "first."
            ELSE
               PERFORM 1050-FIND-PRIMARY-ACCOUNT
               IF WS-PRINT-BANK-ID = SPACES
                  MOVE WS-PRIMARY-BANK-ID TO WS-PRINT-BANK-ID
               END-IF
               MOVE WS-PRINT-BANK-ID TO BA-BANK-ID
               READ BANK-ACCOUNT-FILE
                  INVALID KEY
                     DISPLAY "No such bank account - nothing printed."
                  NOT INVALID KEY
                     IF BA-IS-ACTIVE AND NOT BA-IS-DEPOSIT-ONLY
                        MOVE "Y" TO WS-BANK-OK-FLAG
                        MOVE BA-NEXT-CHECK-NUM TO WS-NEXT-CHECK-NUM
                        MOVE BA-BANK-NAME TO WS-PRINT-BANK-NAME
                        DISPLAY "Printing for " BA-BANK-ID " "
                           BA-BANK-NAME
                     ELSE
                        DISPLAY "Bank account " BA-BANK-ID " can't "
                           "draw checks - nothing printed."
                     END-IF
               END-READ
               CLOSE BANK-ACCOUNT-FILE
            END-IF.

       1050-FIND-PRIMARY-ACCOUNT.
            MOVE LOW-VALUES TO BA-BANK-ID.
            START BANK-ACCOUNT-FILE KEY >= BA-BANK-ID
               INVALID KEY
                  MOVE "Y" TO WS-BANK-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-BANK-EOF
               READ BANK-ACCOUNT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-BANK-EOF-FLAG
                  NOT AT END
                     IF BA-IS-PRIMARY
                        MOVE BA-BANK-ID TO WS-PRIMARY-BANK-ID
                        MOVE "Y" TO WS-BANK-EOF-FLAG
                     END-IF
               END-READ
            END-PERFORM.

       1100-LOAD-CHECK-REGISTER.
            OPEN INPUT CHECK-TRANSACTIONS-FILE.
            IF WS-CHECK-TRANS-STATUS = "00"
               PERFORM UNTIL WS-CHECK-EOF
                  READ CHECK-TRANSACTIONS-FILE
                     AT END
                        MOVE "Y" TO WS-CHECK-EOF-FLAG
                     NOT AT END
                        IF WS-CHECK-COUNT >= 500
                           MOVE "Y" TO WS-TABLE-FULL-FLAG
                        END-IF
                        IF WS-CHECK-COUNT < 500
                           ADD 1 TO WS-CHECK-COUNT
                           SET WS-CHK-IDX TO WS-CHECK-COUNT
                           MOVE CT-CHECK-NUM
                              TO WS-CHK-NUM(WS-CHK-IDX)
                           MOVE CT-PAYEE
                              TO WS-CHK-PAYEE(WS-CHK-IDX)
                           MOVE CT-TRANS-TYPE
                              TO WS-CHK-TYPE(WS-CHK-IDX)
                           MOVE CT-AMOUNT
                              TO WS-CHK-AMOUNT(WS-CHK-IDX)
                           MOVE CT-CLEARED-FLAG
                              TO WS-CHK-CLEARED(WS-CHK-IDX)
                           MOVE CT-VOID-FLAG
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
                           MOVE "N" TO WS-CHK-SELECTED(WS-CHK-IDX)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CHECK-TRANSACTIONS-FILE
            END-IF.

      *> Only checks the payment runs wrote for printing qualify -
      *> a handwritten row (blank print flag), a check already on
      *> paper, or a voided one never goes through again.
       1200-SELECT-CHECKS.
            DISPLAY "First check number (ENTER = all awaiting "
               "print): ".
            MOVE SPACES TO WS-NUMBER-INPUT.
            ACCEPT WS-NUMBER-INPUT.
            IF WS-NUMBER-INPUT IS NUMERIC
               MOVE WS-NUMBER-INPUT TO WS-FROM-CHECK-NUM
               DISPLAY "Last check number (ENTER = same): "
               MOVE SPACES TO WS-NUMBER-INPUT
               ACCEPT WS-NUMBER-INPUT
               IF WS-NUMBER-INPUT IS NUMERIC
                  MOVE WS-NUMBER-INPUT TO WS-TO-CHECK-NUM
               ELSE
                  MOVE WS-FROM-CHECK-NUM TO WS-TO-CHECK-NUM
               END-IF
            ELSE
               MOVE ZERO TO WS-FROM-CHECK-NUM
               MOVE 9999 TO WS-TO-CHECK-NUM
            END-IF.
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHECK-COUNT
               IF WS-CHK-BANK-ID(WS-CHK-IDX) = WS-PRINT-BANK-ID AND
                     WS-CHK-TYPE(WS-CHK-IDX) = "C" AND
                     WS-CHK-PRINT(WS-CHK-IDX) = "N" AND
                     WS-CHK-VOID(WS-CHK-IDX) NOT = "Y" AND
                     WS-CHK-NUM(WS-CHK-IDX) >= WS-FROM-CHECK-NUM AND
                     WS-CHK-NUM(WS-CHK-IDX) <= WS-TO-CHECK-NUM
                  MOVE "Y" TO WS-CHK-SELECTED(WS-CHK-IDX)
                  ADD 1 TO WS-SELECTED-COUNT
                  ADD WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-SELECTED-TOTAL
               END-IF
            END-PERFORM.

      *> A check spoiled in the printer (jammed, torn, misfed) was
      *> printed under its number, so the number is voided and the
      *> check goes out again under a new one.
       1300-SPOIL-ONE-CHECK.
            DISPLAY "Spoiled check number: ".
            MOVE SPACES TO WS-NUMBER-INPUT.
            ACCEPT WS-NUMBER-INPUT.
            IF WS-NUMBER-INPUT IS NOT NUMERIC
               DISPLAY "Invalid check number."
            ELSE
               MOVE WS-NUMBER-INPUT TO WS-FROM-CHECK-NUM
               SET WS-CHK-IDX TO 1
               SEARCH WS-CHK-ENTRY VARYING WS-CHK-IDX
                  AT END
                     DISPLAY "Check " WS-FROM-CHECK-NUM
                        " not found for account " WS-PRINT-BANK-ID "."
                  WHEN WS-CHK-IDX > WS-CHECK-COUNT
                     DISPLAY "Check " WS-FROM-CHECK-NUM
                        " not found for account " WS-PRINT-BANK-ID "."
                  WHEN WS-CHK-NUM(WS-CHK-IDX) = WS-FROM-CHECK-NUM AND
                        WS-CHK-TYPE(WS-CHK-IDX) = "C" AND
                        WS-CHK-BANK-ID(WS-CHK-IDX) = WS-PRINT-BANK-ID
                     PERFORM 1350-CHECK-SPOILABLE
               END-SEARCH
            END-IF.

       1350-CHECK-SPOILABLE.
            EVALUATE TRUE
               WHEN WS-CHK-VOID(WS-CHK-IDX) = "Y"
                  DISPLAY "Check already voided ("
                     WS-CHK-VOID-REASON(WS-CHK-IDX) ")."
               WHEN WS-CHK-CLEARED(WS-CHK-IDX) = "Y"
                  DISPLAY "Check has already cleared the bank."
               WHEN WS-CHK-PRINT(WS-CHK-IDX) NOT = "Y"
                  DISPLAY "Check has not been printed - choose P to "
                     "print it."
               WHEN OTHER
                  MOVE "SPOILED" TO WS-VOID-REASON-WORK
                  PERFORM 1600-VOID-AND-REISSUE
            END-EVALUATE.

      *> Each test page is printed over the first check waiting in
      *> the run, so that number is spent on the test and the check
      *> itself moves on to the next number.
       1400-ASK-ALIGNMENT-TESTS.
            DISPLAY "Alignment test pages before the checks (0-9): ".
            MOVE SPACES TO WS-TEST-INPUT.
            ACCEPT WS-TEST-INPUT.
            IF WS-TEST-INPUT IS NUMERIC
               MOVE WS-TEST-INPUT TO WS-TEST-COUNT
            END-IF.
            IF WS-TEST-COUNT > ZERO AND
                  WS-CHECK-COUNT + WS-TEST-COUNT > 500
               DISPLAY "No room in the register table for the "
                  "reissued checks - no alignment test printed."
               MOVE ZERO TO WS-TEST-COUNT
            END-IF.

       1500-SET-CHECK-DATE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TODAY-YYYY TO DF-YEAR.
            MOVE WS-TODAY-MM TO DF-MONTH.
            MOVE WS-TODAY-DD TO DF-DAY.
            MOVE SPACE TO DF-FUNCTION-CODE.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.

      *> The row at WS-CHK-IDX is voided with WS-VOID-REASON-WORK
      *> and a new row is added under the account's next number,
      *> carrying the number the check was first issued under.
       1600-VOID-AND-REISSUE.
            MOVE "N" TO WS-REISSUE-OK-FLAG.
            IF WS-CHECK-COUNT >= 500
               DISPLAY "No room in the register table for the "
                  "reissued check - check " WS-CHK-NUM(WS-CHK-IDX)
                  " left as it was."
            ELSE
               MOVE "Y" TO WS-REISSUE-OK-FLAG
               MOVE "Y" TO WS-CHK-VOID(WS-CHK-IDX)
               MOVE WS-VOID-REASON-WORK TO
                  WS-CHK-VOID-REASON(WS-CHK-IDX)
               MOVE "Y" TO WS-CHK-PRINT(WS-CHK-IDX)
               IF WS-CHK-SELECTED(WS-CHK-IDX) = "Y"
                  MOVE "N" TO WS-CHK-SELECTED(WS-CHK-IDX)
                  SUBTRACT 1 FROM WS-SELECTED-COUNT
                  SUBTRACT WS-CHK-AMOUNT(WS-CHK-IDX)
                     FROM WS-SELECTED-TOTAL
               END-IF
               ADD 1 TO WS-VOIDED-COUNT
               ADD 1 TO WS-CHECK-COUNT
               SET WS-NEW-IDX TO WS-CHECK-COUNT
               MOVE WS-CHK-ENTRY(WS-CHK-IDX) TO
                  WS-CHK-ENTRY(WS-NEW-IDX)
               MOVE WS-NEXT-CHECK-NUM TO WS-CHK-NUM(WS-NEW-IDX)
               MOVE "N" TO WS-CHK-VOID(WS-NEW-IDX)
               MOVE SPACES TO WS-CHK-VOID-REASON(WS-NEW-IDX)
               MOVE "N" TO WS-CHK-PRINT(WS-NEW-IDX)
               IF WS-CHK-ORIGINAL(WS-CHK-IDX) = ZERO
                  MOVE WS-CHK-NUM(WS-CHK-IDX) TO
                     WS-CHK-ORIGINAL(WS-NEW-IDX)
               END-IF
               MOVE "Y" TO WS-CHK-SELECTED(WS-NEW-IDX)
               ADD 1 TO WS-SELECTED-COUNT
               ADD WS-CHK-AMOUNT(WS-NEW-IDX) TO WS-SELECTED-TOTAL
               ADD 1 TO WS-NEXT-CHECK-NUM
               DISPLAY "Check " WS-CHK-NUM(WS-CHK-IDX) " voided ("
                  WS-VOID-REASON-WORK ") - reissued as check "
                  WS-CHK-NUM(WS-NEW-IDX) "."
            END-IF.

       2000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "CHECKS" TO SP-REPORT-TYPE.
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
            MOVE SPACES TO PRINT-LINE.
            STRING "BANK ACCOUNT " WS-PRINT-BANK-ID "  "
               WS-PRINT-BANK-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE WS-SELECTED-TOTAL TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "ALIGNMENT TESTS " WS-TEST-COUNT
               "   CHECKS " WS-SELECTED-COUNT
               "   TOTAL " WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.

       2100-PRINT-ALIGNMENT-TEST.
            MOVE "N" TO WS-REISSUE-OK-FLAG.
            SET WS-CHK-IDX TO 1.
            SEARCH WS-CHK-ENTRY VARYING WS-CHK-IDX
               WHEN WS-CHK-SELECTED(WS-CHK-IDX) = "Y"
                  MOVE WS-CHK-NUM(WS-CHK-IDX) TO WS-FACE-CHECK-NUM
                  MOVE "ALIGNMENT" TO WS-VOID-REASON-WORK
                  PERFORM 1600-VOID-AND-REISSUE
            END-SEARCH.
            IF WS-REISSUE-OK
               MOVE ALL "X" TO WS-FACE-DATE
               MOVE ALL "X" TO WS-FACE-PAYEE
               MOVE "**,***,XXX.XX" TO WS-FACE-AMOUNT
               MOVE ALL "X" TO WS-FACE-WORDS-1
               MOVE ALL "X" TO WS-FACE-WORDS-2
               MOVE "VOID - ALIGNMENT TEST" TO WS-FACE-MEMO
               PERFORM 2300-WRITE-CHECK-FACE
               MOVE SPACES TO PRINT-LINE
               MOVE "ALIGNMENT TEST - NOT NEGOTIABLE" TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING 4 LINES
            END-IF.

       2200-PRINT-ONE-CHECK.
            MOVE WS-CHK-NUM(WS-CHK-IDX) TO WS-FACE-CHECK-NUM.
            MOVE DF-DISPLAY-DATE-2 TO WS-FACE-DATE.
            MOVE WS-CHK-PAYEE(WS-CHK-IDX) TO WS-FACE-PAYEE.
            MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-AMT-EDIT-ASTERISK.
            MOVE WS-AMT-EDIT-ASTERISK TO WS-FACE-AMOUNT.
            MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO AW-AMOUNT.
            MOVE 60 TO AW-LINE-WIDTH.
            CALL "AMOUNT-IN-WORDS" USING AMOUNT-WORDS-PARMS.
            MOVE AW-LINE-1 TO WS-FACE-WORDS-1.
            MOVE AW-LINE-2 TO WS-FACE-WORDS-2.
            MOVE SPACES TO WS-FACE-MEMO.
            IF WS-CHK-ORIGINAL(WS-CHK-IDX) > ZERO
               STRING "REPLACES CHECK " WS-CHK-ORIGINAL(WS-CHK-IDX)
                  DELIMITED BY SIZE INTO WS-FACE-MEMO
               END-STRING
            END-IF.
            PERFORM 2300-WRITE-CHECK-FACE.
            PERFORM 2400-PRINT-STUB.
            MOVE "Y" TO WS-CHK-PRINT(WS-CHK-IDX).
            MOVE "N" TO WS-CHK-SELECTED(WS-CHK-IDX).
            ADD 1 TO WS-PRINTED-COUNT.

      *> Positions on the pre-printed form: number top right, date
      *> on line 3, payee and figures on line 5, the legal amount in
      *> words on lines 7-8, memo on line 10. The signature and the
      *> bank's MICR line are already on the stock.
       2300-WRITE-CHECK-FACE.
            MOVE SPACES TO PRINT-LINE.
            MOVE WS-FACE-CHECK-NUM TO PRINT-LINE(70:4).
            WRITE PRINT-LINE AFTER ADVANCING PAGE.
            MOVE SPACES TO PRINT-LINE.
            MOVE WS-FACE-DATE TO PRINT-LINE(63:11).
            WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
            MOVE SPACES TO PRINT-LINE.
            MOVE WS-FACE-PAYEE TO PRINT-LINE(12:20).
            MOVE WS-FACE-AMOUNT TO PRINT-LINE(61:13).
            WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
            MOVE SPACES TO PRINT-LINE.
            MOVE WS-FACE-WORDS-1 TO PRINT-LINE(5:60).
            WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
            MOVE SPACES TO PRINT-LINE.
            MOVE WS-FACE-WORDS-2 TO PRINT-LINE(5:60).
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            MOVE WS-FACE-MEMO TO PRINT-LINE(8:30).
            WRITE PRINT-LINE AFTER ADVANCING 2 LINES.

      *> The stub lists the vouchers the payment run stamped with
      *> the number the check was first issued under; a check no
      *> voucher names (a recurring payment) says so instead. Any
      *> debit notes and tax withheld are the gap between the
      *> vouchers and the check.
       2400-PRINT-STUB.
            IF WS-CHK-ORIGINAL(WS-CHK-IDX) > ZERO
               MOVE WS-CHK-ORIGINAL(WS-CHK-IDX) TO WS-STUB-CHECK-NUM
            ELSE
               MOVE WS-CHK-NUM(WS-CHK-IDX) TO WS-STUB-CHECK-NUM
            END-IF.
            MOVE ZERO TO WS-STUB-VOUCHER-COUNT WS-STUB-VOUCHER-TOTAL
               WS-STUB-DEDUCTIONS WS-STUB-MORE-COUNT.
            MOVE SPACES TO PRINT-LINE.
            STRING "REMITTANCE  CHECK " WS-CHK-NUM(WS-CHK-IDX)
               "  " WS-CHK-PAYEE(WS-CHK-IDX) "  " WS-FACE-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE AFTER ADVANCING 6 LINES.
            MOVE "VOUCHER  INVOICE     PO NO         AMOUNT"
               TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
            MOVE "N" TO WS-VOUCHER-EOF-FLAG.
            OPEN INPUT APPROVED-VOUCHER-FILE.
            IF WS-APPROVED-VOUCHER-STATUS NOT = "00"
               MOVE "Y" TO WS-VOUCHER-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-VOUCHER-EOF
               READ APPROVED-VOUCHER-FILE
                  AT END
                     MOVE "Y" TO WS-VOUCHER-EOF-FLAG
                  NOT AT END
                     IF VH-IS-DETAIL AND VH-IS-PAID AND
                           VH-CHECK-NUM = WS-STUB-CHECK-NUM
                        PERFORM 2450-PRINT-STUB-VOUCHER
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-APPROVED-VOUCHER-STATUS = "00"
               CLOSE APPROVED-VOUCHER-FILE
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            EVALUATE TRUE
               WHEN WS-STUB-VOUCHER-COUNT = ZERO
                  MOVE "STANDING PAYMENT - NO VOUCHERS" TO PRINT-LINE
                  WRITE PRINT-LINE
               WHEN WS-STUB-MORE-COUNT > ZERO
                  STRING "   ... AND " WS-STUB-MORE-COUNT
                     " MORE VOUCHERS"
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  WRITE PRINT-LINE
            END-EVALUATE.
            IF WS-STUB-VOUCHER-TOTAL > WS-CHK-AMOUNT(WS-CHK-IDX)
               COMPUTE WS-STUB-DEDUCTIONS = WS-STUB-VOUCHER-TOTAL
                  - WS-CHK-AMOUNT(WS-CHK-IDX)
               MOVE WS-STUB-DEDUCTIONS TO WS-VCH-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "LESS DEBIT NOTES / TAX WITHHELD   "
                  WS-VCH-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.
            MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-AMT-EDIT-ASTERISK.
            MOVE SPACES TO PRINT-LINE.
            STRING "CHECK TOTAL                       "
               WS-AMT-EDIT-ASTERISK
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.

       2450-PRINT-STUB-VOUCHER.
            ADD 1 TO WS-STUB-VOUCHER-COUNT.
            ADD VH-AMOUNT TO WS-STUB-VOUCHER-TOTAL.
            IF WS-STUB-VOUCHER-COUNT > WS-STUB-MAX-LINES
               ADD 1 TO WS-STUB-MORE-COUNT
            ELSE
               MOVE VH-AMOUNT TO WS-VCH-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING VH-VOUCHER-NO "    " VH-INVOICE-NO "  "
                  VH-PO-NUMBER "  " WS-VCH-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
            END-IF.

       3000-REWRITE-CHECK-REGISTER.
            OPEN OUTPUT CHECK-TRANSACTIONS-FILE.
            PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHECK-COUNT
               MOVE WS-CHK-NUM(WS-CHK-IDX) TO CT-CHECK-NUM
               MOVE WS-CHK-PAYEE(WS-CHK-IDX) TO CT-PAYEE
               MOVE WS-CHK-TYPE(WS-CHK-IDX) TO CT-TRANS-TYPE
               MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO CT-AMOUNT
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

       3100-REWRITE-BANK-ACCOUNT.
            OPEN I-O BANK-ACCOUNT-FILE.
            MOVE WS-PRINT-BANK-ID TO BA-BANK-ID.
            READ BANK-ACCOUNT-FILE
               NOT INVALID KEY
                  MOVE WS-NEXT-CHECK-NUM TO BA-NEXT-CHECK-NUM
                  REWRITE BANK-ACCOUNT-RECORD
            END-READ.
            CLOSE BANK-ACCOUNT-FILE.
       END PROGRAM CHECK-PRINT.
