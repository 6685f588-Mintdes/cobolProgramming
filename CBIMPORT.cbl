      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Chargeback and fee import - reads the processor's
      *          dispute and fee file (CARDDISP.DAT). A new
      *          chargeback opens a case in CARDCASE.DAT matched to
      *          the original card sale by VS-CARD-REF through the
      *          sales history, with the processor's evidence date
      *          (ten business days when they give none), and the
      *          money pulled back is journaled from BANK 1100 to
      *          CHARGEBACKS IN DISPUTE 1350 so it stops being an
      *          unexplained bank shortfall. A case decided for us
      *          returns it to the bank; one decided against us is
      *          written off to CHARGEBACK LOSSES 5920. Processor
      *          fees are journaled to CARD PROCESSING FEES 5910
      *          against the bank. Every row gets a report line;
      *          rows already taken (a case already on file or
      *          already decided, a fee date already journaled from
      *          source CARDFEE) are reported and skipped, so the
      *          same file can be run twice without double postings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-DISPUTE-FILE ASSIGN TO "CARDDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-DISPUTE-STATUS.
           SELECT CHARGEBACK-FILE ASSIGN TO "CARDCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CASE-ID
               FILE STATUS IS WS-CHARGEBACK-STATUS.
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
       FD  CARD-DISPUTE-FILE.
       COPY CARDDSP.

       FD  CHARGEBACK-FILE.
       COPY CHGBACK.

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
       COPY VNDSALE.

       COPY HISTPRM.

       01  WS-CARD-DISPUTE-STATUS    PIC XX.
       01  WS-CHARGEBACK-STATUS      PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-JOURNAL-CHECK-STATUS   PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-DISPUTE-EOF-FLAG       PIC X       VALUE "N".
           88  WS-DISPUTE-EOF                    VALUE "Y".
       01  WS-CHECK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHECK-EOF                      VALUE "Y".

      *> Fee dates journaled by an earlier run, loaded before this
      *> one writes anything, so a re-run skips exactly those.
       01  WS-POSTED-FEE-DATES.
           05  WS-POSTED-FEE-DATE OCCURS 400 TIMES
                 INDEXED BY WS-FEE-IDX     PIC 9(8).
       01  WS-POSTED-FEE-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-FEE-DATE-FOUND-FLAG    PIC X.
           88  WS-FEE-DATE-FOUND                 VALUE "Y".

       01  WS-IMPORT-CONTROLS.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-SALE-FOUND-FLAG       PIC X.
               88  WS-SALE-FOUND                 VALUE "Y".
           05  WS-ROW-COUNT             PIC 9(7)    VALUE ZERO.
           05  WS-ROW-TOTAL             PIC 9(7)V99 VALUE ZERO.
           05  WS-CASES-OPENED          PIC 9(5)    VALUE ZERO.
           05  WS-CASES-WON             PIC 9(5)    VALUE ZERO.
           05  WS-CASES-LOST            PIC 9(5)    VALUE ZERO.
           05  WS-FEES-TAKEN            PIC 9(5)    VALUE ZERO.
           05  WS-ROWS-SKIPPED          PIC 9(5)    VALUE ZERO.
           05  WS-LINE-TEXT             PIC X(30).
       01  WS-JOURNAL-LEG.
           05  WS-LEG-DEBIT             PIC 9(4).
           05  WS-LEG-CREDIT            PIC 9(4).
           05  WS-LEG-AMOUNT            PIC 9(7)V99.
           05  WS-LEG-SOURCE            PIC X(10).
           05  WS-LEG-SOURCE-DATE       PIC 9(8).
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY DATEPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Chargeback and Fee Import ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT CARD-DISPUTE-FILE.
            IF WS-CARD-DISPUTE-STATUS NOT = "00"
               DISPLAY "No CARDDISP file from the processor - "
                  "nothing to import."
               GOBACK
            END-IF.
            PERFORM 1000-LOAD-POSTED-FEE-DATES.
            PERFORM 1100-OPEN-FILES.
            PERFORM 2000-OPEN-REPORT.
            PERFORM UNTIL WS-DISPUTE-EOF
               READ CARD-DISPUTE-FILE
                  AT END
                     MOVE "Y" TO WS-DISPUTE-EOF-FLAG
                  NOT AT END
                     IF CD-IS-DETAIL
                        ADD 1 TO WS-ROW-COUNT
                        ADD CD-AMOUNT TO WS-ROW-TOTAL
                        PERFORM 3000-TAKE-ONE-ROW
                     ELSE
                        IF CD-IS-TRAILER
                           PERFORM 3900-CHECK-PROCESSOR-TRAILER
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CARD-DISPUTE-FILE.
            PERFORM 5000-PRINT-TOTALS.
            PERFORM 9000-CLOSE-FILES.
            GOBACK.

       1000-LOAD-POSTED-FEE-DATES.
            OPEN INPUT JOURNAL-CHECK-FILE.
            IF WS-JOURNAL-CHECK-STATUS = "00"
               PERFORM UNTIL WS-CHECK-EOF
                  READ JOURNAL-CHECK-FILE
                     AT END
                        MOVE "Y" TO WS-CHECK-EOF-FLAG
                     NOT AT END
                        IF JC-RECORD-TYPE = "D" AND
                              JC-SOURCE = "CARDFEE" AND
                              WS-POSTED-FEE-COUNT < 400
                           ADD 1 TO WS-POSTED-FEE-COUNT
                           MOVE JC-SOURCE-DATE TO
                              WS-POSTED-FEE-DATE(WS-POSTED-FEE-COUNT)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE JOURNAL-CHECK-FILE
            END-IF.

       1100-OPEN-FILES.
            OPEN I-O CHARGEBACK-FILE.
            IF WS-CHARGEBACK-STATUS = "35"
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
               OPEN I-O CHARGEBACK-FILE
            END-IF.
            PERFORM 1200-ENSURE-ACCOUNTS-EXIST.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the dispute, fee and loss accounts are written as
      *> zero-balance rows the first time they are needed.
       1200-ENSURE-ACCOUNTS-EXIST.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE 1350 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 1350 TO CA-ACCOUNT-NO
                     MOVE "CHARGEBACKS DISPUTED" TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 5910 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5910 TO CA-ACCOUNT-NO
                     MOVE "CARD PROCESSING FEES" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               MOVE 5920 TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE 5920 TO CA-ACCOUNT-NO
                     MOVE "CHARGEBACK LOSSES" TO CA-ACCOUNT-NAME
                     MOVE "X" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       2000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "CBIMPORT" TO SP-REPORT-TYPE.
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
            MOVE "CHARGEBACK AND FEE IMPORT" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "TYPE CASE         CARD REF         DATE    "
               "       AMOUNT  RESULT"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3000-TAKE-ONE-ROW.
            MOVE SPACES TO WS-LINE-TEXT.
            EVALUATE TRUE
               WHEN CD-IS-CHARGEBACK
                  PERFORM 3100-OPEN-CASE
               WHEN CD-IS-WON
               WHEN CD-IS-LOST
                  PERFORM 3300-DECIDE-CASE
               WHEN CD-IS-FEE
                  PERFORM 3400-TAKE-FEE
               WHEN OTHER
                  ADD 1 TO WS-ROWS-SKIPPED
                  MOVE "UNKNOWN ROW TYPE - SKIPPED" TO WS-LINE-TEXT
            END-EVALUATE.
            MOVE CD-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING " " CD-EVENT-TYPE "   " CD-CASE-ID " " CD-CARD-REF
               " " CD-EVENT-DATE " " WS-AMT-EDIT-ZERO-SUPPRESS
               "  " WS-LINE-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3100-OPEN-CASE.
            MOVE CD-CASE-ID TO CB-CASE-ID.
            READ CHARGEBACK-FILE
               INVALID KEY
                  PERFORM 3150-WRITE-NEW-CASE
               NOT INVALID KEY
                  ADD 1 TO WS-ROWS-SKIPPED
                  MOVE "CASE ALREADY ON FILE" TO WS-LINE-TEXT
            END-READ.

       3150-WRITE-NEW-CASE.
            MOVE CD-CASE-ID TO CB-CASE-ID.
            MOVE CD-CARD-REF TO CB-CARD-REF.
            MOVE CD-SALE-DATE TO CB-SALE-DATE.
            MOVE CD-AMOUNT TO CB-AMOUNT.
            MOVE CD-REASON-CODE TO CB-REASON-CODE.
            MOVE CD-EVENT-DATE TO CB-OPENED-DATE.
            MOVE ZERO TO CB-REPRESENTED-DATE.
            MOVE ZERO TO CB-CLOSED-DATE.
            MOVE "O" TO CB-STATUS.
            PERFORM 3200-FIND-ORIGINAL-SALE.
            PERFORM 3250-SET-EVIDENCE-DUE.
            WRITE CHARGEBACK-RECORD.
            ADD 1 TO WS-CASES-OPENED.
            IF WS-SALE-FOUND
               MOVE "OPENED - SALE ON MACHINE" TO WS-LINE-TEXT
               MOVE CB-MACHINE-ID TO WS-LINE-TEXT(26:2)
            ELSE
               MOVE "OPENED - NO SUCH CARD SALE" TO WS-LINE-TEXT
            END-IF.
            MOVE 1350 TO WS-LEG-DEBIT.
            MOVE 1100 TO WS-LEG-CREDIT.
            MOVE CD-AMOUNT TO WS-LEG-AMOUNT.
            MOVE "CHGBACK" TO WS-LEG-SOURCE.
            MOVE CD-EVENT-DATE TO WS-LEG-SOURCE-DATE.
            PERFORM 4000-WRITE-JOURNAL-LEG.

      *> The chargeback names the card reference and the day it was
      *> charged; that day's card sales are searched for it wherever
      *> the history service keeps them.
       3200-FIND-ORIGINAL-SALE.
            MOVE "N" TO WS-SALE-FOUND-FLAG.
            MOVE ZERO TO CB-MACHINE-ID.
            MOVE ZERO TO CB-SLOT-NO.
            MOVE ZERO TO CB-SALE-AMOUNT.
            MOVE CD-SALE-DATE TO HR-START-DATE.
            MOVE CD-SALE-DATE TO HR-END-DATE.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            PERFORM UNTIL HR-IS-EOF
               MOVE HR-SALE-RECORD TO VENDING-SALES-RECORD
               IF VS-IS-DETAIL AND VS-IS-CARD-TENDER AND
                     VS-CARD-REF = CD-CARD-REF AND
                     NOT WS-SALE-FOUND
                  MOVE "Y" TO WS-SALE-FOUND-FLAG
                  MOVE VS-MACHINE-ID TO CB-MACHINE-ID
                  MOVE VS-SLOT-NO TO CB-SLOT-NO
                  MOVE VS-PRICE TO CB-SALE-AMOUNT
               END-IF
               MOVE "R" TO HR-FUNCTION
               CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.

      *> No respond-by date from the processor means ten business
      *> days from the notice - the shortest window the schemes
      *> allow, so the evidence is never late by default.
       3250-SET-EVIDENCE-DUE.
            IF CD-RESPOND-BY-DATE NOT = ZERO
               MOVE CD-RESPOND-BY-DATE TO CB-EVIDENCE-DUE-DATE
            ELSE
               MOVE "A" TO DF-FUNCTION-CODE
               MOVE 10 TO DF-DAYS-TO-ADD
               MOVE CD-EVENT-DATE(1:4) TO DF-YEAR
               MOVE CD-EVENT-DATE(5:2) TO DF-MONTH
               MOVE CD-EVENT-DATE(7:2) TO DF-DAY
               CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS
               IF DF-DATE-IS-VALID
                  MOVE DF-YEAR TO CB-EVIDENCE-DUE-DATE(1:4)
                  MOVE DF-MONTH TO CB-EVIDENCE-DUE-DATE(5:2)
                  MOVE DF-DAY TO CB-EVIDENCE-DUE-DATE(7:2)
               ELSE
                  MOVE CD-EVENT-DATE TO CB-EVIDENCE-DUE-DATE
               END-IF
               MOVE SPACE TO DF-FUNCTION-CODE
            END-IF.

      *> Only an undecided case can be decided: a repeated outcome
      *> row is skipped so its money moves once.
       3300-DECIDE-CASE.
            MOVE CD-CASE-ID TO CB-CASE-ID.
            READ CHARGEBACK-FILE
               INVALID KEY
                  ADD 1 TO WS-ROWS-SKIPPED
                  MOVE "NO SUCH CASE - SKIPPED" TO WS-LINE-TEXT
               NOT INVALID KEY
                  IF NOT CB-IS-UNDECIDED
                     ADD 1 TO WS-ROWS-SKIPPED
                     MOVE "CASE ALREADY DECIDED" TO WS-LINE-TEXT
                  ELSE
                     PERFORM 3350-CLOSE-CASE
                  END-IF
            END-READ.

       3350-CLOSE-CASE.
            MOVE CD-EVENT-DATE TO CB-CLOSED-DATE.
            MOVE CB-AMOUNT TO WS-LEG-AMOUNT.
            MOVE "CHGBACK" TO WS-LEG-SOURCE.
            MOVE CD-EVENT-DATE TO WS-LEG-SOURCE-DATE.
            MOVE 1350 TO WS-LEG-CREDIT.
            IF CD-IS-WON
               MOVE "W" TO CB-STATUS
               MOVE 1100 TO WS-LEG-DEBIT
               ADD 1 TO WS-CASES-WON
               MOVE "WON - MONEY BACK TO BANK" TO WS-LINE-TEXT
            ELSE
               MOVE "L" TO CB-STATUS
               MOVE 5920 TO WS-LEG-DEBIT
               ADD 1 TO WS-CASES-LOST
               MOVE "LOST - WRITTEN OFF" TO WS-LINE-TEXT
            END-IF.
            REWRITE CHARGEBACK-RECORD.
            PERFORM 4000-WRITE-JOURNAL-LEG.

       3400-TAKE-FEE.
            MOVE "N" TO WS-FEE-DATE-FOUND-FLAG.
            PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-POSTED-FEE-COUNT
               IF WS-POSTED-FEE-DATE(WS-FEE-IDX) = CD-EVENT-DATE
                  MOVE "Y" TO WS-FEE-DATE-FOUND-FLAG
               END-IF
            END-PERFORM.
            IF WS-FEE-DATE-FOUND
               ADD 1 TO WS-ROWS-SKIPPED
               MOVE "FEE DATE ALREADY JOURNALED" TO WS-LINE-TEXT
            ELSE
               ADD 1 TO WS-FEES-TAKEN
               MOVE "FEE JOURNALED" TO WS-LINE-TEXT
               MOVE 5910 TO WS-LEG-DEBIT
               MOVE 1100 TO WS-LEG-CREDIT
               MOVE CD-AMOUNT TO WS-LEG-AMOUNT
               MOVE "CARDFEE" TO WS-LEG-SOURCE
               MOVE CD-EVENT-DATE TO WS-LEG-SOURCE-DATE
               PERFORM 4000-WRITE-JOURNAL-LEG
            END-IF.

       3900-CHECK-PROCESSOR-TRAILER.
            IF CD-TRAILER-COUNT NOT = WS-ROW-COUNT OR
                  CD-TRAILER-TOTAL NOT = WS-ROW-TOTAL
               MOVE SPACES TO PRINT-LINE
               STRING "PROCESSOR TRAILER DISAGREES: FILE SAYS "
                  CD-TRAILER-COUNT " / " CD-TRAILER-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       4000-WRITE-JOURNAL-LEG.
            IF WS-LEG-AMOUNT > ZERO
               MOVE "D" TO JE-RECORD-TYPE
               MOVE WS-TODAY-DATE TO JE-ENTRY-DATE
               MOVE WS-LEG-DEBIT TO JE-DEBIT-ACCOUNT
               MOVE WS-LEG-CREDIT TO JE-CREDIT-ACCOUNT
               MOVE WS-LEG-AMOUNT TO JE-AMOUNT
               MOVE WS-LEG-SOURCE TO JE-SOURCE
               MOVE WS-LEG-SOURCE-DATE TO JE-SOURCE-DATE
               WRITE JOURNAL-ENTRY-RECORD
            END-IF.

       5000-PRINT-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            STRING "OPENED " WS-CASES-OPENED
               "  WON " WS-CASES-WON
               "  LOST " WS-CASES-LOST
               "  FEES " WS-FEES-TAKEN
               "  SKIPPED " WS-ROWS-SKIPPED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       9000-CLOSE-FILES.
            CLOSE CHARGEBACK-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME
               " - run GL-POST to apply the journal.".
       END PROGRAM CHARGEBACK-IMPORT.
