      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: General-ledger account activity - for an asked-for
      *          account range and a date range (or a run of
      *          PERIODCL periods), lists each account's opening
      *          balance, every journal record GL-POST has applied
      *          to it in the range (plain pairs and compound lines,
      *          in business-date order) with its date, entry, source,
      *          source date and a running balance, then the closing
      *          balance. Each line says where it came from - the
      *          program that journaled it and what it was working
      *          on: the sales date, the pay period, the asset, the
      *          template or rule - so an auditor can follow a
      *          figure on the TRIAL-BALANCE back to its source. The
      *          opening balance is worked back from the chart
      *          balance, less what was posted from the range start
      *          on. Spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACCOUNT-ACTIVITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-NO
               FILE STATUS IS WS-PAY-PERIOD-STATUS.
           SELECT FIXED-ASSET-FILE ASSIGN TO "ASSETREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FIXED-ASSET-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "GLACTV.TMP".
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  GL-CHECKPOINT-FILE.
       01  GL-CHECKPOINT-RECORD.
           05  CKPT-RECORD-COUNT       PIC 9(7).

       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  PAY-PERIOD-FILE.
       COPY PAYPERD.

       FD  FIXED-ASSET-FILE.
       COPY ASSETREG.

      *> One row per account in range to carry its opening balance,
      *> ahead of one row per journal record that moved it.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  GA-ACCOUNT              PIC 9(4).
           05  GA-ROW-TYPE             PIC X.
               88  GA-IS-OPENING               VALUE "0".
               88  GA-IS-ACTIVITY              VALUE "1".
           05  GA-BUSINESS-DATE        PIC 9(8).
           05  GA-RECORD-NO            PIC 9(7).
           05  GA-ENTRY-DATE           PIC 9(8).
           05  GA-ENTRY-NO             PIC 9(5).
           05  GA-KIND                 PIC X.
               88  GA-IS-PAIR                  VALUE "P".
               88  GA-IS-COMPOUND              VALUE "L".
           05  GA-DC                   PIC X.
               88  GA-IS-DEBIT                 VALUE "D".
           05  GA-AMOUNT               PIC 9(7)V99.
           05  GA-SOURCE               PIC X(10).
           05  GA-SOURCE-DATE          PIC 9(8).
           05  GA-OTHER-ACCOUNT        PIC 9(4).
           05  GA-REVERSE-FLAG         PIC X.
           05  GA-REVERSES-ENTRY-NO    PIC 9(5).
           05  GA-OPENING-BALANCE      PIC S9(9)V99.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-CKPT-STATUS            PIC XX.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-FIXED-ASSET-STATUS     PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-CHART-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHART-EOF                      VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".
       01  WS-PAY-EOF-FLAG           PIC X       VALUE "N".
           88  WS-PAY-EOF                        VALUE "Y".
       01  WS-SORT-EOF-FLAG          PIC X       VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       01  WS-RANGE-OK-FLAG          PIC X       VALUE "N".
           88  WS-RANGE-OK                       VALUE "Y".
       01  WS-ASSET-OPEN-FLAG        PIC X       VALUE "N".
           88  WS-ASSET-FILE-OPEN                VALUE "Y".
       01  WS-ACCOUNT-OPEN-FLAG      PIC X       VALUE "N".
           88  WS-ACCOUNT-BLOCK-OPEN             VALUE "Y".

       01  WS-RANGE-CONTROLS.
           05  WS-ACCOUNT-INPUT         PIC X(4).
           05  WS-FROM-ACCOUNT          PIC 9(4).
           05  WS-TO-ACCOUNT            PIC 9(4).
           05  WS-RANGE-CHOICE          PIC X.
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-PERIOD-INPUT          PIC X(2).
           05  WS-FROM-DATE             PIC 9(8).
           05  WS-TO-DATE               PIC 9(8).
           05  WS-CKPT-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-RECORD-NUM            PIC 9(7)    VALUE ZERO.
           05  WS-UNPOSTED-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-LINES-LISTED          PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-LISTED       PIC 9(5)    VALUE ZERO.

      *> The accounts in range, with what was posted to each from
      *> the range start on - the chart balance less that is the
      *> balance the range opened with.
       01  WS-ACCOUNT-TABLE.
           05  WS-AA-ENTRY OCCURS 300 TIMES INDEXED BY WS-AA-IDX.
               10  WS-AA-ACCOUNT           PIC 9(4).
               10  WS-AA-NAME              PIC X(20).
               10  WS-AA-BALANCE           PIC S9(9)V99.
               10  WS-AA-LATER-MOVEMENT    PIC S9(9)V99.
               10  WS-AA-LINE-COUNT        PIC 9(7).
       01  WS-ACCOUNT-COUNT          PIC 9(3)    VALUE ZERO.

      *> The side of one journal record being looked at.
       01  WS-MOVE-WORK.
           05  WS-MV-ACCOUNT            PIC 9(4).
           05  WS-MV-OTHER-ACCOUNT      PIC 9(4).
           05  WS-MV-DC                 PIC X.
           05  WS-MV-AMOUNT             PIC 9(7)V99.
           05  WS-MV-SIGNED             PIC S9(9)V99.
           05  WS-MV-DATE               PIC 9(8).

      *> Pay periods by end date, since PAYGLPST and PAYREVSL date
      *> their entries on the period's last day.
       01  WS-PAY-PERIOD-TABLE.
           05  WS-PY-ENTRY OCCURS 600 TIMES INDEXED BY WS-PY-IDX.
               10  WS-PY-PERIOD-NO         PIC 9(4).
               10  WS-PY-END-DATE          PIC 9(8).
       01  WS-PAY-PERIOD-COUNT       PIC 9(3)    VALUE ZERO.

      *> Journal sources and the program that writes each, with
      *> what its source date stands for.
       01  WS-SOURCE-NAMES.
           05  FILLER   PIC X(10)   VALUE "MANUAL".
           05  FILLER   PIC X(8)    VALUE "JRNLENT".
           05  FILLER   PIC X(20)   VALUE "KEYED ENTRY OF".
           05  FILLER   PIC X(10)   VALUE "APPAYRUN".
           05  FILLER   PIC X(8)    VALUE "APPAYRUN".
           05  FILLER   PIC X(20)   VALUE "PAYMENT RUN OF".
           05  FILLER   PIC X(10)   VALUE "CARDSTL".
           05  FILLER   PIC X(8)    VALUE "CARDRCN".
           05  FILLER   PIC X(20)   VALUE "CARD SETTLEMENT OF".
           05  FILLER   PIC X(10)   VALUE "CASHRCPT".
           05  FILLER   PIC X(8)    VALUE "CASHRCPT".
           05  FILLER   PIC X(20)   VALUE "CUSTOMER RECEIPT OF".
           05  FILLER   PIC X(10)   VALUE "CHGBACK".
           05  FILLER   PIC X(8)    VALUE "CBIMPORT".
           05  FILLER   PIC X(20)   VALUE "CHARGEBACK EVENT OF".
           05  FILLER   PIC X(10)   VALUE "CARDFEE".
           05  FILLER   PIC X(8)    VALUE "CBIMPORT".
           05  FILLER   PIC X(20)   VALUE "CHARGEBACK FEE OF".
           05  FILLER   PIC X(10)   VALUE "COMMISSN".
           05  FILLER   PIC X(8)    VALUE "COMMSTMT".
           05  FILLER   PIC X(20)   VALUE "COMMISSION TO".
           05  FILLER   PIC X(10)   VALUE "CYCLECOUNT".
           05  FILLER   PIC X(8)    VALUE "CYCCOUNT".
           05  FILLER   PIC X(20)   VALUE "CYCLE COUNT OF".
           05  FILLER   PIC X(10)   VALUE "YEARCLOSE".
           05  FILLER   PIC X(8)    VALUE "GLCLOSE".
           05  FILLER   PIC X(20)   VALUE "YEAR-END CLOSE AT".
           05  FILLER   PIC X(10)   VALUE "GOODSRCV".
           05  FILLER   PIC X(8)    VALUE "GOODSRCV".
           05  FILLER   PIC X(20)   VALUE "GOODS RECEIVED".
           05  FILLER   PIC X(10)   VALUE "LOANISSUE".
           05  FILLER   PIC X(8)    VALUE "LOANMNT".
           05  FILLER   PIC X(20)   VALUE "LOAN ISSUED".
           05  FILLER   PIC X(10)   VALUE "LOANWOFF".
           05  FILLER   PIC X(8)    VALUE "LOANMNT".
           05  FILLER   PIC X(20)   VALUE "LOAN WRITTEN OFF".
           05  FILLER   PIC X(10)   VALUE "PTSEARN".
           05  FILLER   PIC X(8)    VALUE "LOYEXPIR".
           05  FILLER   PIC X(20)   VALUE "POINTS EARNED TO".
           05  FILLER   PIC X(10)   VALUE "PTSREDEEM".
           05  FILLER   PIC X(8)    VALUE "LOYEXPIR".
           05  FILLER   PIC X(20)   VALUE "POINTS REDEEMED TO".
           05  FILLER   PIC X(10)   VALUE "PTSEXPIRE".
           05  FILLER   PIC X(8)    VALUE "LOYEXPIR".
           05  FILLER   PIC X(20)   VALUE "POINTS EXPIRED".
           05  FILLER   PIC X(10)   VALUE "MATCH3WY".
           05  FILLER   PIC X(8)    VALUE "MATCH3WY".
           05  FILLER   PIC X(20)   VALUE "SUPPLIER INVOICE OF".
           05  FILLER   PIC X(10)   VALUE "OFFCYCLE".
           05  FILLER   PIC X(8)    VALUE "OFFCYCLE".
           05  FILLER   PIC X(20)   VALUE "OFF-CYCLE PAY OF".
           05  FILLER   PIC X(10)   VALUE "OVERSHORT".
           05  FILLER   PIC X(8)    VALUE "OVRSHORT".
           05  FILLER   PIC X(20)   VALUE "DRAWER OVER/SHORT OF".
           05  FILLER   PIC X(10)   VALUE "PARTSRCV".
           05  FILLER   PIC X(8)    VALUE "PARTMNT".
           05  FILLER   PIC X(20)   VALUE "PARTS RECEIVED".
           05  FILLER   PIC X(10)   VALUE "SPOILAGE".
           05  FILLER   PIC X(8)    VALUE "SPOILOFF".
           05  FILLER   PIC X(20)   VALUE "SPOILAGE WRITE-OFF".
           05  FILLER   PIC X(10)   VALUE "RECALL".
           05  FILLER   PIC X(8)    VALUE "RECALL".
           05  FILLER   PIC X(20)   VALUE "RECALL PULL OF".
           05  FILLER   PIC X(10)   VALUE "SHRINKAGE".
           05  FILLER   PIC X(8)    VALUE "STOCKTAK".
           05  FILLER   PIC X(20)   VALUE "STOCK-TAKE OF".
           05  FILLER   PIC X(10)   VALUE "SUPPRTN".
           05  FILLER   PIC X(8)    VALUE "SUPPRTN".
           05  FILLER   PIC X(20)   VALUE "SUPPLIER RETURN".
           05  FILLER   PIC X(10)   VALUE "VANSHRINK".
           05  FILLER   PIC X(8)    VALUE "WHXFER".
           05  FILLER   PIC X(20)   VALUE "VAN STOCK CHECK OF".
           05  FILLER   PIC X(10)   VALUE "REPAIRS".
           05  FILLER   PIC X(8)    VALUE "WRKORDMT".
           05  FILLER   PIC X(20)   VALUE "WORK ORDER CLOSED".
           05  FILLER   PIC X(10)   VALUE "ASSETDISP".
           05  FILLER   PIC X(8)    VALUE "ASSETMNT".
           05  FILLER   PIC X(20)   VALUE "ASSET DISPOSAL".
           05  FILLER   PIC X(10)   VALUE "BANKXFER".
           05  FILLER   PIC X(8)    VALUE "BANKXFER".
           05  FILLER   PIC X(20)   VALUE "FUNDS TRANSFER OF".
           05  FILLER   PIC X(10)   VALUE "VATRTN".
           05  FILLER   PIC X(8)    VALUE "VATRTN".
           05  FILLER   PIC X(20)   VALUE "VAT RETURN FOR".
           05  FILLER   PIC X(10)   VALUE "BADDEBT".
           05  FILLER   PIC X(8)    VALUE "BADDEBT".
           05  FILLER   PIC X(20)   VALUE "BAD DEBT WRITE-OFF".
           05  FILLER   PIC X(10)   VALUE "DDALLOW".
           05  FILLER   PIC X(8)    VALUE "DDALLOW".
           05  FILLER   PIC X(20)   VALUE "DOUBTFUL ALLOW FOR".
           05  FILLER   PIC X(10)   VALUE "CRMEMO".
           05  FILLER   PIC X(8)    VALUE "CRMEMO".
           05  FILLER   PIC X(20)   VALUE "CREDIT MEMO ON".
           05  FILLER   PIC X(10)   VALUE "COSTREVAL".
           05  FILLER   PIC X(8)    VALUE "COSTMNT".
           05  FILLER   PIC X(20)   VALUE "STOCK REVALUED ON".
           05  FILLER   PIC X(10)   VALUE "RESTOCK".
           05  FILLER   PIC X(8)    VALUE "Lab5-1".
           05  FILLER   PIC X(20)   VALUE "SLOT RESTOCK ON".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SN-ENTRY OCCURS 33 TIMES INDEXED BY WS-SN-IDX.
               10  WS-SN-SOURCE            PIC X(10).
               10  WS-SN-PROGRAM           PIC X(8).
               10  WS-SN-MEANING           PIC X(20).

       01  WS-PRINT-WORK.
           05  WS-RUNNING-BALANCE       PIC S9(9)V99.
           05  WS-OPENING-BALANCE       PIC S9(9)V99.
           05  WS-ACCOUNT-DEBITS        PIC 9(9)V99.
           05  WS-ACCOUNT-CREDITS       PIC 9(9)V99.
           05  WS-CURRENT-ACCOUNT       PIC 9(4).
           05  WS-CURRENT-NAME          PIC X(20).
           05  WS-ENTRY-TEXT            PIC X(8).
           05  WS-DC-TEXT               PIC XX.
           05  WS-ORIGIN-TEXT           PIC X(64).
           05  WS-ORIGIN-PTR            PIC 99.
           05  WS-ORIGIN-PROGRAM        PIC X(8).
           05  WS-ORIGIN-PAY-PERIOD     PIC 9(4).

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-BAL==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-DRS==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-CRS==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- General Ledger Account Activity ---".
            PERFORM 0100-ACCEPT-ACCOUNT-RANGE.
            PERFORM 0200-ACCEPT-DATE-RANGE.
            IF NOT WS-RANGE-OK
               GOBACK
            END-IF.
            PERFORM 0300-LOAD-ACCOUNTS.
            IF WS-ACCOUNT-COUNT = ZERO
               DISPLAY "No accounts on the chart in that range."
               GOBACK
            END-IF.
            PERFORM 0400-READ-CHECKPOINT.
            PERFORM 0500-LOAD-PAY-PERIODS.
            OPEN INPUT FIXED-ASSET-FILE.
            IF WS-FIXED-ASSET-STATUS = "00"
               MOVE "Y" TO WS-ASSET-OPEN-FLAG
            END-IF.
            PERFORM 0600-OPEN-SPOOL.
            SORT SORT-WORK-FILE
               ON ASCENDING KEY GA-ACCOUNT
               ON ASCENDING KEY GA-ROW-TYPE
               ON ASCENDING KEY GA-BUSINESS-DATE
               ON ASCENDING KEY GA-RECORD-NO
               INPUT PROCEDURE IS 1000-RELEASE-ACTIVITY
               OUTPUT PROCEDURE IS 2000-PRINT-ACTIVITY.
            PERFORM 3000-PRINT-RUN-TOTALS.
            IF WS-ASSET-FILE-OPEN
               CLOSE FIXED-ASSET-FILE
            END-IF.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

       0100-ACCEPT-ACCOUNT-RANGE.
            MOVE ZERO TO WS-FROM-ACCOUNT.
            MOVE 9999 TO WS-TO-ACCOUNT.
            DISPLAY "From account (4 digits, ENTER = first): ".
            MOVE SPACES TO WS-ACCOUNT-INPUT.
            ACCEPT WS-ACCOUNT-INPUT.
            IF WS-ACCOUNT-INPUT IS NUMERIC
               MOVE WS-ACCOUNT-INPUT TO WS-FROM-ACCOUNT
            END-IF.
            DISPLAY "To account (4 digits, ENTER = last): ".
            MOVE SPACES TO WS-ACCOUNT-INPUT.
            ACCEPT WS-ACCOUNT-INPUT.
            IF WS-ACCOUNT-INPUT IS NUMERIC
               MOVE WS-ACCOUNT-INPUT TO WS-TO-ACCOUNT
            END-IF.

      *> A run of fiscal periods reads from the first period's start
      *> to the last period's end; a date range is taken as keyed.
       0200-ACCEPT-DATE-RANGE.
            DISPLAY "Range by (P)eriod or (D)ate: ".
            MOVE SPACE TO WS-RANGE-CHOICE.
            ACCEPT WS-RANGE-CHOICE.
            EVALUATE WS-RANGE-CHOICE
               WHEN "P"
               WHEN "p"
                  PERFORM 0250-ACCEPT-PERIOD-RANGE
               WHEN "D"
               WHEN "d"
                  DISPLAY "From date (YYYYMMDD): "
                  MOVE SPACES TO WS-DATE-INPUT
                  ACCEPT WS-DATE-INPUT
                  IF WS-DATE-INPUT IS NUMERIC
                     MOVE WS-DATE-INPUT TO WS-FROM-DATE
                     DISPLAY "To date (YYYYMMDD): "
                     MOVE SPACES TO WS-DATE-INPUT
                     ACCEPT WS-DATE-INPUT
                     IF WS-DATE-INPUT IS NUMERIC
                        MOVE WS-DATE-INPUT TO WS-TO-DATE
                        MOVE "Y" TO WS-RANGE-OK-FLAG
                     END-IF
                  END-IF
                  IF NOT WS-RANGE-OK
                     DISPLAY "Invalid date - nothing to report."
                  END-IF
               WHEN OTHER
                  DISPLAY "Invalid choice - nothing to report."
            END-EVALUATE.
            IF WS-RANGE-OK AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Range ends before it starts - nothing to "
                  "report."
               MOVE "N" TO WS-RANGE-OK-FLAG
            END-IF.

       0250-ACCEPT-PERIOD-RANGE.
            OPEN INPUT PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS NOT = "00"
               DISPLAY "No PERIOD-CALENDAR file - use a date range."
            ELSE
               DISPLAY "From fiscal year (YYYY): "
               ACCEPT WS-YEAR-INPUT
               DISPLAY "From period number (01-12): "
               ACCEPT WS-PERIOD-INPUT
               IF WS-YEAR-INPUT IS NUMERIC AND
                     WS-PERIOD-INPUT IS NUMERIC
                  MOVE WS-YEAR-INPUT TO PC-FISCAL-YEAR
                  MOVE WS-PERIOD-INPUT TO PC-PERIOD-NO
                  READ PERIOD-CALENDAR-FILE
                     INVALID KEY
                        DISPLAY "Period not on the calendar."
                     NOT INVALID KEY
                        MOVE PC-START-DATE TO WS-FROM-DATE
                        MOVE PC-END-DATE TO WS-TO-DATE
                        MOVE "Y" TO WS-RANGE-OK-FLAG
                  END-READ
               ELSE
                  DISPLAY "Invalid year/period."
               END-IF
               IF WS-RANGE-OK
                  DISPLAY "To fiscal year (YYYY, ENTER = same): "
                  MOVE SPACES TO WS-YEAR-INPUT
                  ACCEPT WS-YEAR-INPUT
                  DISPLAY "To period number (ENTER = same): "
                  MOVE SPACES TO WS-PERIOD-INPUT
                  ACCEPT WS-PERIOD-INPUT
                  IF WS-YEAR-INPUT IS NUMERIC
                     MOVE WS-YEAR-INPUT TO PC-FISCAL-YEAR
                  END-IF
                  IF WS-PERIOD-INPUT IS NUMERIC
                     MOVE WS-PERIOD-INPUT TO PC-PERIOD-NO
                  END-IF
                  READ PERIOD-CALENDAR-FILE
                     INVALID KEY
                        DISPLAY "Closing period not on the calendar."
                        MOVE "N" TO WS-RANGE-OK-FLAG
                     NOT INVALID KEY
                        MOVE PC-END-DATE TO WS-TO-DATE
                  END-READ
               END-IF
               CLOSE PERIOD-CALENDAR-FILE
            END-IF.

       0300-LOAD-ACCOUNTS.
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS NOT = "00"
               DISPLAY "No CHART-OF-ACCOUNTS file."
               MOVE "Y" TO WS-CHART-EOF-FLAG
            ELSE
               MOVE WS-FROM-ACCOUNT TO CA-ACCOUNT-NO
               START CHART-ACCOUNT-FILE KEY >= CA-ACCOUNT-NO
                  INVALID KEY
                     MOVE "Y" TO WS-CHART-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-CHART-EOF
               READ CHART-ACCOUNT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-CHART-EOF-FLAG
                  NOT AT END
                     IF CA-ACCOUNT-NO > WS-TO-ACCOUNT
                        MOVE "Y" TO WS-CHART-EOF-FLAG
                     ELSE
                        IF WS-ACCOUNT-COUNT < 300
                           ADD 1 TO WS-ACCOUNT-COUNT
                           SET WS-AA-IDX TO WS-ACCOUNT-COUNT
                           MOVE CA-ACCOUNT-NO
                              TO WS-AA-ACCOUNT(WS-AA-IDX)
                           MOVE CA-ACCOUNT-NAME
                              TO WS-AA-NAME(WS-AA-IDX)
                           MOVE CA-BALANCE
                              TO WS-AA-BALANCE(WS-AA-IDX)
                           MOVE ZERO
                              TO WS-AA-LATER-MOVEMENT(WS-AA-IDX)
                           MOVE ZERO TO WS-AA-LINE-COUNT(WS-AA-IDX)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

      *> Only what GL-POST has applied is in the chart balance, so
      *> only records up to its checkpoint are listed.
       0400-READ-CHECKPOINT.
            OPEN INPUT GL-CHECKPOINT-FILE.
            IF WS-CKPT-STATUS = "00"
               READ GL-CHECKPOINT-FILE
                  NOT AT END
                     MOVE CKPT-RECORD-COUNT TO WS-CKPT-COUNT
               END-READ
               CLOSE GL-CHECKPOINT-FILE
            END-IF.

       0500-LOAD-PAY-PERIODS.
            OPEN INPUT PAY-PERIOD-FILE.
            IF WS-PAY-PERIOD-STATUS NOT = "00"
               MOVE "Y" TO WS-PAY-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO PP-PERIOD-NO
               START PAY-PERIOD-FILE KEY >= PP-PERIOD-NO
                  INVALID KEY
                     MOVE "Y" TO WS-PAY-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-PAY-EOF
               READ PAY-PERIOD-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-PAY-EOF-FLAG
                  NOT AT END
                     IF WS-PAY-PERIOD-COUNT < 600
                        ADD 1 TO WS-PAY-PERIOD-COUNT
                        SET WS-PY-IDX TO WS-PAY-PERIOD-COUNT
                        MOVE PP-PERIOD-NO
                           TO WS-PY-PERIOD-NO(WS-PY-IDX)
                        MOVE PP-END-DATE TO WS-PY-END-DATE(WS-PY-IDX)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-PAY-PERIOD-STATUS = "00"
               CLOSE PAY-PERIOD-FILE
            END-IF.

       0600-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "GLACTV" TO SP-REPORT-TYPE.
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
            STRING "ACCOUNT ACTIVITY  ACCOUNTS " WS-FROM-ACCOUNT
               "-" WS-TO-ACCOUNT "  DATES " WS-FROM-DATE " - "
               WS-TO-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "  DATE     ENTRY    SOURCE     SRC DATE"
               "          AMOUNT       BALANCE"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "  (ENTRY: COMPOUND ENTRY NO, OR R + JOURNAL RECORD"
               " NO OF A PAIR)"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.

      *> Plain pairs are dated by JE-SOURCE-DATE and compound lines
      *> by JE-LINE-DATE - the business dates the other ledger
      *> reports select on.
       1000-RELEASE-ACTIVITY.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "No JOURNAL file - balances only."
               MOVE "Y" TO WS-JOURNAL-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-JOURNAL-EOF
               READ JOURNAL-FILE
                  AT END
                     MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                  NOT AT END
                     ADD 1 TO WS-RECORD-NUM
                     PERFORM 1100-TAKE-JOURNAL-RECORD
               END-READ
            END-PERFORM.
            IF WS-JOURNAL-STATUS = "00"
               CLOSE JOURNAL-FILE
            END-IF.
            PERFORM 1300-RELEASE-OPENINGS.

       1100-TAKE-JOURNAL-RECORD.
            EVALUATE TRUE
               WHEN JE-IS-DETAIL
                  MOVE JE-SOURCE-DATE TO WS-MV-DATE
                  MOVE JE-AMOUNT TO WS-MV-AMOUNT
                  MOVE JE-DEBIT-ACCOUNT TO WS-MV-ACCOUNT
                  MOVE JE-CREDIT-ACCOUNT TO WS-MV-OTHER-ACCOUNT
                  MOVE "D" TO WS-MV-DC
                  PERFORM 1200-TAKE-ONE-SIDE
                  MOVE JE-CREDIT-ACCOUNT TO WS-MV-ACCOUNT
                  MOVE JE-DEBIT-ACCOUNT TO WS-MV-OTHER-ACCOUNT
                  MOVE "C" TO WS-MV-DC
                  PERFORM 1200-TAKE-ONE-SIDE
               WHEN JE-IS-LINE
                  MOVE JE-LINE-DATE TO WS-MV-DATE
                  MOVE JE-LINE-AMOUNT TO WS-MV-AMOUNT
                  MOVE JE-LINE-ACCOUNT TO WS-MV-ACCOUNT
                  MOVE ZERO TO WS-MV-OTHER-ACCOUNT
                  MOVE JE-LINE-DC TO WS-MV-DC
                  PERFORM 1200-TAKE-ONE-SIDE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       1200-TAKE-ONE-SIDE.
            SET WS-AA-IDX TO 1.
            SEARCH WS-AA-ENTRY
               AT END
                  CONTINUE
               WHEN WS-AA-IDX > WS-ACCOUNT-COUNT
                  CONTINUE
               WHEN WS-AA-ACCOUNT(WS-AA-IDX) = WS-MV-ACCOUNT
                  IF WS-RECORD-NUM > WS-CKPT-COUNT
                     IF WS-MV-DATE >= WS-FROM-DATE AND
                           WS-MV-DATE <= WS-TO-DATE
                        ADD 1 TO WS-UNPOSTED-COUNT
                     END-IF
                  ELSE
                     PERFORM 1250-TAKE-POSTED-SIDE
                  END-IF
            END-SEARCH.

       1250-TAKE-POSTED-SIDE.
            IF WS-MV-DC = "D"
               MOVE WS-MV-AMOUNT TO WS-MV-SIGNED
            ELSE
               COMPUTE WS-MV-SIGNED = ZERO - WS-MV-AMOUNT
            END-IF.
            IF WS-MV-DATE >= WS-FROM-DATE
               ADD WS-MV-SIGNED TO WS-AA-LATER-MOVEMENT(WS-AA-IDX)
            END-IF.
            IF WS-MV-DATE >= WS-FROM-DATE AND
                  WS-MV-DATE <= WS-TO-DATE
               ADD 1 TO WS-AA-LINE-COUNT(WS-AA-IDX)
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE WS-MV-ACCOUNT TO GA-ACCOUNT
               MOVE "1" TO GA-ROW-TYPE
               MOVE WS-MV-DATE TO GA-BUSINESS-DATE
               MOVE WS-RECORD-NUM TO GA-RECORD-NO
               MOVE WS-MV-DC TO GA-DC
               MOVE WS-MV-AMOUNT TO GA-AMOUNT
               MOVE WS-MV-OTHER-ACCOUNT TO GA-OTHER-ACCOUNT
               MOVE ZERO TO GA-OPENING-BALANCE
               IF JE-IS-DETAIL
                  MOVE "P" TO GA-KIND
                  MOVE JE-ENTRY-DATE TO GA-ENTRY-DATE
                  MOVE ZERO TO GA-ENTRY-NO
                  MOVE JE-SOURCE TO GA-SOURCE
                  MOVE JE-SOURCE-DATE TO GA-SOURCE-DATE
                  MOVE SPACE TO GA-REVERSE-FLAG
                  MOVE ZERO TO GA-REVERSES-ENTRY-NO
               ELSE
                  MOVE "L" TO GA-KIND
                  MOVE JE-LINE-DATE TO GA-ENTRY-DATE
                  MOVE JE-ENTRY-NO TO GA-ENTRY-NO
                  MOVE JE-LINE-SOURCE TO GA-SOURCE
                  MOVE JE-LINE-DATE TO GA-SOURCE-DATE
                  MOVE JE-LINE-REVERSE-FLAG TO GA-REVERSE-FLAG
                  IF JE-REVERSES-ENTRY-NO IS NUMERIC
                     MOVE JE-REVERSES-ENTRY-NO
                        TO GA-REVERSES-ENTRY-NO
                  ELSE
                     MOVE ZERO TO GA-REVERSES-ENTRY-NO
                  END-IF
               END-IF
               RELEASE SORT-WORK-RECORD
            END-IF.

      *> An account with no balance at the range start and nothing
      *> in the range has nothing to show and is left off.
       1300-RELEASE-OPENINGS.
            PERFORM VARYING WS-AA-IDX FROM 1 BY 1
               UNTIL WS-AA-IDX > WS-ACCOUNT-COUNT
               COMPUTE WS-OPENING-BALANCE =
                  WS-AA-BALANCE(WS-AA-IDX)
                  - WS-AA-LATER-MOVEMENT(WS-AA-IDX)
               IF WS-OPENING-BALANCE NOT = ZERO OR
                     WS-AA-LINE-COUNT(WS-AA-IDX) > ZERO
                  MOVE SPACES TO SORT-WORK-RECORD
                  MOVE WS-AA-ACCOUNT(WS-AA-IDX) TO GA-ACCOUNT
                  MOVE "0" TO GA-ROW-TYPE
                  MOVE ZERO TO GA-BUSINESS-DATE
                  MOVE ZERO TO GA-RECORD-NO
                  MOVE ZERO TO GA-ENTRY-DATE
                  MOVE ZERO TO GA-ENTRY-NO
                  MOVE ZERO TO GA-AMOUNT
                  MOVE ZERO TO GA-SOURCE-DATE
                  MOVE ZERO TO GA-OTHER-ACCOUNT
                  MOVE ZERO TO GA-REVERSES-ENTRY-NO
                  MOVE WS-OPENING-BALANCE TO GA-OPENING-BALANCE
                  RELEASE SORT-WORK-RECORD
               END-IF
            END-PERFORM.

       2000-PRINT-ACTIVITY.
            PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE "Y" TO WS-SORT-EOF-FLAG
                  NOT AT END
                     IF GA-IS-OPENING
                        PERFORM 2100-START-ACCOUNT
                     ELSE
                        PERFORM 2200-PRINT-ONE-LINE
                     END-IF
               END-RETURN
            END-PERFORM.
            PERFORM 2900-CLOSE-ACCOUNT.

       2100-START-ACCOUNT.
            PERFORM 2900-CLOSE-ACCOUNT.
            MOVE "Y" TO WS-ACCOUNT-OPEN-FLAG.
            ADD 1 TO WS-ACCOUNTS-LISTED.
            MOVE GA-ACCOUNT TO WS-CURRENT-ACCOUNT.
            MOVE SPACES TO WS-CURRENT-NAME.
            SET WS-AA-IDX TO 1.
            SEARCH WS-AA-ENTRY
               AT END
                  CONTINUE
               WHEN WS-AA-ACCOUNT(WS-AA-IDX) = GA-ACCOUNT
                  MOVE WS-AA-NAME(WS-AA-IDX) TO WS-CURRENT-NAME
            END-SEARCH.
            MOVE GA-OPENING-BALANCE TO WS-RUNNING-BALANCE.
            MOVE ZERO TO WS-ACCOUNT-DEBITS.
            MOVE ZERO TO WS-ACCOUNT-CREDITS.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-RUNNING-BALANCE TO WS-BAL-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "ACCOUNT " WS-CURRENT-ACCOUNT " " WS-CURRENT-NAME
               "  OPENING BALANCE        " WS-BAL-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2200-PRINT-ONE-LINE.
            ADD 1 TO WS-LINES-LISTED.
            IF GA-IS-DEBIT
               ADD GA-AMOUNT TO WS-RUNNING-BALANCE
               ADD GA-AMOUNT TO WS-ACCOUNT-DEBITS
               MOVE "DR" TO WS-DC-TEXT
            ELSE
               SUBTRACT GA-AMOUNT FROM WS-RUNNING-BALANCE
               ADD GA-AMOUNT TO WS-ACCOUNT-CREDITS
               MOVE "CR" TO WS-DC-TEXT
            END-IF.
            MOVE SPACES TO WS-ENTRY-TEXT.
            IF GA-IS-PAIR
               STRING "R" GA-RECORD-NO
                  DELIMITED BY SIZE INTO WS-ENTRY-TEXT
               END-STRING
            ELSE
               MOVE GA-ENTRY-NO TO WS-ENTRY-TEXT(4:5)
            END-IF.
            MOVE GA-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE WS-RUNNING-BALANCE TO WS-BAL-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            STRING "  " GA-ENTRY-DATE " " WS-ENTRY-TEXT " "
               GA-SOURCE " " GA-SOURCE-DATE " " WS-DC-TEXT
               WS-AMT-EDIT-ZERO-SUPPRESS " " WS-BAL-EDIT-MINUS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            IF GA-IS-PAIR
               MOVE SPACES TO PRINT-LINE(69:12)
               STRING " VS " GA-OTHER-ACCOUNT
                  DELIMITED BY SIZE INTO PRINT-LINE(69:12)
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM 2300-DESCRIBE-ORIGIN.
            MOVE SPACES TO PRINT-LINE.
            STRING "           FROM " WS-ORIGIN-TEXT(1:63)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Drill-back: the program that journaled the line and the
      *> business item it was working on, from the source tag and
      *> source date each writer stamps.
       2300-DESCRIBE-ORIGIN.
            MOVE SPACES TO WS-ORIGIN-TEXT.
            MOVE 1 TO WS-ORIGIN-PTR.
            EVALUATE TRUE
               WHEN GA-SOURCE(1:5) = "DEPR-"
                  PERFORM 2350-DESCRIBE-ASSET
               WHEN GA-SOURCE = "DEPRECN"
                  STRING "DEPRRUN ALL ASSETS, PERIOD ENDING "
                     GA-SOURCE-DATE
                     DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                     WITH POINTER WS-ORIGIN-PTR
                  END-STRING
               WHEN GA-SOURCE(1:4) = "TPL-"
                  STRING "JTMPLGEN TEMPLATE "
                     GA-SOURCE(5:6) DELIMITED BY SPACE
                     " FOR PERIOD ENDING " GA-SOURCE-DATE
                     DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                     WITH POINTER WS-ORIGIN-PTR
                  END-STRING
               WHEN GA-SOURCE(1:4) = "OHA-"
                  STRING "OVHDRUN RULE "
                     GA-SOURCE(5:6) DELIMITED BY SPACE
                     " FOR PERIOD ENDING " GA-SOURCE-DATE
                     DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                     WITH POINTER WS-ORIGIN-PTR
                  END-STRING
               WHEN GA-SOURCE = "AUTOREV"
                  STRING "GLPOST AUTO-REVERSAL OF ENTRY "
                     GA-REVERSES-ENTRY-NO
                     DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                     WITH POINTER WS-ORIGIN-PTR
                  END-STRING
               WHEN GA-SOURCE = "VENDSALE"
                  STRING "VENDPOST VENDING SALES OF " GA-SOURCE-DATE
                     DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                     WITH POINTER WS-ORIGIN-PTR
                  END-STRING
               WHEN GA-SOURCE = "PAYROLL"
                  MOVE "PAYGLPST" TO WS-ORIGIN-PROGRAM
                  PERFORM 2360-DESCRIBE-PAY-PERIOD
               WHEN GA-SOURCE = "PAYREVSL"
                  MOVE "PAYREVSL" TO WS-ORIGIN-PROGRAM
                  PERFORM 2360-DESCRIBE-PAY-PERIOD
               WHEN OTHER
                  SET WS-SN-IDX TO 1
                  SEARCH WS-SN-ENTRY
                     AT END
                        STRING "SOURCE NOT KNOWN, DATED "
                           GA-SOURCE-DATE
                           DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                           WITH POINTER WS-ORIGIN-PTR
                        END-STRING
                     WHEN WS-SN-SOURCE(WS-SN-IDX) = GA-SOURCE
                        STRING WS-SN-PROGRAM(WS-SN-IDX)
                           DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-SN-MEANING(WS-SN-IDX)
                           DELIMITED BY "  "
                           " " GA-SOURCE-DATE
                           DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                           WITH POINTER WS-ORIGIN-PTR
                        END-STRING
                  END-SEARCH
            END-EVALUATE.
            IF GA-REVERSE-FLAG = "R"
               STRING " (REVERSING ACCRUAL)"
                  DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                  WITH POINTER WS-ORIGIN-PTR
               END-STRING
            END-IF.

       2350-DESCRIBE-ASSET.
            MOVE SPACES TO FA-DESCRIPTION.
            IF WS-ASSET-FILE-OPEN AND GA-SOURCE(6:5) IS NUMERIC
               MOVE GA-SOURCE(6:5) TO FA-ASSET-ID
               READ FIXED-ASSET-FILE
                  INVALID KEY
                     MOVE "(NOT ON REGISTER)" TO FA-DESCRIPTION
               END-READ
            END-IF.
            STRING "DEPRRUN ASSET " GA-SOURCE(6:5) " "
               DELIMITED BY SIZE
               FA-DESCRIPTION DELIMITED BY "  "
               " MONTH ENDING " GA-SOURCE-DATE
               DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
               WITH POINTER WS-ORIGIN-PTR
            END-STRING.

       2360-DESCRIBE-PAY-PERIOD.
            MOVE ZERO TO WS-ORIGIN-PAY-PERIOD.
            SET WS-PY-IDX TO 1.
            SEARCH WS-PY-ENTRY
               AT END
                  CONTINUE
               WHEN WS-PY-IDX > WS-PAY-PERIOD-COUNT
                  CONTINUE
               WHEN WS-PY-END-DATE(WS-PY-IDX) = GA-SOURCE-DATE
                  MOVE WS-PY-PERIOD-NO(WS-PY-IDX)
                     TO WS-ORIGIN-PAY-PERIOD
            END-SEARCH.
            IF WS-ORIGIN-PAY-PERIOD = ZERO
               STRING WS-ORIGIN-PROGRAM " PAY PERIOD ENDING "
                  GA-SOURCE-DATE
                  DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                  WITH POINTER WS-ORIGIN-PTR
               END-STRING
            ELSE
               STRING WS-ORIGIN-PROGRAM " PAY PERIOD "
                  WS-ORIGIN-PAY-PERIOD " ENDING " GA-SOURCE-DATE
                  DELIMITED BY SIZE INTO WS-ORIGIN-TEXT
                  WITH POINTER WS-ORIGIN-PTR
               END-STRING
            END-IF.

       2900-CLOSE-ACCOUNT.
            IF WS-ACCOUNT-BLOCK-OPEN
               MOVE WS-ACCOUNT-DEBITS TO WS-DRS-EDIT-ZERO-SUPPRESS
               MOVE WS-ACCOUNT-CREDITS TO WS-CRS-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING "  DEBITS " WS-DRS-EDIT-ZERO-SUPPRESS
                  "  CREDITS " WS-CRS-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RUNNING-BALANCE TO WS-BAL-EDIT-MINUS
               MOVE SPACES TO PRINT-LINE
               STRING "ACCOUNT " WS-CURRENT-ACCOUNT " "
                  WS-CURRENT-NAME "  CLOSING BALANCE        "
                  WS-BAL-EDIT-MINUS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               MOVE "N" TO WS-ACCOUNT-OPEN-FLAG
            END-IF.

       3000-PRINT-RUN-TOTALS.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "ACCOUNTS LISTED " WS-ACCOUNTS-LISTED
               "  LINES LISTED " WS-LINES-LISTED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-UNPOSTED-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "  " WS-UNPOSTED-COUNT
                  " LINES IN RANGE NOT YET APPLIED BY GL-POST - "
                  "NOT SHOWN"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
       END PROGRAM GL-ACCOUNT-ACTIVITY.
