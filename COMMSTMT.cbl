      *          EXPENSE 5400 against COMMISSION PAYABLE 2300 (both
      *          self-seeded on the chart, the SPOILAGE-WRITE-OFF
      *          pattern). Month-end commissions stop being a paper
      *          ledger and half a day. Each sale is credited to the
      *          site the machine stood at on the sale date (the
      *          MACHLOC location history), so a machine that moved
      *          during the period gives each host its own statement
      *          under its own deal. Where the deal promises an
      *          uptime, the machine's down days over the stretch
      *          (MACHINE-DOWN-DAYS, off the work orders) are turned
      *          into an uptime percentage and any shortfall is
      *          credited to the host on the statement at the deal's
      *          rate per point, payable with the commission. Where
      *          the deal names the host's payee, the amount due is
      *          raised as an approved voucher (VOUCHER.DAT, numbered
      *          from VCHCTL) for AP-PAYMENT-RUN to pay by check, with
      *          the statement figures kept on COMMVCH.DAT for the
      *          remittance. A rerun for the same period finds its
      *          vouchers already raised and its commission already
      *          journaled, and adds neither again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT MACHINE-LOCATION-FILE ASSIGN TO "MACHLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-MACHINE-LOCATION-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-CHECK-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-CHECK-STATUS.
           SELECT APPROVED-VOUCHER-FILE ASSIGN TO "VOUCHER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-VOUCHER-STATUS.
           SELECT VOUCHER-CONTROL-FILE ASSIGN TO "VCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-CONTROL-STATUS.
           SELECT COMMISSION-VOUCHER-FILE ASSIGN TO "COMMVCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-VOUCHER-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  MACHINE-LOCATION-FILE.
       COPY MACHLOC.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

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

       FD  APPROVED-VOUCHER-FILE.
       COPY VOUCHER.

       FD  VOUCHER-CONTROL-FILE.
       01  VOUCHER-CONTROL-RECORD.
           05  VC-NEXT-VOUCHER-NO      PIC 9(5).

       FD  COMMISSION-VOUCHER-FILE.
       COPY COMMVCH.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       COPY VNDSALE.

       COPY HISTPRM.
       COPY DOWNPRM.
       01  WS-SITE-CONTRACT-STATUS   PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-MACHINE-LOCATION-STATUS PIC XX.
       01  WS-LOCATION-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-LOCATION-FILE-OPEN             VALUE "Y".
       01  WS-LOCATION-EOF-FLAG      PIC X.
           88  WS-LOCATION-EOF                   VALUE "Y".
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-JOURNAL-CHECK-STATUS   PIC XX.
       01  WS-CHECK-EOF-FLAG         PIC X       VALUE "N".
           88  WS-CHECK-EOF                      VALUE "Y".
       01  WS-APPROVED-VOUCHER-STATUS PIC XX.
       01  WS-VOUCHER-CONTROL-STATUS PIC XX.
       01  WS-COMMISSION-VOUCHER-STATUS PIC XX.
       01  WS-VOUCHER-EOF-FLAG       PIC X       VALUE "N".
           88  WS-VOUCHER-EOF                    VALUE "Y".

      *> Commission vouchers already on VOUCHER.DAT, payee and
      *> invoice number, so a rerun of a period raises nothing twice.
       01  WS-RAISED-VOUCHERS.
           05  WS-RAISED-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-RAISED-IDX.
               10  WS-RAISED-PAYEE         PIC 9(3).
               10  WS-RAISED-INVOICE       PIC X(10).
       01  WS-RAISED-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-VOUCHER-CONTROLS.
           05  WS-NEXT-VOUCHER-NO       PIC 9(5)    VALUE 10001.
           05  WS-VOUCHERS-RAISED       PIC 9(5)    VALUE ZERO.
           05  WS-BEST-PAYEE            PIC 9(3).
           05  WS-COMM-INVOICE-NO       PIC X(10).
           05  WS-VOUCHER-NOTE          PIC X(40).
           05  WS-ALREADY-RAISED-FLAG   PIC X.
               88  WS-ALREADY-RAISED             VALUE "Y".
           05  WS-ALREADY-JOURNALED     PIC 9(7)V99 VALUE ZERO.
           05  WS-JOURNAL-AMOUNT        PIC S9(7)V99.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-SALES-EOF-FLAG         PIC X       VALUE "N".
           88  WS-SALES-EOF                      VALUE "Y".
           05  WS-PERIOD-START          PIC 9(8).
           05  WS-PERIOD-END            PIC 9(8).

      *> One entry per machine per site it stood at in the period;
      *> the site dates are the stretch of the period spent there.
       01  WS-MACHINE-TOTALS.
           05  WS-MACH-ENTRY OCCURS 20 TIMES INDEXED BY WS-MACH-IDX.
               10  WS-MACH-ID              PIC 99.
               10  WS-MACH-SITE-KEY        PIC 9(8).
               10  WS-MACH-SITE-FROM       PIC 9(8).
               10  WS-MACH-SITE-TO         PIC 9(8).
               10  WS-MACH-SITE-NAME       PIC X(20).
               10  WS-MACH-UNITS           PIC 9(7).
               10  WS-MACH-TAKINGS         PIC 9(7)V99.

      *> The site a sale was made at, from the location history.
       01  WS-SALE-SITE-CONTROLS.
           05  WS-SALE-SITE-FOUND-FLAG  PIC X.
               88  WS-SALE-SITE-FOUND            VALUE "Y".
           05  WS-SALE-SITE-NAME        PIC X(20).
           05  WS-SALE-SITE-FROM        PIC 9(8).
           05  WS-SALE-SITE-TO          PIC 9(8).
       01  WS-MACHINE-COUNT          PIC 9(3)    VALUE ZERO.
      *> A machine the table could not hold would mean statements
      *> printed and a payable journaled with its takings missing,
               88  WS-CONTRACT-FOUND             VALUE "Y".
           05  WS-BEST-PCT              PIC 99V99.
           05  WS-BEST-GUARANTEE        PIC 9(5)V99.
           05  WS-BEST-UPTIME           PIC 999V99.
           05  WS-BEST-CREDIT-RATE      PIC 9(5)V99.
           05  WS-COMMISSION-AMOUNT     PIC 9(7)V99.
           05  WS-SHORTFALL-POINTS      PIC 999V99.
           05  WS-SERVICE-CREDIT        PIC 9(7)V99.
           05  WS-AMOUNT-DUE            PIC 9(7)V99.
           05  WS-UPTIME-EDIT           PIC ZZ9.99.
           05  WS-PROMISE-EDIT          PIC ZZ9.99.
           05  WS-GUARANTEE-USED-FLAG   PIC X.
           05  WS-RUN-TOTAL             PIC 9(7)V99 VALUE ZERO.
           05  WS-SITE-NAME             PIC X(20).
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TAK==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-COM==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-CRD==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-DUE==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
            PERFORM 1000-FIND-FISCAL-PERIOD.
            PERFORM 2000-TOTAL-PERIOD-TAKINGS.
            IF WS-TABLE-FULL
               DISPLAY "More than 20 machine sites with takings - run "
                  "abandoned before statements or journal; raise "
                  "the table."
               GOBACK
               DISPLAY "No takings in that period - nothing owed."
               GOBACK
            END-IF.
            PERFORM 1500-LOAD-RAISED-VOUCHERS.
            PERFORM 1600-READ-VOUCHER-CONTROL.
            PERFORM 3000-PRINT-STATEMENTS.
            IF WS-RUN-TOTAL > ZERO
               PERFORM 4000-ENSURE-ACCOUNTS-EXIST
            END-READ.
            CLOSE PERIOD-CALENDAR-FILE.

       1500-LOAD-RAISED-VOUCHERS.
            OPEN INPUT APPROVED-VOUCHER-FILE.
            IF WS-APPROVED-VOUCHER-STATUS NOT = "00"
               MOVE "Y" TO WS-VOUCHER-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-VOUCHER-EOF
               READ APPROVED-VOUCHER-FILE
                  AT END
                     MOVE "Y" TO WS-VOUCHER-EOF-FLAG
                  NOT AT END
                     IF VH-IS-DETAIL AND
                           VH-INVOICE-NO(1:2) = "CM" AND
                           WS-RAISED-COUNT < 500
                        ADD 1 TO WS-RAISED-COUNT
                        MOVE VH-SUPPLIER-NO
                           TO WS-RAISED-PAYEE(WS-RAISED-COUNT)
                        MOVE VH-INVOICE-NO
                           TO WS-RAISED-INVOICE(WS-RAISED-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-APPROVED-VOUCHER-STATUS = "00"
               CLOSE APPROVED-VOUCHER-FILE
            END-IF.

       1600-READ-VOUCHER-CONTROL.
            OPEN INPUT VOUCHER-CONTROL-FILE.
            IF WS-VOUCHER-CONTROL-STATUS = "00"
               READ VOUCHER-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE VC-NEXT-VOUCHER-NO TO WS-NEXT-VOUCHER-NO
               END-READ
               CLOSE VOUCHER-CONTROL-FILE
            END-IF.

      *> One stream for the fiscal period: the history service
      *> walks the archived generations, the nightly ring, and the
      *> live file, so a month's commission is computed from the
      *> month, not from whatever today's file still holds.
       2000-TOTAL-PERIOD-TAKINGS.
            OPEN INPUT MACHINE-LOCATION-FILE.
            IF WS-MACHINE-LOCATION-STATUS = "00"
               MOVE "Y" TO WS-LOCATION-OPEN-FLAG
            END-IF.
            MOVE WS-PERIOD-START TO HR-START-DATE.
            MOVE WS-PERIOD-END TO HR-END-DATE.
            MOVE "O" TO HR-FUNCTION.
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            IF WS-LOCATION-FILE-OPEN
               CLOSE MACHINE-LOCATION-FILE
            END-IF.

       2100-ADD-ONE-SALE.
            PERFORM 2200-FIND-SITE-AT-SALE-DATE.
            SET WS-MACH-IDX TO 1.
            SEARCH WS-MACH-ENTRY
               AT END
                     ADD 1 TO WS-MACHINE-COUNT
                     SET WS-MACH-IDX TO WS-MACHINE-COUNT
                     MOVE VS-MACHINE-ID TO WS-MACH-ID(WS-MACH-IDX)
                     PERFORM 2150-SET-SITE-STRETCH
                     MOVE 1 TO WS-MACH-UNITS(WS-MACH-IDX)
                     MOVE VS-PRICE TO WS-MACH-TAKINGS(WS-MACH-IDX)
                  ELSE
                     MOVE "Y" TO WS-TABLE-FULL-FLAG
                  END-IF
               WHEN WS-MACH-ID(WS-MACH-IDX) = VS-MACHINE-ID AND
                    WS-MACH-SITE-KEY(WS-MACH-IDX) =
                       WS-SALE-SITE-FROM
                  ADD 1 TO WS-MACH-UNITS(WS-MACH-IDX)
                  ADD VS-PRICE TO WS-MACH-TAKINGS(WS-MACH-IDX)
            END-SEARCH.

      *> The stretch of the period the machine spent at the site -
      *> the contract in force is looked up over this stretch only.
       2150-SET-SITE-STRETCH.
            MOVE WS-SALE-SITE-FROM TO WS-MACH-SITE-KEY(WS-MACH-IDX).
            MOVE WS-SALE-SITE-FROM TO WS-MACH-SITE-FROM(WS-MACH-IDX).
            MOVE WS-SALE-SITE-NAME TO WS-MACH-SITE-NAME(WS-MACH-IDX).
            MOVE WS-SALE-SITE-TO TO WS-MACH-SITE-TO(WS-MACH-IDX).
            IF WS-MACH-SITE-TO(WS-MACH-IDX) = ZERO OR
                  WS-MACH-SITE-TO(WS-MACH-IDX) > WS-PERIOD-END
               MOVE WS-PERIOD-END TO WS-MACH-SITE-TO(WS-MACH-IDX)
            END-IF.
            IF WS-MACH-SITE-FROM(WS-MACH-IDX) < WS-PERIOD-START
               MOVE WS-PERIOD-START TO WS-MACH-SITE-FROM(WS-MACH-IDX)
            END-IF.

      *> The latest history row effective on or before the sale
      *> date is where the sale happened. No row means the machine
      *> has never moved: its master location, all period long.
       2200-FIND-SITE-AT-SALE-DATE.
            MOVE "N" TO WS-SALE-SITE-FOUND-FLAG.
            MOVE SPACES TO WS-SALE-SITE-NAME.
            MOVE ZERO TO WS-SALE-SITE-FROM.
            MOVE ZERO TO WS-SALE-SITE-TO.
            MOVE "N" TO WS-LOCATION-EOF-FLAG.
            IF NOT WS-LOCATION-FILE-OPEN
               MOVE "Y" TO WS-LOCATION-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO LH-KEY
               MOVE VS-MACHINE-ID TO LH-MACHINE-ID
               START MACHINE-LOCATION-FILE KEY >= LH-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LOCATION-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-LOCATION-EOF
               READ MACHINE-LOCATION-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LOCATION-EOF-FLAG
                  NOT AT END
                     IF LH-MACHINE-ID NOT = VS-MACHINE-ID OR
                           LH-EFFECTIVE-DATE > VS-SALE-DATE
                        MOVE "Y" TO WS-LOCATION-EOF-FLAG
                     ELSE
                        MOVE LH-LOCATION TO WS-SALE-SITE-NAME
                        MOVE LH-EFFECTIVE-DATE TO WS-SALE-SITE-FROM
                        MOVE LH-END-DATE TO WS-SALE-SITE-TO
                        MOVE "Y" TO WS-SALE-SITE-FOUND-FLAG
                     END-IF
               END-READ
            END-PERFORM.

       3000-PRINT-STATEMENTS.
            OPEN INPUT SITE-CONTRACT-FILE.
            OPEN INPUT MACHINE-MASTER-FILE.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            PERFORM 3050-WRITE-BANNER-PAGE.
            OPEN EXTEND APPROVED-VOUCHER-FILE.
            IF WS-APPROVED-VOUCHER-STATUS = "35"
               OPEN OUTPUT APPROVED-VOUCHER-FILE
               CLOSE APPROVED-VOUCHER-FILE
               OPEN EXTEND APPROVED-VOUCHER-FILE
            END-IF.
            OPEN EXTEND COMMISSION-VOUCHER-FILE.
            IF WS-COMMISSION-VOUCHER-STATUS = "35"
               OPEN OUTPUT COMMISSION-VOUCHER-FILE
               CLOSE COMMISSION-VOUCHER-FILE
               OPEN EXTEND COMMISSION-VOUCHER-FILE
            END-IF.
            PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
               UNTIL WS-MACH-IDX > WS-MACHINE-COUNT
               PERFORM 3100-STATEMENT-ONE-SITE
            END-PERFORM.
            IF WS-VOUCHERS-RAISED > ZERO
               MOVE "T" TO VH-RECORD-TYPE
               MOVE SPACES TO VH-DETAIL
               MOVE WS-VOUCHERS-RAISED TO VH-TRAILER-COUNT
               WRITE APPROVED-VOUCHER-RECORD
               PERFORM 3700-REWRITE-VOUCHER-CONTROL
            END-IF.
            CLOSE APPROVED-VOUCHER-FILE.
            CLOSE COMMISSION-VOUCHER-FILE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE WS-MACHINE-COUNT TO SP-PAGE-COUNT.
               CLOSE MACHINE-MASTER-FILE
            END-IF.
            DISPLAY "Statements spooled as " WS-SPOOL-NAME ".".
            IF WS-VOUCHERS-RAISED > ZERO
               DISPLAY WS-VOUCHERS-RAISED " commission voucher(s) "
                  "raised - pay them with AP-PAYMENT-RUN."
            END-IF.

       3050-WRITE-BANNER-PAGE.
            MOVE ALL "*" TO PRINT-LINE.
                  MOVE WS-BEST-GUARANTEE TO WS-COMMISSION-AMOUNT
                  MOVE "Y" TO WS-GUARANTEE-USED-FLAG
               END-IF
               PERFORM 3150-SET-SERVICE-CREDIT
               COMPUTE WS-AMOUNT-DUE =
                  WS-COMMISSION-AMOUNT + WS-SERVICE-CREDIT
               ADD WS-AMOUNT-DUE TO WS-RUN-TOTAL
               PERFORM 3300-LOOKUP-SITE-NAME
               PERFORM 3500-RAISE-VOUCHER
               PERFORM 3400-PRINT-ONE-STATEMENT
            END-IF.

      *> Uptime is measured over the stretch the machine stood at
      *> the site; each point short of the promise earns the host
      *> the deal's credit per point.
       3150-SET-SERVICE-CREDIT.
            MOVE ZERO TO WS-SERVICE-CREDIT.
            MOVE ZERO TO WS-SHORTFALL-POINTS.
            IF WS-BEST-UPTIME > ZERO
               MOVE WS-MACH-ID(WS-MACH-IDX) TO DW-MACHINE-ID
               MOVE WS-MACH-SITE-FROM(WS-MACH-IDX) TO DW-FROM-DATE
               MOVE WS-MACH-SITE-TO(WS-MACH-IDX) TO DW-TO-DATE
               CALL "MACHINE-DOWN-DAYS"
                  USING MACHINE-DOWN-DAYS-PARMS
               IF DW-RANGE-IS-VALID AND
                     DW-UPTIME-PCT < WS-BEST-UPTIME
                  COMPUTE WS-SHORTFALL-POINTS =
                     WS-BEST-UPTIME - DW-UPTIME-PCT
                  COMPUTE WS-SERVICE-CREDIT ROUNDED =
                     WS-SHORTFALL-POINTS * WS-BEST-CREDIT-RATE
               END-IF
            END-IF.

      *> The contract in force is the latest row effective by the
      *> end of the machine's stretch at the site that has not ended
      *> before the stretch began; rows arrive in key order so the
      *> last qualifier wins.
       3200-FIND-CONTRACT-IN-FORCE.
            MOVE "N" TO WS-CONTRACT-FOUND-FLAG.
            MOVE "N" TO WS-CONTRACT-EOF-FLAG.
                  NOT AT END
                     IF CN-MACHINE-ID NOT =
                           WS-MACH-ID(WS-MACH-IDX) OR
                           CN-EFFECTIVE-DATE >
                           WS-MACH-SITE-TO(WS-MACH-IDX)
                        MOVE "Y" TO WS-CONTRACT-EOF-FLAG
                     ELSE
                        IF CN-END-DATE = ZERO OR
                              CN-END-DATE >=
                              WS-MACH-SITE-FROM(WS-MACH-IDX)
                           MOVE CN-COMMISSION-PCT TO WS-BEST-PCT
                           MOVE CN-MIN-GUARANTEE
                              TO WS-BEST-GUARANTEE
                           PERFORM 3250-TAKE-UPTIME-TERMS
                           PERFORM 3260-TAKE-PAYEE
                           MOVE "Y" TO WS-CONTRACT-FOUND-FLAG
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

      *> A row written before the uptime terms existed carries no
      *> promise.
       3250-TAKE-UPTIME-TERMS.
            MOVE ZERO TO WS-BEST-UPTIME.
            MOVE ZERO TO WS-BEST-CREDIT-RATE.
            IF CN-UPTIME-PCT IS NUMERIC AND
                  CN-CREDIT-PER-POINT IS NUMERIC
               MOVE CN-UPTIME-PCT TO WS-BEST-UPTIME
               MOVE CN-CREDIT-PER-POINT TO WS-BEST-CREDIT-RATE
            END-IF.

      *> A row written before the payee existed is paid by hand.
       3260-TAKE-PAYEE.
            MOVE ZERO TO WS-BEST-PAYEE.
            IF CN-PAYEE-NO IS NUMERIC
               MOVE CN-PAYEE-NO TO WS-BEST-PAYEE
            END-IF.

       3300-LOOKUP-SITE-NAME.
            MOVE WS-MACH-SITE-NAME(WS-MACH-IDX) TO WS-SITE-NAME.
            IF WS-SITE-NAME = SPACES AND
                  WS-MACHINE-MASTER-STATUS = "00"
               MOVE WS-MACH-ID(WS-MACH-IDX) TO MM-MACHINE-ID
               READ MACHINE-MASTER-FILE
                  INVALID KEY

       3400-PRINT-ONE-STATEMENT.
            MOVE SPACES TO PRINT-LINE.
            STRING "COMMISSION STATEMENT  "
               WS-MACH-SITE-FROM(WS-MACH-IDX)
               " - " WS-MACH-SITE-TO(WS-MACH-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            IF WS-BEST-UPTIME > ZERO AND DW-RANGE-IS-VALID
               MOVE DW-UPTIME-PCT TO WS-UPTIME-EDIT
               MOVE WS-BEST-UPTIME TO WS-PROMISE-EDIT
               MOVE SPACES TO PRINT-LINE
               STRING "UPTIME " WS-UPTIME-EDIT " PCT ("
                  DW-DOWN-DAYS " OF " DW-RANGE-DAYS
                  " DAYS DOWN)  PROMISED " WS-PROMISE-EDIT " PCT"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            IF WS-SERVICE-CREDIT > ZERO
               MOVE WS-SERVICE-CREDIT TO WS-CRD-EDIT-ASTERISK
               MOVE WS-AMOUNT-DUE TO WS-DUE-EDIT-ASTERISK
               MOVE SPACES TO PRINT-LINE
               STRING "SERVICE-LEVEL CREDIT " WS-CRD-EDIT-ASTERISK
                  "  AMOUNT DUE " WS-DUE-EDIT-ASTERISK
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            IF WS-VOUCHER-NOTE NOT = SPACES
               MOVE WS-VOUCHER-NOTE TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.

      *> One voucher per machine per stretch at a site, under the
      *> host's payee, due at period end so the next payment run
      *> picks it up. The invoice number identifies the period,
      *> machine and stretch, so it is only ever raised once.
       3500-RAISE-VOUCHER.
            MOVE SPACES TO WS-VOUCHER-NOTE.
            EVALUATE TRUE
               WHEN WS-AMOUNT-DUE = ZERO
                  CONTINUE
               WHEN WS-BEST-PAYEE = ZERO
                  MOVE "   (NO PAYEE ON THE DEAL - PAY BY HAND)"
                     TO WS-VOUCHER-NOTE
               WHEN OTHER
                  PERFORM 3550-CHECK-ALREADY-RAISED
                  IF WS-ALREADY-RAISED
                     STRING "   VOUCHER " WS-COMM-INVOICE-NO
                        " ALREADY RAISED"
                        DELIMITED BY SIZE INTO WS-VOUCHER-NOTE
                     END-STRING
                  ELSE
                     PERFORM 3600-WRITE-VOUCHER
                  END-IF
            END-EVALUATE.

       3550-CHECK-ALREADY-RAISED.
            MOVE SPACES TO WS-COMM-INVOICE-NO.
            STRING "CM" WS-YEAR-INPUT(3:2) WS-PERIOD-INPUT
               WS-MACH-ID(WS-MACH-IDX)
               WS-MACH-SITE-FROM(WS-MACH-IDX)(7:2)
               DELIMITED BY SIZE INTO WS-COMM-INVOICE-NO
            END-STRING.
            MOVE "N" TO WS-ALREADY-RAISED-FLAG.
            PERFORM VARYING WS-RAISED-IDX FROM 1 BY 1
               UNTIL WS-RAISED-IDX > WS-RAISED-COUNT
               IF WS-RAISED-PAYEE(WS-RAISED-IDX) = WS-BEST-PAYEE AND
                     WS-RAISED-INVOICE(WS-RAISED-IDX) =
                     WS-COMM-INVOICE-NO
                  MOVE "Y" TO WS-ALREADY-RAISED-FLAG
               END-IF
            END-PERFORM.

       3600-WRITE-VOUCHER.
            MOVE "D" TO VH-RECORD-TYPE.
            MOVE WS-NEXT-VOUCHER-NO TO VH-VOUCHER-NO.
            MOVE WS-BEST-PAYEE TO VH-SUPPLIER-NO.
            MOVE WS-COMM-INVOICE-NO TO VH-INVOICE-NO.
            MOVE ZERO TO VH-PO-NUMBER.
            MOVE WS-AMOUNT-DUE TO VH-AMOUNT.
            MOVE WS-PERIOD-END TO VH-DUE-DATE.
            MOVE "N" TO VH-PAID-FLAG.
            MOVE ZERO TO VH-CHECK-NUM.
            MOVE ZERO TO VH-VAT-AMOUNT.
            WRITE APPROVED-VOUCHER-RECORD.
            MOVE WS-NEXT-VOUCHER-NO TO CV-VOUCHER-NO.
            MOVE WS-BEST-PAYEE TO CV-PAYEE-NO.
            MOVE WS-COMM-INVOICE-NO TO CV-INVOICE-NO.
            MOVE WS-MACH-ID(WS-MACH-IDX) TO CV-MACHINE-ID.
            MOVE WS-SITE-NAME TO CV-SITE-NAME.
            MOVE WS-MACH-SITE-FROM(WS-MACH-IDX) TO CV-FROM-DATE.
            MOVE WS-MACH-SITE-TO(WS-MACH-IDX) TO CV-TO-DATE.
            MOVE WS-MACH-TAKINGS(WS-MACH-IDX) TO CV-TAKINGS.
            MOVE WS-COMMISSION-AMOUNT TO CV-COMMISSION.
            MOVE WS-SERVICE-CREDIT TO CV-SERVICE-CREDIT.
            WRITE COMMISSION-VOUCHER-RECORD.
            IF WS-RAISED-COUNT < 500
               ADD 1 TO WS-RAISED-COUNT
               MOVE WS-BEST-PAYEE TO WS-RAISED-PAYEE(WS-RAISED-COUNT)
               MOVE WS-COMM-INVOICE-NO
                  TO WS-RAISED-INVOICE(WS-RAISED-COUNT)
            END-IF.
            STRING "   VOUCHER " WS-NEXT-VOUCHER-NO " ("
               WS-COMM-INVOICE-NO ") RAISED FOR PAYMENT"
               DELIMITED BY SIZE INTO WS-VOUCHER-NOTE
            END-STRING.
            ADD 1 TO WS-NEXT-VOUCHER-NO.
            ADD 1 TO WS-VOUCHERS-RAISED.

       3700-REWRITE-VOUCHER-CONTROL.
            OPEN OUTPUT VOUCHER-CONTROL-FILE.
            MOVE WS-NEXT-VOUCHER-NO TO VC-NEXT-VOUCHER-NO.
            WRITE VOUCHER-CONTROL-RECORD.
            CLOSE VOUCHER-CONTROL-FILE.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the two accounts this run journals to are written as
      *> zero-balance rows the first time they are needed.
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

      *> Only what this period has not already had journaled is
      *> posted, so a rerun adds nothing and a corrected rerun adds
      *> just the difference.
       4100-WRITE-JOURNAL-ENTRY.
            OPEN INPUT JOURNAL-CHECK-FILE.
            IF WS-JOURNAL-CHECK-STATUS = "00"
               PERFORM UNTIL WS-CHECK-EOF
                  READ JOURNAL-CHECK-FILE
                     AT END
                        MOVE "Y" TO WS-CHECK-EOF-FLAG
                     NOT AT END
                        IF JC-RECORD-TYPE = "D" AND
                              JC-SOURCE = "COMMISSN" AND
                              JC-SOURCE-DATE = WS-PERIOD-END
                           ADD JC-AMOUNT TO WS-ALREADY-JOURNALED
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE JOURNAL-CHECK-FILE
            END-IF.
            COMPUTE WS-JOURNAL-AMOUNT =
               WS-RUN-TOTAL - WS-ALREADY-JOURNALED.
            IF WS-JOURNAL-AMOUNT NOT > ZERO
               DISPLAY "Commission for this period already "
                  "journaled - nothing added."
            ELSE
               PERFORM 4200-APPEND-JOURNAL-ENTRY
            END-IF.

       4200-APPEND-JOURNAL-ENTRY.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE 5400 TO JE-DEBIT-ACCOUNT.
            MOVE 2300 TO JE-CREDIT-ACCOUNT.
            MOVE WS-JOURNAL-AMOUNT TO JE-AMOUNT.
            MOVE "COMMISSN" TO JE-SOURCE.
            MOVE WS-PERIOD-END TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
            CLOSE JOURNAL-FILE.
            DISPLAY "Journaled " JE-AMOUNT " commission to "
               "5400/2300 - run GL-POST to apply it.".
       END PROGRAM COMMISSION-STATEMENTS.
