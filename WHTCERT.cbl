      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Annual withholding-tax certificates - one printed
      *          certificate per employee paid in the tax year,
      *          showing the income paid and the tax withheld from it
      *          as YTDPAY accumulated them, so leavers paid out
      *          through OFF-CYCLE-PAY get theirs alongside everyone
      *          still on the roster (with the date they left). One
      *          page each, spooled through SPOOL-REGISTER, with a
      *          closing total that should agree with the year's
      *          twelve monthly withholding returns.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITHHOLDING-CERTIFICATES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-PAYROLL-FILE ASSIGN TO "YTDPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YP-KEY
               FILE STATUS IS WS-YTD-PAYROLL-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-PAYROLL-FILE.
       COPY YTDPAY.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-YTD-PAYROLL-STATUS     PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-YTD-EOF-FLAG           PIC X       VALUE "N".
           88  WS-YTD-EOF                        VALUE "Y".

       01  WS-CERTIFICATE-CONTROLS.
           05  WS-YEAR-INPUT            PIC X(4).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-CERTIFICATE-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-LEAVER-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-INCOME          PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-TAX             PIC 9(9)V99 VALUE ZERO.
           05  WS-EMPLOYEE-NAME         PIC X(20).
           05  WS-LEAVER-FLAG           PIC X.
               88  WS-IS-LEAVER                   VALUE "Y".

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-INC==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TAX==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Annual Withholding-Tax Certificates ---".
            DISPLAY "Tax year (YYYY): ".
            ACCEPT WS-YEAR-INPUT.
            IF WS-YEAR-INPUT IS NOT NUMERIC
               DISPLAY "Invalid year - no certificates printed."
               GOBACK
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT YTD-PAYROLL-FILE.
            IF WS-YTD-PAYROLL-STATUS NOT = "00"
               DISPLAY "No YTD-PAYROLL file - no certificates "
                  "printed."
               GOBACK
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            END-IF.
            PERFORM 1000-OPEN-SPOOL.
            MOVE LOW-VALUES TO YP-KEY.
            START YTD-PAYROLL-FILE KEY >= YP-KEY
               INVALID KEY
                  MOVE "Y" TO WS-YTD-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-YTD-EOF
               READ YTD-PAYROLL-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-YTD-EOF-FLAG
                  NOT AT END
                     IF YP-YEAR = WS-YEAR-INPUT AND
                           YP-YTD-GROSS-PAY > ZERO
                        PERFORM 2000-PRINT-CERTIFICATE
                     END-IF
               END-READ
            END-PERFORM.
            PERFORM 3000-PRINT-RUN-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            COMPUTE SP-PAGE-COUNT = WS-CERTIFICATE-COUNT + 1.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            CLOSE YTD-PAYROLL-FILE.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            DISPLAY "Certificates printed: " WS-CERTIFICATE-COUNT
               " (" WS-LEAVER-COUNT " leavers).".
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

       1000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "WHTCERT" TO SP-REPORT-TYPE.
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

      *> A leaver is whoever the master shows terminated - final pay
      *> through OFF-CYCLE-PAY already sits in YTDPAY with the rest
      *> of the year.
       2000-PRINT-CERTIFICATE.
            MOVE "(NOT ON MASTER)" TO WS-EMPLOYEE-NAME.
            MOVE "N" TO WS-LEAVER-FLAG.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE YP-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
                     IF EM-IS-TERMINATED
                        MOVE "Y" TO WS-LEAVER-FLAG
                     END-IF
               END-READ
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING PAGE.
            MOVE SPACES TO PRINT-LINE.
            STRING "WITHHOLDING TAX CERTIFICATE      TAX YEAR "
               WS-YEAR-INPUT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE ALL "-" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "EMPLOYEE:      " YP-EMPLOYEE-ID "  "
               WS-EMPLOYEE-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            IF WS-IS-LEAVER
               MOVE SPACES TO PRINT-LINE
               STRING "LEFT SERVICE:  " EM-TERM-DATE
                  "  (FINAL PAY INCLUDED)"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
               ADD 1 TO WS-LEAVER-COUNT
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE YP-YTD-GROSS-PAY TO WS-INC-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO PRINT-LINE.
            STRING "INCOME PAID:   " WS-INC-EDIT-DOLLAR-FIXED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE YP-YTD-WITHHOLDING TO WS-TAX-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO PRINT-LINE.
            STRING "TAX WITHHELD:  " WS-TAX-EDIT-DOLLAR-FIXED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "PAY RUNS:      " YP-PAY-PERIOD-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "ISSUED " WS-TODAY-DATE
               "     CERTIFIED BY ______________________"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            ADD 1 TO WS-CERTIFICATE-COUNT.
            ADD YP-YTD-GROSS-PAY TO WS-TOTAL-INCOME.
            ADD YP-YTD-WITHHOLDING TO WS-TOTAL-TAX.

       3000-PRINT-RUN-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING PAGE.
            MOVE SPACES TO PRINT-LINE.
            STRING "CERTIFICATES ISSUED FOR " WS-YEAR-INPUT ": "
               WS-CERTIFICATE-COUNT "  LEAVERS: " WS-LEAVER-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-TOTAL-INCOME TO WS-INC-EDIT-DOLLAR-FIXED.
            MOVE WS-TOTAL-TAX TO WS-TAX-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO PRINT-LINE.
            STRING "TOTAL INCOME " WS-INC-EDIT-DOLLAR-FIXED
               "  TOTAL TAX " WS-TAX-EDIT-DOLLAR-FIXED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM WITHHOLDING-CERTIFICATES.
