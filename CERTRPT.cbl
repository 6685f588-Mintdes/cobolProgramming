      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Staff certificate expiry report - walks the staff
      *          certification register and lists every certificate
      *          held by a current employee that expires within the
      *          next 60 days, with the days left, so renewals can be
      *          booked before the driver or operator is stopped from
      *          working. Certificates already lapsed are listed too,
      *          marked LAPSED. Runs unattended from the job stream
      *          on the first of the month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-EXPIRY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATION-FILE ASSIGN TO "CERTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CERTIFICATION-STATUS.
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
       FD  CERTIFICATION-FILE.
       COPY CERTREG.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CERTIFICATION-STATUS   PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-CERT-EOF-FLAG          PIC X       VALUE "N".
           88  WS-CERT-EOF                       VALUE "Y".
       01  WS-SKIP-CERT-FLAG         PIC X.
           88  WS-SKIP-CERT                      VALUE "Y".

       01  WS-EXPIRY-FIELDS.
           05  WS-WINDOW-DAYS           PIC 99      VALUE 60.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-TODAY-DAY-NO          PIC 9(7).
           05  WS-EXPIRY-DAY-NO         PIC 9(7).
           05  WS-DAYS-LEFT             PIC S9(7).
           05  WS-DAYS-LEFT-EDIT        PIC -(6)9.
           05  WS-CONV-DATE             PIC 9(8).
           05  WS-EMPLOYEE-NAME         PIC X(20).
           05  WS-CERT-STATE            PIC X(7).
           05  WS-CERTS-LISTED          PIC 9(5)    VALUE ZERO.
           05  WS-CERTS-LAPSED          PIC 9(5)    VALUE ZERO.

       COPY DATEPARM.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Staff Certificate Expiry Report ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            MOVE WS-TODAY-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            MOVE DF-DAY-NUMBER TO WS-TODAY-DAY-NO.
            OPEN INPUT CERTIFICATION-FILE.
            IF WS-CERTIFICATION-STATUS NOT = "00"
               DISPLAY "No CERTIFICATION file - nothing to report."
               GOBACK
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            END-IF.
            PERFORM 1000-OPEN-REPORT.
            MOVE LOW-VALUES TO CR-KEY.
            START CERTIFICATION-FILE KEY >= CR-KEY
               INVALID KEY
                  MOVE "Y" TO WS-CERT-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-CERT-EOF
               READ CERTIFICATION-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-CERT-EOF-FLAG
                  NOT AT END
                     PERFORM 2000-CHECK-ONE-CERTIFICATE
               END-READ
            END-PERFORM.
            CLOSE CERTIFICATION-FILE.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            PERFORM 3000-CLOSE-REPORT.
            GOBACK.

       1000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "CERTEXP" TO SP-REPORT-TYPE.
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
            STRING "CERTIFICATES EXPIRING WITHIN " WS-WINDOW-DAYS
               " DAYS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "EMPL  NAME                 TY REFERENCE       EXPIRES"
               TO PRINT-LINE.
            MOVE "  DAYS" TO PRINT-LINE(55:6).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> Certificates of terminated employees are left off; a row
      *> whose expiry is not a real date is listed so it gets fixed.
       2000-CHECK-ONE-CERTIFICATE.
            MOVE SPACES TO WS-EMPLOYEE-NAME.
            MOVE "N" TO WS-SKIP-CERT-FLAG.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE CR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     MOVE "(NOT ON EMPLOYEE MASTER)"
                        TO WS-EMPLOYEE-NAME
                  NOT INVALID KEY
                     MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
                     IF EM-IS-TERMINATED
                        MOVE "Y" TO WS-SKIP-CERT-FLAG
                     END-IF
               END-READ
            END-IF.
            MOVE CR-EXPIRY-DATE TO WS-CONV-DATE.
            PERFORM 8000-DATE-TO-DAY-NUMBER.
            IF DF-DATE-IS-VALID
               MOVE DF-DAY-NUMBER TO WS-EXPIRY-DAY-NO
               COMPUTE WS-DAYS-LEFT =
                  WS-EXPIRY-DAY-NO - WS-TODAY-DAY-NO
            ELSE
               MOVE -1 TO WS-DAYS-LEFT
            END-IF.
            IF NOT WS-SKIP-CERT AND WS-DAYS-LEFT <= WS-WINDOW-DAYS
               PERFORM 2100-PRINT-CERTIFICATE
            END-IF.

       2100-PRINT-CERTIFICATE.
            IF WS-DAYS-LEFT < ZERO
               MOVE "LAPSED" TO WS-CERT-STATE
               ADD 1 TO WS-CERTS-LAPSED
            ELSE
               MOVE SPACES TO WS-CERT-STATE
            END-IF.
            ADD 1 TO WS-CERTS-LISTED.
            MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT.
            MOVE SPACES TO PRINT-LINE.
            STRING CR-EMPLOYEE-ID " " WS-EMPLOYEE-NAME " "
               CR-CERT-TYPE " " CR-CERT-REFERENCE " "
               CR-EXPIRY-DATE WS-DAYS-LEFT-EDIT " " WS-CERT-STATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3000-CLOSE-REPORT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            STRING "CERTIFICATES LISTED " WS-CERTS-LISTED
               "  ALREADY LAPSED " WS-CERTS-LAPSED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       8000-DATE-TO-DAY-NUMBER.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-CONV-DATE(1:4) TO DF-YEAR.
            MOVE WS-CONV-DATE(5:2) TO DF-MONTH.
            MOVE WS-CONV-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
       END PROGRAM CERT-EXPIRY-REPORT.
