      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Staff certification maintenance - lists, adds,
      *          renews, and removes the certificates on the staff
      *          certification register (employee, certificate type
      *          FH food handler or RF refrigeration training,
      *          reference, issue and expiry dates). The employee is
      *          checked against EMPLOYEE-MASTER. A renewal keys the
      *          same employee and type again with the new dates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-MAINT.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATION-FILE.
       COPY CERTREG.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       WORKING-STORAGE SECTION.
       01  WS-CERTIFICATION-STATUS   PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-EMPLOYEE-INPUT        PIC X(5).
           05  WS-TYPE-INPUT            PIC XX.
           05  WS-REFERENCE-INPUT       PIC X(15).
           05  WS-ISSUE-INPUT           PIC X(8).
           05  WS-EXPIRY-INPUT          PIC X(8).
           05  WS-KEY-OK-FLAG           PIC X.
               88  WS-KEY-OK                      VALUE "Y".
           05  WS-DATES-OK-FLAG         PIC X.
               88  WS-DATES-OK                    VALUE "Y".
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-CONV-DATE             PIC 9(8).
           05  WS-CERT-STATE            PIC X(7).

       COPY DATEPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Staff Certification Maintenance ---".
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list certificates, A=add/renew, D=delete, "
                  "X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-CERTIFICATES
                  WHEN "A"
                  WHEN "a"
                     PERFORM 3000-ADD-OR-RENEW
                  WHEN "D"
                  WHEN "d"
                     PERFORM 4000-DELETE-CERTIFICATE
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE CERTIFICATION-FILE.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O CERTIFICATION-FILE.
            IF WS-CERTIFICATION-STATUS = "35"
               OPEN OUTPUT CERTIFICATION-FILE
               CLOSE CERTIFICATION-FILE
               OPEN I-O CERTIFICATION-FILE
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            ELSE
               DISPLAY "No EMPLOYEE-MASTER file - employee IDs will "
                  "not be verified."
            END-IF.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

       2000-LIST-CERTIFICATES.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO CR-KEY.
            START CERTIFICATION-FILE KEY >= CR-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "EMPL  TY REFERENCE       ISSUED   EXPIRES".
            PERFORM UNTIL WS-LIST-EOF
               READ CERTIFICATION-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF CR-EXPIRY-DATE < WS-TODAY-DATE
                        MOVE "LAPSED" TO WS-CERT-STATE
                     ELSE
                        MOVE SPACES TO WS-CERT-STATE
                     END-IF
                     DISPLAY CR-EMPLOYEE-ID " " CR-CERT-TYPE " "
                        CR-CERT-REFERENCE " " CR-ISSUE-DATE " "
                        CR-EXPIRY-DATE " " WS-CERT-STATE
               END-READ
            END-PERFORM.

       2500-ACCEPT-CERT-KEY.
            MOVE "N" TO WS-KEY-OK-FLAG.
            DISPLAY "Employee ID: ".
            MOVE SPACES TO WS-EMPLOYEE-INPUT.
            ACCEPT WS-EMPLOYEE-INPUT.
            DISPLAY "Certificate type (FH=food handler, "
               "RF=refrigeration training): ".
            MOVE SPACES TO WS-TYPE-INPUT.
            ACCEPT WS-TYPE-INPUT.
            MOVE WS-TYPE-INPUT TO CR-CERT-TYPE.
            IF WS-EMPLOYEE-INPUT IS NOT NUMERIC OR
                  NOT CR-CERT-TYPE-VALID
               DISPLAY "Invalid employee ID or certificate type - "
                  "nothing changed."
            ELSE
               MOVE WS-EMPLOYEE-INPUT TO CR-EMPLOYEE-ID
               MOVE "Y" TO WS-KEY-OK-FLAG
            END-IF.

       3000-ADD-OR-RENEW.
            PERFORM 2500-ACCEPT-CERT-KEY.
            IF WS-KEY-OK
               PERFORM 3100-VERIFY-EMPLOYEE
            END-IF.
            IF WS-KEY-OK
               READ CERTIFICATION-FILE
                  INVALID KEY
                     PERFORM 3200-ACCEPT-CERT-FIELDS
                     IF WS-DATES-OK
                        WRITE CERTIFICATION-RECORD
                        DISPLAY "Certificate added."
                     END-IF
                  NOT INVALID KEY
                     DISPLAY "Current: " CR-CERT-REFERENCE " issued "
                        CR-ISSUE-DATE " expires " CR-EXPIRY-DATE
                     PERFORM 3200-ACCEPT-CERT-FIELDS
                     IF WS-DATES-OK
                        REWRITE CERTIFICATION-RECORD
                        DISPLAY "Certificate renewed."
                     END-IF
               END-READ
            END-IF.

       3100-VERIFY-EMPLOYEE.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE CR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Employee not on EMPLOYEE-MASTER - "
                        "nothing changed."
                     MOVE "N" TO WS-KEY-OK-FLAG
                  NOT INVALID KEY
                     DISPLAY "Employee: " EM-EMPLOYEE-NAME
               END-READ
            END-IF.

      *> Both dates must be real calendar dates and the certificate
      *> must expire after it was issued.
       3200-ACCEPT-CERT-FIELDS.
            MOVE "N" TO WS-DATES-OK-FLAG.
            MOVE WS-EMPLOYEE-INPUT TO CR-EMPLOYEE-ID.
            MOVE WS-TYPE-INPUT TO CR-CERT-TYPE.
            DISPLAY "Certificate reference: ".
            MOVE SPACES TO WS-REFERENCE-INPUT.
            ACCEPT WS-REFERENCE-INPUT.
            DISPLAY "Issue date (YYYYMMDD): ".
            MOVE SPACES TO WS-ISSUE-INPUT.
            ACCEPT WS-ISSUE-INPUT.
            DISPLAY "Expiry date (YYYYMMDD): ".
            MOVE SPACES TO WS-EXPIRY-INPUT.
            ACCEPT WS-EXPIRY-INPUT.
            IF WS-ISSUE-INPUT IS NUMERIC AND
                  WS-EXPIRY-INPUT IS NUMERIC
               MOVE WS-ISSUE-INPUT TO CR-ISSUE-DATE
               MOVE WS-EXPIRY-INPUT TO CR-EXPIRY-DATE
               MOVE CR-ISSUE-DATE TO WS-CONV-DATE
               PERFORM 8000-DATE-TO-DAY-NUMBER
               IF DF-DATE-IS-VALID
                  MOVE CR-EXPIRY-DATE TO WS-CONV-DATE
                  PERFORM 8000-DATE-TO-DAY-NUMBER
               END-IF
               IF DF-DATE-IS-VALID AND
                     CR-EXPIRY-DATE > CR-ISSUE-DATE
                  MOVE "Y" TO WS-DATES-OK-FLAG
               END-IF
            END-IF.
            IF WS-DATES-OK
               MOVE WS-REFERENCE-INPUT TO CR-CERT-REFERENCE
            ELSE
               DISPLAY "Invalid issue/expiry dates - certificate "
                  "not saved."
            END-IF.

       4000-DELETE-CERTIFICATE.
            PERFORM 2500-ACCEPT-CERT-KEY.
            IF WS-KEY-OK
               DELETE CERTIFICATION-FILE
                  INVALID KEY
                     DISPLAY "Certificate not on file - nothing "
                        "deleted."
                  NOT INVALID KEY
                     DISPLAY "Certificate deleted."
               END-DELETE
            END-IF.

       8000-DATE-TO-DAY-NUMBER.
            MOVE SPACE TO DF-FUNCTION-CODE.
            MOVE WS-CONV-DATE(1:4) TO DF-YEAR.
            MOVE WS-CONV-DATE(5:2) TO DF-MONTH.
            MOVE WS-CONV-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
       END PROGRAM CERT-MAINT.
