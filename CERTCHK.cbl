      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Certificate status service - called with an
      *          employee, a certificate type and the date of the
      *          work, reads the staff certification register and
      *          hands back whether the certificate was current on
      *          that date, had lapsed, or is not held. Shared by
      *          ROUTE-MAINT (food handler, before a driver is put on
      *          a route with a refrigerated machine) and
      *          TEMP-READING-ENTRY (refrigeration training, before a
      *          reading is accepted), so both gates read the
      *          register the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-STATUS-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATION-FILE ASSIGN TO "CERTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CERTIFICATION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATION-FILE.
       COPY CERTREG.

       WORKING-STORAGE SECTION.
       01  WS-CERTIFICATION-STATUS   PIC XX.

       LINKAGE SECTION.
       COPY CERTPRM.

       PROCEDURE DIVISION USING CERT-STATUS-CHECK-PARMS.
       MAIN-PROCEDURE.
            MOVE "N" TO CK-RESULT.
            MOVE ZERO TO CK-EXPIRY-DATE.
            OPEN INPUT CERTIFICATION-FILE.
            IF WS-CERTIFICATION-STATUS NOT = "00"
               GOBACK
            END-IF.
            MOVE CK-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
            MOVE CK-CERT-TYPE TO CR-CERT-TYPE.
            READ CERTIFICATION-FILE
               INVALID KEY
                  MOVE "N" TO CK-RESULT
               NOT INVALID KEY
                  MOVE CR-EXPIRY-DATE TO CK-EXPIRY-DATE
                  IF CR-EXPIRY-DATE >= CK-AS-OF-DATE
                     MOVE "C" TO CK-RESULT
                  ELSE
                     MOVE "L" TO CK-RESULT
                  END-IF
            END-READ.
            CLOSE CERTIFICATION-FILE.
            GOBACK.
       END PROGRAM CERT-STATUS-CHECK.
