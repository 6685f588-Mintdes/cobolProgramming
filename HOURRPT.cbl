      *          and buckets them into hourly bands off VS-SALE-TIME,
      *          printing a sales-by-hour grid per product so
      *          restocking visits can be scheduled ahead of the
      *          rush instead of in it. Asked for one site, it counts
      *          only the sales made while a machine stood there (the
      *          MACHLOC location history), so a site's rush hours
      *          are its own and not those of wherever its machine
      *          came from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MACHINE-LOCATION-FILE ASSIGN TO "MACHLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-MACHINE-LOCATION-STATUS.
           SELECT MACHINE-MASTER-FILE ASSIGN TO "MACHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MACHINE-LOCATION-FILE.
       COPY MACHLOC.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LOG-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS     PIC XX.
       01  WS-MACHINE-LOCATION-STATUS PIC XX.
       01  WS-MACHINE-MASTER-STATUS PIC XX.
       01  WS-LOCATION-EOF-FLAG     PIC X.
           88  WS-LOCATION-EOF                  VALUE "Y".
       01  WS-LOCATION-OPEN-FLAG    PIC X       VALUE "N".
           88  WS-LOCATION-FILE-OPEN            VALUE "Y".
       01  WS-MASTER-OPEN-FLAG      PIC X       VALUE "N".
           88  WS-MASTER-FILE-OPEN              VALUE "Y".
       01  WS-SITE-MATCH-FLAG       PIC X.
           88  WS-SITE-MATCHES                  VALUE "Y".
       01  WS-SITE-FILTER           PIC X(20)   VALUE SPACES.
       01  WS-SALE-SITE-NAME        PIC X(20).
       01  WS-SALE-SITE-FOUND-FLAG  PIC X.
           88  WS-SALE-SITE-FOUND               VALUE "Y".
       01  WS-AUDIT-EOF-FLAG        PIC X       VALUE "N".
           88  WS-AUDIT-EOF                     VALUE "Y".

               ACCEPT WS-START-DATE-INPUT
               DISPLAY "Enter end date (YYYYMMDD): "
               ACCEPT WS-END-DATE-INPUT
               DISPLAY "Site name (ENTER = whole fleet): "
               ACCEPT WS-SITE-FILTER
            END-IF.
            MOVE WS-START-DATE-INPUT TO WS-START-DATE.
            MOVE WS-END-DATE-INPUT TO WS-END-DATE.

       1100-OPEN-FILES.
            OPEN OUTPUT PRINT-FILE.
            IF WS-SITE-FILTER NOT = SPACES
               OPEN INPUT MACHINE-LOCATION-FILE
               IF WS-MACHINE-LOCATION-STATUS = "00"
                  MOVE "Y" TO WS-LOCATION-OPEN-FLAG
               END-IF
               OPEN INPUT MACHINE-MASTER-FILE
               IF WS-MACHINE-MASTER-STATUS = "00"
                  MOVE "Y" TO WS-MASTER-OPEN-FLAG
               END-IF
            END-IF.

       1200-LOAD-VOIDED-SALES.
            OPEN INPUT AUDIT-LOG-FILE.
            IF VS-IS-DETAIL AND NOT VS-IS-VOIDED
               PERFORM 1300-CHECK-VOIDED-IN-LOG
            END-IF.
            MOVE "Y" TO WS-SITE-MATCH-FLAG.
            IF VS-IS-DETAIL AND NOT VS-IS-VOIDED AND
                  WS-SITE-FILTER NOT = SPACES
               PERFORM 2050-FIND-SITE-AT-SALE-DATE
               IF WS-SALE-SITE-NAME NOT = WS-SITE-FILTER
                  MOVE "N" TO WS-SITE-MATCH-FLAG
               END-IF
            END-IF.
            IF VS-IS-DETAIL AND NOT VS-IS-VOIDED AND
                  WS-SITE-MATCHES AND
                  VS-SALE-DATE >= WS-START-DATE AND
                  VS-SALE-DATE <= WS-END-DATE
               MOVE VS-SALE-TIME(1:2) TO WS-SALE-HOUR
               ADD 1 TO WS-TOTAL-UNITS
            END-IF.

      *> The latest history row effective on or before the sale
      *> date is where the sale happened; a machine that has never
      *> moved has no rows and is at its master location.
       2050-FIND-SITE-AT-SALE-DATE.
            MOVE SPACES TO WS-SALE-SITE-NAME.
            MOVE "N" TO WS-SALE-SITE-FOUND-FLAG.
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
                        MOVE "Y" TO WS-SALE-SITE-FOUND-FLAG
                     END-IF
               END-READ
            END-PERFORM.
            IF NOT WS-SALE-SITE-FOUND AND WS-MASTER-FILE-OPEN
               MOVE VS-MACHINE-ID TO MM-MACHINE-ID
               READ MACHINE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE MM-LOCATION TO WS-SALE-SITE-NAME
               END-READ
            END-IF.

       2100-RESOLVE-GRID-COLUMN.
            SET WS-COL-IDX TO 1.
            SEARCH WS-COL-ENTRY
               WS-END-DATE-INPUT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            IF WS-SITE-FILTER NOT = SPACES
               STRING "  Site: " WS-SITE-FILTER
                  DELIMITED BY SIZE INTO PRINT-LINE(33:30)
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.


       9000-CLOSE-FILES.
            CLOSE PRINT-FILE.
            IF WS-LOCATION-FILE-OPEN
               CLOSE MACHINE-LOCATION-FILE
            END-IF.
            IF WS-MASTER-FILE-OPEN
               CLOSE MACHINE-MASTER-FILE
            END-IF.
       END PROGRAM HOURLY-SALES-REPORT.
