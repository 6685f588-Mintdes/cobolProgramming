      *          pulls every in-range detail sale back through the
      *          SALES-HISTORY-READ service (archived generations,
      *          the nightly ring, and the live file in one stream),
      *          and totals units and revenue per machine and site
      *          with a grand total. Each sale is credited to the
      *          site the machine stood at on the sale date (the
      *          MACHLOC location history), so a machine that has
      *          moved shows one line per site. The report that
      *          proves last quarter no longer depends on what
      *          happens to still be live.
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
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MACHINE-LOCATION-FILE.
       COPY MACHLOC.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-MACHINE-LOCATION-STATUS PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-LOCATION-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-LOCATION-FILE-OPEN             VALUE "Y".
       01  WS-MASTER-OPEN-FLAG       PIC X       VALUE "N".
           88  WS-MASTER-FILE-OPEN               VALUE "Y".
       01  WS-LOCATION-EOF-FLAG      PIC X.
           88  WS-LOCATION-EOF                   VALUE "Y".

      *> Working copy of the sale layout: each record handed back by
      *> the history service is laid over this for the field names.
       01  WS-MACHINE-TOTALS.
           05  WS-MACH-ENTRY OCCURS 20 TIMES INDEXED BY WS-MACH-IDX.
               10  WS-MACH-ID              PIC 99.
               10  WS-MACH-SITE-KEY        PIC 9(8).
               10  WS-MACH-SITE-NAME       PIC X(20).
               10  WS-MACH-UNITS           PIC 9(7).
               10  WS-MACH-REVENUE         PIC 9(7)V99.
       01  WS-MACHINE-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-SALE-SITE-NAME         PIC X(20).
       01  WS-SALE-SITE-FROM         PIC 9(8).
       01  WS-GRAND-UNITS            PIC 9(7)    VALUE ZERO.
       01  WS-GRAND-REVENUE          PIC 9(9)V99 VALUE ZERO.
       01  WS-EDIT-UNITS             PIC ZZZZZZ9.
            ELSE
               ACCEPT HR-END-DATE FROM DATE YYYYMMDD
            END-IF.
            OPEN INPUT MACHINE-LOCATION-FILE.
            IF WS-MACHINE-LOCATION-STATUS = "00"
               MOVE "Y" TO WS-LOCATION-OPEN-FLAG
            END-IF.
            OPEN INPUT MACHINE-MASTER-FILE.
            IF WS-MACHINE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-FLAG
            END-IF.
            MOVE "O" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            MOVE "R" TO HR-FUNCTION.
            END-PERFORM.
            MOVE "C" TO HR-FUNCTION.
            CALL "SALES-HISTORY-READ" USING SALES-HISTORY-PARMS.
            IF WS-LOCATION-FILE-OPEN
               CLOSE MACHINE-LOCATION-FILE
            END-IF.
            IF WS-MASTER-FILE-OPEN
               CLOSE MACHINE-MASTER-FILE
            END-IF.
            IF WS-MACHINE-COUNT = ZERO
               DISPLAY "No sales anywhere in that range."
               GOBACK
            GOBACK.

       2000-ADD-ONE-SALE.
            PERFORM 2200-FIND-SITE-AT-SALE-DATE.
            SET WS-MACH-IDX TO 1.
            SEARCH WS-MACH-ENTRY
               AT END
                     ADD 1 TO WS-MACHINE-COUNT
                     SET WS-MACH-IDX TO WS-MACHINE-COUNT
                     MOVE VS-MACHINE-ID TO WS-MACH-ID(WS-MACH-IDX)
                     MOVE WS-SALE-SITE-FROM
                        TO WS-MACH-SITE-KEY(WS-MACH-IDX)
                     MOVE WS-SALE-SITE-NAME
                        TO WS-MACH-SITE-NAME(WS-MACH-IDX)
                     MOVE ZERO TO WS-MACH-UNITS(WS-MACH-IDX)
                     MOVE ZERO TO WS-MACH-REVENUE(WS-MACH-IDX)
                     PERFORM 2100-APPLY-SALE
                  END-IF
               WHEN WS-MACH-ID(WS-MACH-IDX) = VS-MACHINE-ID AND
                    WS-MACH-SITE-KEY(WS-MACH-IDX) = WS-SALE-SITE-FROM
                  PERFORM 2100-APPLY-SALE
            END-SEARCH.

            ADD 1 TO WS-GRAND-UNITS.
            ADD VS-PRICE TO WS-GRAND-REVENUE.

      *> The latest history row effective on or before the sale
      *> date is where the sale happened; a machine that has never
      *> moved has no rows and is at its master location.
       2200-FIND-SITE-AT-SALE-DATE.
            MOVE SPACES TO WS-SALE-SITE-NAME.
            MOVE ZERO TO WS-SALE-SITE-FROM.
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
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-SALE-SITE-FROM = ZERO AND WS-MASTER-FILE-OPEN
               MOVE VS-MACHINE-ID TO MM-MACHINE-ID
               READ MACHINE-MASTER-FILE
                  INVALID KEY
                     MOVE "(UNKNOWN SITE)" TO WS-SALE-SITE-NAME
                  NOT INVALID KEY
                     MOVE MM-LOCATION TO WS-SALE-SITE-NAME
               END-READ
            END-IF.

       3000-PRINT-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "HISTRPT " TO SP-REPORT-TYPE.
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "MACH SITE                    UNITS       REVENUE"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
               MOVE WS-MACH-REVENUE(WS-MACH-IDX)
                  TO WS-REV-EDIT-ZERO-SUPPRESS
               MOVE SPACES TO PRINT-LINE
               STRING WS-MACH-ID(WS-MACH-IDX) "   "
                  WS-MACH-SITE-NAME(WS-MACH-IDX) " " WS-EDIT-UNITS
                  "  " WS-REV-EDIT-ZERO-SUPPRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            MOVE WS-GRAND-UNITS TO WS-EDIT-UNITS.
            MOVE WS-GRAND-REVENUE TO WS-TOT-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO PRINT-LINE.
            STRING "ALL                       " WS-EDIT-UNITS "  "
               WS-TOT-EDIT-DOLLAR-FIXED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
