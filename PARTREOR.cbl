      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Spare-parts reorder list - walks the parts master
      *          and prints every part whose stock on hand has fallen
      *          below its minimum, with the quantity to order (the
      *          part's reorder quantity, or enough to get back to
      *          the minimum when none is set) and its value at the
      *          current average cost, through the spool chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTS-REORDER-LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPARE-PART-FILE ASSIGN TO "PARTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PART-NO
               FILE STATUS IS WS-SPARE-PART-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SPARE-PART-FILE.
       COPY PARTMAST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SPARE-PART-STATUS      PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-PART-EOF-FLAG          PIC X       VALUE "N".
           88  WS-PART-EOF                       VALUE "Y".

       01  WS-REORDER-FIELDS.
           05  WS-ORDER-QTY             PIC 9(5).
           05  WS-ORDER-VALUE           PIC 9(7)V99.
           05  WS-PARTS-LISTED          PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-VALUE           PIC 9(7)V99 VALUE ZERO.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Spare Parts Reorder List ---".
            OPEN INPUT SPARE-PART-FILE.
            IF WS-SPARE-PART-STATUS NOT = "00"
               DISPLAY "No SPARE-PARTS file - nothing to reorder."
               GOBACK
            END-IF.
            PERFORM 1000-OPEN-REPORT.
            MOVE LOW-VALUES TO PT-PART-NO.
            START SPARE-PART-FILE KEY >= PT-PART-NO
               INVALID KEY
                  MOVE "Y" TO WS-PART-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-PART-EOF
               READ SPARE-PART-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-PART-EOF-FLAG
                  NOT AT END
                     IF PT-QTY-ON-HAND < PT-MIN-QTY
                        PERFORM 2000-PRINT-ONE-PART
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE SPARE-PART-FILE.
            PERFORM 3000-CLOSE-REPORT.
            GOBACK.

       1000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "PARTREOR" TO SP-REPORT-TYPE.
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
            MOVE "SPARE PARTS BELOW MINIMUM" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "PART       ON-HAND   MIN  ORDER         VALUE  "
               "DESCRIPTION" DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2000-PRINT-ONE-PART.
            IF PT-REORDER-QTY > ZERO
               MOVE PT-REORDER-QTY TO WS-ORDER-QTY
            ELSE
               COMPUTE WS-ORDER-QTY = PT-MIN-QTY - PT-QTY-ON-HAND
            END-IF.
            COMPUTE WS-ORDER-VALUE = WS-ORDER-QTY * PT-UNIT-COST.
            ADD WS-ORDER-VALUE TO WS-TOTAL-VALUE.
            ADD 1 TO WS-PARTS-LISTED.
            MOVE WS-ORDER-VALUE TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING PT-PART-NO " " PT-QTY-ON-HAND " " PT-MIN-QTY
               " " WS-ORDER-QTY " " WS-AMT-EDIT-ZERO-SUPPRESS
               "  " PT-DESCRIPTION
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3000-CLOSE-REPORT.
            MOVE WS-TOTAL-VALUE TO WS-AMT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "PARTS TO ORDER " WS-PARTS-LISTED
               "   ESTIMATED VALUE " WS-AMT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
       END PROGRAM PARTS-REORDER-LIST.
