      *          reading in celsius, who read it) against the machine
      *          master, building the evidence file the health
      *          inspector asks for. The log print and exception
      *          report live in TEMP-SAFETY-REPORT. Each reading
      *          recorded runs TEMP-EXCURSION-CHECK, so a machine that
      *          has been too warm for too long has its refrigerated
      *          lots quarantined at once. A reading is only
      *          accepted from an operator (by employee ID) whose
      *          refrigeration-training certificate was current on
      *          the day of the reading.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-TIME-INPUT            PIC X(6).
           05  WS-READING-INPUT         PIC S99V9.
           05  WS-READER-NAME           PIC X(10).
           05  WS-OPERATOR-ID-INPUT     PIC X(5).
           05  WS-OPERATOR-OK-FLAG      PIC X.
               88  WS-OPERATOR-OK                 VALUE "Y".

       COPY CERTPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Read by (operator name): "
               ACCEPT WS-READER-NAME
               MOVE WS-READER-NAME TO TL-OPERATOR-NAME
               PERFORM 3050-CHECK-OPERATOR-CERT
               IF WS-OPERATOR-OK
                  WRITE TEMPERATURE-READING-RECORD
                     INVALID KEY
                        DISPLAY "A reading at that moment already "
                           "exists - not recorded."
                     NOT INVALID KEY
                        DISPLAY "Reading recorded."
                        PERFORM 3100-CHECK-EXCURSION
                  END-WRITE
               END-IF
            END-IF.

       3050-CHECK-OPERATOR-CERT.
            MOVE "N" TO WS-OPERATOR-OK-FLAG.
            DISPLAY "Operator employee ID: ".
            MOVE SPACES TO WS-OPERATOR-ID-INPUT.
            ACCEPT WS-OPERATOR-ID-INPUT.
            IF WS-OPERATOR-ID-INPUT IS NOT NUMERIC
               DISPLAY "Invalid employee ID - reading not recorded."
            ELSE
               MOVE WS-OPERATOR-ID-INPUT TO CK-EMPLOYEE-ID
               MOVE "RF" TO CK-CERT-TYPE
               MOVE TL-READ-DATE TO CK-AS-OF-DATE
               CALL "CERT-STATUS-CHECK" USING CERT-STATUS-CHECK-PARMS
               EVALUATE TRUE
                  WHEN CK-IS-CURRENT
                     MOVE "Y" TO WS-OPERATOR-OK-FLAG
                  WHEN CK-IS-LAPSED
                     DISPLAY "Operator's refrigeration-training "
                        "certificate lapsed " CK-EXPIRY-DATE
                        " - reading not recorded."
                  WHEN OTHER
                     DISPLAY "Operator holds no refrigeration-"
                        "training certificate - reading not "
                        "recorded."
               END-EVALUATE
            END-IF.

      *> The check reads TEMPLOG itself, so the file is handed over
      *> closed and reopened afterwards.
       3100-CHECK-EXCURSION.
            CLOSE TEMPERATURE-LOG-FILE.
            CALL "TEMP-EXCURSION-CHECK".
            CANCEL "TEMP-EXCURSION-CHECK".
            OPEN I-O TEMPERATURE-LOG-FILE.
       END PROGRAM TEMP-READING-ENTRY.
