      * Purpose: Site-contract maintenance - lists and adds the
      *          effective-dated commission deals with the host sites
      *          that carry our machines (percentage of takings plus
      *          a minimum monthly guarantee, and optionally an uptime
      *          promise with a credit per point of shortfall, and the
      *          host's payee row on the supplier master that the
      *          amount due is vouchered to for the AP payment run). The
      *          monthly commission statement run applies whichever
      *          row is in force for the period, so renegotiations
      *          are new dated rows, never overwrites.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-NO
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-CONTRACT-FILE.
       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  SUPPLIER-MASTER-FILE.
       COPY SUPPMAST.

       WORKING-STORAGE SECTION.
       01  WS-SITE-CONTRACT-STATUS   PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-SUPPLIER-MASTER-STATUS PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
            IF WS-MACHINE-MASTER-STATUS = "00"
               CLOSE MACHINE-MASTER-FILE
            END-IF.
            IF WS-SUPPLIER-MASTER-STATUS = "00"
               CLOSE SUPPLIER-MASTER-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
               OPEN I-O SITE-CONTRACT-FILE
            END-IF.
            OPEN INPUT MACHINE-MASTER-FILE.
            OPEN INPUT SUPPLIER-MASTER-FILE.

       2000-LIST-CONTRACTS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "MACH EFFECTIVE  PCT    GUARANTEE  ENDS      "
               "UPTIME  CREDIT/PT  PAYEE".
            PERFORM UNTIL WS-LIST-EOF
               READ SITE-CONTRACT-FILE NEXT RECORD
                  AT END
                     DISPLAY CN-MACHINE-ID "   " CN-EFFECTIVE-DATE
                        "  " CN-COMMISSION-PCT "  "
                        CN-MIN-GUARANTEE "  " CN-END-DATE
                        "  " CN-UPTIME-PCT "  " CN-CREDIT-PER-POINT
                        "  " CN-PAYEE-NO
               END-READ
            END-PERFORM.

            ACCEPT CN-MIN-GUARANTEE.
            DISPLAY "End date (YYYYMMDD, 0 = until replaced): ".
            ACCEPT CN-END-DATE.
            DISPLAY "Promised uptime percent (999.99, 0 = none): ".
            ACCEPT CN-UPTIME-PCT.
            IF CN-UPTIME-PCT > 100
               DISPLAY "Uptime cannot pass 100 - no promise taken."
               MOVE ZERO TO CN-UPTIME-PCT
            END-IF.
            MOVE ZERO TO CN-CREDIT-PER-POINT.
            IF CN-UPTIME-PCT > ZERO
               DISPLAY "Credit per point short (99999.99): "
               ACCEPT CN-CREDIT-PER-POINT
            END-IF.
            DISPLAY "Host payee number on the supplier master "
               "(0 = paid by hand): ".
            ACCEPT CN-PAYEE-NO.
            IF CN-PAYEE-NO > ZERO
               PERFORM 3200-CHECK-PAYEE
            END-IF.

      *> The payee must be on the supplier master, or the payment
      *> run would cut the check to a bare number.
       3200-CHECK-PAYEE.
            IF WS-SUPPLIER-MASTER-STATUS NOT = "00"
               DISPLAY "No SUPPLIER-MASTER file - payee not taken; "
                  "the host stays paid by hand."
               MOVE ZERO TO CN-PAYEE-NO
            ELSE
               MOVE CN-PAYEE-NO TO SU-SUPPLIER-NO
               READ SUPPLIER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Payee not on SUPPLIER-MASTER - add it "
                        "in SUPPLIER-MAINT first; host stays paid "
                        "by hand."
                     MOVE ZERO TO CN-PAYEE-NO
                  NOT INVALID KEY
                     DISPLAY "Payee: " SU-SUPPLIER-NAME
               END-READ
            END-IF.
       END PROGRAM SITE-CONTRACT-MAINT.
