      *          the VENDING-GL-POST pattern, so spoilage finally has
      *          a money answer at month end. Both accounts are added
      *          to the chart if missing so GL-POST never skips the
      *          entry. Lots quarantined by TEMP-EXCURSION-CHECK are
      *          reviewed here too: an admin supervisor proves their
      *          USER-MASTER PIN and releases each quarantined lot
      *          back to sale or writes its whole quantity off
      *          through the same disposal and journal path, and
      *          each decision lands in AUDITLOG. Every pull is
      *          also written to SPOILHST.DAT against its machine and
      *          slot, so spoilage can be charged back per machine.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JOURNAL-FILE ASSIGN TO "JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-OPERATOR-NAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT SPOILAGE-HISTORY-FILE ASSIGN TO "SPOILHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOILAGE-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOT-MASTER-FILE.
       FD  JOURNAL-FILE.
       COPY JRNL.

       FD  USER-MASTER-FILE.
       COPY USERMAST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  SPOILAGE-HISTORY-FILE.
       COPY SPOILHST.

       WORKING-STORAGE SECTION.
       01  WS-LOT-MASTER-STATUS      PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-PRODUCT-COST-STATUS    PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-USER-MASTER-STATUS     PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-SPOILAGE-HISTORY-STATUS PIC XX.
       01  WS-COST-EOF-FLAG          PIC X.
           88  WS-COST-EOF                       VALUE "Y".
       01  WS-QUARANTINE-EOF-FLAG    PIC X.
           88  WS-QUARANTINE-EOF                 VALUE "Y".

       01  WS-DISPOSAL-CONTROLS.
           05  WS-CONTINUE-FLAG         PIC X       VALUE "Y".
           05  WS-LOTS-WRITTEN-OFF      PIC 9(5)    VALUE ZERO.
           05  WS-UNITS-WRITTEN-OFF     PIC 9(7)    VALUE ZERO.
           05  WS-SPOILAGE-VALUE        PIC 9(7)V99 VALUE ZERO.
           05  WS-MODE-CHOICE           PIC X.
           05  WS-REVIEW-CHOICE         PIC X.
           05  WS-SUPERVISOR-NAME       PIC X(10).
           05  WS-ENTERED-PIN           PIC 9(4).
           05  WS-PIN-PROVED-FLAG       PIC X.
               88  WS-PIN-PROVED                 VALUE "Y".
           05  WS-LOTS-REVIEWED         PIC 9(5)    VALUE ZERO.
           05  WS-LOTS-RELEASED         PIC 9(5)    VALUE ZERO.
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-HISTORY-ROWS          PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Spoilage Write-Off (Disposal Confirm) ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-OPEN-FILES.
            DISPLAY "D=confirm pulled lots, Q=review quarantined "
               "lots: ".
            ACCEPT WS-MODE-CHOICE.
            IF WS-MODE-CHOICE = "Q" OR "q"
               PERFORM 4000-REVIEW-QUARANTINED-LOTS
            ELSE
               PERFORM WITH TEST AFTER
                     UNTIL WS-CONTINUE-FLAG = "N" OR "n"
                  PERFORM 2000-CONFIRM-ONE-DISPOSAL
                  DISPLAY "Confirm another pulled lot? (Y/N)"
                  ACCEPT WS-CONTINUE-FLAG
               END-PERFORM
            END-IF.
            IF WS-SPOILAGE-VALUE > ZERO
               PERFORM 3000-ENSURE-ACCOUNTS-EXIST
               PERFORM 3100-WRITE-JOURNAL-ENTRY
            END-IF.
            PERFORM 8100-WRITE-AUDIT-LOG-TRAILER.
            PERFORM 8200-WRITE-HISTORY-TRAILER.
            PERFORM 9000-CLOSE-FILES.
            IF WS-LOTS-REVIEWED > ZERO
               DISPLAY "Quarantined lots reviewed: " WS-LOTS-REVIEWED
                  "  released: " WS-LOTS-RELEASED
            END-IF.
            DISPLAY "Lots written off: " WS-LOTS-WRITTEN-OFF
               "  Units: " WS-UNITS-WRITTEN-OFF
               "  Value: " WS-SPOILAGE-VALUE.
            OPEN I-O PRODUCT-MASTER-FILE.
            OPEN INPUT PRODUCT-COST-FILE.
            OPEN I-O CHART-ACCOUNT-FILE.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.
            OPEN EXTEND SPOILAGE-HISTORY-FILE.
            IF WS-SPOILAGE-HISTORY-STATUS = "35"
               OPEN OUTPUT SPOILAGE-HISTORY-FILE
               CLOSE SPOILAGE-HISTORY-FILE
               OPEN EXTEND SPOILAGE-HISTORY-FILE
            END-IF.

       2000-CONFIRM-ONE-DISPOSAL.
            IF WS-CONTINUE-FLAG = "N" OR "n"
                     "that much."
                  MOVE LT-QTY TO WS-QTY-PULLED
               END-IF
               PERFORM 2150-WRITE-OFF-PULLED-QTY
            END-IF.

      *> Shared by the pull-list confirm and the quarantine
      *> write-off, so both reach the same 5100/1200 journal.
       2150-WRITE-OFF-PULLED-QTY.
            SUBTRACT WS-QTY-PULLED FROM LT-QTY.
            ADD WS-QTY-PULLED TO LT-QTY-REMOVED.
            REWRITE LOT-MASTER-RECORD.
            PERFORM 2200-REDUCE-SLOT-ON-HAND.
            PERFORM 2300-VALUE-THE-PULL.
            PERFORM 2500-WRITE-SPOILAGE-HISTORY.
            ADD 1 TO WS-LOTS-WRITTEN-OFF.
            ADD WS-QTY-PULLED TO WS-UNITS-WRITTEN-OFF.
            DISPLAY "Confirmed - lot now holds " LT-QTY ".".

       2200-REDUCE-SLOT-ON-HAND.
            IF WS-PRODUCT-MASTER-STATUS = "00"
               MOVE LT-MACHINE-ID TO PM-MACHINE-ID
               END-PERFORM
            END-IF.

      *> The journal carries only the run's total, so each pull is
      *> also kept against its machine and slot for the per-machine
      *> profit and loss.
       2500-WRITE-SPOILAGE-HISTORY.
            MOVE "D" TO SG-RECORD-TYPE.
            MOVE WS-TODAY-DATE TO SG-DISPOSAL-DATE.
            MOVE LT-MACHINE-ID TO SG-MACHINE-ID.
            MOVE LT-SLOT-NO TO SG-SLOT-NO.
            MOVE LT-PRODUCT-NAME TO SG-PRODUCT-NAME.
            MOVE LT-LOT-NUMBER TO SG-LOT-NUMBER.
            MOVE WS-QTY-PULLED TO SG-QTY.
            MOVE WS-UNIT-COST TO SG-UNIT-VALUE.
            COMPUTE SG-VALUE = WS-QTY-PULLED * WS-UNIT-COST.
            WRITE SPOILAGE-HISTORY-RECORD.
            ADD 1 TO WS-HISTORY-ROWS.

      *> GL-POST skips an entry whose account is not on the chart,
      *> so the two accounts this program journals to are written
      *> as zero-balance rows the first time they are needed.
            DISPLAY "Journaled " WS-SPOILAGE-VALUE " spoilage to "
               "5100/1200 - run GL-POST to apply it.".

      *> Only an admin who proves their PIN (the PRICE-CHANGE-MAINT
      *> approval pattern) may decide a quarantined lot. The walk
      *> covers every machine, since LT-KEY leads with machine.
       4000-REVIEW-QUARANTINED-LOTS.
            DISPLAY "Supervisor name: ".
            ACCEPT WS-SUPERVISOR-NAME.
            PERFORM 4200-PROVE-SUPERVISOR-PIN.
            MOVE "N" TO WS-QUARANTINE-EOF-FLAG.
            IF NOT WS-PIN-PROVED
               MOVE "Y" TO WS-QUARANTINE-EOF-FLAG
            ELSE
            IF WS-LOT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WS-QUARANTINE-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO LT-KEY
               START LOT-MASTER-FILE KEY >= LT-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-QUARANTINE-EOF-FLAG
               END-START
            END-IF
            END-IF.
            PERFORM UNTIL WS-QUARANTINE-EOF
               READ LOT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-QUARANTINE-EOF-FLAG
                  NOT AT END
                     IF LT-IS-QUARANTINED
                        PERFORM 4100-REVIEW-ONE-LOT
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-PIN-PROVED AND WS-LOTS-REVIEWED = ZERO
               DISPLAY "No quarantined lots on file."
            END-IF.

       4100-REVIEW-ONE-LOT.
            ADD 1 TO WS-LOTS-REVIEWED.
            DISPLAY "Machine " LT-MACHINE-ID " slot " LT-SLOT-NO " "
               LT-PRODUCT-NAME " lot " LT-LOT-NUMBER " expiring "
               LT-EXPIRY-DATE " holds " LT-QTY ".".
            DISPLAY "R=release to sale, W=write off, "
               "ENTER=leave quarantined: ".
            MOVE SPACE TO WS-REVIEW-CHOICE.
            ACCEPT WS-REVIEW-CHOICE.
            EVALUATE WS-REVIEW-CHOICE
               WHEN "R"
               WHEN "r"
                  MOVE SPACE TO LT-HOLD-FLAG
                  REWRITE LOT-MASTER-RECORD
                  ADD 1 TO WS-LOTS-RELEASED
                  DISPLAY "Released - the lot is back on sale."
                  MOVE "QTNREL" TO WS-AUDIT-EVENT-CODE
                  PERFORM 4300-WRITE-REVIEW-AUDIT
               WHEN "W"
               WHEN "w"
                  MOVE SPACE TO LT-HOLD-FLAG
                  MOVE LT-QTY TO WS-QTY-PULLED
                  IF WS-QTY-PULLED = ZERO
                     REWRITE LOT-MASTER-RECORD
                     DISPLAY "Lot is empty - hold cleared."
                  ELSE
                     PERFORM 2150-WRITE-OFF-PULLED-QTY
                  END-IF
                  MOVE "QTNWOFF" TO WS-AUDIT-EVENT-CODE
                  PERFORM 4300-WRITE-REVIEW-AUDIT
               WHEN OTHER
                  DISPLAY "Left in quarantine."
            END-EVALUATE.

       4200-PROVE-SUPERVISOR-PIN.
            MOVE "N" TO WS-PIN-PROVED-FLAG.
            OPEN I-O USER-MASTER-FILE.
            IF WS-USER-MASTER-STATUS NOT = "00"
               DISPLAY "No USER-MASTER file - no review possible."
            ELSE
               MOVE WS-SUPERVISOR-NAME TO UM-OPERATOR-NAME
               READ USER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Unknown operator - no review."
                  NOT INVALID KEY
                     PERFORM 4250-CHECK-PIN
               END-READ
               CLOSE USER-MASTER-FILE
            END-IF.

       4250-CHECK-PIN.
            IF NOT UM-IS-ADMIN
               DISPLAY "Operator is not an admin - no review."
            ELSE
            IF UM-IS-LOCKED
               DISPLAY "Operator is LOCKED OUT - no review."
            ELSE
               DISPLAY "Enter PIN: "
               ACCEPT WS-ENTERED-PIN
               IF WS-ENTERED-PIN = UM-ADMIN-PIN
                  MOVE ZERO TO UM-FAILED-ATTEMPTS
                  REWRITE USER-MASTER-RECORD
                  MOVE "Y" TO WS-PIN-PROVED-FLAG
               ELSE
                  ADD 1 TO UM-FAILED-ATTEMPTS
                  DISPLAY "Incorrect PIN - no review."
                  IF UM-FAILED-ATTEMPTS >= 3
                     MOVE "Y" TO UM-LOCKED-FLAG
                     DISPLAY "Three failures - operator locked out."
                  END-IF
                  REWRITE USER-MASTER-RECORD
               END-IF
            END-IF
            END-IF.

       4300-WRITE-REVIEW-AUDIT.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "Lot " DELIMITED BY SIZE
               LT-LOT-NUMBER DELIMITED BY SIZE
               " mach " DELIMITED BY SIZE
               LT-MACHINE-ID DELIMITED BY SIZE
               " slot " DELIMITED BY SIZE
               LT-SLOT-NO DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               WS-SUPERVISOR-NAME DELIMITED BY SPACE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       8100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       8200-WRITE-HISTORY-TRAILER.
            MOVE "T" TO SG-RECORD-TYPE.
            MOVE SPACES TO SG-DETAIL.
            MOVE WS-HISTORY-ROWS TO SG-TRAILER-COUNT.
            WRITE SPOILAGE-HISTORY-RECORD.

       9000-CLOSE-FILES.
            IF WS-LOT-MASTER-STATUS = "00"
               CLOSE LOT-MASTER-FILE
            IF WS-CHART-ACCOUNT-STATUS = "00"
               CLOSE CHART-ACCOUNT-FILE
            END-IF.
            CLOSE AUDIT-LOG-FILE.
            CLOSE SPOILAGE-HISTORY-FILE.
       END PROGRAM SPOILAGE-WRITE-OFF.
