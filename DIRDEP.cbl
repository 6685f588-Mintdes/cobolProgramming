      *          lists what went into the file; employees with no bank
      *          code are listed as check payments and kept out of the
      *          file. The bank can never pay a different amount than
      *          the run posted, and nothing is generated until the
      *          period's PAYROLL-VARIANCE-REVIEW has been signed off
      *          by a second operator against the rows still posted.
      *          Each deposit put in the file is written to the audit
      *          log under the operator generating it (DDPAY), for
      *          the segregation-of-duties check against who set the
      *          employee's bank details.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT PAYROLL-REVIEW-FILE ASSIGN TO "PAYREVW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-PERIOD-NO
               FILE STATUS IS WS-PAYROLL-REVIEW-STATUS.
           SELECT DIRECT-DEPOSIT-FILE ASSIGN TO "DIRDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECT-DEPOSIT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DIRDEP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-DETAIL-FILE.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  PAYROLL-REVIEW-FILE.
       COPY PAYREVW.

       FD  DIRECT-DEPOSIT-FILE.
       01  DIRECT-DEPOSIT-RECORD.
           05  DD-RECORD-TYPE          PIC X       VALUE "D".
       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-PAY-DETAIL-STATUS      PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-DIRECT-DEPOSIT-STATUS  PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-PAYROLL-REVIEW-STATUS  PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-DETAIL-EOF-FLAG        PIC X VALUE "N".
           88  WS-DETAIL-EOF                VALUE "Y".

       01  WS-DEPOSIT-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01  WS-CHECK-COUNT           PIC 9(5)    VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-RELEASE-FLAG          PIC X       VALUE "N".
           88  WS-RELEASE-APPROVED            VALUE "Y".
       01  WS-POSTED-COUNT          PIC 9(5)    VALUE ZERO.
       01  WS-POSTED-NET            PIC 9(9)V99 VALUE ZERO.
       01  WS-OPERATOR-NAME         PIC X(10).
       01  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
       01  WS-AUDIT-EVENT-CODE      PIC X(10).
       01  WS-AUDIT-EVENT-TEXT      PIC X(50).
       COPY DUTYEVT.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-NET==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-BATCH==.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Direct Deposit File Generation ---".
            DISPLAY "Operator name: ".
            ACCEPT WS-OPERATOR-NAME.
            DISPLAY "Pay period number (YYWW): ".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "Invalid period number - nothing generated."
               STOP RUN
            END-IF.
            PERFORM 0500-CHECK-REVIEW-SIGNOFF.
            IF NOT WS-RELEASE-APPROVED
               DISPLAY "Direct deposit NOT generated for period "
                  WS-PERIOD-INPUT "."
               STOP RUN
            END-IF.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-DETAIL-EOF
               READ PAY-DETAIL-FILE
            PERFORM 9000-CLOSE-FILES.
            STOP RUN.

      *> The bank file waits for a signed-off variance review, and
      *> the review must still describe the posted rows - a period
      *> reversed and rerun after sign-off has to be reviewed again.
       0500-CHECK-REVIEW-SIGNOFF.
            OPEN INPUT PAYROLL-REVIEW-FILE.
            IF WS-PAYROLL-REVIEW-STATUS NOT = "00"
               DISPLAY "No payroll variance review on file - prepare "
                  "one and have it signed off first."
            ELSE
               MOVE WS-PERIOD-INPUT TO PV-PERIOD-NO
               READ PAYROLL-REVIEW-FILE
                  INVALID KEY
                     DISPLAY "Period " WS-PERIOD-INPUT " has no "
                        "variance review - prepare one and have it "
                        "signed off first."
                  NOT INVALID KEY
                     PERFORM 0510-CHECK-ONE-REVIEW
               END-READ
               CLOSE PAYROLL-REVIEW-FILE
            END-IF.

       0510-CHECK-ONE-REVIEW.
            EVALUATE TRUE
               WHEN NOT PV-IS-SIGNED-OFF
                  DISPLAY "Variance review prepared by "
                     PV-PREPARED-BY " is awaiting sign-off by a "
                     "second operator."
               WHEN PV-SIGNED-BY = PV-PREPARED-BY
                  DISPLAY "Variance review was signed off by its own "
                     "preparer - a second operator must sign it."
               WHEN OTHER
                  PERFORM 0520-TOTAL-POSTED-ROWS
                  IF WS-POSTED-COUNT = PV-EMPLOYEE-COUNT AND
                        WS-POSTED-NET = PV-NET-TOTAL
                     MOVE "Y" TO WS-RELEASE-FLAG
                     DISPLAY "Variance review signed off by "
                        PV-SIGNED-BY " on " PV-SIGNED-DATE "."
                  ELSE
                     DISPLAY "Posted pay details no longer match the "
                        "signed-off review - review the period again."
                  END-IF
            END-EVALUATE.

       0520-TOTAL-POSTED-ROWS.
            OPEN INPUT PAY-DETAIL-FILE.
            IF WS-PAY-DETAIL-STATUS = "00"
               PERFORM UNTIL WS-DETAIL-EOF
                  READ PAY-DETAIL-FILE
                     AT END
                        MOVE "Y" TO WS-DETAIL-EOF-FLAG
                     NOT AT END
                        IF PD-IS-DETAIL AND
                              PD-PERIOD-NO = WS-PERIOD-INPUT AND
                              PD-IS-POSTED
                           ADD 1 TO WS-POSTED-COUNT
                           ADD PD-NET-PAY TO WS-POSTED-NET
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE PAY-DETAIL-FILE
               MOVE "N" TO WS-DETAIL-EOF-FLAG
            END-IF.

       1000-OPEN-FILES.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT PAY-DETAIL-FILE.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            OPEN OUTPUT DIRECT-DEPOSIT-FILE.
            OPEN OUTPUT PRINT-FILE.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            STRING "DIRECT DEPOSIT CONTROL REPORT   PERIOD "
               WS-PERIOD-INPUT "   VALUE DATE " WS-TODAY-DATE
            WRITE DIRECT-DEPOSIT-RECORD.
            ADD 1 TO WS-DEPOSIT-COUNT.
            ADD PD-NET-PAY TO WS-DEPOSIT-TOTAL.
            PERFORM 2200-AUDIT-DEPOSIT.
            MOVE PD-NET-PAY TO WS-NET-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO PRINT-LINE.
            STRING PD-EMPLOYEE-ID "  " EM-EMPLOYEE-NAME "  BANK "
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The employee is the document, as EMPLOYEE-MAINT audits a
      *> bank-detail change, so DUTY-CONFLICT-REPORT can tell when
      *> one operator both set the account and paid into it.
       2200-AUDIT-DEPOSIT.
            MOVE "DDPAY" TO WS-AUDIT-EVENT-CODE.
            MOVE WS-OPERATOR-NAME TO DT-OPERATOR.
            MOVE "EMP" TO DT-DOCUMENT-TYPE.
            MOVE SPACES TO DT-DOCUMENT DT-NOTE.
            MOVE PD-EMPLOYEE-ID TO DT-DOCUMENT.
            STRING "PERIOD " WS-PERIOD-INPUT
               DELIMITED BY SIZE INTO DT-NOTE
            END-STRING.
            MOVE DUTY-EVENT-TEXT TO WS-AUDIT-EVENT-TEXT.
            PERFORM 9200-WRITE-AUDIT-LOG.

       3000-WRITE-BATCH-TRAILER.
            MOVE "T" TO DD-RECORD-TYPE.
            MOVE SPACES TO DD-DETAIL.
            END-IF.
            CLOSE DIRECT-DEPOSIT-FILE.
            CLOSE PRINT-FILE.
            PERFORM 9100-WRITE-AUDIT-LOG-TRAILER.
            CLOSE AUDIT-LOG-FILE.

       9100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       9200-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.
       END PROGRAM DIRECT-DEPOSIT.
