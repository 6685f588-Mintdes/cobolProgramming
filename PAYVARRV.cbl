      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Post-run payroll variance review - the check on the
      *          RESULT of a posted payroll run before any money
      *          leaves (PAYROLL-EDIT checks the punches going in).
      *          Compares every employee's posted PAY-DETAIL gross,
      *          withholding, deductions and net with the previous
      *          posted regular period and flags anyone outside the
      *          tolerance percentage, anyone paid for the first time
      *          or missing this period, and anyone whose bank code
      *          or account was changed through EMPLOYEE-MAINT since
      *          the previous run (the EMPCHG trail in AUDITLOG.DAT,
      *          the AUDLOG1..7 days END-OF-DAY-CLOSE rotated out and,
      *          when the run is older than those, ARCHIVE-RETAIN's
      *          AUDITLOG.Gnn generations). The operator who
      *          prepares the review cannot sign it off: a DIFFERENT
      *          admin operator proves their USER-MASTER PIN (the
      *          price-change approval pattern), and DIRECT-DEPOSIT
      *          will not build the bank file for a period until
      *          that sign-off is on PAYREVW.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-VARIANCE-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-REVIEW-FILE ASSIGN TO "PAYREVW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-PERIOD-NO
               FILE STATUS IS WS-PAYROLL-REVIEW-STATUS.
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAYDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-DETAIL-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-PERIOD-NO
               FILE STATUS IS WS-PAY-PERIOD-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-OPERATOR-NAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-REVIEW-FILE.
       COPY PAYREVW.

       FD  PAY-DETAIL-FILE.
       COPY PAYDTL.

       FD  PAY-PERIOD-FILE.
       COPY PAYPERD.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  USER-MASTER-FILE.
       COPY USERMAST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-REVIEW-STATUS  PIC XX.
       01  WS-PAY-DETAIL-STATUS      PIC XX.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-USER-MASTER-STATUS     PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-DETAIL-EOF-FLAG        PIC X       VALUE "N".
           88  WS-DETAIL-EOF                     VALUE "Y".
       01  WS-AUDIT-EOF-FLAG         PIC X       VALUE "N".
           88  WS-AUDIT-EOF                      VALUE "Y".

      *> AUDLOG1..7 archives plus whatever is in today's AUDITLOG.
       01  WS-AUDIT-FILENAME         PIC X(20).
       01  WS-AUDIT-FILENAMES.
           05  FILLER   PIC X(12)   VALUE "AUDLOG1.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG2.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG3.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG4.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG5.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG6.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG7.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDITLOG.DAT".
       01  WS-AUDIT-FILENAME-TABLE REDEFINES WS-AUDIT-FILENAMES.
           05  WS-AUDIT-FILENAME-ENTRY PIC X(12)  OCCURS 8 TIMES.
       01  WS-AUDIT-FILE-INDEX       PIC 9.
       01  WS-AUDIT-GEN-INDEX        PIC 99.
       01  WS-AUDIT-OLDEST-DATE      PIC 9(8).
       01  WS-AUDIT-GEN-END-FLAG     PIC X       VALUE "N".
           88  WS-AUDIT-GEN-END                  VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".

       01  WS-REVIEW-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-OPERATOR-NAME         PIC X(10).
           05  WS-PERIOD-INPUT          PIC X(4).
           05  WS-PERIOD-NO             PIC 9(4).
           05  WS-TOLERANCE-INPUT       PIC XX.
           05  WS-TOLERANCE-PCT         PIC 99.
           05  WS-PREVIOUS-PERIOD       PIC 9(4).
           05  WS-BANK-CUTOFF-DATE      PIC 9(8).
           05  WS-ROW-COUNT             PIC 9(5).
           05  WS-FLAGGED-COUNT         PIC 9(5).
           05  WS-NET-TOTAL             PIC 9(9)V99.
           05  WS-ROW-DEDUCTIONS        PIC 9(7)V99.
           05  WS-DD-SUB                PIC 9.
           05  WS-EMPLOYEE-NAME         PIC X(16).
           05  WS-FLAG-TEXT             PIC X(40).
           05  WS-AUDIT-EMPLOYEE-ID     PIC 9(5).
           05  WS-REVIEW-EXISTS-FLAG    PIC X.
               88  WS-REVIEW-EXISTS              VALUE "Y".
           05  WS-ADMIN-NAME            PIC X(10).
           05  WS-ENTERED-PIN           PIC 9(4).
           05  WS-PIN-PROVED-FLAG       PIC X.
               88  WS-PIN-PROVED                 VALUE "Y".

      *> One line per employee paid in either period; the two sides
      *> are summed in case a period carries more than one posted row
      *> for the same employee.
       01  WS-VARIANCE-TABLE.
           05  WS-VR-ENTRY OCCURS 500 TIMES INDEXED BY WS-VR-IDX.
               10  WS-VR-EMPLOYEE-ID       PIC 9(5).
               10  WS-VR-THIS-FLAG         PIC X.
                   88  WS-VR-PAID-THIS               VALUE "Y".
               10  WS-VR-PREV-FLAG         PIC X.
                   88  WS-VR-PAID-PREV               VALUE "Y".
               10  WS-VR-BANK-FLAG         PIC X.
                   88  WS-VR-BANK-CHANGED            VALUE "Y".
               10  WS-VR-THIS-AMOUNTS.
                   15  WS-VR-THIS-GROSS        PIC 9(7)V99.
                   15  WS-VR-THIS-TAX          PIC 9(7)V99.
                   15  WS-VR-THIS-DEDUCT       PIC 9(7)V99.
                   15  WS-VR-THIS-NET          PIC 9(7)V99.
               10  WS-VR-PREV-AMOUNTS.
                   15  WS-VR-PREV-GROSS        PIC 9(7)V99.
                   15  WS-VR-PREV-TAX          PIC 9(7)V99.
                   15  WS-VR-PREV-DEDUCT       PIC 9(7)V99.
                   15  WS-VR-PREV-NET          PIC 9(7)V99.
       01  WS-VR-COUNT               PIC 9(3)    VALUE ZERO.
       01  WS-VR-SUB                 PIC 9(3).
       01  WS-VR-FOUND-FLAG          PIC X.
           88  WS-VR-FOUND                       VALUE "Y".
       01  WS-TABLE-FULL-FLAG        PIC X       VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".

       01  WS-VARIANCE-WORK.
           05  WS-THIS-AMOUNT           PIC 9(7)V99.
           05  WS-PREV-AMOUNT           PIC 9(7)V99.
           05  WS-DIFF-AMOUNT           PIC S9(7)V99.
           05  WS-OUT-OF-RANGE-FLAG     PIC X.
               88  WS-OUT-OF-RANGE               VALUE "Y".

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-GROSS==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TAX==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-DEDN==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-NET==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Payroll Variance Review ---".
            DISPLAY "Operator name: ".
            ACCEPT WS-OPERATOR-NAME.
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, P=prepare review, S=sign off, "
                  "X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-REVIEWS
                  WHEN "P"
                  WHEN "p"
                     PERFORM 3000-PREPARE-REVIEW
                  WHEN "S"
                  WHEN "s"
                     PERFORM 4000-SIGN-OFF-REVIEW
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE PAYROLL-REVIEW-FILE.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O PAYROLL-REVIEW-FILE.
            IF WS-PAYROLL-REVIEW-STATUS = "35"
               OPEN OUTPUT PAYROLL-REVIEW-FILE
               CLOSE PAYROLL-REVIEW-FILE
               OPEN I-O PAYROLL-REVIEW-FILE
            END-IF.

       2000-LIST-REVIEWS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE ZERO TO PV-PERIOD-NO.
            START PAYROLL-REVIEW-FILE KEY >= PV-PERIOD-NO
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "PERD PREV TOL EMPLS FLAGS S PREPARED   SIGNED".
            PERFORM UNTIL WS-LIST-EOF
               READ PAYROLL-REVIEW-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     DISPLAY PV-PERIOD-NO " " PV-PREVIOUS-PERIOD " "
                        PV-TOLERANCE-PCT "% " PV-EMPLOYEE-COUNT " "
                        PV-FLAGGED-COUNT " " PV-STATUS " "
                        PV-PREPARED-BY " " PV-SIGNED-BY
               END-READ
            END-PERFORM.

      *> Preparing (or re-preparing) a review always leaves it
      *> awaiting sign-off: a second look at changed figures needs a
      *> second signature.
       3000-PREPARE-REVIEW.
            IF WS-OPERATOR-NAME = SPACES
               DISPLAY "Operator name required to prepare a review."
            ELSE
               DISPLAY "Pay period number (YYWW): "
               ACCEPT WS-PERIOD-INPUT
               DISPLAY "Tolerance percent (blank = 10): "
               ACCEPT WS-TOLERANCE-INPUT
               EVALUATE TRUE
                  WHEN WS-PERIOD-INPUT IS NOT NUMERIC
                     DISPLAY "Invalid period number."
                  WHEN WS-TOLERANCE-INPUT = SPACES
                     MOVE 10 TO WS-TOLERANCE-PCT
                     PERFORM 3050-RUN-REVIEW
                  WHEN WS-TOLERANCE-INPUT IS NUMERIC
                     MOVE WS-TOLERANCE-INPUT TO WS-TOLERANCE-PCT
                     PERFORM 3050-RUN-REVIEW
                  WHEN OTHER
                     DISPLAY "Invalid tolerance - enter two digits."
               END-EVALUATE
            END-IF.

       3050-RUN-REVIEW.
            MOVE WS-PERIOD-INPUT TO WS-PERIOD-NO.
            MOVE ZERO TO WS-VR-COUNT.
            MOVE "N" TO WS-TABLE-FULL-FLAG.
            PERFORM 3100-FIND-PREVIOUS-PERIOD.
            IF WS-ROW-COUNT = ZERO
               DISPLAY "No posted pay details for period "
                  WS-PERIOD-NO " - was the payroll run posted?"
            ELSE
               PERFORM 3200-LOAD-PERIOD-ROWS
               PERFORM 3300-MARK-BANK-CHANGES
               IF WS-TABLE-FULL
                  DISPLAY "More employees than the review table "
                     "holds - the review is incomplete."
               END-IF
               PERFORM 3400-PRINT-REVIEW
               PERFORM 3500-RECORD-REVIEW
            END-IF.

      *> The previous regular period is the latest one below this
      *> one that has posted regular rows; the same pass counts this
      *> period's posted rows the way DIRECT-DEPOSIT will.
       3100-FIND-PREVIOUS-PERIOD.
            MOVE ZERO TO WS-PREVIOUS-PERIOD.
            MOVE ZERO TO WS-ROW-COUNT.
            MOVE ZERO TO WS-NET-TOTAL.
            MOVE "N" TO WS-DETAIL-EOF-FLAG.
            OPEN INPUT PAY-DETAIL-FILE.
            IF WS-PAY-DETAIL-STATUS = "00"
               PERFORM UNTIL WS-DETAIL-EOF
                  READ PAY-DETAIL-FILE
                     AT END
                        MOVE "Y" TO WS-DETAIL-EOF-FLAG
                     NOT AT END
                        PERFORM 3110-SCAN-ONE-ROW
                  END-READ
               END-PERFORM
               CLOSE PAY-DETAIL-FILE
            END-IF.

       3110-SCAN-ONE-ROW.
            IF PD-IS-DETAIL AND PD-IS-POSTED
               EVALUATE TRUE
                  WHEN PD-PERIOD-NO = WS-PERIOD-NO
                     ADD 1 TO WS-ROW-COUNT
                     ADD PD-NET-PAY TO WS-NET-TOTAL
                  WHEN PD-IS-REGULAR-RUN AND
                        PD-PERIOD-NO < WS-PERIOD-NO AND
                        PD-PERIOD-NO > WS-PREVIOUS-PERIOD
                     MOVE PD-PERIOD-NO TO WS-PREVIOUS-PERIOD
               END-EVALUATE
            END-IF.

       3200-LOAD-PERIOD-ROWS.
            MOVE "N" TO WS-DETAIL-EOF-FLAG.
            OPEN INPUT PAY-DETAIL-FILE.
            PERFORM UNTIL WS-DETAIL-EOF
               READ PAY-DETAIL-FILE
                  AT END
                     MOVE "Y" TO WS-DETAIL-EOF-FLAG
                  NOT AT END
                     IF PD-IS-DETAIL AND PD-IS-POSTED AND
                           PD-PERIOD-NO > ZERO AND
                           (PD-PERIOD-NO = WS-PERIOD-NO OR
                            PD-PERIOD-NO = WS-PREVIOUS-PERIOD)
                        PERFORM 3210-FIND-EMPLOYEE-LINE
                        IF WS-VR-FOUND
                           PERFORM 3220-ADD-ROW-AMOUNTS
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE PAY-DETAIL-FILE.

       3210-FIND-EMPLOYEE-LINE.
            MOVE "N" TO WS-VR-FOUND-FLAG.
            PERFORM VARYING WS-VR-SUB FROM 1 BY 1
               UNTIL WS-VR-SUB > WS-VR-COUNT OR WS-VR-FOUND
               IF WS-VR-EMPLOYEE-ID(WS-VR-SUB) = PD-EMPLOYEE-ID
                  MOVE "Y" TO WS-VR-FOUND-FLAG
                  SET WS-VR-IDX TO WS-VR-SUB
               END-IF
            END-PERFORM.
            IF NOT WS-VR-FOUND
               IF WS-VR-COUNT < 500
                  ADD 1 TO WS-VR-COUNT
                  SET WS-VR-IDX TO WS-VR-COUNT
                  MOVE PD-EMPLOYEE-ID TO WS-VR-EMPLOYEE-ID(WS-VR-IDX)
                  MOVE "N" TO WS-VR-THIS-FLAG(WS-VR-IDX)
                  MOVE "N" TO WS-VR-PREV-FLAG(WS-VR-IDX)
                  MOVE "N" TO WS-VR-BANK-FLAG(WS-VR-IDX)
                  MOVE ZERO TO WS-VR-THIS-GROSS(WS-VR-IDX)
                  MOVE ZERO TO WS-VR-THIS-TAX(WS-VR-IDX)
                  MOVE ZERO TO WS-VR-THIS-DEDUCT(WS-VR-IDX)
                  MOVE ZERO TO WS-VR-THIS-NET(WS-VR-IDX)
                  MOVE ZERO TO WS-VR-PREV-GROSS(WS-VR-IDX)
                  MOVE ZERO TO WS-VR-PREV-TAX(WS-VR-IDX)
                  MOVE ZERO TO WS-VR-PREV-DEDUCT(WS-VR-IDX)
                  MOVE ZERO TO WS-VR-PREV-NET(WS-VR-IDX)
                  MOVE "Y" TO WS-VR-FOUND-FLAG
               ELSE
                  MOVE "Y" TO WS-TABLE-FULL-FLAG
               END-IF
            END-IF.

       3220-ADD-ROW-AMOUNTS.
            MOVE ZERO TO WS-ROW-DEDUCTIONS.
            PERFORM VARYING WS-DD-SUB FROM 1 BY 1
               UNTIL WS-DD-SUB > 5
               IF PD-DEDUCT-CODE(WS-DD-SUB) NOT = SPACES AND
                     PD-DEDUCT-AMOUNT(WS-DD-SUB) IS NUMERIC
                  ADD PD-DEDUCT-AMOUNT(WS-DD-SUB) TO WS-ROW-DEDUCTIONS
               END-IF
            END-PERFORM.
            IF PD-PERIOD-NO = WS-PERIOD-NO
               MOVE "Y" TO WS-VR-THIS-FLAG(WS-VR-IDX)
               ADD PD-GROSS-PAY TO WS-VR-THIS-GROSS(WS-VR-IDX)
               ADD PD-WITHHOLDING TO WS-VR-THIS-TAX(WS-VR-IDX)
               ADD WS-ROW-DEDUCTIONS TO WS-VR-THIS-DEDUCT(WS-VR-IDX)
               ADD PD-NET-PAY TO WS-VR-THIS-NET(WS-VR-IDX)
            ELSE
               MOVE "Y" TO WS-VR-PREV-FLAG(WS-VR-IDX)
               ADD PD-GROSS-PAY TO WS-VR-PREV-GROSS(WS-VR-IDX)
               ADD PD-WITHHOLDING TO WS-VR-PREV-TAX(WS-VR-IDX)
               ADD WS-ROW-DEDUCTIONS TO WS-VR-PREV-DEDUCT(WS-VR-IDX)
               ADD PD-NET-PAY TO WS-VR-PREV-NET(WS-VR-IDX)
            END-IF.

      *> "Since the last run" is from the day the previous period
      *> was posted; with no previous period every bank change on
      *> the trail counts. EMPLOYEE-MAINT writes the employee ID in
      *> the first five bytes of the event text, then " BANK " or
      *> " ACCT " for the two routing fields.
       3300-MARK-BANK-CHANGES.
            MOVE ZERO TO WS-BANK-CUTOFF-DATE.
            IF WS-PREVIOUS-PERIOD > ZERO
               OPEN INPUT PAY-PERIOD-FILE
               IF WS-PAY-PERIOD-STATUS = "00"
                  MOVE WS-PREVIOUS-PERIOD TO PP-PERIOD-NO
                  READ PAY-PERIOD-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE PP-POSTED-DATE TO WS-BANK-CUTOFF-DATE
                  END-READ
                  CLOSE PAY-PERIOD-FILE
               END-IF
            END-IF.
            MOVE 99999999 TO WS-AUDIT-OLDEST-DATE.
            PERFORM VARYING WS-AUDIT-FILE-INDEX FROM 1 BY 1
               UNTIL WS-AUDIT-FILE-INDEX > 8
               MOVE WS-AUDIT-FILENAME-ENTRY(WS-AUDIT-FILE-INDEX)
                  TO WS-AUDIT-FILENAME
               PERFORM 3305-SCAN-ONE-AUDIT-FILE
            END-PERFORM.
            IF WS-AUDIT-OLDEST-DATE >= WS-BANK-CUTOFF-DATE
               PERFORM 3330-SCAN-ARCHIVED-GENERATIONS
            END-IF.

      *> A bank change made any day since the last run has been
      *> rotated out of the live log by END-OF-DAY-CLOSE, so every
      *> generation is read with the same cutoff test.
       3305-SCAN-ONE-AUDIT-FILE.
            MOVE "N" TO WS-AUDIT-EOF-FLAG.
            OPEN INPUT AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF
                  READ AUDIT-LOG-FILE
                     AT END
                        MOVE "Y" TO WS-AUDIT-EOF-FLAG
                     NOT AT END
                        PERFORM 3310-FLAG-BANK-CHANGE
                  END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
            END-IF.

      *> Trailers and the CHAINFWD link a rotation opens each file
      *> with are not employee changes.
       3310-FLAG-BANK-CHANGE.
            IF AL-IS-DETAIL AND
                  AL-EVENT-CODE NOT = "CHAINFWD" AND
                  AL-EVENT-DATE < WS-AUDIT-OLDEST-DATE
               MOVE AL-EVENT-DATE TO WS-AUDIT-OLDEST-DATE
            END-IF.
            IF AL-IS-DETAIL AND
                  AL-EVENT-CODE = "EMPCHG" AND
                  AL-EVENT-DATE >= WS-BANK-CUTOFF-DATE AND
                  AL-EVENT-TEXT(1:5) IS NUMERIC AND
                  (AL-EVENT-TEXT(6:6) = " BANK " OR
                   AL-EVENT-TEXT(6:6) = " ACCT ")
               PERFORM 3320-MARK-EMPLOYEE-LINE
            END-IF.

      *> Only when the rotated days do not reach back to the
      *> previous run: ARCHIVE-RETAIN's AUDITLOG.G01 is the newest
      *> generation, and the walk stops at the first one not on disk.
       3330-SCAN-ARCHIVED-GENERATIONS.
            MOVE "N" TO WS-AUDIT-GEN-END-FLAG.
            PERFORM VARYING WS-AUDIT-GEN-INDEX FROM 1 BY 1
               UNTIL WS-AUDIT-GEN-INDEX > 99 OR WS-AUDIT-GEN-END
               MOVE SPACES TO WS-AUDIT-FILENAME
               STRING "AUDITLOG.G" WS-AUDIT-GEN-INDEX
                  DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
               END-STRING
               PERFORM 3305-SCAN-ONE-AUDIT-FILE
               IF WS-AUDIT-LOG-STATUS NOT = "00"
                  MOVE "Y" TO WS-AUDIT-GEN-END-FLAG
               END-IF
            END-PERFORM.

       3320-MARK-EMPLOYEE-LINE.
            MOVE AL-EVENT-TEXT(1:5) TO WS-AUDIT-EMPLOYEE-ID.
            PERFORM VARYING WS-VR-SUB FROM 1 BY 1
               UNTIL WS-VR-SUB > WS-VR-COUNT
               IF WS-VR-EMPLOYEE-ID(WS-VR-SUB) = WS-AUDIT-EMPLOYEE-ID
                  MOVE "Y" TO WS-VR-BANK-FLAG(WS-VR-SUB)
               END-IF
            END-PERFORM.

       3400-PRINT-REVIEW.
            MOVE ZERO TO WS-FLAGGED-COUNT.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            END-IF.
            MOVE "O" TO SP-FUNCTION.
            MOVE "PAYVARRV" TO SP-REPORT-TYPE.
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
            STRING "PAYROLL VARIANCE REVIEW  PERIOD " WS-PERIOD-NO
               "  AGAINST " WS-PREVIOUS-PERIOD
               "  TOLERANCE " WS-TOLERANCE-PCT "%"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-PREVIOUS-PERIOD = ZERO
               MOVE "NO PREVIOUS REGULAR PERIOD - EVERYONE IS NEW"
                  TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "EMPL  NAME             FLAGS" TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            MOVE "GROSS" TO PRINT-LINE(27:5).
            MOVE "WITHHOLDING" TO PRINT-LINE(34:11).
            MOVE "DEDUCTIONS" TO PRINT-LINE(48:10).
            MOVE "NET" TO PRINT-LINE(68:3).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-VR-IDX FROM 1 BY 1
               UNTIL WS-VR-IDX > WS-VR-COUNT
               PERFORM 3410-REVIEW-ONE-EMPLOYEE
            END-PERFORM.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-NET-TOTAL TO WS-NET-EDIT-DOLLAR-FIXED.
            MOVE SPACES TO PRINT-LINE.
            STRING "ROWS PAID: " WS-ROW-COUNT
               "  FLAGGED: " WS-FLAGGED-COUNT
               "  NET TOTAL: " WS-NET-EDIT-DOLLAR-FIXED
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "PREPARED BY " WS-OPERATOR-NAME
               "  - AWAITING SIGN-OFF BY A SECOND OPERATOR"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE "N" TO WS-EMPLOYEE-OPEN-FLAG
            END-IF.

      *> Each reason has its own slot in the flag text so the report
      *> columns line up whatever combination fires.
       3410-REVIEW-ONE-EMPLOYEE.
            MOVE SPACES TO WS-FLAG-TEXT.
            EVALUATE TRUE
               WHEN WS-VR-PAID-THIS(WS-VR-IDX) AND
                     NOT WS-VR-PAID-PREV(WS-VR-IDX)
                  MOVE "NEW" TO WS-FLAG-TEXT(1:7)
               WHEN WS-VR-PAID-PREV(WS-VR-IDX) AND
                     NOT WS-VR-PAID-THIS(WS-VR-IDX)
                  MOVE "MISSING" TO WS-FLAG-TEXT(1:7)
               WHEN OTHER
                  MOVE WS-VR-THIS-GROSS(WS-VR-IDX) TO WS-THIS-AMOUNT
                  MOVE WS-VR-PREV-GROSS(WS-VR-IDX) TO WS-PREV-AMOUNT
                  PERFORM 3420-CHECK-ONE-AMOUNT
                  IF WS-OUT-OF-RANGE
                     MOVE "GROSS" TO WS-FLAG-TEXT(9:5)
                  END-IF
                  MOVE WS-VR-THIS-TAX(WS-VR-IDX) TO WS-THIS-AMOUNT
                  MOVE WS-VR-PREV-TAX(WS-VR-IDX) TO WS-PREV-AMOUNT
                  PERFORM 3420-CHECK-ONE-AMOUNT
                  IF WS-OUT-OF-RANGE
                     MOVE "TAX" TO WS-FLAG-TEXT(15:3)
                  END-IF
                  MOVE WS-VR-THIS-DEDUCT(WS-VR-IDX) TO WS-THIS-AMOUNT
                  MOVE WS-VR-PREV-DEDUCT(WS-VR-IDX) TO WS-PREV-AMOUNT
                  PERFORM 3420-CHECK-ONE-AMOUNT
                  IF WS-OUT-OF-RANGE
                     MOVE "DEDN" TO WS-FLAG-TEXT(19:4)
                  END-IF
                  MOVE WS-VR-THIS-NET(WS-VR-IDX) TO WS-THIS-AMOUNT
                  MOVE WS-VR-PREV-NET(WS-VR-IDX) TO WS-PREV-AMOUNT
                  PERFORM 3420-CHECK-ONE-AMOUNT
                  IF WS-OUT-OF-RANGE
                     MOVE "NET" TO WS-FLAG-TEXT(24:3)
                  END-IF
            END-EVALUATE.
            IF WS-VR-BANK-CHANGED(WS-VR-IDX)
               MOVE "BANK CHANGED" TO WS-FLAG-TEXT(28:12)
            END-IF.
            IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM 3430-PRINT-FLAGGED-EMPLOYEE
            END-IF.

      *> Out of range when the change, either way, is more than the
      *> tolerance percentage of last period's figure; anything
      *> appearing from a zero base is out of range.
       3420-CHECK-ONE-AMOUNT.
            MOVE "N" TO WS-OUT-OF-RANGE-FLAG.
            IF WS-PREV-AMOUNT = ZERO
               IF WS-THIS-AMOUNT NOT = ZERO
                  MOVE "Y" TO WS-OUT-OF-RANGE-FLAG
               END-IF
            ELSE
               COMPUTE WS-DIFF-AMOUNT = WS-THIS-AMOUNT - WS-PREV-AMOUNT
               IF WS-DIFF-AMOUNT < ZERO
                  COMPUTE WS-DIFF-AMOUNT = ZERO - WS-DIFF-AMOUNT
               END-IF
               IF WS-DIFF-AMOUNT * 100 >
                     WS-PREV-AMOUNT * WS-TOLERANCE-PCT
                  MOVE "Y" TO WS-OUT-OF-RANGE-FLAG
               END-IF
            END-IF.

       3430-PRINT-FLAGGED-EMPLOYEE.
            MOVE SPACES TO WS-EMPLOYEE-NAME.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE WS-VR-EMPLOYEE-ID(WS-VR-IDX) TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     MOVE "(NOT ON MASTER)" TO WS-EMPLOYEE-NAME
                  NOT INVALID KEY
                     MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
               END-READ
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-VR-EMPLOYEE-ID(WS-VR-IDX) " " WS-EMPLOYEE-NAME
               " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-VR-THIS-GROSS(WS-VR-IDX)
               TO WS-GROSS-EDIT-ZERO-SUPPRESS.
            MOVE WS-VR-THIS-TAX(WS-VR-IDX) TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE WS-VR-THIS-DEDUCT(WS-VR-IDX)
               TO WS-DEDN-EDIT-ZERO-SUPPRESS.
            MOVE WS-VR-THIS-NET(WS-VR-IDX) TO WS-NET-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "      THIS PERIOD "
               " " WS-GROSS-EDIT-ZERO-SUPPRESS
               " " WS-TAX-EDIT-ZERO-SUPPRESS
               " " WS-DEDN-EDIT-ZERO-SUPPRESS
               " " WS-NET-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE WS-VR-PREV-GROSS(WS-VR-IDX)
               TO WS-GROSS-EDIT-ZERO-SUPPRESS.
            MOVE WS-VR-PREV-TAX(WS-VR-IDX) TO WS-TAX-EDIT-ZERO-SUPPRESS.
            MOVE WS-VR-PREV-DEDUCT(WS-VR-IDX)
               TO WS-DEDN-EDIT-ZERO-SUPPRESS.
            MOVE WS-VR-PREV-NET(WS-VR-IDX) TO WS-NET-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "      PREVIOUS    "
               " " WS-GROSS-EDIT-ZERO-SUPPRESS
               " " WS-TAX-EDIT-ZERO-SUPPRESS
               " " WS-DEDN-EDIT-ZERO-SUPPRESS
               " " WS-NET-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3500-RECORD-REVIEW.
            MOVE WS-PERIOD-NO TO PV-PERIOD-NO.
            MOVE "N" TO WS-REVIEW-EXISTS-FLAG.
            READ PAYROLL-REVIEW-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "Y" TO WS-REVIEW-EXISTS-FLAG
                  IF PV-IS-SIGNED-OFF
                     DISPLAY "Earlier sign-off by " PV-SIGNED-BY
                        " is cleared - the review must be signed "
                        "off again."
                  END-IF
            END-READ.
            MOVE WS-PERIOD-NO TO PV-PERIOD-NO.
            MOVE WS-PREVIOUS-PERIOD TO PV-PREVIOUS-PERIOD.
            MOVE WS-TOLERANCE-PCT TO PV-TOLERANCE-PCT.
            MOVE WS-ROW-COUNT TO PV-EMPLOYEE-COUNT.
            MOVE WS-FLAGGED-COUNT TO PV-FLAGGED-COUNT.
            MOVE WS-NET-TOTAL TO PV-NET-TOTAL.
            MOVE WS-OPERATOR-NAME TO PV-PREPARED-BY.
            ACCEPT PV-PREPARED-DATE FROM DATE YYYYMMDD.
            MOVE "P" TO PV-STATUS.
            MOVE SPACES TO PV-SIGNED-BY.
            MOVE ZERO TO PV-SIGNED-DATE.
            IF WS-REVIEW-EXISTS
               REWRITE PAYROLL-REVIEW-RECORD
            ELSE
               WRITE PAYROLL-REVIEW-RECORD
            END-IF.
            DISPLAY "Review for period " WS-PERIOD-NO
               " recorded - a second operator must sign it off "
               "before direct deposit.".

      *> Two-person control: the signer must be a different operator
      *> than the preparer, hold admin rights, and prove their PIN.
       4000-SIGN-OFF-REVIEW.
            DISPLAY "Pay period number (YYWW): ".
            ACCEPT WS-PERIOD-INPUT.
            IF WS-PERIOD-INPUT IS NOT NUMERIC
               DISPLAY "Invalid period number."
            ELSE
               MOVE WS-PERIOD-INPUT TO PV-PERIOD-NO
               READ PAYROLL-REVIEW-FILE
                  INVALID KEY
                     DISPLAY "No review prepared for that period."
                  NOT INVALID KEY
                     IF PV-IS-SIGNED-OFF
                        DISPLAY "Already signed off by " PV-SIGNED-BY
                           " on " PV-SIGNED-DATE "."
                     ELSE
                        PERFORM 4100-WORK-PREPARED-REVIEW
                     END-IF
               END-READ
            END-IF.

       4100-WORK-PREPARED-REVIEW.
            DISPLAY "Period " PV-PERIOD-NO ": " PV-EMPLOYEE-COUNT
               " paid, " PV-FLAGGED-COUNT " flagged at "
               PV-TOLERANCE-PCT "% (prepared by " PV-PREPARED-BY
               " on " PV-PREPARED-DATE ").".
            DISPLAY "Signing-off operator name: ".
            ACCEPT WS-ADMIN-NAME.
            IF WS-ADMIN-NAME = PV-PREPARED-BY
               DISPLAY "The preparer cannot sign off their own "
                  "review."
            ELSE
               PERFORM 4200-PROVE-ADMIN-PIN
               IF WS-PIN-PROVED
                  MOVE "S" TO PV-STATUS
                  MOVE WS-ADMIN-NAME TO PV-SIGNED-BY
                  ACCEPT PV-SIGNED-DATE FROM DATE YYYYMMDD
                  REWRITE PAYROLL-REVIEW-RECORD
                  DISPLAY "Signed off - direct deposit may now be "
                     "run for period " PV-PERIOD-NO "."
               END-IF
            END-IF.

       4200-PROVE-ADMIN-PIN.
            MOVE "N" TO WS-PIN-PROVED-FLAG.
            OPEN I-O USER-MASTER-FILE.
            IF WS-USER-MASTER-STATUS NOT = "00"
               DISPLAY "No USER-MASTER file - no sign-off possible."
            ELSE
               MOVE WS-ADMIN-NAME TO UM-OPERATOR-NAME
               READ USER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Unknown operator - no sign-off."
                  NOT INVALID KEY
                     PERFORM 4250-CHECK-PIN
               END-READ
               CLOSE USER-MASTER-FILE
            END-IF.

       4250-CHECK-PIN.
            IF NOT UM-IS-ADMIN
               DISPLAY "Operator is not an admin - no sign-off."
            ELSE
            IF UM-IS-LOCKED
               DISPLAY "Operator is LOCKED OUT - no sign-off."
            ELSE
               DISPLAY "Enter PIN: "
               ACCEPT WS-ENTERED-PIN
               IF WS-ENTERED-PIN = UM-ADMIN-PIN
                  MOVE ZERO TO UM-FAILED-ATTEMPTS
                  REWRITE USER-MASTER-RECORD
                  MOVE "Y" TO WS-PIN-PROVED-FLAG
               ELSE
                  ADD 1 TO UM-FAILED-ATTEMPTS
                  DISPLAY "Incorrect PIN - no sign-off."
                  IF UM-FAILED-ATTEMPTS >= 3
                     MOVE "Y" TO UM-LOCKED-FLAG
                     DISPLAY "Three failures - operator locked out."
                  END-IF
                  REWRITE USER-MASTER-RECORD
               END-IF
            END-IF
            END-IF.
       END PROGRAM PAYROLL-VARIANCE-REVIEW.
