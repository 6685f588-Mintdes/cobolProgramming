      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Monthly contribution return - for every contribution
      *          scheme (a DEDMAST code with an employer rate), lists
      *          each employee's contributable wage, the employee
      *          share deducted and the employer's matching share for
      *          the pay periods that ended in the month, with scheme
      *          totals - the figures the social-security and
      *          provident-fund returns are filed and paid on. Read
      *          straight off the posted PAY-DETAIL rows, so it agrees
      *          with what PAYROLL-GL-POST accrued to the funds.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRIBUTION-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DEDUCTION-CODE-FILE ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEDUCT-CODE
               FILE STATUS IS WS-DEDUCTION-CODE-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-DETAIL-FILE.
       COPY PAYDTL.

       FD  PAY-PERIOD-FILE.
       COPY PAYPERD.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  DEDUCTION-CODE-FILE.
       COPY DEDMAST.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAY-DETAIL-STATUS      PIC XX.
       01  WS-PAY-PERIOD-STATUS      PIC XX.
       01  WS-EMPLOYEE-MASTER-STATUS PIC XX.
       01  WS-DEDUCTION-CODE-STATUS  PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-EMPLOYEE-OPEN-FLAG     PIC X       VALUE "N".
           88  WS-EMPLOYEE-FILE-OPEN             VALUE "Y".
       01  WS-CODE-OPEN-FLAG         PIC X       VALUE "N".
           88  WS-CODE-FILE-OPEN                 VALUE "Y".
       01  WS-DETAIL-EOF-FLAG        PIC X       VALUE "N".
           88  WS-DETAIL-EOF                     VALUE "Y".

       01  WS-RETURN-CONTROLS.
           05  WS-MONTH-INPUT           PIC X(6).
           05  WS-LAST-PERIOD           PIC 9(4)    VALUE ZERO.
           05  WS-PERIOD-IN-MONTH-FLAG  PIC X       VALUE "N".
               88  WS-PERIOD-IN-MONTH             VALUE "Y".
           05  WS-SC-SUB                PIC 9.
           05  WS-TABLE-FULL-FLAG       PIC X       VALUE "N".
               88  WS-TABLE-FULL                  VALUE "Y".
           05  WS-EMPLOYEE-NAME         PIC X(16).
           05  WS-SCHEME-LABEL          PIC X(20).
           05  WS-LINE-TOTAL            PIC 9(7)V99.

      *> One line per scheme + employee, merging the month's pay
      *> periods.
       01  WS-RETURN-LINES.
           05  WS-RL-ENTRY OCCURS 500 TIMES INDEXED BY WS-RL-IDX.
               10  WS-RL-CODE              PIC X(4).
               10  WS-RL-EMPLOYEE-ID       PIC 9(5).
               10  WS-RL-WAGE              PIC 9(7)V99.
               10  WS-RL-EMPLOYEE-SHARE    PIC 9(7)V99.
               10  WS-RL-EMPLOYER-SHARE    PIC 9(7)V99.
       01  WS-LINE-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-RL-SUB                 PIC 9(3).
       01  WS-RL-FOUND-FLAG          PIC X.
           88  WS-RL-FOUND                       VALUE "Y".

       01  WS-SCHEME-TOTALS.
           05  WS-ST-ENTRY OCCURS 10 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-CODE              PIC X(4).
               10  WS-ST-ACCOUNT           PIC 9(4).
               10  WS-ST-EMPLOYEES         PIC 9(3).
               10  WS-ST-WAGE              PIC 9(9)V99.
               10  WS-ST-EMPLOYEE-SHARE    PIC 9(9)V99.
               10  WS-ST-EMPLOYER-SHARE    PIC 9(9)V99.
       01  WS-SCHEME-COUNT           PIC 99      VALUE ZERO.
       01  WS-ST-SUB                 PIC 99.
       01  WS-ST-FOUND-FLAG          PIC X.
           88  WS-ST-FOUND                       VALUE "Y".

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-WAGE==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-EE==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-ER==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TOT==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Monthly Contribution Return ---".
            DISPLAY "Return month (YYYYMM): ".
            ACCEPT WS-MONTH-INPUT.
            IF WS-MONTH-INPUT IS NOT NUMERIC
               DISPLAY "Invalid month - nothing reported."
               GOBACK
            END-IF.
            OPEN INPUT PAY-PERIOD-FILE.
            IF WS-PAY-PERIOD-STATUS NOT = "00"
               DISPLAY "No PAY-PERIOD control file - nothing to "
                  "report."
               GOBACK
            END-IF.
            OPEN INPUT PAY-DETAIL-FILE.
            IF WS-PAY-DETAIL-STATUS NOT = "00"
               DISPLAY "No PAY-DETAIL file - nothing to report."
               CLOSE PAY-PERIOD-FILE
               GOBACK
            END-IF.
            PERFORM UNTIL WS-DETAIL-EOF
               READ PAY-DETAIL-FILE
                  AT END
                     MOVE "Y" TO WS-DETAIL-EOF-FLAG
                  NOT AT END
                     IF PD-IS-DETAIL AND PD-IS-POSTED AND
                           PD-PERIOD-NO > ZERO
                        PERFORM 1000-CHECK-PERIOD-MONTH
                        IF WS-PERIOD-IN-MONTH
                           PERFORM 1100-ADD-ROW-SCHEMES
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE PAY-DETAIL-FILE.
            CLOSE PAY-PERIOD-FILE.
            IF WS-TABLE-FULL
               DISPLAY "More scheme lines than the table holds - "
                  "the return is incomplete."
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN-FLAG
            END-IF.
            OPEN INPUT DEDUCTION-CODE-FILE.
            IF WS-DEDUCTION-CODE-STATUS = "00"
               MOVE "Y" TO WS-CODE-OPEN-FLAG
            END-IF.
            PERFORM 2000-PRINT-RETURN.
            IF WS-EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF.
            IF WS-CODE-FILE-OPEN
               CLOSE DEDUCTION-CODE-FILE
            END-IF.
            GOBACK.

      *> A pay period belongs to the month its end date falls in;
      *> the answer is kept while the detail rows stay on the same
      *> period.
       1000-CHECK-PERIOD-MONTH.
            IF PD-PERIOD-NO NOT = WS-LAST-PERIOD
               MOVE PD-PERIOD-NO TO WS-LAST-PERIOD
               MOVE "N" TO WS-PERIOD-IN-MONTH-FLAG
               MOVE PD-PERIOD-NO TO PP-PERIOD-NO
               READ PAY-PERIOD-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PP-END-DATE(1:6) = WS-MONTH-INPUT
                        MOVE "Y" TO WS-PERIOD-IN-MONTH-FLAG
                     END-IF
               END-READ
            END-IF.

       1100-ADD-ROW-SCHEMES.
            PERFORM VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > 5
               IF PD-SCHEME-CODE(WS-SC-SUB) NOT = SPACES AND
                     PD-SCHEME-WAGE(WS-SC-SUB) IS NUMERIC AND
                     PD-SCHEME-EMPLOYEE(WS-SC-SUB) IS NUMERIC AND
                     PD-SCHEME-EMPLOYER(WS-SC-SUB) IS NUMERIC
                  PERFORM 1200-ADD-RETURN-LINE
                  PERFORM 1300-ADD-SCHEME-TOTAL
               END-IF
            END-PERFORM.

       1200-ADD-RETURN-LINE.
            MOVE "N" TO WS-RL-FOUND-FLAG.
            PERFORM VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-LINE-COUNT OR WS-RL-FOUND
               IF WS-RL-CODE(WS-RL-SUB) = PD-SCHEME-CODE(WS-SC-SUB)
                     AND WS-RL-EMPLOYEE-ID(WS-RL-SUB) =
                        PD-EMPLOYEE-ID
                  MOVE "Y" TO WS-RL-FOUND-FLAG
                  ADD PD-SCHEME-WAGE(WS-SC-SUB)
                     TO WS-RL-WAGE(WS-RL-SUB)
                  ADD PD-SCHEME-EMPLOYEE(WS-SC-SUB)
                     TO WS-RL-EMPLOYEE-SHARE(WS-RL-SUB)
                  ADD PD-SCHEME-EMPLOYER(WS-SC-SUB)
                     TO WS-RL-EMPLOYER-SHARE(WS-RL-SUB)
               END-IF
            END-PERFORM.
            IF NOT WS-RL-FOUND
               IF WS-LINE-COUNT < 500
                  ADD 1 TO WS-LINE-COUNT
                  SET WS-RL-IDX TO WS-LINE-COUNT
                  MOVE PD-SCHEME-CODE(WS-SC-SUB)
                     TO WS-RL-CODE(WS-RL-IDX)
                  MOVE PD-EMPLOYEE-ID TO WS-RL-EMPLOYEE-ID(WS-RL-IDX)
                  MOVE PD-SCHEME-WAGE(WS-SC-SUB)
                     TO WS-RL-WAGE(WS-RL-IDX)
                  MOVE PD-SCHEME-EMPLOYEE(WS-SC-SUB)
                     TO WS-RL-EMPLOYEE-SHARE(WS-RL-IDX)
                  MOVE PD-SCHEME-EMPLOYER(WS-SC-SUB)
                     TO WS-RL-EMPLOYER-SHARE(WS-RL-IDX)
               ELSE
                  MOVE "Y" TO WS-TABLE-FULL-FLAG
               END-IF
            END-IF.

      *> Scheme totals count an employee once, on the line the
      *> employee first appears on.
       1300-ADD-SCHEME-TOTAL.
            MOVE "N" TO WS-ST-FOUND-FLAG.
            PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-SCHEME-COUNT OR WS-ST-FOUND
               IF WS-ST-CODE(WS-ST-SUB) = PD-SCHEME-CODE(WS-SC-SUB)
                  MOVE "Y" TO WS-ST-FOUND-FLAG
                  SET WS-ST-IDX TO WS-ST-SUB
               END-IF
            END-PERFORM.
            IF NOT WS-ST-FOUND
               IF WS-SCHEME-COUNT < 10
                  ADD 1 TO WS-SCHEME-COUNT
                  SET WS-ST-IDX TO WS-SCHEME-COUNT
                  MOVE PD-SCHEME-CODE(WS-SC-SUB)
                     TO WS-ST-CODE(WS-ST-IDX)
                  MOVE PD-SCHEME-ACCOUNT(WS-SC-SUB)
                     TO WS-ST-ACCOUNT(WS-ST-IDX)
                  MOVE ZERO TO WS-ST-EMPLOYEES(WS-ST-IDX)
                  MOVE ZERO TO WS-ST-WAGE(WS-ST-IDX)
                  MOVE ZERO TO WS-ST-EMPLOYEE-SHARE(WS-ST-IDX)
                  MOVE ZERO TO WS-ST-EMPLOYER-SHARE(WS-ST-IDX)
                  MOVE "Y" TO WS-ST-FOUND-FLAG
               ELSE
                  MOVE "Y" TO WS-TABLE-FULL-FLAG
               END-IF
            END-IF.
            IF WS-ST-FOUND
               IF NOT WS-RL-FOUND
                  ADD 1 TO WS-ST-EMPLOYEES(WS-ST-IDX)
               END-IF
               ADD PD-SCHEME-WAGE(WS-SC-SUB) TO WS-ST-WAGE(WS-ST-IDX)
               ADD PD-SCHEME-EMPLOYEE(WS-SC-SUB)
                  TO WS-ST-EMPLOYEE-SHARE(WS-ST-IDX)
               ADD PD-SCHEME-EMPLOYER(WS-SC-SUB)
                  TO WS-ST-EMPLOYER-SHARE(WS-ST-IDX)
            END-IF.

       2000-PRINT-RETURN.
            MOVE "O" TO SP-FUNCTION.
            MOVE "CONTRTN" TO SP-REPORT-TYPE.
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
            STRING "CONTRIBUTION RETURN  MONTH " WS-MONTH-INPUT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-SCHEME-COUNT = ZERO
               MOVE "NO CONTRIBUTION SCHEME PAY IN THE MONTH"
                  TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-SCHEME-COUNT
               PERFORM 2100-PRINT-ONE-SCHEME
            END-PERFORM.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".

       2100-PRINT-ONE-SCHEME.
            MOVE "(NOT ON MASTER)" TO WS-SCHEME-LABEL.
            IF WS-CODE-FILE-OPEN
               MOVE WS-ST-CODE(WS-ST-IDX) TO DM-DEDUCT-CODE
               READ DEDUCTION-CODE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE DM-DESCRIPTION TO WS-SCHEME-LABEL
               END-READ
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            STRING "SCHEME " WS-ST-CODE(WS-ST-IDX) " "
               WS-SCHEME-LABEL "  FUND ACCOUNT "
               WS-ST-ACCOUNT(WS-ST-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "EMPL  NAME                     WAGE     EMPLOYEE"
               TO PRINT-LINE.
            MOVE "     EMPLOYER        TOTAL" TO PRINT-LINE(49:26).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-LINE-COUNT
               IF WS-RL-CODE(WS-RL-IDX) = WS-ST-CODE(WS-ST-IDX)
                  PERFORM 2200-PRINT-ONE-LINE
               END-IF
            END-PERFORM.
            MOVE WS-ST-WAGE(WS-ST-IDX) TO WS-WAGE-EDIT-ZERO-SUPPRESS.
            MOVE WS-ST-EMPLOYEE-SHARE(WS-ST-IDX)
               TO WS-EE-EDIT-ZERO-SUPPRESS.
            MOVE WS-ST-EMPLOYER-SHARE(WS-ST-IDX)
               TO WS-ER-EDIT-ZERO-SUPPRESS.
            COMPUTE WS-LINE-TOTAL = WS-ST-EMPLOYEE-SHARE(WS-ST-IDX)
               + WS-ST-EMPLOYER-SHARE(WS-ST-IDX).
            MOVE WS-LINE-TOTAL TO WS-TOT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING "TOTAL " WS-ST-EMPLOYEES(WS-ST-IDX) " EMPLOYEES"
               "    " WS-WAGE-EDIT-ZERO-SUPPRESS
               " " WS-EE-EDIT-ZERO-SUPPRESS
               " " WS-ER-EDIT-ZERO-SUPPRESS
               " " WS-TOT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       2200-PRINT-ONE-LINE.
            MOVE SPACES TO WS-EMPLOYEE-NAME.
            IF WS-EMPLOYEE-FILE-OPEN
               MOVE WS-RL-EMPLOYEE-ID(WS-RL-IDX) TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     MOVE "(NOT ON MASTER)" TO WS-EMPLOYEE-NAME
                  NOT INVALID KEY
                     MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
               END-READ
            END-IF.
            MOVE WS-RL-WAGE(WS-RL-IDX) TO WS-WAGE-EDIT-ZERO-SUPPRESS.
            MOVE WS-RL-EMPLOYEE-SHARE(WS-RL-IDX)
               TO WS-EE-EDIT-ZERO-SUPPRESS.
            MOVE WS-RL-EMPLOYER-SHARE(WS-RL-IDX)
               TO WS-ER-EDIT-ZERO-SUPPRESS.
            COMPUTE WS-LINE-TOTAL = WS-RL-EMPLOYEE-SHARE(WS-RL-IDX)
               + WS-RL-EMPLOYER-SHARE(WS-RL-IDX).
            MOVE WS-LINE-TOTAL TO WS-TOT-EDIT-ZERO-SUPPRESS.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-RL-EMPLOYEE-ID(WS-RL-IDX) " " WS-EMPLOYEE-NAME
               " " WS-WAGE-EDIT-ZERO-SUPPRESS
               " " WS-EE-EDIT-ZERO-SUPPRESS
               " " WS-ER-EDIT-ZERO-SUPPRESS
               " " WS-TOT-EDIT-ZERO-SUPPRESS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM CONTRIBUTION-RETURN.
