      *          REDEFINES-DEMO only ever knew ALICE and BOB), with
      *          every change written to the audit log carrying the
      *          before and after values, and termination setting the
      *          flag the payroll programs skip on. Bank details set
      *          on an add or a change are also logged under the
      *          operator's name (EMPBANK), for the segregation-of-
      *          duties check against who runs the direct deposit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-LOCK-OPERATOR          PIC X(10).
       COPY LOCKPRM.
       COPY DUTYEVT.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                        INTO WS-AUDIT-EVENT-TEXT
                     END-STRING
                     PERFORM 9000-WRITE-AUDIT-LOG
                     IF EM-BANK-CODE NOT = ZERO
                        PERFORM 4300-AUDIT-BANK-DETAILS
                     END-IF
                     DISPLAY "Employee added."
                  NOT INVALID KEY
                     DISPLAY "ID already on file - use C to change."
               END-STRING
               PERFORM 9000-WRITE-AUDIT-LOG
            END-IF.
            IF EM-BANK-CODE NOT = WS-OLD-BANK-CODE OR
                  EM-BANK-ACCOUNT NOT = WS-OLD-BANK-ACCOUNT
               PERFORM 4300-AUDIT-BANK-DETAILS
            END-IF.
            IF EM-COST-CENTER NOT = WS-OLD-COST-CENTER
               STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                  " CCTR " DELIMITED BY SIZE
               END-IF
            END-IF.

      *> Who set the account a salary is paid into, keyed by the
      *> employee the way DIRECT-DEPOSIT audits each deposit.
       4300-AUDIT-BANK-DETAILS.
            MOVE "EMPBANK" TO WS-AUDIT-EVENT-CODE.
            MOVE WS-LOCK-OPERATOR TO DT-OPERATOR.
            MOVE "EMP" TO DT-DOCUMENT-TYPE.
            MOVE SPACES TO DT-DOCUMENT DT-NOTE.
            MOVE EM-EMPLOYEE-ID TO DT-DOCUMENT.
            STRING "BANK " EM-BANK-CODE
               DELIMITED BY SIZE INTO DT-NOTE
            END-STRING.
            MOVE DUTY-EVENT-TEXT TO WS-AUDIT-EVENT-TEXT.
            PERFORM 9000-WRITE-AUDIT-LOG.

       5000-TERMINATE-EMPLOYEE.
            DISPLAY "Employee ID to terminate: ".
            ACCEPT WS-ID-INPUT.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
       END PROGRAM EMPLOYEE-MAINT.
