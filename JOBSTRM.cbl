      * Date: 23 August 2026
      * Purpose: Nightly job-stream runner - runs the batch steps
      *          listed in the job-definition file in order (seeded
      *          with the standard nightly sequence: integrity
      *          check, audit-chain verification, temperature-
      *          excursion check, stock report,
      *          Z-report, reconciliation, preventive-maintenance
      *          work-order raising, close, and the Sunday-only
      *          weekly consolidation and chargeback aging, the
      *          first-of-month points expiry and statements, and the
      *          nightly route visit report, and the first-of-
      *          month staff certificate expiry report, and last
      *          the run-time report on the night's own steps),
      *          records each step's start and end status to the job
      *          log, halts on a failed step, and restarts from the
      *          failed step - not the top - via the job checkpoint.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  JD-RUN-DAY              PIC X.

       FD  JOB-LOG-FILE.
       COPY JOBLOG.

       FD  JOB-CHECKPOINT-FILE.
       01  JOB-CHECKPOINT-RECORD.
           88  WS-JOBDEF-EOF                     VALUE "Y".

      *> Seeded nightly sequence. JD-RUN-DAY "*" runs every night;
      *> "7" runs only when ACCEPT FROM DAY-OF-WEEK says Sunday;
      *> "M" runs only on the first of the month.
      *> The reports run BEFORE the close: the close truncates the
      *> day's sales and audit files, so a Z-report or
      *> reconciliation after it would read an empty day - the exact
           05  FILLER   PIC X(30)   VALUE "INTEGRITY-CHECK".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 02.
           05  FILLER   PIC X(30)   VALUE "AUDIT-CHAIN-VERIFY".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 03.
           05  FILLER   PIC X(30)   VALUE "TEMP-EXCURSION-CHECK".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 04.
           05  FILLER   PIC X(30)   VALUE "STOCK-REPORT".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 05.
           05  FILLER   PIC X(30)   VALUE "Z-REPORT".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 06.
           05  FILLER   PIC X(30)   VALUE "RECONCILE".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 07.
           05  FILLER   PIC X(30)   VALUE "PM-SCHEDULE-RUN".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 08.
           05  FILLER   PIC X(30)   VALUE "END-OF-DAY-CLOSE".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 09.
           05  FILLER   PIC X(30)   VALUE "WEEK-SALES-CONSOLIDATE".
           05  FILLER   PIC X       VALUE "7".
           05  FILLER   PIC 99      VALUE 10.
           05  FILLER   PIC X(30)   VALUE "CHARGEBACK-AGING".
           05  FILLER   PIC X       VALUE "7".
           05  FILLER   PIC 99      VALUE 11.
           05  FILLER   PIC X(30)   VALUE "POINTS-EXPIRY-RUN".
           05  FILLER   PIC X       VALUE "M".
           05  FILLER   PIC 99      VALUE 12.
           05  FILLER   PIC X(30)   VALUE "POINTS-STATEMENT".
           05  FILLER   PIC X       VALUE "M".
           05  FILLER   PIC 99      VALUE 13.
           05  FILLER   PIC X(30)   VALUE "ROUTE-VISIT-REPORT".
           05  FILLER   PIC X       VALUE "*".
           05  FILLER   PIC 99      VALUE 14.
           05  FILLER   PIC X(30)   VALUE "CERT-EXPIRY-REPORT".
           05  FILLER   PIC X       VALUE "M".
           05  FILLER   PIC 99      VALUE 15.
           05  FILLER   PIC X(30)   VALUE "BATCH-RUNTIME-REPORT".
           05  FILLER   PIC X       VALUE "*".
       01  WS-SEED-TABLE REDEFINES WS-SEED-STEPS.
           05  WS-SEED-ENTRY OCCURS 15 TIMES.
               10  WS-SEED-STEP        PIC 99.
               10  WS-SEED-PROGRAM     PIC X(30).
               10  WS-SEED-DAY         PIC X.
       01  WS-SEED-IDX               PIC 99.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES INDEXED BY WS-STEP-IDX.
               88  WS-STEP-FAILED                 VALUE "Y".
           05  WS-CALL-PROGRAM          PIC X(30).
           05  WS-STEPS-RUN             PIC 9(3)    VALUE ZERO.
           05  WS-LOG-EVENT             PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
            PERFORM 1000-LOAD-JOB-DEFINITIONS.
            PERFORM 1100-READ-CHECKPOINT.
            PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               OR WS-STEP-FAILED
               PERFORM 2000-RUN-OR-SKIP-STEP
            END-PERFORM.
            IF WS-STEP-FAILED
               DISPLAY "Stream HALTED - rerun to restart from the "
                  "failed step."
            IF WS-JOB-DEFINITION-STATUS = "35"
               OPEN OUTPUT JOB-DEFINITION-FILE
               PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                  UNTIL WS-SEED-IDX > 15
                  MOVE WS-SEED-STEP(WS-SEED-IDX) TO JD-STEP-NUMBER
                  MOVE WS-SEED-PROGRAM(WS-SEED-IDX)
                     TO JD-PROGRAM-NAME
               CONTINUE
            ELSE
               IF WS-STEP-DAY(WS-STEP-IDX) NOT = "*" AND
                     WS-STEP-DAY(WS-STEP-IDX) NOT = WS-DAY-OF-WEEK AND
                     NOT (WS-STEP-DAY(WS-STEP-IDX) = "M" AND
                          WS-TODAY-DATE(7:2) = "01")
                  DISPLAY "Step " WS-STEP-NUMBER(WS-STEP-IDX) " "
                     WS-STEP-PROGRAM(WS-STEP-IDX)
                     " not scheduled today - skipped."
            END-IF.

       2100-RUN-ONE-STEP.
            MOVE "START" TO WS-LOG-EVENT.
            PERFORM 2200-WRITE-JOB-LOG.
            DISPLAY ">>> Step " WS-STEP-NUMBER(WS-STEP-IDX) ": "
               WS-STEP-PROGRAM(WS-STEP-IDX).
               MOVE ZERO TO RETURN-CODE
            END-IF.
            IF WS-STEP-FAILED
               MOVE "FAIL" TO WS-LOG-EVENT
               PERFORM 2200-WRITE-JOB-LOG
               DISPLAY "Step " WS-STEP-NUMBER(WS-STEP-IDX)
                  " FAILED - stream halted."
            ELSE
               CANCEL WS-CALL-PROGRAM
               MOVE "OK" TO WS-LOG-EVENT
               PERFORM 2200-WRITE-JOB-LOG
               ADD 1 TO WS-STEPS-RUN
               PERFORM 2300-WRITE-CHECKPOINT
            END-IF.

      *> The log is opened and closed round every line, so each
      *> event is on disk before the step it belongs to runs: the
      *> run-time report step reads the night's log while the
      *> stream is still going, and a step that abends the run
      *> still leaves its START behind.
       2200-WRITE-JOB-LOG.
            OPEN EXTEND JOB-LOG-FILE.
            IF WS-JOB-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
            END-IF.
            MOVE WS-TODAY-DATE TO JL-RUN-DATE.
            ACCEPT JL-EVENT-TIME FROM TIME.
            MOVE WS-STEP-NUMBER(WS-STEP-IDX) TO JL-STEP-NUMBER.
            MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO JL-PROGRAM-NAME.
            MOVE WS-LOG-EVENT TO JL-EVENT.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.

       2300-WRITE-CHECKPOINT.
            MOVE WS-STEP-NUMBER(WS-STEP-IDX) TO CKPT-LAST-GOOD-STEP.
