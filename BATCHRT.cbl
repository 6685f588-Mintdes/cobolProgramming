      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Batch run-time report - pairs each JOB-STREAM step's
      *          START with its OK or FAIL in JOBLOG.DAT by run date
      *          and step number, and prints for one night's run the
      *          elapsed time of every step beside its average and
      *          longest time over the 30 nights before, then the
      *          whole batch window from the first start to the last
      *          finish. A step that ran over twice its average, or a
      *          stream that finished after the deadline held on
      *          BATCHWIN.DAT, is warned on the report and written to
      *          the audit log (BATCHSLOW, BATCHLATE) for ALERT-
      *          MONITOR. Runs as the last JOB-STREAM step on the
      *          night's own log; spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUNTIME-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.
           SELECT BATCH-WINDOW-FILE ASSIGN TO "BATCHWIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-WINDOW-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
       COPY JOBLOG.

      *> The time the batch must be finished by, HHMM - the morning
      *> opening less whatever margin operations wants.
       FD  BATCH-WINDOW-FILE.
       01  BATCH-WINDOW-RECORD.
           05  BW-DEADLINE-TIME        PIC 9(4).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOB-LOG-STATUS         PIC XX.
       01  WS-BATCH-WINDOW-STATUS    PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-LOG-EOF-FLAG           PIC X.
           88  WS-LOG-EOF                        VALUE "Y".

       01  WS-REPORT-CONTROLS.
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-REPORT-DATE           PIC 9(8)    VALUE ZERO.
           05  WS-REPORT-DAY-NUMBER     PIC 9(7).
           05  WS-LAST-LOG-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-DEADLINE-TIME         PIC 9(4)    VALUE 0600.
           05  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-TIME.
               10  WS-DEADLINE-HH           PIC 99.
               10  WS-DEADLINE-MM           PIC 99.
           05  WS-DEADLINE-SECS         PIC 9(5).
           05  WS-DEADLINE-OFFSET       PIC 9(5).
           05  WS-SLOW-WARNINGS         PIC 9(3)    VALUE ZERO.
           05  WS-LATE-FLAG             PIC X       VALUE "N".
               88  WS-STREAM-LATE                VALUE "Y".

      *> Clock times as seconds past midnight. A step that crosses
      *> midnight ends at a smaller clock than it started, so a
      *> negative difference has a day added back.
       01  WS-CLOCK-TIME             PIC 9(8).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HH              PIC 99.
           05  WS-CLOCK-MM              PIC 99.
           05  WS-CLOCK-SS              PIC 99.
           05  WS-CLOCK-CC              PIC 99.
       01  WS-EVENT-SECS             PIC 9(5).
       01  WS-ELAPSED-SECS           PIC S9(6).
       01  WS-OFFSET-SECS            PIC S9(6).

       01  WS-HMS-SECS               PIC 9(6).
       01  WS-HMS-HH                 PIC 99.
       01  WS-HMS-MM                 PIC 99.
       01  WS-HMS-SS                 PIC 99.
       01  WS-HMS-REMAINDER          PIC 9(6).
       01  WS-HMS-DISPLAY            PIC X(8).

      *> The serial day of the last run date looked up, so the
      *> formatter is called once per night in the log, not once
      *> per line.
       01  WS-CACHED-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-CACHED-DAY-NUMBER      PIC 9(7)    VALUE ZERO.
       01  WS-DAYS-BEFORE            PIC S9(7).
       COPY DATEPARM.

      *> Steps started and not yet ended. A new night's first START
      *> clears whatever an abended night left behind.
       01  WS-PENDING-TABLE.
           05  WS-PD-ENTRY OCCURS 20 TIMES INDEXED BY WS-PD-IDX.
               10  WS-PD-STEP              PIC 99.
               10  WS-PD-START-SECS        PIC 9(5).
               10  WS-PD-USED              PIC X.
       01  WS-PD-FOUND               PIC 99.

      *> The night reported on, one row per step run (a step rerun
      *> after a failure shows twice).
       01  WS-RUN-TABLE.
           05  WS-RN-ENTRY OCCURS 40 TIMES INDEXED BY WS-RN-IDX.
               10  WS-RN-STEP              PIC 99.
               10  WS-RN-PROGRAM           PIC X(30).
               10  WS-RN-START-SECS        PIC 9(5).
               10  WS-RN-ELAPSED           PIC 9(6).
               10  WS-RN-RESULT            PIC X(5).
       01  WS-RUN-COUNT              PIC 99      VALUE ZERO.
       01  WS-FIRST-START-FLAG       PIC X       VALUE "N".
           88  WS-HAVE-FIRST-START               VALUE "Y".
       01  WS-FIRST-START-SECS       PIC 9(5)    VALUE ZERO.
       01  WS-FINISH-OFFSET          PIC 9(6)    VALUE ZERO.

      *> The 30 nights before, by step number: completed runs only,
      *> so a step that failed fast does not pull its average down.
       01  WS-HISTORY-TABLE.
           05  WS-HS-ENTRY OCCURS 99 TIMES.
               10  WS-HS-RUNS              PIC 9(3).
               10  WS-HS-TOTAL-SECS        PIC 9(8).
               10  WS-HS-MAX-SECS          PIC 9(6).
       01  WS-HS-STEP                PIC 99.
       01  WS-AVERAGE-SECS           PIC 9(6).
       01  WS-AVERAGE-DISPLAY        PIC X(8).
       01  WS-MAX-DISPLAY            PIC X(8).
       01  WS-START-DISPLAY          PIC X(8).
       01  WS-ELAPSED-DISPLAY        PIC X(8).
       01  WS-SLOW-TEXT              PIC X(9).

       01  WS-AUDIT-LOG-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-AUDIT-EVENT-CODE       PIC X(10).
       01  WS-AUDIT-EVENT-TEXT       PIC X(50).

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Batch Run-Time Report ---".
            DISPLAY "Run date (YYYYMMDD, ENTER = latest in the log): ".
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-REPORT-DATE
            ELSE
               PERFORM 1100-FIND-LATEST-RUN
            END-IF.
            IF WS-REPORT-DATE = ZERO
               DISPLAY "No JOB-LOG entries - nothing to report."
               GOBACK
            END-IF.
            PERFORM 1000-LOAD-DEADLINE.
            MOVE WS-REPORT-DATE TO WS-CACHED-DATE.
            PERFORM 2500-LOOKUP-DAY-NUMBER.
            MOVE WS-CACHED-DAY-NUMBER TO WS-REPORT-DAY-NUMBER.
            INITIALIZE WS-HISTORY-TABLE WS-PENDING-TABLE.
            PERFORM 2000-PAIR-LOG-EVENTS.
            PERFORM 3000-OPEN-OUTPUTS.
            PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RUN-COUNT
               PERFORM 4000-PRINT-ONE-STEP
            END-PERFORM.
            PERFORM 5000-PRINT-WINDOW.
            PERFORM 9100-WRITE-AUDIT-LOG-TRAILER.
            CLOSE AUDIT-LOG-FILE.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

       1000-LOAD-DEADLINE.
            OPEN INPUT BATCH-WINDOW-FILE.
            IF WS-BATCH-WINDOW-STATUS = "35"
               OPEN OUTPUT BATCH-WINDOW-FILE
               MOVE WS-DEADLINE-TIME TO BW-DEADLINE-TIME
               WRITE BATCH-WINDOW-RECORD
               CLOSE BATCH-WINDOW-FILE
               OPEN INPUT BATCH-WINDOW-FILE
            END-IF.
            IF WS-BATCH-WINDOW-STATUS = "00"
               READ BATCH-WINDOW-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF BW-DEADLINE-TIME IS NUMERIC
                        MOVE BW-DEADLINE-TIME TO WS-DEADLINE-TIME
                     END-IF
               END-READ
               CLOSE BATCH-WINDOW-FILE
            END-IF.
            COMPUTE WS-DEADLINE-SECS = WS-DEADLINE-HH * 3600
               + WS-DEADLINE-MM * 60.

       1100-FIND-LATEST-RUN.
            MOVE "N" TO WS-LOG-EOF-FLAG.
            OPEN INPUT JOB-LOG-FILE.
            IF WS-JOB-LOG-STATUS NOT = "00"
               MOVE "Y" TO WS-LOG-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-LOG-EOF
               READ JOB-LOG-FILE
                  AT END
                     MOVE "Y" TO WS-LOG-EOF-FLAG
                  NOT AT END
                     IF JL-RUN-DATE > WS-REPORT-DATE
                        MOVE JL-RUN-DATE TO WS-REPORT-DATE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-JOB-LOG-STATUS = "00" OR WS-JOB-LOG-STATUS = "10"
               CLOSE JOB-LOG-FILE
            END-IF.

      *> ---------------------------------------------------------
      *> Pair each START with the next OK or FAIL for its step
      *> ---------------------------------------------------------
       2000-PAIR-LOG-EVENTS.
            MOVE "N" TO WS-LOG-EOF-FLAG.
            OPEN INPUT JOB-LOG-FILE.
            IF WS-JOB-LOG-STATUS NOT = "00"
               MOVE "Y" TO WS-LOG-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-LOG-EOF
               READ JOB-LOG-FILE
                  AT END
                     MOVE "Y" TO WS-LOG-EOF-FLAG
                  NOT AT END
                     IF JL-RUN-DATE <= WS-REPORT-DATE
                        PERFORM 2050-TAKE-LOG-LINE
                     END-IF
               END-READ
            END-PERFORM.
            IF WS-JOB-LOG-STATUS = "00" OR WS-JOB-LOG-STATUS = "10"
               CLOSE JOB-LOG-FILE
            END-IF.

       2050-TAKE-LOG-LINE.
            MOVE JL-EVENT-TIME TO WS-CLOCK-TIME.
            COMPUTE WS-EVENT-SECS = WS-CLOCK-HH * 3600
               + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
            IF JL-RUN-DATE NOT = WS-LAST-LOG-DATE
               INITIALIZE WS-PENDING-TABLE
               MOVE JL-RUN-DATE TO WS-LAST-LOG-DATE
            END-IF.
            PERFORM 2060-FIND-PENDING.
            EVALUATE TRUE
               WHEN JL-IS-START
                  PERFORM 2100-HOLD-START
               WHEN JL-IS-END AND WS-PD-FOUND > ZERO
                  PERFORM 2200-CLOSE-STEP-RUN
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       2060-FIND-PENDING.
            MOVE ZERO TO WS-PD-FOUND.
            PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > 20 OR WS-PD-FOUND > ZERO
               IF WS-PD-USED(WS-PD-IDX) = "Y" AND
                     WS-PD-STEP(WS-PD-IDX) = JL-STEP-NUMBER
                  SET WS-PD-FOUND TO WS-PD-IDX
               END-IF
            END-PERFORM.

       2100-HOLD-START.
            IF WS-PD-FOUND = ZERO
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                  UNTIL WS-PD-IDX > 20 OR WS-PD-FOUND > ZERO
                  IF WS-PD-USED(WS-PD-IDX) NOT = "Y"
                     SET WS-PD-FOUND TO WS-PD-IDX
                  END-IF
               END-PERFORM
            END-IF.
            IF WS-PD-FOUND > ZERO
               MOVE "Y" TO WS-PD-USED(WS-PD-FOUND)
               MOVE JL-STEP-NUMBER TO WS-PD-STEP(WS-PD-FOUND)
               MOVE WS-EVENT-SECS TO WS-PD-START-SECS(WS-PD-FOUND)
            END-IF.
            IF JL-RUN-DATE = WS-REPORT-DATE AND
                  NOT WS-HAVE-FIRST-START
               MOVE "Y" TO WS-FIRST-START-FLAG
               MOVE WS-EVENT-SECS TO WS-FIRST-START-SECS
            END-IF.

       2200-CLOSE-STEP-RUN.
            COMPUTE WS-ELAPSED-SECS =
               WS-EVENT-SECS - WS-PD-START-SECS(WS-PD-FOUND).
            IF WS-ELAPSED-SECS < ZERO
               ADD 86400 TO WS-ELAPSED-SECS
            END-IF.
            MOVE "N" TO WS-PD-USED(WS-PD-FOUND).
            IF JL-RUN-DATE = WS-REPORT-DATE
               PERFORM 2300-HOLD-REPORTED-RUN
            ELSE
               IF JL-EVENT = "OK" AND JL-STEP-NUMBER > ZERO
                  PERFORM 2400-ADD-TO-HISTORY
               END-IF
            END-IF.

       2300-HOLD-REPORTED-RUN.
            IF WS-RUN-COUNT < 40
               ADD 1 TO WS-RUN-COUNT
               SET WS-RN-IDX TO WS-RUN-COUNT
               MOVE JL-STEP-NUMBER TO WS-RN-STEP(WS-RN-IDX)
               MOVE JL-PROGRAM-NAME TO WS-RN-PROGRAM(WS-RN-IDX)
               MOVE WS-PD-START-SECS(WS-PD-FOUND)
                  TO WS-RN-START-SECS(WS-RN-IDX)
               MOVE WS-ELAPSED-SECS TO WS-RN-ELAPSED(WS-RN-IDX)
               MOVE JL-EVENT TO WS-RN-RESULT(WS-RN-IDX)
            END-IF.
            COMPUTE WS-OFFSET-SECS =
               WS-EVENT-SECS - WS-FIRST-START-SECS.
            IF WS-OFFSET-SECS < ZERO
               ADD 86400 TO WS-OFFSET-SECS
            END-IF.
            IF WS-OFFSET-SECS > WS-FINISH-OFFSET
               MOVE WS-OFFSET-SECS TO WS-FINISH-OFFSET
            END-IF.

       2400-ADD-TO-HISTORY.
            IF JL-RUN-DATE NOT = WS-CACHED-DATE
               MOVE JL-RUN-DATE TO WS-CACHED-DATE
               PERFORM 2500-LOOKUP-DAY-NUMBER
            END-IF.
            COMPUTE WS-DAYS-BEFORE =
               WS-REPORT-DAY-NUMBER - WS-CACHED-DAY-NUMBER.
            IF WS-CACHED-DAY-NUMBER > ZERO AND
                  WS-DAYS-BEFORE >= 1 AND WS-DAYS-BEFORE <= 30
               MOVE JL-STEP-NUMBER TO WS-HS-STEP
               ADD 1 TO WS-HS-RUNS(WS-HS-STEP)
               ADD WS-ELAPSED-SECS TO WS-HS-TOTAL-SECS(WS-HS-STEP)
               IF WS-ELAPSED-SECS > WS-HS-MAX-SECS(WS-HS-STEP)
                  MOVE WS-ELAPSED-SECS TO WS-HS-MAX-SECS(WS-HS-STEP)
               END-IF
            END-IF.

       2500-LOOKUP-DAY-NUMBER.
            MOVE WS-CACHED-DATE(1:4) TO DF-YEAR.
            MOVE WS-CACHED-DATE(5:2) TO DF-MONTH.
            MOVE WS-CACHED-DATE(7:2) TO DF-DAY.
            MOVE SPACE TO DF-FUNCTION-CODE.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
            IF DF-DATE-IS-VALID
               MOVE DF-DAY-NUMBER TO WS-CACHED-DAY-NUMBER
            ELSE
               MOVE ZERO TO WS-CACHED-DAY-NUMBER
            END-IF.

       3000-OPEN-OUTPUTS.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.
            MOVE "O" TO SP-FUNCTION.
            MOVE "BATCHRT" TO SP-REPORT-TYPE.
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
            STRING "BATCH RUN TIMES - STREAM OF " WS-REPORT-DATE
               "   DEADLINE " WS-DEADLINE-TIME(1:2) ":"
               WS-DEADLINE-TIME(3:2)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "ST PROGRAM                START    ELAPSED  30D AVG"
               TO PRINT-LINE.
            MOVE "  30D MAX  RESULT" TO PRINT-LINE(52:17).
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> ---------------------------------------------------------
      *> One step of the night
      *> ---------------------------------------------------------
      *> Twice the average is the test, but a step of a few seconds
      *> doubles on a busy disk; it has to be a minute over its
      *> average as well before it is worth a warning.
       4000-PRINT-ONE-STEP.
            MOVE WS-RN-START-SECS(WS-RN-IDX) TO WS-HMS-SECS.
            PERFORM 8100-FORMAT-SECONDS.
            MOVE WS-HMS-DISPLAY TO WS-START-DISPLAY.
            MOVE WS-RN-ELAPSED(WS-RN-IDX) TO WS-HMS-SECS.
            PERFORM 8100-FORMAT-SECONDS.
            MOVE WS-HMS-DISPLAY TO WS-ELAPSED-DISPLAY.
            MOVE SPACES TO WS-SLOW-TEXT.
            MOVE WS-RN-STEP(WS-RN-IDX) TO WS-HS-STEP.
            IF WS-HS-STEP > ZERO AND WS-HS-RUNS(WS-HS-STEP) > ZERO
               COMPUTE WS-AVERAGE-SECS ROUNDED =
                  WS-HS-TOTAL-SECS(WS-HS-STEP) / WS-HS-RUNS(WS-HS-STEP)
               MOVE WS-AVERAGE-SECS TO WS-HMS-SECS
               PERFORM 8100-FORMAT-SECONDS
               MOVE WS-HMS-DISPLAY TO WS-AVERAGE-DISPLAY
               MOVE WS-HS-MAX-SECS(WS-HS-STEP) TO WS-HMS-SECS
               PERFORM 8100-FORMAT-SECONDS
               MOVE WS-HMS-DISPLAY TO WS-MAX-DISPLAY
               IF WS-RN-ELAPSED(WS-RN-IDX) > WS-AVERAGE-SECS * 2 AND
                     WS-RN-ELAPSED(WS-RN-IDX) >= WS-AVERAGE-SECS + 60
                  MOVE "** SLOW" TO WS-SLOW-TEXT
                  PERFORM 4100-AUDIT-SLOW-STEP
               END-IF
            ELSE
               MOVE "   --   " TO WS-AVERAGE-DISPLAY WS-MAX-DISPLAY
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            STRING WS-RN-STEP(WS-RN-IDX) " "
               WS-RN-PROGRAM(WS-RN-IDX)(1:22) " "
               WS-START-DISPLAY " " WS-ELAPSED-DISPLAY " "
               WS-AVERAGE-DISPLAY " " WS-MAX-DISPLAY " "
               WS-RN-RESULT(WS-RN-IDX) WS-SLOW-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       4100-AUDIT-SLOW-STEP.
            ADD 1 TO WS-SLOW-WARNINGS.
            MOVE "BATCHSLOW" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "STEP " WS-RN-STEP(WS-RN-IDX) " "
               WS-RN-PROGRAM(WS-RN-IDX)(1:16) " "
               WS-ELAPSED-DISPLAY " AVG " WS-AVERAGE-DISPLAY
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.

      *> ---------------------------------------------------------
      *> The whole window, first start to last finish
      *> ---------------------------------------------------------
       5000-PRINT-WINDOW.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-RUN-COUNT = ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "NO STEPS FINISHED FOR THE STREAM OF "
                  WS-REPORT-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            ELSE
               PERFORM 5100-CHECK-DEADLINE
               MOVE WS-FIRST-START-SECS TO WS-HMS-SECS
               PERFORM 8100-FORMAT-SECONDS
               MOVE WS-HMS-DISPLAY TO WS-START-DISPLAY
               COMPUTE WS-HMS-SECS =
                  WS-FIRST-START-SECS + WS-FINISH-OFFSET
               IF WS-HMS-SECS >= 86400
                  SUBTRACT 86400 FROM WS-HMS-SECS
               END-IF
               PERFORM 8100-FORMAT-SECONDS
               MOVE WS-HMS-DISPLAY TO WS-MAX-DISPLAY
               MOVE WS-FINISH-OFFSET TO WS-HMS-SECS
               PERFORM 8100-FORMAT-SECONDS
               MOVE WS-HMS-DISPLAY TO WS-ELAPSED-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "BATCH WINDOW " WS-START-DISPLAY " TO "
                  WS-MAX-DISPLAY "   ELAPSED " WS-ELAPSED-DISPLAY
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               IF WS-STREAM-LATE
                  PERFORM 5200-AUDIT-LATE-FINISH
                  MOVE SPACES TO PRINT-LINE
                  STRING "** STREAM FINISHED AFTER THE "
                     WS-DEADLINE-TIME(1:2) ":" WS-DEADLINE-TIME(3:2)
                     " DEADLINE"
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
            END-IF.
            MOVE SPACES TO PRINT-LINE.
            STRING "STEPS OVER TWICE THEIR 30-DAY AVERAGE: "
               WS-SLOW-WARNINGS
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> The deadline is the next time the clock shows it after the
      *> stream started: a 06:00 deadline on a stream started at
      *> 23:00 falls seven hours in.
       5100-CHECK-DEADLINE.
            COMPUTE WS-OFFSET-SECS =
               WS-DEADLINE-SECS - WS-FIRST-START-SECS.
            IF WS-OFFSET-SECS < ZERO
               ADD 86400 TO WS-OFFSET-SECS
            END-IF.
            MOVE WS-OFFSET-SECS TO WS-DEADLINE-OFFSET.
            IF WS-FINISH-OFFSET > WS-DEADLINE-OFFSET
               MOVE "Y" TO WS-LATE-FLAG
            END-IF.

       5200-AUDIT-LATE-FINISH.
            MOVE "BATCHLATE" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "RUN " WS-REPORT-DATE " FINISHED " WS-MAX-DISPLAY
               " DEADLINE " WS-DEADLINE-TIME(1:2) ":"
               WS-DEADLINE-TIME(3:2)
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.

       8100-FORMAT-SECONDS.
            DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-HMS-REMAINDER.
            DIVIDE WS-HMS-REMAINDER BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.
            MOVE SPACES TO WS-HMS-DISPLAY.
            STRING WS-HMS-HH ":" WS-HMS-MM ":" WS-HMS-SS
               DELIMITED BY SIZE INTO WS-HMS-DISPLAY
            END-STRING.

       9000-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       9100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
       END PROGRAM BATCH-RUNTIME-REPORT.
