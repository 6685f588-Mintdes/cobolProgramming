      ******************************************************************
      * JOB-LOG record layout - one line per step event written by
      * JOB-STREAM: START when the step is called, then OK or FAIL
      * when it returns. JL-RUN-DATE is the night the stream was
      * started, kept for every step however far past midnight it
      * runs; JL-EVENT-TIME is the clock (HHMMSScc). Read back by
      * BATCH-RUNTIME-REPORT to time each step.
      ******************************************************************
       01  JOB-LOG-RECORD.
           05  JL-RUN-DATE             PIC 9(8).
           05  JL-EVENT-TIME           PIC 9(8).
           05  JL-STEP-NUMBER          PIC 99.
           05  JL-PROGRAM-NAME         PIC X(30).
           05  JL-EVENT                PIC X(5).
               88  JL-IS-START                 VALUE "START".
               88  JL-IS-END                   VALUE "OK" "FAIL".
