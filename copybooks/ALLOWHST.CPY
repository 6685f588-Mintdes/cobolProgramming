      ******************************************************************
      * ALLOWANCE-HISTORY record layout - one row per doubtful-debt
      * allowance run, appended by DOUBTFUL-DEBT-ALLOWANCE: the month
      * provided for, the provision percentage applied to each AR-AGING
      * bucket and the bucket totals it was applied to, the allowance
      * those give, the allowance already on the ledger, and the
      * change between them. AH-POSTED-FLAG says whether the change
      * went to the journal. The last row's percentages are offered
      * as the defaults on the next run.
      ******************************************************************
       01  ALLOWANCE-HISTORY-RECORD.
           05  AH-RECORD-TYPE          PIC X       VALUE "D".
               88  AH-IS-DETAIL                    VALUE "D".
               88  AH-IS-TRAILER                   VALUE "T".
           05  AH-DETAIL.
               10  AH-RUN-DATE             PIC 9(8).
               10  AH-MONTH                PIC 9(6).
               10  AH-BUCKET OCCURS 4 TIMES.
                   15  AH-PROVISION-PCT        PIC 999V99.
                   15  AH-BUCKET-TOTAL         PIC 9(9)V99.
               10  AH-REQUIRED             PIC 9(9)V99.
               10  AH-PRIOR-ALLOWANCE      PIC S9(9)V99.
               10  AH-CHANGE               PIC S9(9)V99.
               10  AH-POSTED-FLAG          PIC X.
                   88  AH-WAS-POSTED               VALUE "Y".
           05  AH-TRAILER REDEFINES AH-DETAIL.
               10  AH-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(105).
