           05  FILLER   PIC 9(3)    VALUE 2.
           05  FILLER   PIC X(10)   VALUE "BADSLOT".
           05  FILLER   PIC 9(3)    VALUE 5.
           05  FILLER   PIC X(10)   VALUE "BATCHSLOW".
           05  FILLER   PIC 9(3)    VALUE 0.
           05  FILLER   PIC X(10)   VALUE "BATCHLATE".
           05  FILLER   PIC 9(3)    VALUE 0.
       01  WS-SEED-TABLE REDEFINES WS-SEED-THRESHOLDS.
           05  WS-SEED-ENTRY OCCURS 6 TIMES.
               10  WS-SEED-CODE        PIC X(10).
               10  WS-SEED-MAX         PIC 9(3).
       01  WS-SEED-IDX               PIC 9.
            IF WS-THRESHOLD-STATUS = "35"
               OPEN OUTPUT THRESHOLD-FILE
               PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                  UNTIL WS-SEED-IDX > 6
                  MOVE WS-SEED-CODE(WS-SEED-IDX) TO TH-EVENT-CODE
                  MOVE WS-SEED-MAX(WS-SEED-IDX) TO TH-MAX-PER-DAY
                  WRITE THRESHOLD-RECORD
