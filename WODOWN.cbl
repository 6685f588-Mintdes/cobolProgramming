      *          machine and to the machine's MM-MODEL, with fault
      *          counts, using the shared DATE-FORMATTER julian
      *          arithmetic. The retire-or-repair argument gets its
      *          numbers from here. Planned maintenance (the "PM"
      *          orders PM-SCHEDULE-RUN raises) is counted apart from
      *          breakdowns, so a well-serviced machine is not
      *          mistaken for an unreliable one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-MACH-ENTRY OCCURS 20 TIMES INDEXED BY WS-MACH-IDX.
               10  WS-MACH-ID              PIC 99.
               10  WS-MACH-FAULTS          PIC 9(5).
               10  WS-MACH-PM-JOBS         PIC 9(5).
               10  WS-MACH-OPEN-FAULTS     PIC 9(5).
               10  WS-MACH-DOWN-DAYS       PIC 9(5).
               10  WS-MACH-PLANNED-DAYS    PIC 9(5).
       01  WS-MACHINE-COUNT          PIC 9(3)    VALUE ZERO.

       01  WS-MODEL-TOTALS.
               10  WS-MODEL-NAME           PIC X(10).
               10  WS-MODEL-FAULTS         PIC 9(5).
               10  WS-MODEL-DOWN-DAYS      PIC 9(5).
               10  WS-MODEL-PLANNED-DAYS   PIC 9(5).
       01  WS-MODEL-COUNT            PIC 9(3)    VALUE ZERO.

       01  WS-AGE-CONTROLS.
                     SET WS-MACH-IDX TO WS-MACHINE-COUNT
                     MOVE WO-MACHINE-ID TO WS-MACH-ID(WS-MACH-IDX)
                     MOVE ZERO TO WS-MACH-FAULTS(WS-MACH-IDX)
                     MOVE ZERO TO WS-MACH-PM-JOBS(WS-MACH-IDX)
                     MOVE ZERO TO WS-MACH-OPEN-FAULTS(WS-MACH-IDX)
                     MOVE ZERO TO WS-MACH-DOWN-DAYS(WS-MACH-IDX)
                     MOVE ZERO TO WS-MACH-PLANNED-DAYS(WS-MACH-IDX)
                     PERFORM 2250-APPLY-TO-MACHINE
                  END-IF
               WHEN WS-MACH-ID(WS-MACH-IDX) = WO-MACHINE-ID
            END-SEARCH.

       2250-APPLY-TO-MACHINE.
            IF WO-IS-PLANNED
               ADD 1 TO WS-MACH-PM-JOBS(WS-MACH-IDX)
               ADD WS-DOWN-DAYS TO WS-MACH-PLANNED-DAYS(WS-MACH-IDX)
            ELSE
               ADD 1 TO WS-MACH-FAULTS(WS-MACH-IDX)
               IF NOT WO-IS-CLOSED
                  ADD 1 TO WS-MACH-OPEN-FAULTS(WS-MACH-IDX)
               END-IF
               ADD WS-DOWN-DAYS TO WS-MACH-DOWN-DAYS(WS-MACH-IDX)
            END-IF.

       2300-ADD-TO-MODEL.
            MOVE "(NO MODEL)" TO WS-THIS-MODEL.
                        TO WS-MODEL-NAME(WS-MODEL-IDX)
                     MOVE ZERO TO WS-MODEL-FAULTS(WS-MODEL-IDX)
                     MOVE ZERO TO WS-MODEL-DOWN-DAYS(WS-MODEL-IDX)
                     MOVE ZERO
                        TO WS-MODEL-PLANNED-DAYS(WS-MODEL-IDX)
                     PERFORM 2350-APPLY-TO-MODEL
                  END-IF
               WHEN WS-MODEL-NAME(WS-MODEL-IDX) = WS-THIS-MODEL
            END-SEARCH.

       2350-APPLY-TO-MODEL.
            IF WO-IS-PLANNED
               ADD WS-DOWN-DAYS TO WS-MODEL-PLANNED-DAYS(WS-MODEL-IDX)
            ELSE
               ADD 1 TO WS-MODEL-FAULTS(WS-MODEL-IDX)
               ADD WS-DOWN-DAYS TO WS-MODEL-DOWN-DAYS(WS-MODEL-IDX)
            END-IF.

       3000-PRINT-REPORT.
            MOVE "O" TO SP-FUNCTION.
            WRITE PRINT-LINE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "BY MACHINE  FAULTS  STILL-OPEN  DOWN-DAYS"
               "  PM-JOBS  PLANNED-DAYS"
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-MACH-IDX FROM 1 BY 1
                  "     " WS-MACH-FAULTS(WS-MACH-IDX)
                  "    " WS-MACH-OPEN-FAULTS(WS-MACH-IDX)
                  "      " WS-MACH-DOWN-DAYS(WS-MACH-IDX)
                  "      " WS-MACH-PM-JOBS(WS-MACH-IDX)
                  "   " WS-MACH-PLANNED-DAYS(WS-MACH-IDX)
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-PERFORM.
            MOVE "BY MODEL    FAULTS  DOWN-DAYS  PLANNED-DAYS"
               TO PRINT-LINE.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            PERFORM VARYING WS-MODEL-IDX FROM 1 BY 1
               STRING WS-MODEL-NAME(WS-MODEL-IDX)
                  "  " WS-MODEL-FAULTS(WS-MODEL-IDX)
                  "  " WS-MODEL-DOWN-DAYS(WS-MODEL-IDX)
                  "      " WS-MODEL-PLANNED-DAYS(WS-MODEL-IDX)
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
