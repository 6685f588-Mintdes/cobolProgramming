      *          in the period (plain pairs and compound lines,
      *          selected on JE-SOURCE-DATE), the variance, and the
      *          year-to-date actual against the annual budget, with
      *          rollups by account type. The period's share of
      *          actual that OVERHEAD-ALLOCATION moved in or out
      *          (its OHA- lines) is shown under each account so a
      *          variance can be read before and after the spread.
      *          The first warning that an expense is running hot
      *          stops being the bank balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  WS-AC-ACTUAL-PD         PIC S9(9)V99.
               10  WS-AC-ACTUAL-YTD        PIC S9(9)V99.
               10  WS-AC-BUDGET-ANNUAL     PIC S9(9)V99.
               10  WS-AC-ALLOCATED-PD      PIC S9(9)V99.
       01  WS-ACCOUNT-COUNT          PIC 9(3)    VALUE ZERO.

       01  WS-TYPE-TOTALS.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VAR==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-YTD==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-ANN==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-OVH==.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
                        MOVE ZERO TO WS-AC-ACTUAL-YTD(WS-AC-IDX)
                        MOVE ZERO
                           TO WS-AC-BUDGET-ANNUAL(WS-AC-IDX)
                        MOVE ZERO
                           TO WS-AC-ALLOCATED-PD(WS-AC-IDX)
                     END-IF
               END-READ
            END-PERFORM.
                        IF JE-LINE-DATE >= WS-PERIOD-START
                           ADD JE-LINE-AMOUNT
                              TO WS-AC-ACTUAL-PD(WS-AC-IDX)
                           IF JE-LINE-SOURCE(1:4) = "OHA-"
                              ADD JE-LINE-AMOUNT
                                 TO WS-AC-ALLOCATED-PD(WS-AC-IDX)
                           END-IF
                        END-IF
                     ELSE
                        SUBTRACT JE-LINE-AMOUNT
                        IF JE-LINE-DATE >= WS-PERIOD-START
                           SUBTRACT JE-LINE-AMOUNT
                              FROM WS-AC-ACTUAL-PD(WS-AC-IDX)
                           IF JE-LINE-SOURCE(1:4) = "OHA-"
                              SUBTRACT JE-LINE-AMOUNT
                                 FROM WS-AC-ALLOCATED-PD(WS-AC-IDX)
                           END-IF
                        END-IF
                     END-IF
               END-SEARCH
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
               IF WS-AC-ALLOCATED-PD(WS-AC-IDX) NOT = ZERO
                  MOVE WS-AC-ALLOCATED-PD(WS-AC-IDX)
                     TO WS-OVH-EDIT-MINUS
                  MOVE SPACES TO PRINT-LINE
                  STRING "     OVERHEAD ALLOCATED IN/OUT "
                     WS-OVH-EDIT-MINUS
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  DISPLAY PRINT-LINE
                  WRITE PRINT-LINE
               END-IF
            END-IF.

       3150-ROLL-INTO-TYPE.
