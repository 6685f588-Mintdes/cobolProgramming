      *          (cost over life, the final month clamped so
      *          accumulated depreciation never passes cost) per
      *          asset, stamping FA-LAST-DEPR-PERIOD so a rerun for
      *          the same period books nothing twice. Each asset's
      *          month goes to the journal as its own DEPRECIATION
      *          EXPENSE 5500 / ACCUM DEPRECIATION 1600 pair, sourced
      *          DEPR-<asset id>, so the ledger traces back to the
      *          asset that earned it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-RUN-TOTAL             PIC 9(7)V99 VALUE ZERO.
           05  WS-ASSETS-BOOKED         PIC 9(5)    VALUE ZERO.

      *> Each asset's month, held until the accounts are known to be
      *> on the chart and the journal is opened once for the lot.
       01  WS-BOOKED-TABLE.
           05  WS-BK-ENTRY OCCURS 500 TIMES.
               10  WS-BK-ASSET-ID          PIC 9(5).
               10  WS-BK-AMOUNT            PIC 9(5)V99.
       01  WS-BK-SUB                 PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Monthly Depreciation Run ---".
                           FA-LAST-DEPR-PERIOD < WS-RUN-STAMP AND
                           FA-ACCUM-DEPR < FA-COST AND
                           FA-LIFE-MONTHS > ZERO
                        IF WS-ASSETS-BOOKED < 500
                           PERFORM 2100-BOOK-ONE-ASSET
                        ELSE
                           DISPLAY "Asset " FA-ASSET-ID
                              " left for a rerun - 500 booked."
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            REWRITE FIXED-ASSET-RECORD.
            ADD WS-MONTH-DEPR TO WS-RUN-TOTAL.
            ADD 1 TO WS-ASSETS-BOOKED.
            MOVE FA-ASSET-ID TO WS-BK-ASSET-ID(WS-ASSETS-BOOKED).
            MOVE WS-MONTH-DEPR TO WS-BK-AMOUNT(WS-ASSETS-BOOKED).
            DISPLAY "Asset " FA-ASSET-ID " " FA-DESCRIPTION
               " booked " WS-MONTH-DEPR ".".

               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            PERFORM VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > WS-ASSETS-BOOKED
               IF WS-BK-AMOUNT(WS-BK-SUB) > ZERO
                  PERFORM 3150-WRITE-ONE-ASSET-PAIR
               END-IF
            END-PERFORM.
            CLOSE JOURNAL-FILE.
            DISPLAY "Journaled " WS-RUN-TOTAL " to 5500/1600 - "
               "run GL-POST to apply it.".

       3150-WRITE-ONE-ASSET-PAIR.
            MOVE SPACES TO JE-DETAIL.
            MOVE "D" TO JE-RECORD-TYPE.
            ACCEPT JE-ENTRY-DATE FROM DATE YYYYMMDD.
            MOVE 5500 TO JE-DEBIT-ACCOUNT.
            MOVE 1600 TO JE-CREDIT-ACCOUNT.
            MOVE WS-BK-AMOUNT(WS-BK-SUB) TO JE-AMOUNT.
            STRING "DEPR-" WS-BK-ASSET-ID(WS-BK-SUB)
               DELIMITED BY SIZE INTO JE-SOURCE
            END-STRING.
            MOVE WS-PERIOD-END TO JE-SOURCE-DATE.
            WRITE JOURNAL-ENTRY-RECORD.
       END PROGRAM DEPRECIATION-RUN.
