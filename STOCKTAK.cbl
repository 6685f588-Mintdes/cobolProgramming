       01  WS-EDIT-VARIANCE          PIC ---9.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VAR==.
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-SHRINK==.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF.
            IF WS-MACHINE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid machine ID - stock take abandoned."
               GOBACK
            END-IF.
            MOVE WS-MACHINE-INPUT TO WS-MACHINE-ID.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
               PERFORM 3400-WRITE-JOURNAL-ENTRY
            END-IF.
            PERFORM 9000-CLOSE-FILES.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O PRODUCT-MASTER-FILE.
            MOVE WS-UNIT-VALUE TO SK-UNIT-VALUE.
            MOVE WS-VARIANCE-VALUE TO SK-VARIANCE-VALUE.
            MOVE WS-REASON-CODE TO SK-REASON-CODE.
            MOVE SPACE TO SK-LOCATION-TYPE.
            MOVE ZERO TO SK-ROUTE-NO.
            WRITE SHRINKAGE-HISTORY-RECORD.
            ADD 1 TO WS-HISTORY-ROWS.

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

       3200-WRITE-HISTORY-TRAILER.
