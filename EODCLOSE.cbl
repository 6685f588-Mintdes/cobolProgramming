      *          rotates VNDSALES.DAT into the VNDSAL1..7 archive
      *          slots and AUDITLOG.DAT into AUDLOG1..7 the same way
      *          (slot 1 oldest, slot 7 the day just closed), starts
      *          fresh empty sales/audit/rejects files for tomorrow
      *          (the audit log opening with the carried-forward
      *          link of its check-value chain), and writes the
      *          close-complete control record Lab5-1 checks at
      *          startup. One program, one rotation, no double-
      *          counted days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-MONTH-LENGTH      PIC 99 OCCURS 12 TIMES.
       01  WS-DAYS-IN-MONTH         PIC 99.
       COPY LOCKPRM.
       COPY AUDCHPRM.
       COPY CHAINFWD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT VENDING-SALES-FILE.
            CLOSE VENDING-SALES-FILE.
            OPEN OUTPUT AUDIT-LOG-FILE.
            PERFORM 4050-CARRY-AUDIT-CHAIN.
            CLOSE AUDIT-LOG-FILE.
            PERFORM 4100-CARRY-OPEN-REJECTS.

      *> Tomorrow's audit log opens with the link it continues from -
      *> the closed day's last sequence and check value, now in
      *> AUDLOG7 - so the chain verifies across the rotation. It is
      *> an ordinary detail-and-trailer pair, so the trailer counts
      *> still tie out.
       4050-CARRY-AUDIT-CHAIN.
            MOVE "Q" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            MOVE AC-LAST-SEQUENCE TO CF-CARRIED-SEQUENCE.
            MOVE AC-LAST-CHECK TO CF-CARRIED-CHECK.
            MOVE WS-AUDIT-ARCHIVE-ENTRY(7) TO CF-CLOSED-FILE.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE "CHAINFWD" TO AL-EVENT-CODE.
            MOVE CHAIN-FORWARD-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE 1 TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       4100-CARRY-OPEN-REJECTS.
            OPEN INPUT REJECTS-LOG-FILE.
            IF WS-REJECTS-LOG-STATUS = "00"
               MOVE "T" TO AL-RECORD-TYPE
               MOVE SPACES TO AL-DETAIL
               MOVE WS-PRICE-AUDIT-COUNT TO AL-TRAILER-COUNT
               MOVE "S" TO AC-FUNCTION
               CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS
                  AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
            END-IF.
            CLOSE AUDIT-LOG-FILE.
                     PQ-APPROVED-BY DELIMITED BY SIZE
                     INTO AL-EVENT-TEXT
                  END-STRING
                  MOVE "S" TO AC-FUNCTION
                  CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS
                     AUDIT-LOG-RECORD
                  WRITE AUDIT-LOG-RECORD
                  ADD 1 TO WS-PRICE-AUDIT-COUNT
                  MOVE "D" TO PQ-STATUS-FLAG
