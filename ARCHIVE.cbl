      *          than their keep-days, and writes every store and
      *          purge to the archive manifest so a specific day's
      *          file can be located months later when the auditor
      *          asks for March. An emptied AUDITLOG.DAT opens with
      *          the carried-forward link of its check-value chain so
      *          the chain runs on into the new generation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MANIFEST-SCAN-FILE ASSIGN TO "ARCHMANF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-SCAN-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT COPY-IN-FILE ASSIGN DYNAMIC WS-COPY-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-IN-STATUS.
           05  MS-ARCHIVE-DATE         PIC 9(8).
           05  MS-ACTION               PIC X(6).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  COPY-IN-FILE.
       01  COPY-IN-RECORD          PIC X(120).

       01  WS-MANIFEST-SCAN-STATUS   PIC XX.
       01  WS-COPY-IN-STATUS         PIC XX.
       01  WS-COPY-OUT-STATUS        PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-POLICY-EOF-FLAG        PIC X       VALUE "N".
           88  WS-POLICY-EOF                     VALUE "Y".
       01  WS-SCAN-EOF-FLAG          PIC X       VALUE "N".
           05  WS-TODAY-DD               PIC 99.

       COPY DATEPARM.
       COPY AUDCHPRM.
       COPY CHAINFWD.

       01  WS-ARCHIVE-CONTROLS.
           05  WS-GEN-INDEX             PIC 99.
            MOVE RT-FILE-NAME TO WS-COPY-OUT-NAME.
            OPEN OUTPUT COPY-OUT-FILE.
            CLOSE COPY-OUT-FILE.
            IF RT-FILE-NAME = "AUDITLOG.DAT"
               PERFORM 2050-CARRY-AUDIT-CHAIN
            END-IF.
            ADD 1 TO WS-FILES-ARCHIVED.
            MOVE WS-GEN-NAME TO MF-ARCHIVE-NAME.
            MOVE RT-FILE-NAME TO MF-SOURCE-NAME.
            PERFORM 2270-NOTE-SHIFTED-DATE.
            PERFORM 2300-PURGE-EXPIRED-GENERATIONS.

      *> The emptied audit log opens with the link it continues from,
      *> the last sequence and check value now in BASE.G01, written
      *> as a detail and its trailer like any other session.
       2050-CARRY-AUDIT-CHAIN.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.
            MOVE "Q" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            MOVE AC-LAST-SEQUENCE TO CF-CARRIED-SEQUENCE.
            MOVE AC-LAST-CHECK TO CF-CARRIED-CHECK.
            MOVE WS-GEN-NAME TO CF-CLOSED-FILE.
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
            CLOSE AUDIT-LOG-FILE.

       2100-BUILD-GEN-NAME.
            MOVE SPACES TO WS-GEN-NAME.
            STRING RT-BASE-NAME DELIMITED BY SPACE
