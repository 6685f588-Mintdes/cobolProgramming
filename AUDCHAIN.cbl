      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Shared audit-chain sealer - called by every program
      *          that writes AUDITLOG.DAT just before the WRITE.
      *          Gives the record the next running sequence number
      *          and a check value worked from the previous record's
      *          check value, the sequence number and every byte of
      *          the record, and keeps the last link in the
      *          AUDCHAIN.DAT control file so the chain runs on
      *          across sessions, programs and rotated generations.
      *          The same arithmetic answers the verifier's "what
      *          should this record carry" question.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-CONTROL-FILE ASSIGN TO "AUDCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CONTROL-FILE.
       01  CHAIN-CONTROL-RECORD.
           05  CH-LAST-SEQUENCE        PIC 9(9).
           05  CH-LAST-CHECK           PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-CHAIN-CONTROL-STATUS   PIC XX.
       01  WS-LAST-SEQUENCE          PIC 9(9).
       01  WS-LAST-CHECK             PIC 9(9).

      *> The sequence number is part of what is checked, so the seal
      *> covers the record up to and including AL-CHAIN-SEQUENCE.
       01  WS-SEALED-LENGTH          PIC 9(3)    VALUE 86.
       01  WS-BYTE-IDX               PIC 9(3).
       01  WS-CHAIN-HASH             PIC 9(9).
       01  WS-CHAIN-WORK             PIC 9(12).
       01  WS-CHAIN-QUOTIENT         PIC 9(12).

      *> One byte of the record laid in the low half of a halfword
      *> reads back as its code value.
       01  WS-BYTE-WORD.
           05  FILLER                  PIC X       VALUE LOW-VALUE.
           05  WS-BYTE-CHAR            PIC X.
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORD
                                     PIC 9(4)    COMP.

       LINKAGE SECTION.
       COPY AUDCHPRM.
       COPY AUDITLOG.

       PROCEDURE DIVISION USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
       MAIN-PROCEDURE.
            EVALUATE TRUE
               WHEN AC-FN-SEAL
                  PERFORM 1000-READ-CHAIN-CONTROL
                  PERFORM 2000-SEAL-RECORD
               WHEN AC-FN-VERIFY
                  MOVE AC-PRIOR-CHECK TO WS-CHAIN-HASH
                  PERFORM 3000-COMPUTE-CHECK-VALUE
                  MOVE WS-CHAIN-HASH TO AC-CHECK-VALUE
               WHEN OTHER
                  PERFORM 1000-READ-CHAIN-CONTROL
                  MOVE WS-LAST-SEQUENCE TO AC-LAST-SEQUENCE
                  MOVE WS-LAST-CHECK TO AC-LAST-CHECK
            END-EVALUATE.
            GOBACK.

       1000-READ-CHAIN-CONTROL.
            MOVE ZERO TO WS-LAST-SEQUENCE WS-LAST-CHECK.
            OPEN INPUT CHAIN-CONTROL-FILE.
            IF WS-CHAIN-CONTROL-STATUS = "00"
               READ CHAIN-CONTROL-FILE
                  NOT AT END
                     MOVE CH-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                     MOVE CH-LAST-CHECK TO WS-LAST-CHECK
               END-READ
               CLOSE CHAIN-CONTROL-FILE
            END-IF.

       2000-SEAL-RECORD.
            ADD 1 TO WS-LAST-SEQUENCE.
            MOVE WS-LAST-SEQUENCE TO AL-CHAIN-SEQUENCE.
            MOVE WS-LAST-CHECK TO WS-CHAIN-HASH.
            PERFORM 3000-COMPUTE-CHECK-VALUE.
            MOVE WS-CHAIN-HASH TO AL-CHECK-VALUE.
            MOVE WS-CHAIN-HASH TO WS-LAST-CHECK.
            MOVE WS-LAST-SEQUENCE TO CH-LAST-SEQUENCE.
            MOVE WS-LAST-CHECK TO CH-LAST-CHECK.
            OPEN OUTPUT CHAIN-CONTROL-FILE.
            WRITE CHAIN-CONTROL-RECORD.
            CLOSE CHAIN-CONTROL-FILE.
            MOVE WS-LAST-SEQUENCE TO AC-LAST-SEQUENCE.
            MOVE WS-LAST-CHECK TO AC-LAST-CHECK.

      *> Each byte folds into the running value, weighted by its
      *> position so two bytes swapped do not cancel out, and the
      *> result is kept below the prime 999999937.
       3000-COMPUTE-CHECK-VALUE.
            PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > WS-SEALED-LENGTH
               MOVE AUDIT-LOG-RECORD(WS-BYTE-IDX:1) TO WS-BYTE-CHAR
               COMPUTE WS-CHAIN-WORK =
                  WS-CHAIN-HASH * 263 + WS-BYTE-VALUE + WS-BYTE-IDX
               DIVIDE WS-CHAIN-WORK BY 999999937
                  GIVING WS-CHAIN-QUOTIENT REMAINDER WS-CHAIN-HASH
            END-PERFORM.
       END PROGRAM AUDIT-CHAIN.
