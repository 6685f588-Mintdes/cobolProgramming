      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Audit-chain verifier - walks an audit log (the live
      *          AUDITLOG.DAT by default, or any AUDLOG1..7 or
      *          AUDITLOG.Gnn generation named at the prompt) and
      *          re-works every record's check value from the one
      *          before it through AUDIT-CHAIN. Reports the first
      *          broken link, every gap in the running sequence,
      *          records out of order or unsealed inside the chain,
      *          a start that neither begins at sequence 1 nor
      *          carries forward from a closed generation, and for
      *          the live log a tail that does not reach the last
      *          link AUDCHAIN.DAT says was sealed. Runs in the
      *          nightly stream next to INTEGRITY-CHECK; a failure
      *          sets a nonzero return code so the stream stops.
      *          Spooled through SPOOL-REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-EOF-FLAG               PIC X       VALUE "N".
           88  WS-EOF                            VALUE "Y".

       01  WS-LOG-NAME               PIC X(20).
       01  WS-LIVE-LOG-FLAG          PIC X       VALUE "N".
           88  WS-LIVE-LOG                       VALUE "Y".

       01  WS-CHAIN-CONTROLS.
           05  WS-CHAIN-STARTED-FLAG    PIC X       VALUE "N".
               88  WS-CHAIN-STARTED              VALUE "Y".
           05  WS-LINK-UNKNOWN-FLAG     PIC X       VALUE "N".
               88  WS-LINK-UNKNOWN               VALUE "Y".
           05  WS-PRIOR-SEQUENCE        PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-CHECK           PIC 9(9)    VALUE ZERO.
           05  WS-NEXT-SEQUENCE         PIC 9(9).
           05  WS-FIRST-SEQUENCE        PIC 9(9)    VALUE ZERO.
           05  WS-MISSING-FROM          PIC 9(9).
           05  WS-MISSING-TO            PIC 9(9).

       01  WS-CHECK-COUNTS.
           05  WS-LINE-NUMBER           PIC 9(7)    VALUE ZERO.
           05  WS-LEGACY-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-SEALED-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-GAP-COUNT             PIC 9(5)    VALUE ZERO.
           05  WS-BREAK-COUNT           PIC 9(5)    VALUE ZERO.
           05  WS-ORDER-COUNT           PIC 9(5)    VALUE ZERO.
           05  WS-UNSEALED-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-FAILURE-COUNT         PIC 9(5)    VALUE ZERO.

      *> Gaps are listed one by one up to this many; past it they
      *> are only counted.
       01  WS-GAP-PRINT-LIMIT        PIC 9(3)    VALUE 20.

       COPY AUDCHPRM.
       COPY CHAINFWD.

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Audit Chain Verification ---".
            DISPLAY "Audit log to verify (ENTER = AUDITLOG.DAT): ".
            MOVE SPACES TO WS-LOG-NAME.
            ACCEPT WS-LOG-NAME.
            IF WS-LOG-NAME = SPACES
               MOVE "AUDITLOG.DAT" TO WS-LOG-NAME
            END-IF.
            IF WS-LOG-NAME = "AUDITLOG.DAT"
               MOVE "Y" TO WS-LIVE-LOG-FLAG
            END-IF.
            OPEN INPUT AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
               IF NOT WS-LIVE-LOG
                  DISPLAY WS-LOG-NAME " not found - nothing verified."
                  GOBACK
               END-IF
            END-IF.
            PERFORM 1000-OPEN-REPORT.
            PERFORM UNTIL WS-EOF
               READ AUDIT-LOG-FILE
                  AT END
                     MOVE "Y" TO WS-EOF-FLAG
                  NOT AT END
                     PERFORM 2000-CHECK-ONE-RECORD
               END-READ
            END-PERFORM.
            IF WS-AUDIT-LOG-STATUS = "00" OR WS-AUDIT-LOG-STATUS = "10"
               CLOSE AUDIT-LOG-FILE
            END-IF.
            IF WS-LIVE-LOG
               PERFORM 3000-CHECK-LIVE-TAIL
            END-IF.
            PERFORM 8000-PRINT-VERDICT.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            IF WS-FAILURE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
            END-IF.
            GOBACK.

       1000-OPEN-REPORT.
            MOVE "O" TO SP-FUNCTION.
            MOVE "AUDVERFY" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            ACCEPT WS-BANNER-DATE FROM DATE YYYYMMDD.
            STRING "* " SP-REPORT-TYPE "  SPOOL " SP-SPOOL-NAME
               "  RUN " WS-BANNER-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "AUDIT CHAIN VERIFICATION - " WS-LOG-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            PERFORM 1200-REPORT-PASS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.

       1100-REPORT-FAILURE.
            ADD 1 TO WS-FAILURE-COUNT.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       1200-REPORT-PASS.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

      *> ---------------------------------------------------------
      *> One record: where it sits in the sequence, then its link
      *> ---------------------------------------------------------
      *> Records from before the chain was introduced carry no seal
      *> and are only counted; once the chain has started, a record
      *> without one is as good as a forged line.
       2000-CHECK-ONE-RECORD.
            ADD 1 TO WS-LINE-NUMBER.
            IF AL-CHAIN-SEQUENCE IS NOT NUMERIC OR
                  AL-CHECK-VALUE IS NOT NUMERIC
               IF WS-CHAIN-STARTED
                  PERFORM 2400-REPORT-UNSEALED
               ELSE
                  ADD 1 TO WS-LEGACY-COUNT
               END-IF
            ELSE
               ADD 1 TO WS-SEALED-COUNT
               IF NOT WS-CHAIN-STARTED
                  PERFORM 2100-START-CHAIN
               END-IF
               COMPUTE WS-NEXT-SEQUENCE = WS-PRIOR-SEQUENCE + 1
               EVALUATE TRUE
                  WHEN WS-LINK-UNKNOWN
                     MOVE "N" TO WS-LINK-UNKNOWN-FLAG
                  WHEN AL-CHAIN-SEQUENCE = WS-NEXT-SEQUENCE
                     PERFORM 2300-CHECK-LINK
                  WHEN AL-CHAIN-SEQUENCE > WS-NEXT-SEQUENCE
                     PERFORM 2200-REPORT-GAP
                  WHEN OTHER
                     PERFORM 2250-REPORT-OUT-OF-ORDER
               END-EVALUATE
               MOVE AL-CHAIN-SEQUENCE TO WS-PRIOR-SEQUENCE
               MOVE AL-CHECK-VALUE TO WS-PRIOR-CHECK
            END-IF.

      *> The chain is anchored either at sequence 1 or by the
      *> CHAINFWD record a rotation writes first in the new file.
      *> Anything else means lines are missing from the top, and the
      *> first link cannot be proved.
       2100-START-CHAIN.
            MOVE "Y" TO WS-CHAIN-STARTED-FLAG.
            MOVE AL-CHAIN-SEQUENCE TO WS-FIRST-SEQUENCE.
            MOVE AL-EVENT-TEXT TO CHAIN-FORWARD-TEXT.
            MOVE SPACES TO PRINT-LINE.
            EVALUATE TRUE
               WHEN AL-IS-DETAIL AND AL-EVENT-CODE = "CHAINFWD"
                     AND CF-CARRIED-SEQUENCE IS NUMERIC
                     AND CF-CARRIED-CHECK IS NUMERIC
                  MOVE CF-CARRIED-SEQUENCE TO WS-PRIOR-SEQUENCE
                  MOVE CF-CARRIED-CHECK TO WS-PRIOR-CHECK
                  STRING "PASS CHAIN CARRIED IN FROM " CF-CLOSED-FILE
                     " AT SEQ " CF-CARRIED-SEQUENCE
                     " CHECK " CF-CARRIED-CHECK
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  PERFORM 1200-REPORT-PASS
               WHEN AL-CHAIN-SEQUENCE = 1
                  MOVE ZERO TO WS-PRIOR-SEQUENCE WS-PRIOR-CHECK
                  MOVE "PASS CHAIN STARTS AT SEQUENCE 1" TO PRINT-LINE
                  PERFORM 1200-REPORT-PASS
               WHEN OTHER
                  COMPUTE WS-PRIOR-SEQUENCE = AL-CHAIN-SEQUENCE - 1
                  MOVE "Y" TO WS-LINK-UNKNOWN-FLAG
                  STRING "FAIL CHAIN START NOT ANCHORED - LINE "
                     WS-LINE-NUMBER " IS SEQ " AL-CHAIN-SEQUENCE
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  PERFORM 1100-REPORT-FAILURE
            END-EVALUATE.

      *> Whatever is missing, the chain picks up again from the
      *> record after the hole, so one deletion is one finding.
       2200-REPORT-GAP.
            ADD 1 TO WS-GAP-COUNT.
            MOVE WS-NEXT-SEQUENCE TO WS-MISSING-FROM.
            COMPUTE WS-MISSING-TO = AL-CHAIN-SEQUENCE - 1.
            IF WS-GAP-COUNT <= WS-GAP-PRINT-LIMIT
               MOVE SPACES TO PRINT-LINE
               STRING "FAIL GAP BEFORE LINE " WS-LINE-NUMBER
                  " - SEQ " WS-MISSING-FROM " TO " WS-MISSING-TO
                  " MISSING"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               PERFORM 1100-REPORT-FAILURE
            ELSE
               ADD 1 TO WS-FAILURE-COUNT
            END-IF.

       2250-REPORT-OUT-OF-ORDER.
            ADD 1 TO WS-ORDER-COUNT.
            MOVE SPACES TO PRINT-LINE.
            STRING "FAIL LINE " WS-LINE-NUMBER " IS SEQ "
               AL-CHAIN-SEQUENCE " AFTER SEQ " WS-PRIOR-SEQUENCE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            PERFORM 1100-REPORT-FAILURE.

      *> A record altered after it was written fails its own link;
      *> the next record still checks against the stored value, so
      *> the break points at the line that was changed.
       2300-CHECK-LINK.
            MOVE "V" TO AC-FUNCTION.
            MOVE WS-PRIOR-CHECK TO AC-PRIOR-CHECK.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            IF AC-CHECK-VALUE NOT = AL-CHECK-VALUE
               ADD 1 TO WS-BREAK-COUNT
               IF WS-BREAK-COUNT = 1
                  MOVE SPACES TO PRINT-LINE
                  STRING "FAIL FIRST BROKEN LINK AT LINE "
                     WS-LINE-NUMBER " SEQ " AL-CHAIN-SEQUENCE
                     " " AL-EVENT-DATE " " AL-EVENT-CODE
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  PERFORM 1100-REPORT-FAILURE
               ELSE
                  ADD 1 TO WS-FAILURE-COUNT
               END-IF
            END-IF.

       2400-REPORT-UNSEALED.
            ADD 1 TO WS-UNSEALED-COUNT.
            MOVE SPACES TO PRINT-LINE.
            STRING "FAIL LINE " WS-LINE-NUMBER
               " CARRIES NO CHAIN SEAL AFTER SEQ " WS-PRIOR-SEQUENCE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            PERFORM 1100-REPORT-FAILURE.

      *> Lines cut from the end leave no gap behind them, so the live
      *> log's last record is held against the last link sealed.
       3000-CHECK-LIVE-TAIL.
            MOVE "Q" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            MOVE SPACES TO PRINT-LINE.
            EVALUATE TRUE
               WHEN AC-LAST-SEQUENCE > WS-PRIOR-SEQUENCE
                  COMPUTE WS-MISSING-FROM = WS-PRIOR-SEQUENCE + 1
                  STRING "FAIL SEQ " WS-MISSING-FROM " TO "
                     AC-LAST-SEQUENCE " SEALED BUT MISSING FROM END"
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  PERFORM 1100-REPORT-FAILURE
               WHEN AC-LAST-SEQUENCE < WS-PRIOR-SEQUENCE
                  STRING "FAIL LOG RUNS PAST THE LAST SEALED LINK, SEQ "
                     AC-LAST-SEQUENCE
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  PERFORM 1100-REPORT-FAILURE
               WHEN AC-LAST-CHECK NOT = WS-PRIOR-CHECK
                  STRING "FAIL LAST CHECK VALUE " WS-PRIOR-CHECK
                     " IS NOT THE SEALED " AC-LAST-CHECK
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  PERFORM 1100-REPORT-FAILURE
               WHEN OTHER
                  STRING "PASS LOG ENDS AT THE LAST SEALED LINK, SEQ "
                     AC-LAST-SEQUENCE
                     DELIMITED BY SIZE INTO PRINT-LINE
                  END-STRING
                  PERFORM 1200-REPORT-PASS
            END-EVALUATE.

       8000-PRINT-VERDICT.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "RECORDS " WS-LINE-NUMBER "  SEALED " WS-SEALED-COUNT
               "  BEFORE THE CHAIN " WS-LEGACY-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            PERFORM 1200-REPORT-PASS.
            MOVE SPACES TO PRINT-LINE.
            STRING "FIRST SEQ " WS-FIRST-SEQUENCE "  LAST SEQ "
               WS-PRIOR-SEQUENCE "  LAST CHECK " WS-PRIOR-CHECK
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            PERFORM 1200-REPORT-PASS.
            MOVE SPACES TO PRINT-LINE.
            STRING "GAPS " WS-GAP-COUNT "  BROKEN LINKS " WS-BREAK-COUNT
               "  OUT OF ORDER " WS-ORDER-COUNT
               "  UNSEALED " WS-UNSEALED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            PERFORM 1200-REPORT-PASS.
            MOVE SPACES TO PRINT-LINE.
            IF WS-FAILURE-COUNT = ZERO
               STRING "VERDICT: PASS - audit chain intact."
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               STRING "VERDICT: FAIL - " WS-FAILURE-COUNT
                  " finding(s); the audit log has been altered."
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
       END PROGRAM AUDIT-CHAIN-VERIFY.
