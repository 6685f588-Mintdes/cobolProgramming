      *          balance or an unknown account skips every line, and
      *          the checkpoint only advances past a flushed entry.
      *          Seeds the shop's standard chart on first open.
      *          Before posting, any accrual entry keyed as reversing
      *          whose fiscal period PERIOD-CLOSE has since closed is
      *          mirrored: the opposite entry is appended to the
      *          journal, dated the first day of the next period on
      *          the calendar and pointing back to the accrual's
      *          JE-ENTRY-NO, and posts in the same run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GL-CHECKPOINT-FILE ASSIGN TO "GLCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERIODCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-KEY
               FILE STATUS IS WS-PERIOD-CALENDAR-STATUS.
           SELECT ENTRY-CONTROL-FILE ASSIGN TO "JECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  GL-CHECKPOINT-RECORD.
           05  CKPT-RECORD-COUNT       PIC 9(7).

       FD  PERIOD-CALENDAR-FILE.
       COPY PERIODCL.

       FD  ENTRY-CONTROL-FILE.
       01  ENTRY-CONTROL-RECORD.
           05  EC-NEXT-ENTRY-NO        PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-CKPT-STATUS            PIC XX.
       01  WS-PERIOD-CALENDAR-STATUS PIC XX.
       01  WS-ENTRY-CONTROL-STATUS   PIC XX.
       01  WS-CALENDAR-EOF-FLAG      PIC X       VALUE "N".
           88  WS-CALENDAR-EOF                   VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".

       01  WS-PE-OK-FLAG             PIC X.
           88  WS-PE-OK                          VALUE "Y".

      *> Reversing accruals found on the journal, and the lines they
      *> carry: an entry already pointed at by an auto-reversal is
      *> done, the rest wait for their period to close.
       01  WS-REVERSAL-WORK.
           05  WS-RV-ENTRY OCCURS 100 TIMES INDEXED BY WS-RV-IDX.
               10  WS-RV-ENTRY-NO          PIC 9(5).
               10  WS-RV-DATE              PIC 9(8).
               10  WS-RV-DONE-FLAG         PIC X.
                   88  WS-RV-DONE                  VALUE "Y".
           05  WS-RX-LINE OCCURS 500 TIMES INDEXED BY WS-RX-IDX.
               10  WS-RX-ENTRY-NO          PIC 9(5).
               10  WS-RX-ACCOUNT           PIC 9(4).
               10  WS-RX-DC                PIC X.
               10  WS-RX-AMOUNT            PIC 9(7)V99.
       01  WS-RV-COUNT               PIC 9(3)    VALUE ZERO.
       01  WS-RX-COUNT               PIC 9(3)    VALUE ZERO.
       01  WS-RV-FULL-FLAG           PIC X       VALUE "N".
           88  WS-RV-FULL                        VALUE "Y".
       01  WS-RV-LAST-ENTRY-NO       PIC 9(5)    VALUE ZERO.
       01  WS-REVERSALS-WRITTEN      PIC 9(5)    VALUE ZERO.
       01  WS-NEXT-ENTRY-NO          PIC 9(5)    VALUE 1.
       01  WS-MIRROR-DATE            PIC 9(8).

      *> The fiscal calendar in key order, so the row after a
      *> period's row is the next period.
       01  WS-CALENDAR-TABLE.
           05  WS-CP-ENTRY OCCURS 120 TIMES INDEXED BY WS-CP-IDX.
               10  WS-CP-START-DATE        PIC 9(8).
               10  WS-CP-END-DATE          PIC 9(8).
               10  WS-CP-STATUS            PIC X.
       01  WS-CP-COUNT               PIC 9(3)    VALUE ZERO.
       01  WS-CP-SUB                 PIC 9(3).
       01  WS-CP-FOUND               PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- General Ledger Posting ---".
            PERFORM 1000-OPEN-CHART.
            PERFORM 1100-READ-CHECKPOINT.
            PERFORM 1200-GENERATE-AUTO-REVERSALS.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "No JOURNAL file - nothing to post."
               CLOSE CHART-ACCOUNT-FILE
               GOBACK
            END-IF.
            PERFORM UNTIL WS-JOURNAL-EOF
               READ JOURNAL-FILE
            CLOSE CHART-ACCOUNT-FILE.
            DISPLAY "Entries posted: " WS-POSTED-COUNT
               "  unpostable: " WS-SKIPPED-COUNT.
            GOBACK.

       1000-OPEN-CHART.
            OPEN I-O CHART-ACCOUNT-FILE.
                  WS-CKPT-COUNT " already-posted entr(y/ies)."
            END-IF.

      *> The reversal pass reads the whole journal (posted or not -
      *> an accrual posted months ago still reverses once its period
      *> closes) and appends the mirrors before the posting pass
      *> starts, so they post with everything else in this run.
       1200-GENERATE-AUTO-REVERSALS.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF
                  READ JOURNAL-FILE
                     AT END
                        MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                     NOT AT END
                        IF JE-IS-LINE
                           PERFORM 1210-NOTE-REVERSAL-LINE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.
            MOVE "N" TO WS-JOURNAL-EOF-FLAG.
            IF WS-RV-FULL
               DISPLAY "More reversing accruals than the table holds "
                  "(100 entries / 500 lines) - none reversed this "
                  "run."
            END-IF.
            IF WS-RV-COUNT > ZERO AND NOT WS-RV-FULL
               PERFORM 1250-LOAD-CALENDAR
               PERFORM 1270-READ-ENTRY-CONTROL
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                  UNTIL WS-RV-IDX > WS-RV-COUNT
                  IF NOT WS-RV-DONE(WS-RV-IDX)
                     PERFORM 1300-REVERSE-IF-PERIOD-CLOSED
                  END-IF
               END-PERFORM
               IF WS-REVERSALS-WRITTEN > ZERO
                  CLOSE JOURNAL-FILE
                  OPEN OUTPUT ENTRY-CONTROL-FILE
                  MOVE WS-NEXT-ENTRY-NO TO EC-NEXT-ENTRY-NO
                  WRITE ENTRY-CONTROL-RECORD
                  CLOSE ENTRY-CONTROL-FILE
                  DISPLAY "Accruals auto-reversed: "
                     WS-REVERSALS-WRITTEN
               END-IF
            END-IF.

       1210-NOTE-REVERSAL-LINE.
            EVALUATE TRUE
               WHEN JE-LINE-IS-REVERSING
                  IF JE-ENTRY-NO NOT = WS-RV-LAST-ENTRY-NO
                     PERFORM 1220-HOLD-REVERSING-ENTRY
                  END-IF
                  IF WS-RX-COUNT >= 500
                     MOVE "Y" TO WS-RV-FULL-FLAG
                  ELSE
                     ADD 1 TO WS-RX-COUNT
                     SET WS-RX-IDX TO WS-RX-COUNT
                     MOVE JE-ENTRY-NO TO WS-RX-ENTRY-NO(WS-RX-IDX)
                     MOVE JE-LINE-ACCOUNT TO WS-RX-ACCOUNT(WS-RX-IDX)
                     MOVE JE-LINE-DC TO WS-RX-DC(WS-RX-IDX)
                     MOVE JE-LINE-AMOUNT TO WS-RX-AMOUNT(WS-RX-IDX)
                  END-IF
               WHEN JE-LINE-IS-AUTO-REVERSAL
                  PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                     UNTIL WS-RV-IDX > WS-RV-COUNT
                     IF WS-RV-ENTRY-NO(WS-RV-IDX) =
                           JE-REVERSES-ENTRY-NO
                        MOVE "Y" TO WS-RV-DONE-FLAG(WS-RV-IDX)
                     END-IF
                  END-PERFORM
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       1220-HOLD-REVERSING-ENTRY.
            MOVE JE-ENTRY-NO TO WS-RV-LAST-ENTRY-NO.
            IF WS-RV-COUNT >= 100
               MOVE "Y" TO WS-RV-FULL-FLAG
            ELSE
               ADD 1 TO WS-RV-COUNT
               SET WS-RV-IDX TO WS-RV-COUNT
               MOVE JE-ENTRY-NO TO WS-RV-ENTRY-NO(WS-RV-IDX)
               MOVE JE-LINE-DATE TO WS-RV-DATE(WS-RV-IDX)
               MOVE "N" TO WS-RV-DONE-FLAG(WS-RV-IDX)
            END-IF.

       1250-LOAD-CALENDAR.
            OPEN INPUT PERIOD-CALENDAR-FILE.
            IF WS-PERIOD-CALENDAR-STATUS = "00"
               MOVE LOW-VALUES TO PC-PERIOD-KEY
               START PERIOD-CALENDAR-FILE KEY >= PC-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-CALENDAR-EOF-FLAG
               END-START
               PERFORM UNTIL WS-CALENDAR-EOF
                  READ PERIOD-CALENDAR-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-CALENDAR-EOF-FLAG
                     NOT AT END
                        IF WS-CP-COUNT < 120
                           ADD 1 TO WS-CP-COUNT
                           SET WS-CP-IDX TO WS-CP-COUNT
                           MOVE PC-START-DATE
                              TO WS-CP-START-DATE(WS-CP-IDX)
                           MOVE PC-END-DATE
                              TO WS-CP-END-DATE(WS-CP-IDX)
                           MOVE PC-STATUS TO WS-CP-STATUS(WS-CP-IDX)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
            ELSE
               DISPLAY "No PERIOD-CALENDAR file - reversing accruals "
                  "wait until the periods are defined."
            END-IF.

       1270-READ-ENTRY-CONTROL.
            OPEN INPUT ENTRY-CONTROL-FILE.
            IF WS-ENTRY-CONTROL-STATUS = "00"
               READ ENTRY-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE EC-NEXT-ENTRY-NO TO WS-NEXT-ENTRY-NO
               END-READ
               CLOSE ENTRY-CONTROL-FILE
            END-IF.

      *> An accrual whose date falls in a closed period is mirrored
      *> into the first day of the calendar row after it; with no
      *> next period defined yet it keeps waiting.
       1300-REVERSE-IF-PERIOD-CLOSED.
            MOVE ZERO TO WS-CP-FOUND.
            PERFORM VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-COUNT
               IF WS-RV-DATE(WS-RV-IDX) >= WS-CP-START-DATE(WS-CP-SUB)
                     AND WS-RV-DATE(WS-RV-IDX) <=
                        WS-CP-END-DATE(WS-CP-SUB)
                  MOVE WS-CP-SUB TO WS-CP-FOUND
               END-IF
            END-PERFORM.
            IF WS-CP-FOUND > ZERO AND WS-CP-FOUND < WS-CP-COUNT
               IF WS-CP-STATUS(WS-CP-FOUND) = "C"
                  ADD 1 TO WS-CP-FOUND
                  MOVE WS-CP-START-DATE(WS-CP-FOUND) TO WS-MIRROR-DATE
                  PERFORM 1350-WRITE-MIRROR-ENTRY
               END-IF
            END-IF.

       1350-WRITE-MIRROR-ENTRY.
            IF WS-REVERSALS-WRITTEN = ZERO
               OPEN EXTEND JOURNAL-FILE
            END-IF.
            PERFORM VARYING WS-RX-IDX FROM 1 BY 1
               UNTIL WS-RX-IDX > WS-RX-COUNT
               IF WS-RX-ENTRY-NO(WS-RX-IDX) =
                     WS-RV-ENTRY-NO(WS-RV-IDX)
                  MOVE "L" TO JE-RECORD-TYPE
                  MOVE SPACES TO JE-DETAIL
                  MOVE WS-NEXT-ENTRY-NO TO JE-ENTRY-NO
                  MOVE WS-RX-ACCOUNT(WS-RX-IDX) TO JE-LINE-ACCOUNT
                  IF WS-RX-DC(WS-RX-IDX) = "D"
                     MOVE "C" TO JE-LINE-DC
                  ELSE
                     MOVE "D" TO JE-LINE-DC
                  END-IF
                  MOVE WS-RX-AMOUNT(WS-RX-IDX) TO JE-LINE-AMOUNT
                  MOVE "AUTOREV" TO JE-LINE-SOURCE
                  MOVE WS-MIRROR-DATE TO JE-LINE-DATE
                  MOVE "A" TO JE-LINE-REVERSE-FLAG
                  MOVE WS-RV-ENTRY-NO(WS-RV-IDX)
                     TO JE-REVERSES-ENTRY-NO
                  WRITE JOURNAL-ENTRY-RECORD
               END-IF
            END-PERFORM.
            DISPLAY "Accrual entry " WS-RV-ENTRY-NO(WS-RV-IDX)
               " reversed as entry " WS-NEXT-ENTRY-NO " dated "
               WS-MIRROR-DATE ".".
            MOVE "Y" TO WS-RV-DONE-FLAG(WS-RV-IDX).
            ADD 1 TO WS-NEXT-ENTRY-NO.
            ADD 1 TO WS-REVERSALS-WRITTEN.

       2000-POST-OR-SKIP-ENTRY.
            ADD 1 TO WS-CURRENT-RECORD-NUM.
            IF WS-CURRENT-RECORD-NUM > WS-CKPT-COUNT
