      *          account against the chart. A compound entry cannot
      *          be finished until its debits equal its credits -
      *          the old one-pair safety kept, without the
      *          straitjacket. A month-end accrual can be keyed as
      *          reversing, dated into the period it belongs to: it
      *          is written as a numbered entry (a simple pair as its
      *          two lines) that GL-POST mirrors into the next period
      *          once this one closes, so nobody has to remember to
      *          key the opposite entry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-ACCOUNT-OK-FLAG       PIC X.
               88  WS-ACCOUNT-OK                  VALUE "Y".
           05  WS-NEXT-ENTRY-NO         PIC 9(5)    VALUE 1.
           05  WS-REVERSING-FLAG        PIC X       VALUE "N".
               88  WS-REVERSING                   VALUE "Y".
           05  WS-REVERSING-INPUT       PIC X.
           05  WS-ENTRY-DATE            PIC 9(8).
           05  WS-DATE-INPUT            PIC X(8).

      *> One compound entry being built: nothing reaches the file
      *> until the debit and credit totals agree, so an abandoned
            PERFORM WITH TEST AFTER UNTIL WS-CONTINUE-FLAG = "N" OR "n"
               DISPLAY "(S)imple pair or (C)ompound multi-line: "
               ACCEPT WS-SHAPE-CHOICE
               PERFORM 1500-ASK-REVERSING
               IF WS-SHAPE-CHOICE = "C" OR "c"
                  PERFORM 4000-ENTER-COMPOUND-ENTRY
               ELSE
                  "once to seed it; accounts unvalidated this run."
            END-IF.

      *> A reversing accrual is dated into the period it accrues for
      *> (normally its last day); anything else is dated today.
       1500-ASK-REVERSING.
            MOVE "N" TO WS-REVERSING-FLAG.
            ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD.
            DISPLAY "Reversing accrual - mirror it into the next "
               "period when this one closes? (Y/N): ".
            MOVE SPACES TO WS-REVERSING-INPUT.
            ACCEPT WS-REVERSING-INPUT.
            IF WS-REVERSING-INPUT = "Y" OR "y"
               MOVE "Y" TO WS-REVERSING-FLAG
               DISPLAY "Accrual date (YYYYMMDD, ENTER = today): "
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS NUMERIC
                  MOVE WS-DATE-INPUT TO WS-ENTRY-DATE
               END-IF
            END-IF.

       2000-ENTER-ONE-JOURNAL.
            DISPLAY "Debit account (4 digits): ".
            ACCEPT WS-DEBIT-INPUT.
                  ACCEPT JE-AMOUNT
                  MOVE "MANUAL" TO JE-SOURCE
                  MOVE JE-ENTRY-DATE TO JE-SOURCE-DATE
                  EVALUATE TRUE
                     WHEN JE-AMOUNT = ZERO
                        DISPLAY "Zero amount - entry refused."
                     WHEN WS-REVERSING
                        PERFORM 2200-WRITE-PAIR-AS-LINES
                     WHEN OTHER
                        WRITE JOURNAL-ENTRY-RECORD
                        ADD 1 TO WS-ENTRIES-WRITTEN
                        DISPLAY "Entry written - post with GL-POST."
                  END-EVALUATE
               END-IF
            END-IF.

               END-READ
            END-IF.

      *> A D record has no entry number for the mirror to point
      *> back to, so a reversing pair goes out as a two-line entry.
       2200-WRITE-PAIR-AS-LINES.
            MOVE 2 TO WS-CL-COUNT.
            MOVE WS-DEBIT-INPUT TO WS-CL-ACCOUNT(1).
            MOVE "D" TO WS-CL-DC(1).
            MOVE JE-AMOUNT TO WS-CL-AMOUNT(1).
            MOVE WS-CREDIT-INPUT TO WS-CL-ACCOUNT(2).
            MOVE "C" TO WS-CL-DC(2).
            MOVE JE-AMOUNT TO WS-CL-AMOUNT(2).
            PERFORM 4300-WRITE-ENTRY-LINES.

       3000-WRITE-JOURNAL-TRAILER.
            MOVE "T" TO JE-RECORD-TYPE.
            MOVE SPACES TO JE-DETAIL.
               MOVE WS-CL-DC(WS-CL-IDX) TO JE-LINE-DC
               MOVE WS-CL-AMOUNT(WS-CL-IDX) TO JE-LINE-AMOUNT
               MOVE "MANUAL" TO JE-LINE-SOURCE
               MOVE WS-ENTRY-DATE TO JE-LINE-DATE
               IF WS-REVERSING
                  MOVE "R" TO JE-LINE-REVERSE-FLAG
               END-IF
               WRITE JOURNAL-ENTRY-RECORD
            END-PERFORM.
            ADD 1 TO WS-ENTRIES-WRITTEN.
            DISPLAY "Compound entry " WS-NEXT-ENTRY-NO " written ("
               WS-CL-COUNT " lines) - post with GL-POST.".
            IF WS-REVERSING
               DISPLAY "Entry " WS-NEXT-ENTRY-NO " reverses "
                  "automatically once the period holding "
                  WS-ENTRY-DATE " is closed."
            END-IF.
            ADD 1 TO WS-NEXT-ENTRY-NO.
       END PROGRAM JOURNAL-ENTRY.
