      * three credits, whatever audit can actually read) is a run of
      * L records sharing one JE-ENTRY-NO: the capture program
      * refuses to finish one whose debits and credits disagree, and
      * GL-POST applies the whole run or none of it. A compound
      * entry marked reversing (a month-end accrual) is mirrored by
      * GL-POST into the first day of the next period once its own
      * period is closed.
      ******************************************************************
       01  JOURNAL-ENTRY-RECORD.
           05  JE-RECORD-TYPE          PIC X       VALUE "D".
               10  JE-LINE-AMOUNT          PIC 9(7)V99.
               10  JE-LINE-SOURCE          PIC X(10).
               10  JE-LINE-DATE            PIC 9(8).
      *> An accrual keyed as reversing carries R on every line; once
      *> its period closes GL-POST appends the mirror entry, whose
      *> lines carry A and the number of the entry they reverse.
               10  JE-LINE-REVERSE-FLAG    PIC X.
                   88  JE-LINE-IS-REVERSING        VALUE "R".
                   88  JE-LINE-IS-AUTO-REVERSAL    VALUE "A".
               10  JE-REVERSES-ENTRY-NO    PIC 9(5).
           05  JE-TRAILER REDEFINES JE-DETAIL.
               10  JE-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(36).
