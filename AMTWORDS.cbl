      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Amount-in-words subprogram - spells a money amount
      *          out the way it goes on the legal line of a check,
      *          "ONE THOUSAND TWO HUNDRED THIRTY-FOUR AND 56/100",
      *          broken over two lines at a word boundary to the width
      *          the caller prints at. Kept apart from the check print
      *          so anything else that needs the legal amount (a
      *          reprint, a manual check form) CALLs the same words.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMOUNT-IN-WORDS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ONES-VALUES.
           05  FILLER   PIC X(9)      VALUE "ONE".
           05  FILLER   PIC X(9)      VALUE "TWO".
           05  FILLER   PIC X(9)      VALUE "THREE".
           05  FILLER   PIC X(9)      VALUE "FOUR".
           05  FILLER   PIC X(9)      VALUE "FIVE".
           05  FILLER   PIC X(9)      VALUE "SIX".
           05  FILLER   PIC X(9)      VALUE "SEVEN".
           05  FILLER   PIC X(9)      VALUE "EIGHT".
           05  FILLER   PIC X(9)      VALUE "NINE".
           05  FILLER   PIC X(9)      VALUE "TEN".
           05  FILLER   PIC X(9)      VALUE "ELEVEN".
           05  FILLER   PIC X(9)      VALUE "TWELVE".
           05  FILLER   PIC X(9)      VALUE "THIRTEEN".
           05  FILLER   PIC X(9)      VALUE "FOURTEEN".
           05  FILLER   PIC X(9)      VALUE "FIFTEEN".
           05  FILLER   PIC X(9)      VALUE "SIXTEEN".
           05  FILLER   PIC X(9)      VALUE "SEVENTEEN".
           05  FILLER   PIC X(9)      VALUE "EIGHTEEN".
           05  FILLER   PIC X(9)      VALUE "NINETEEN".
       01  WS-ONES-TABLE REDEFINES WS-ONES-VALUES.
           05  WS-ONES-WORD             PIC X(9) OCCURS 19 TIMES.

       01  WS-TENS-VALUES.
           05  FILLER   PIC X(7)      VALUE "TEN".
           05  FILLER   PIC X(7)      VALUE "TWENTY".
           05  FILLER   PIC X(7)      VALUE "THIRTY".
           05  FILLER   PIC X(7)      VALUE "FORTY".
           05  FILLER   PIC X(7)      VALUE "FIFTY".
           05  FILLER   PIC X(7)      VALUE "SIXTY".
           05  FILLER   PIC X(7)      VALUE "SEVENTY".
           05  FILLER   PIC X(7)      VALUE "EIGHTY".
           05  FILLER   PIC X(7)      VALUE "NINETY".
       01  WS-TENS-TABLE REDEFINES WS-TENS-VALUES.
           05  WS-TENS-WORD             PIC X(7) OCCURS 9 TIMES.

       01  WS-AMOUNT-PARTS.
           05  WS-WHOLE                 PIC 9(7).
           05  WS-CENTS                 PIC 99.
           05  WS-MILLIONS              PIC 9.
           05  WS-BELOW-MILLION         PIC 9(6).
           05  WS-THOUSANDS             PIC 999.
           05  WS-UNITS                 PIC 999.
           05  WS-GROUP                 PIC 999.
           05  WS-HUNDREDS              PIC 9.
           05  WS-REST                  PIC 99.
           05  WS-TENS-DIGIT            PIC 9.
           05  WS-ONES-DIGIT            PIC 9.

       01  WS-WORD-CONTROLS.
           05  WS-WORD                  PIC X(20).
           05  WS-WORD-LEN              PIC 99.
           05  WS-WIDTH                 PIC 99.
           05  WS-LINE-NO               PIC 9.
           05  WS-PTR-1                 PIC 99.
           05  WS-PTR-2                 PIC 99.

       LINKAGE SECTION.
       COPY AMTWPRM.

       PROCEDURE DIVISION USING AMOUNT-WORDS-PARMS.
       MAIN-PROCEDURE.
            MOVE SPACES TO AW-LINE-1 AW-LINE-2.
            MOVE AW-LINE-WIDTH TO WS-WIDTH.
            IF WS-WIDTH = ZERO OR WS-WIDTH > 70
               MOVE 70 TO WS-WIDTH
            END-IF.
            MOVE 1 TO WS-LINE-NO.
            MOVE 1 TO WS-PTR-1.
            MOVE 1 TO WS-PTR-2.
            MOVE AW-AMOUNT TO WS-WHOLE.
            COMPUTE WS-CENTS = (AW-AMOUNT - WS-WHOLE) * 100.
            DIVIDE WS-WHOLE BY 1000000 GIVING WS-MILLIONS
               REMAINDER WS-BELOW-MILLION.
            DIVIDE WS-BELOW-MILLION BY 1000 GIVING WS-THOUSANDS
               REMAINDER WS-UNITS.
            IF WS-WHOLE = ZERO
               MOVE "ZERO" TO WS-WORD
               PERFORM 3000-APPEND-WORD
            END-IF.
            IF WS-MILLIONS > ZERO
               MOVE WS-MILLIONS TO WS-GROUP
               PERFORM 2000-SAY-GROUP
               MOVE "MILLION" TO WS-WORD
               PERFORM 3000-APPEND-WORD
            END-IF.
            IF WS-THOUSANDS > ZERO
               MOVE WS-THOUSANDS TO WS-GROUP
               PERFORM 2000-SAY-GROUP
               MOVE "THOUSAND" TO WS-WORD
               PERFORM 3000-APPEND-WORD
            END-IF.
            IF WS-UNITS > ZERO
               MOVE WS-UNITS TO WS-GROUP
               PERFORM 2000-SAY-GROUP
            END-IF.
            MOVE "AND" TO WS-WORD.
            PERFORM 3000-APPEND-WORD.
            MOVE SPACES TO WS-WORD.
            STRING WS-CENTS "/100" DELIMITED BY SIZE INTO WS-WORD
            END-STRING.
            PERFORM 3000-APPEND-WORD.
            GOBACK.

      *> One group of up to three digits: "SEVEN HUNDRED", then the
      *> teens from the ones table or a hyphenated "FORTY-TWO".
       2000-SAY-GROUP.
            DIVIDE WS-GROUP BY 100 GIVING WS-HUNDREDS
               REMAINDER WS-REST.
            IF WS-HUNDREDS > ZERO
               MOVE WS-ONES-WORD(WS-HUNDREDS) TO WS-WORD
               PERFORM 3000-APPEND-WORD
               MOVE "HUNDRED" TO WS-WORD
               PERFORM 3000-APPEND-WORD
            END-IF.
            EVALUATE TRUE
               WHEN WS-REST = ZERO
                  CONTINUE
               WHEN WS-REST < 20
                  MOVE WS-ONES-WORD(WS-REST) TO WS-WORD
                  PERFORM 3000-APPEND-WORD
               WHEN OTHER
                  DIVIDE WS-REST BY 10 GIVING WS-TENS-DIGIT
                     REMAINDER WS-ONES-DIGIT
                  MOVE SPACES TO WS-WORD
                  IF WS-ONES-DIGIT = ZERO
                     MOVE WS-TENS-WORD(WS-TENS-DIGIT) TO WS-WORD
                  ELSE
                     STRING WS-TENS-WORD(WS-TENS-DIGIT)
                           DELIMITED BY SPACE
                        "-" DELIMITED BY SIZE
                        WS-ONES-WORD(WS-ONES-DIGIT)
                           DELIMITED BY SPACE
                        INTO WS-WORD
                     END-STRING
                  END-IF
                  PERFORM 3000-APPEND-WORD
            END-EVALUATE.

      *> A word that would run past the width on the first line
      *> starts the second, and everything after it follows there.
       3000-APPEND-WORD.
            MOVE ZERO TO WS-WORD-LEN.
            INSPECT WS-WORD TALLYING WS-WORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-LINE-NO = 1
               IF WS-PTR-1 + WS-WORD-LEN > WS-WIDTH + 1
                  OR (WS-PTR-1 > 1 AND
                      WS-PTR-1 + WS-WORD-LEN > WS-WIDTH)
                  MOVE 2 TO WS-LINE-NO
               END-IF
            END-IF.
            IF WS-LINE-NO = 1
               IF WS-PTR-1 > 1
                  ADD 1 TO WS-PTR-1
               END-IF
               STRING WS-WORD DELIMITED BY SPACE
                  INTO AW-LINE-1 WITH POINTER WS-PTR-1
               END-STRING
            ELSE
               IF WS-PTR-2 > 1
                  ADD 1 TO WS-PTR-2
               END-IF
               STRING WS-WORD DELIMITED BY SPACE
                  INTO AW-LINE-2 WITH POINTER WS-PTR-2
               END-STRING
            END-IF.
       END PROGRAM AMOUNT-IN-WORDS.
