      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Journal template maintenance - lists, adds, replaces
      *          and inactivates the JOURNAL-TEMPLATE rows: standing
      *          compound entries (rent, insurance amortisation, the
      *          bank's fixed service charge) with a frequency and a
      *          start and end fiscal period. Lines are keyed the way
      *          JOURNAL-ENTRY takes a compound entry, every account
      *          checked against the chart, and a template cannot be
      *          saved until its debits equal its credits.
      *          JOURNAL-TEMPLATE-POST writes them into the journal
      *          period by period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-TEMPLATE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-TEMPLATE-FILE ASSIGN TO "JETMPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JT-TEMPLATE-ID
               FILE STATUS IS WS-JOURNAL-TEMPLATE-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-TEMPLATE-FILE.
       COPY JETMPL.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-TEMPLATE-STATUS PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".

       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-ID-INPUT              PIC X(6).
           05  WS-EXISTING-FLAG         PIC X.
               88  WS-TEMPLATE-EXISTS             VALUE "Y".
           05  WS-FIELDS-OK-FLAG        PIC X.
               88  WS-FIELDS-OK                   VALUE "Y".
           05  WS-FREQUENCY-INPUT       PIC X.
           05  WS-PERIOD-INPUT          PIC X(6).
           05  WS-ACCOUNT-OK-FLAG       PIC X.
               88  WS-ACCOUNT-OK                  VALUE "Y".
           05  WS-LINE-IDX              PIC 99.

      *> The template's lines gather here; nothing reaches the file
      *> until the debit and credit totals agree.
       01  WS-COMPOUND-WORK.
           05  WS-CL-ENTRY OCCURS 10 TIMES INDEXED BY WS-CL-IDX.
               10  WS-CL-ACCOUNT           PIC 9(4).
               10  WS-CL-DC                PIC X.
               10  WS-CL-AMOUNT            PIC 9(7)V99.
       01  WS-CL-COUNT               PIC 99.
       01  WS-CL-DEBIT-TOTAL         PIC 9(9)V99.
       01  WS-CL-CREDIT-TOTAL        PIC 9(9)V99.
       01  WS-CL-DONE-FLAG           PIC X.
           88  WS-CL-DONE                        VALUE "Y".
       01  WS-CL-SAVE-FLAG           PIC X.
           88  WS-CL-SAVE                        VALUE "Y".
       01  WS-CL-ACCT-INPUT          PIC X(4).
       01  WS-CL-DC-INPUT            PIC X.
       01  WS-CL-AMOUNT-INPUT        PIC 9(7)V99.

       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-TPL==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Journal Template Maintenance ---".
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/replace, I=inactivate, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-TEMPLATES
                  WHEN "A"
                  WHEN "a"
                     PERFORM 3000-ADD-OR-REPLACE-TEMPLATE
                  WHEN "I"
                  WHEN "i"
                     PERFORM 4000-INACTIVATE-TEMPLATE
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE JOURNAL-TEMPLATE-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               CLOSE CHART-ACCOUNT-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O JOURNAL-TEMPLATE-FILE.
            IF WS-JOURNAL-TEMPLATE-STATUS = "35"
               OPEN OUTPUT JOURNAL-TEMPLATE-FILE
               CLOSE JOURNAL-TEMPLATE-FILE
               OPEN I-O JOURNAL-TEMPLATE-FILE
            END-IF.
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS NOT = "00"
               DISPLAY "No CHART-OF-ACCOUNTS file yet - run GL-POST "
                  "once to seed it; accounts unvalidated this run."
            END-IF.

       2000-LIST-TEMPLATES.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO JT-TEMPLATE-ID.
            START JOURNAL-TEMPLATE-FILE KEY >= JT-TEMPLATE-ID
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "ID     DESCRIPTION          F FROM   TO     A".
            PERFORM UNTIL WS-LIST-EOF
               READ JOURNAL-TEMPLATE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     DISPLAY JT-TEMPLATE-ID " " JT-DESCRIPTION " "
                        JT-FREQUENCY " " JT-START-PERIOD " "
                        JT-END-PERIOD " " JT-ACTIVE-FLAG
                     PERFORM 2100-LIST-TEMPLATE-LINES
               END-READ
            END-PERFORM.

       2100-LIST-TEMPLATE-LINES.
            PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > JT-LINE-COUNT
               OR WS-LINE-IDX > 10
               MOVE JT-LINE-AMOUNT(WS-LINE-IDX)
                  TO WS-TPL-EDIT-ZERO-SUPPRESS
               DISPLAY "         " JT-LINE-ACCOUNT(WS-LINE-IDX) " "
                  JT-LINE-DC(WS-LINE-IDX) " "
                  WS-TPL-EDIT-ZERO-SUPPRESS
            END-PERFORM.

      *> An existing template is replaced whole - header and lines -
      *> so a changed rent is re-keyed, not patched line by line.
       3000-ADD-OR-REPLACE-TEMPLATE.
            DISPLAY "Template id (6 chars): ".
            MOVE SPACES TO WS-ID-INPUT.
            ACCEPT WS-ID-INPUT.
            IF WS-ID-INPUT = SPACES
               DISPLAY "Blank id - nothing changed."
            ELSE
               MOVE WS-ID-INPUT TO JT-TEMPLATE-ID
               MOVE "N" TO WS-EXISTING-FLAG
               READ JOURNAL-TEMPLATE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "Y" TO WS-EXISTING-FLAG
                     DISPLAY "Current: " JT-DESCRIPTION " "
                        JT-FREQUENCY " " JT-START-PERIOD "-"
                        JT-END-PERIOD " - it will be replaced."
               END-READ
               PERFORM 3100-ACCEPT-TEMPLATE-FIELDS
               IF WS-FIELDS-OK
                  PERFORM 3200-ENTER-TEMPLATE-LINES
                  IF WS-CL-SAVE
                     PERFORM 3300-SAVE-TEMPLATE
                  END-IF
               END-IF
            END-IF.

       3100-ACCEPT-TEMPLATE-FIELDS.
            MOVE "Y" TO WS-FIELDS-OK-FLAG.
            MOVE WS-ID-INPUT TO JT-TEMPLATE-ID.
            DISPLAY "Description: ".
            ACCEPT JT-DESCRIPTION.
            DISPLAY "Frequency (M=every period, Q=quarterly, "
               "A=annual): ".
            ACCEPT WS-FREQUENCY-INPUT.
            EVALUATE WS-FREQUENCY-INPUT
               WHEN "M"
               WHEN "m"
                  MOVE "M" TO JT-FREQUENCY
               WHEN "Q"
               WHEN "q"
                  MOVE "Q" TO JT-FREQUENCY
               WHEN "A"
               WHEN "a"
                  MOVE "A" TO JT-FREQUENCY
               WHEN OTHER
                  DISPLAY "Frequency must be M, Q or A - nothing "
                     "changed."
                  MOVE "N" TO WS-FIELDS-OK-FLAG
            END-EVALUATE.
            IF WS-FIELDS-OK
               DISPLAY "First period (YYYYPP): "
               MOVE SPACES TO WS-PERIOD-INPUT
               ACCEPT WS-PERIOD-INPUT
               IF WS-PERIOD-INPUT IS NOT NUMERIC OR
                     WS-PERIOD-INPUT(5:2) < "01" OR
                     WS-PERIOD-INPUT(5:2) > "12"
                  DISPLAY "Invalid period - nothing changed."
                  MOVE "N" TO WS-FIELDS-OK-FLAG
               ELSE
                  MOVE WS-PERIOD-INPUT TO JT-START-PERIOD
               END-IF
            END-IF.
            IF WS-FIELDS-OK
               DISPLAY "Last period (YYYYPP, ENTER = no end): "
               MOVE SPACES TO WS-PERIOD-INPUT
               ACCEPT WS-PERIOD-INPUT
               EVALUATE TRUE
                  WHEN WS-PERIOD-INPUT = SPACES
                     MOVE "999999" TO JT-END-PERIOD
                  WHEN WS-PERIOD-INPUT IS NOT NUMERIC
                     DISPLAY "Invalid period - nothing changed."
                     MOVE "N" TO WS-FIELDS-OK-FLAG
                  WHEN WS-PERIOD-INPUT < JT-START-PERIOD
                     DISPLAY "Last period is before the first - "
                        "nothing changed."
                     MOVE "N" TO WS-FIELDS-OK-FLAG
                  WHEN OTHER
                     MOVE WS-PERIOD-INPUT TO JT-END-PERIOD
               END-EVALUATE
            END-IF.

      *> Lines are taken exactly as JOURNAL-ENTRY takes a compound
      *> entry: = saves once the totals balance, X abandons.
       3200-ENTER-TEMPLATE-LINES.
            MOVE ZERO TO WS-CL-COUNT.
            MOVE ZERO TO WS-CL-DEBIT-TOTAL.
            MOVE ZERO TO WS-CL-CREDIT-TOTAL.
            MOVE "N" TO WS-CL-DONE-FLAG.
            MOVE "N" TO WS-CL-SAVE-FLAG.
            DISPLAY "Template lines - = saves, X abandons.".
            PERFORM UNTIL WS-CL-DONE
               DISPLAY "Account (4 digits, = to save, X to "
                  "abandon): "
               ACCEPT WS-CL-ACCT-INPUT
               EVALUATE TRUE
                  WHEN WS-CL-ACCT-INPUT(1:1) = "="
                     PERFORM 3210-TRY-FINISH-TEMPLATE
                  WHEN WS-CL-ACCT-INPUT(1:1) = "X" OR
                        WS-CL-ACCT-INPUT(1:1) = "x"
                     DISPLAY "Template abandoned - nothing changed."
                     MOVE "Y" TO WS-CL-DONE-FLAG
                  WHEN WS-CL-ACCT-INPUT IS NOT NUMERIC
                     DISPLAY "Not an account number."
                  WHEN OTHER
                     PERFORM 3220-TAKE-ONE-LINE
               END-EVALUATE
            END-PERFORM.

       3210-TRY-FINISH-TEMPLATE.
            IF WS-CL-COUNT < 2
               DISPLAY "A template needs at least two lines."
            ELSE
               IF WS-CL-DEBIT-TOTAL NOT = WS-CL-CREDIT-TOTAL
                  DISPLAY "Debits " WS-CL-DEBIT-TOTAL
                     " and credits " WS-CL-CREDIT-TOTAL
                     " disagree - template cannot be saved."
               ELSE
                  MOVE "Y" TO WS-CL-SAVE-FLAG
                  MOVE "Y" TO WS-CL-DONE-FLAG
               END-IF
            END-IF.

       3220-TAKE-ONE-LINE.
            IF WS-CL-COUNT >= 10
               DISPLAY "Template is full (10 lines)."
            ELSE
               MOVE "Y" TO WS-ACCOUNT-OK-FLAG
               IF WS-CHART-ACCOUNT-STATUS = "00"
                  MOVE WS-CL-ACCT-INPUT TO CA-ACCOUNT-NO
                  READ CHART-ACCOUNT-FILE
                     INVALID KEY
                        DISPLAY "Account not on the chart - line "
                           "refused."
                        MOVE "N" TO WS-ACCOUNT-OK-FLAG
                  END-READ
               END-IF
               IF WS-ACCOUNT-OK
                  DISPLAY "(D)ebit or (C)redit: "
                  ACCEPT WS-CL-DC-INPUT
                  DISPLAY "Amount (baht): "
                  ACCEPT WS-CL-AMOUNT-INPUT
                  IF WS-CL-AMOUNT-INPUT = ZERO
                     DISPLAY "Zero amount - line refused."
                  ELSE
                     ADD 1 TO WS-CL-COUNT
                     SET WS-CL-IDX TO WS-CL-COUNT
                     MOVE WS-CL-ACCT-INPUT
                        TO WS-CL-ACCOUNT(WS-CL-IDX)
                     IF WS-CL-DC-INPUT = "C" OR "c"
                        MOVE "C" TO WS-CL-DC(WS-CL-IDX)
                        ADD WS-CL-AMOUNT-INPUT
                           TO WS-CL-CREDIT-TOTAL
                     ELSE
                        MOVE "D" TO WS-CL-DC(WS-CL-IDX)
                        ADD WS-CL-AMOUNT-INPUT
                           TO WS-CL-DEBIT-TOTAL
                     END-IF
                     MOVE WS-CL-AMOUNT-INPUT
                        TO WS-CL-AMOUNT(WS-CL-IDX)
                     DISPLAY "Line " WS-CL-COUNT " held. DR "
                        WS-CL-DEBIT-TOTAL " / CR "
                        WS-CL-CREDIT-TOTAL
                  END-IF
               END-IF
            END-IF.

       3300-SAVE-TEMPLATE.
            MOVE "A" TO JT-ACTIVE-FLAG.
            MOVE WS-CL-COUNT TO JT-LINE-COUNT.
            PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 10
               IF WS-LINE-IDX > WS-CL-COUNT
                  MOVE ZERO TO JT-LINE-ACCOUNT(WS-LINE-IDX)
                  MOVE SPACE TO JT-LINE-DC(WS-LINE-IDX)
                  MOVE ZERO TO JT-LINE-AMOUNT(WS-LINE-IDX)
               ELSE
                  MOVE WS-CL-ACCOUNT(WS-LINE-IDX)
                     TO JT-LINE-ACCOUNT(WS-LINE-IDX)
                  MOVE WS-CL-DC(WS-LINE-IDX)
                     TO JT-LINE-DC(WS-LINE-IDX)
                  MOVE WS-CL-AMOUNT(WS-LINE-IDX)
                     TO JT-LINE-AMOUNT(WS-LINE-IDX)
               END-IF
            END-PERFORM.
            IF WS-TEMPLATE-EXISTS
               REWRITE JOURNAL-TEMPLATE-RECORD
               DISPLAY "Template replaced."
            ELSE
               WRITE JOURNAL-TEMPLATE-RECORD
               DISPLAY "Template added."
            END-IF.

       4000-INACTIVATE-TEMPLATE.
            DISPLAY "Template id to inactivate: ".
            MOVE SPACES TO WS-ID-INPUT.
            ACCEPT WS-ID-INPUT.
            MOVE WS-ID-INPUT TO JT-TEMPLATE-ID.
            READ JOURNAL-TEMPLATE-FILE
               INVALID KEY
                  DISPLAY "No such template."
               NOT INVALID KEY
                  MOVE "I" TO JT-ACTIVE-FLAG
                  REWRITE JOURNAL-TEMPLATE-RECORD
                  DISPLAY "Template inactivated - it is no longer "
                     "generated; entries already posted stand."
            END-READ.
       END PROGRAM JOURNAL-TEMPLATE-MAINT.
