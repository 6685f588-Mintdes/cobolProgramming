      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Chargeback case maintenance - lists the disputed
      *          card sales still waiting on a decision, with the
      *          date our evidence is due, and records the day the
      *          evidence went to the processor (the case becomes
      *          represented). The outcome itself arrives on the
      *          processor's file through CHARGEBACK-IMPORT, which
      *          does the journal postings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-FILE ASSIGN TO "CARDCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CASE-ID
               FILE STATUS IS WS-CHARGEBACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-FILE.
       COPY CHGBACK.

       WORKING-STORAGE SECTION.
       01  WS-CHARGEBACK-STATUS      PIC XX.
       01  WS-CHOICE                 PIC X.
       01  WS-EXIT-FLAG              PIC X       VALUE "N".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-TODAY-DATE             PIC 9(8).
       01  WS-CASE-INPUT             PIC X(12).
       01  WS-SENT-DATE              PIC 9(8).
       01  WS-OVERDUE-MARK           PIC X(8).
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-AMT==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Chargeback Cases ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN I-O CHARGEBACK-FILE.
            IF WS-CHARGEBACK-STATUS = "35"
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
               OPEN I-O CHARGEBACK-FILE
            END-IF.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list undecided cases, P=evidence sent, "
                  "X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-CASES
                  WHEN "P"
                  WHEN "p"
                     PERFORM 3000-MARK-REPRESENTED
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE CHARGEBACK-FILE.
            GOBACK.

       2000-LIST-CASES.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO CB-CASE-ID.
            START CHARGEBACK-FILE KEY >= CB-CASE-ID
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "CASE         CARD REF         MC OPENED   "
               "EVID DUE        AMOUNT ST".
            PERFORM UNTIL WS-LIST-EOF
               READ CHARGEBACK-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF CB-IS-UNDECIDED
                        PERFORM 2100-SHOW-ONE-CASE
                     END-IF
               END-READ
            END-PERFORM.

       2100-SHOW-ONE-CASE.
            MOVE SPACES TO WS-OVERDUE-MARK.
            IF CB-IS-OPEN AND CB-EVIDENCE-DUE-DATE < WS-TODAY-DATE
               MOVE "OVERDUE" TO WS-OVERDUE-MARK
            END-IF.
            MOVE CB-AMOUNT TO WS-AMT-EDIT-ZERO-SUPPRESS.
            DISPLAY CB-CASE-ID " " CB-CARD-REF " " CB-MACHINE-ID " "
               CB-OPENED-DATE " " CB-EVIDENCE-DUE-DATE " "
               WS-AMT-EDIT-ZERO-SUPPRESS " " CB-STATUS " "
               WS-OVERDUE-MARK.

       3000-MARK-REPRESENTED.
            DISPLAY "Case ID: ".
            MOVE SPACES TO WS-CASE-INPUT.
            ACCEPT WS-CASE-INPUT.
            MOVE WS-CASE-INPUT TO CB-CASE-ID.
            READ CHARGEBACK-FILE
               INVALID KEY
                  DISPLAY "No such case."
               NOT INVALID KEY
                  IF NOT CB-IS-OPEN
                     DISPLAY "Case is not open (status " CB-STATUS
                        ") - nothing changed."
                  ELSE
                     PERFORM 3100-TAKE-SENT-DATE
                  END-IF
            END-READ.

       3100-TAKE-SENT-DATE.
            DISPLAY "Date evidence sent (YYYYMMDD, blank=today): ".
            MOVE ZERO TO WS-SENT-DATE.
            ACCEPT WS-SENT-DATE.
            IF WS-SENT-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-SENT-DATE
            END-IF.
            IF WS-SENT-DATE < CB-OPENED-DATE
               DISPLAY "Evidence cannot predate the chargeback - "
                  "nothing changed."
            ELSE
               MOVE WS-SENT-DATE TO CB-REPRESENTED-DATE
               MOVE "P" TO CB-STATUS
               REWRITE CHARGEBACK-RECORD
               IF WS-SENT-DATE > CB-EVIDENCE-DUE-DATE
                  DISPLAY "Case represented - evidence was LATE "
                     "(due " CB-EVIDENCE-DUE-DATE ")."
               ELSE
                  DISPLAY "Case represented."
               END-IF
            END-IF.
       END PROGRAM CHARGEBACK-MAINT.
