      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Bank-account maintenance - lists, adds, updates and
      *          inactivates the BANK-ACCOUNT rows the check register
      *          runs on, and names the primary account. Each account
      *          carries its own next check and transfer numbers and
      *          its own asset account on the chart, written as a
      *          zero-balance row the first time it is named so
      *          GL-POST will take lines for it. First open seeds the
      *          three accounts the shop runs: operating (carrying on
      *          from the old CHKCTL.DAT check number), payroll, and
      *          the deposit-only account the vending cash goes to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ACCOUNT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-BANK-ID
               FILE STATUS IS WS-BANK-ACCOUNT-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-ACCOUNT-FILE.
       COPY BANKACCT.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CC-NEXT-CHECK-NUM       PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-BANK-ACCOUNT-STATUS    PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-CHECK-CONTROL-STATUS   PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".

       01  WS-SEED-ACCOUNTS.
           05  FILLER   PIC X(2)    VALUE "OP".
           05  FILLER   PIC X(20)   VALUE "OPERATING ACCOUNT".
           05  FILLER   PIC 9(4)    VALUE 1100.
           05  FILLER   PIC X       VALUE "O".
           05  FILLER   PIC 9(4)    VALUE 1001.
           05  FILLER   PIC X(2)    VALUE "PY".
           05  FILLER   PIC X(20)   VALUE "PAYROLL ACCOUNT".
           05  FILLER   PIC 9(4)    VALUE 1110.
           05  FILLER   PIC X       VALUE "P".
           05  FILLER   PIC 9(4)    VALUE 5001.
           05  FILLER   PIC X(2)    VALUE "VC".
           05  FILLER   PIC X(20)   VALUE "VENDING DEPOSITS".
           05  FILLER   PIC 9(4)    VALUE 1120.
           05  FILLER   PIC X       VALUE "D".
           05  FILLER   PIC 9(4)    VALUE ZERO.
       01  WS-SEED-TABLE REDEFINES WS-SEED-ACCOUNTS.
           05  WS-SEED-ENTRY OCCURS 3 TIMES.
               10  WS-SEED-ID          PIC X(2).
               10  WS-SEED-NAME        PIC X(20).
               10  WS-SEED-GL          PIC 9(4).
               10  WS-SEED-USE         PIC X.
               10  WS-SEED-CHECK-NUM   PIC 9(4).
       01  WS-SEED-IDX               PIC 9.

       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-ID-INPUT              PIC X(2).
           05  WS-NUMBER-INPUT          PIC X(4).
           05  WS-NUMBER-INPUT-R REDEFINES WS-NUMBER-INPUT
                                        PIC 9(4).
           05  WS-OLD-CHECK-NUM         PIC 9(4)    VALUE 1001.
           05  WS-GL-OK-FLAG            PIC X.
               88  WS-GL-OK                       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Bank Account Maintenance ---".
            PERFORM 1000-OPEN-BANK-ACCOUNT-FILE.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/update, I=inactivate, "
                  "P=make primary, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-ACCOUNTS
                  WHEN "A"
                  WHEN "a"
                     PERFORM 3000-ADD-OR-UPDATE-ACCOUNT
                  WHEN "I"
                  WHEN "i"
                     PERFORM 4000-INACTIVATE-ACCOUNT
                  WHEN "P"
                  WHEN "p"
                     PERFORM 5000-MAKE-PRIMARY
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE BANK-ACCOUNT-FILE.
            GOBACK.

      *> The operating account carries on from the check number the
      *> single control file had reached, so no number is reissued.
       1000-OPEN-BANK-ACCOUNT-FILE.
            OPEN I-O BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCOUNT-STATUS = "35"
               OPEN INPUT CHECK-CONTROL-FILE
               IF WS-CHECK-CONTROL-STATUS = "00"
                  READ CHECK-CONTROL-FILE
                     NOT AT END
                        MOVE CC-NEXT-CHECK-NUM TO WS-OLD-CHECK-NUM
                  END-READ
                  CLOSE CHECK-CONTROL-FILE
               END-IF
               MOVE WS-OLD-CHECK-NUM TO WS-SEED-CHECK-NUM(1)
               OPEN OUTPUT BANK-ACCOUNT-FILE
               PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                  UNTIL WS-SEED-IDX > 3
                  MOVE WS-SEED-ID(WS-SEED-IDX) TO BA-BANK-ID
                  MOVE WS-SEED-NAME(WS-SEED-IDX) TO BA-BANK-NAME
                  MOVE SPACES TO BA-BANK-ACCOUNT-NO
                  MOVE WS-SEED-GL(WS-SEED-IDX) TO BA-GL-ACCOUNT
                  MOVE WS-SEED-USE(WS-SEED-IDX) TO BA-USE
                  MOVE "N" TO BA-PRIMARY-FLAG
                  IF WS-SEED-IDX = 1
                     MOVE "Y" TO BA-PRIMARY-FLAG
                  END-IF
                  MOVE WS-SEED-CHECK-NUM(WS-SEED-IDX)
                     TO BA-NEXT-CHECK-NUM
                  MOVE 1 TO BA-NEXT-TRANSFER-NUM
                  MOVE "A" TO BA-ACTIVE-FLAG
                  WRITE BANK-ACCOUNT-RECORD
                  PERFORM 3200-ENSURE-CHART-ACCOUNT
               END-PERFORM
               CLOSE BANK-ACCOUNT-FILE
               OPEN I-O BANK-ACCOUNT-FILE
            END-IF.

       2000-LIST-ACCOUNTS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO BA-BANK-ID.
            START BANK-ACCOUNT-FILE KEY >= BA-BANK-ID
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "ID NAME                 BANK ACCT NO GL   U P "
               "NXCHK NXXFR A".
            PERFORM UNTIL WS-LIST-EOF
               READ BANK-ACCOUNT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     DISPLAY BA-BANK-ID " " BA-BANK-NAME " "
                        BA-BANK-ACCOUNT-NO " " BA-GL-ACCOUNT " "
                        BA-USE " " BA-PRIMARY-FLAG " "
                        BA-NEXT-CHECK-NUM "  " BA-NEXT-TRANSFER-NUM
                        "  " BA-ACTIVE-FLAG
               END-READ
            END-PERFORM.

       3000-ADD-OR-UPDATE-ACCOUNT.
            DISPLAY "Bank id (2 chars): ".
            ACCEPT WS-ID-INPUT.
            IF WS-ID-INPUT = SPACES
               DISPLAY "Blank id - nothing changed."
            ELSE
               MOVE WS-ID-INPUT TO BA-BANK-ID
               READ BANK-ACCOUNT-FILE
                  INVALID KEY
                     MOVE "N" TO BA-PRIMARY-FLAG
                     MOVE 1001 TO BA-NEXT-CHECK-NUM
                     MOVE 1 TO BA-NEXT-TRANSFER-NUM
                     PERFORM 3100-ACCEPT-ACCOUNT-FIELDS
                     IF WS-GL-OK
                        MOVE "A" TO BA-ACTIVE-FLAG
                        WRITE BANK-ACCOUNT-RECORD
                        PERFORM 3200-ENSURE-CHART-ACCOUNT
                        DISPLAY "Bank account added."
                     END-IF
                  NOT INVALID KEY
                     DISPLAY "Current: " BA-BANK-NAME " GL "
                        BA-GL-ACCOUNT " use " BA-USE
                        " next check " BA-NEXT-CHECK-NUM
                     PERFORM 3100-ACCEPT-ACCOUNT-FIELDS
                     IF WS-GL-OK
                        REWRITE BANK-ACCOUNT-RECORD
                        PERFORM 3200-ENSURE-CHART-ACCOUNT
                        DISPLAY "Bank account updated."
                     END-IF
               END-READ
            END-IF.

       3100-ACCEPT-ACCOUNT-FIELDS.
            MOVE WS-ID-INPUT TO BA-BANK-ID.
            DISPLAY "Account name: ".
            ACCEPT BA-BANK-NAME.
            DISPLAY "Bank's account number (12 chars): ".
            ACCEPT BA-BANK-ACCOUNT-NO.
            DISPLAY "Use - O=operating, P=payroll, D=deposit only: ".
            ACCEPT BA-USE.
            IF NOT BA-IS-PAYROLL AND NOT BA-IS-DEPOSIT-ONLY
               MOVE "O" TO BA-USE
            END-IF.
            DISPLAY "Next check number (4 digits, ENTER = keep "
               BA-NEXT-CHECK-NUM "): ".
            MOVE SPACES TO WS-NUMBER-INPUT.
            ACCEPT WS-NUMBER-INPUT.
            IF WS-NUMBER-INPUT IS NUMERIC
               MOVE WS-NUMBER-INPUT-R TO BA-NEXT-CHECK-NUM
            END-IF.
            MOVE "N" TO WS-GL-OK-FLAG.
            DISPLAY "Asset account on the chart (4 digits): ".
            MOVE SPACES TO WS-NUMBER-INPUT.
            ACCEPT WS-NUMBER-INPUT.
            IF WS-NUMBER-INPUT IS NUMERIC
               MOVE WS-NUMBER-INPUT-R TO BA-GL-ACCOUNT
               PERFORM 3150-CHECK-GL-ACCOUNT
            ELSE
               DISPLAY "Invalid account - nothing changed."
            END-IF.

      *> The account must be a bank account's kind of account: an
      *> asset. One already on the chart as anything else is
      *> refused; a new number is written when the row is saved.
       3150-CHECK-GL-ACCOUNT.
            MOVE "Y" TO WS-GL-OK-FLAG.
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE BA-GL-ACCOUNT TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF NOT CA-IS-ASSET
                        DISPLAY "Account " CA-ACCOUNT-NO " is "
                           CA-ACCOUNT-NAME " - not an asset "
                           "account. Nothing changed."
                        MOVE "N" TO WS-GL-OK-FLAG
                     END-IF
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

      *> GL-POST skips lines for accounts not on the chart, so the
      *> bank's asset account is written as a zero-balance row the
      *> first time it is named.
       3200-ENSURE-CHART-ACCOUNT.
            OPEN I-O CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "35"
               OPEN OUTPUT CHART-ACCOUNT-FILE
               CLOSE CHART-ACCOUNT-FILE
               OPEN I-O CHART-ACCOUNT-FILE
            END-IF.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE BA-GL-ACCOUNT TO CA-ACCOUNT-NO
               READ CHART-ACCOUNT-FILE
                  INVALID KEY
                     MOVE BA-GL-ACCOUNT TO CA-ACCOUNT-NO
                     MOVE BA-BANK-NAME TO CA-ACCOUNT-NAME
                     MOVE "A" TO CA-ACCOUNT-TYPE
                     MOVE ZERO TO CA-BALANCE
                     WRITE CHART-ACCOUNT-RECORD
               END-READ
               CLOSE CHART-ACCOUNT-FILE
            END-IF.

       4000-INACTIVATE-ACCOUNT.
            DISPLAY "Bank id to inactivate: ".
            ACCEPT WS-ID-INPUT.
            MOVE WS-ID-INPUT TO BA-BANK-ID.
            READ BANK-ACCOUNT-FILE
               INVALID KEY
                  DISPLAY "No such bank account."
               NOT INVALID KEY
                  IF BA-IS-PRIMARY
                     DISPLAY "That is the primary account - make "
                        "another primary first."
                  ELSE
                     MOVE "I" TO BA-ACTIVE-FLAG
                     REWRITE BANK-ACCOUNT-RECORD
                     DISPLAY "Bank account inactivated - no new "
                        "checks or transfers on it."
                  END-IF
            END-READ.

      *> Exactly one account is primary: the named one is marked
      *> and every other row is cleared.
       5000-MAKE-PRIMARY.
            DISPLAY "Bank id to make primary: ".
            ACCEPT WS-ID-INPUT.
            MOVE WS-ID-INPUT TO BA-BANK-ID.
            READ BANK-ACCOUNT-FILE
               INVALID KEY
                  DISPLAY "No such bank account."
               NOT INVALID KEY
                  IF NOT BA-IS-ACTIVE OR BA-IS-DEPOSIT-ONLY
                     DISPLAY "The primary account must be active "
                        "and able to draw checks."
                  ELSE
                     PERFORM 5100-CLEAR-PRIMARY-FLAGS
                     MOVE WS-ID-INPUT TO BA-BANK-ID
                     READ BANK-ACCOUNT-FILE
                        NOT INVALID KEY
                           MOVE "Y" TO BA-PRIMARY-FLAG
                           REWRITE BANK-ACCOUNT-RECORD
                           DISPLAY BA-BANK-ID " " BA-BANK-NAME
                              " is now the primary account."
                     END-READ
                  END-IF
            END-READ.

       5100-CLEAR-PRIMARY-FLAGS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO BA-BANK-ID.
            START BANK-ACCOUNT-FILE KEY >= BA-BANK-ID
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LIST-EOF
               READ BANK-ACCOUNT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF BA-IS-PRIMARY
                        MOVE "N" TO BA-PRIMARY-FLAG
                        REWRITE BANK-ACCOUNT-RECORD
                     END-IF
               END-READ
            END-PERFORM.
       END PROGRAM BANK-ACCOUNT-MAINT.
