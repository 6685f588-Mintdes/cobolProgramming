      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Customer merge - folds a duplicate customer (one
      *          the DUPLICATE-CUSTOMER-REPORT found) into the number
      *          that survives. The duplicate's invoice lines
      *          (LINEITEM), receipts (ARRCPT), service contracts
      *          (BILLCON) and credit memos (CRMEMO) are re-pointed
      *          at the survivor, its ARBAL balance and ageing
      *          buckets are added to the survivor's, the worse of
      *          the two DUNNING positions is kept, the STUCUST
      *          links of students billed under it are moved, and
      *          the duplicate is inactivated. Every row changed or
      *          deleted goes to the recovery journal first, keyed
      *          M + retiring number + surviving number + sequence,
      *          and undo mode reads those rows back to reverse the
      *          merge: the duplicate is reactivated, its balance
      *          is taken back off the survivor and its rows are
      *          pointed back at it. Holds the CUSTMAST lock, as
      *          CUSTOMER-MAINT does, while it runs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO "ARBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CUSTOMER-NO
               FILE STATUS IS WS-AR-BALANCE-STATUS.
           SELECT DUNNING-STATUS-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-CUSTOMER-NO
               FILE STATUS IS WS-DUNNING-STATUS-STATUS.
           SELECT STUDENT-CUSTOMER-FILE ASSIGN TO "STUCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-USERNAME
               FILE STATUS IS WS-STUDENT-CUSTOMER-STATUS.
           SELECT LINE-ITEMS-FILE ASSIGN TO "LINEITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-ITEMS-STATUS.
           SELECT AR-RECEIPT-FILE ASSIGN TO "ARRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-RECEIPT-STATUS.
           SELECT BILLING-CONTRACT-FILE ASSIGN TO "BILLCON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-MEMO-STATUS.
           SELECT MERGE-WORK-FILE ASSIGN TO "CUSTMRG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-WORK-STATUS.
           SELECT COPY-BACK-FILE ASSIGN DYNAMIC WS-COPY-BACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-BACK-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RCVYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-JOURNAL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  AR-BALANCE-FILE.
       COPY ARBAL.

       FD  DUNNING-STATUS-FILE.
       COPY DUNNING.

       FD  STUDENT-CUSTOMER-FILE.
       COPY STUCUST.

       FD  LINE-ITEMS-FILE.
       COPY LINEITEM.

       FD  AR-RECEIPT-FILE.
       COPY ARRCPT.

       FD  BILLING-CONTRACT-FILE.
       COPY BILLCON.

       FD  CREDIT-MEMO-FILE.
       COPY CREDMEMO.

       FD  MERGE-WORK-FILE.
       01  MERGE-WORK-RECORD         PIC X(120).

       FD  COPY-BACK-FILE.
       01  COPY-BACK-RECORD          PIC X(120).

       FD  RECOVERY-JOURNAL-FILE.
       COPY RCVYJRNL.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX.
       01  WS-AR-BALANCE-STATUS      PIC XX.
       01  WS-DUNNING-STATUS-STATUS  PIC XX.
       01  WS-STUDENT-CUSTOMER-STATUS PIC XX.
       01  WS-LINE-ITEMS-STATUS      PIC XX.
       01  WS-AR-RECEIPT-STATUS      PIC XX.
       01  WS-CONTRACT-STATUS        PIC XX.
       01  WS-CREDIT-MEMO-STATUS     PIC XX.
       01  WS-MERGE-WORK-STATUS      PIC XX.
       01  WS-COPY-BACK-STATUS       PIC XX.
       01  WS-RECOVERY-JOURNAL-STATUS PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-COPY-BACK-NAME         PIC X(20).

      *> A keyed READ that fails overwrites the file status, so
      *> whether each master opened is remembered separately.
       01  WS-BALANCE-FILE-FLAG      PIC X       VALUE "N".
           88  WS-BALANCE-FILE-OPEN              VALUE "Y".
       01  WS-DUNNING-FILE-FLAG      PIC X       VALUE "N".
           88  WS-DUNNING-FILE-OPEN              VALUE "Y".
       01  WS-STUDENT-FILE-FLAG      PIC X       VALUE "N".
           88  WS-STUDENT-FILE-OPEN              VALUE "Y".
       01  WS-PASS-EOF-FLAG          PIC X       VALUE "N".
           88  WS-PASS-EOF                       VALUE "Y".
       01  WS-WORK-EOF-FLAG          PIC X       VALUE "N".
           88  WS-WORK-EOF                       VALUE "Y".
       01  WS-JOURNAL-EOF-FLAG       PIC X       VALUE "N".
           88  WS-JOURNAL-EOF                    VALUE "Y".

       01  WS-MERGE-CONTROLS.
           05  WS-MODE-CHOICE           PIC X.
           05  WS-FROM-INPUT            PIC X(5).
           05  WS-INTO-INPUT            PIC X(5).
           05  WS-FROM-CUSTOMER         PIC 9(5)    VALUE ZERO.
           05  WS-INTO-CUSTOMER         PIC 9(5)    VALUE ZERO.
           05  WS-FROM-NAME             PIC X(25).
           05  WS-INTO-NAME             PIC X(25).
           05  WS-CONFIRM               PIC X.
           05  WS-RUN-OK-FLAG           PIC X       VALUE "Y".
               88  WS-RUN-OK                     VALUE "Y".
           05  WS-PASS-MODE             PIC X.
               88  WS-PASS-COUNTING              VALUE "C".
               88  WS-PASS-MERGING               VALUE "M".
               88  WS-PASS-UNDOING               VALUE "U".
           05  WS-ROW-POSITION          PIC 9(8).
           05  WS-ROWS-TO-MOVE          PIC 9(7)    VALUE ZERO.
           05  WS-ROWS-MOVED            PIC 9(7)    VALUE ZERO.
           05  WS-FILE-MOVED-COUNT      PIC 9(7).
           05  WS-POSITION-MATCH-FLAG   PIC X.
               88  WS-POSITION-MATCHES           VALUE "Y".
           05  WS-CURRENT-IMAGE         PIC X(112).
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

      *> What the retiring customer carried in ARBAL and DUNNING,
      *> held while the survivor's row is read and updated.
       01  WS-RETIRING-ROW.
           05  WS-RETIRING-IMAGE        PIC X(112).
           05  WS-RETIRE-BALANCE        PIC S9(7)V99.
           05  WS-RETIRE-AGE-CURRENT    PIC S9(7)V99.
           05  WS-RETIRE-AGE-30         PIC S9(7)V99.
           05  WS-RETIRE-AGE-60         PIC S9(7)V99.
           05  WS-RETIRE-AGE-90         PIC S9(7)V99.
           05  WS-RETIRE-LAST-TRAN-DATE PIC 9(8).
           05  WS-RETIRE-DN-LEVEL       PIC 9.
           05  WS-RETIRE-DN-HOLD-FLAG   PIC X.
           05  WS-RETIRE-DN-LETTER-LEVEL PIC 9.
           05  WS-RETIRE-DN-LETTER-DATE PIC 9(8).

      *> Journal rows written by a merge are keyed so undo can find
      *> them: direction (M merge, U undo), retiring number,
      *> surviving number and a sequence that restarts at 0001 with
      *> the CUSTMAST row each run. A transaction-file row also
      *> carries its position in the file at the end of the image.
       01  WS-JOURNAL-KEY.
           05  WS-JK-DIRECTION          PIC X.
           05  WS-JK-FROM               PIC 9(5).
           05  WS-JK-INTO               PIC 9(5).
           05  WS-JK-SEQ                PIC 9(4).
       01  WS-JOURNAL-IMAGE.
           05  WS-JI-RECORD             PIC X(112).
           05  WS-JI-POSITION           PIC 9(8).
       01  WS-JOURNAL-FILE-ID        PIC X(8).
       01  WS-JOURNAL-ACTION         PIC X.
       01  WS-MERGE-PREFIX           PIC X(11).
       01  WS-UNDO-PREFIX            PIC X(11).

      *> The rows of the merge being undone, in journal order.
       01  WS-UNDO-TABLE.
           05  WS-UNDO-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-UNDO-CURSOR           PIC 9(4).
           05  WS-UNDO-ENTRY OCCURS 2000 TIMES INDEXED BY UT-IX.
               10  WS-UT-FILE-ID        PIC X(8).
               10  WS-UT-ACTION         PIC X.
               10  WS-UT-IMAGE.
                   15  WS-UT-RECORD     PIC X(112).
                   15  WS-UT-POSITION   PIC 9(8).
       01  WS-UNDO-TABLE-FULL-FLAG   PIC X       VALUE "N".
           88  WS-UNDO-TABLE-FULL                VALUE "Y".

       01  WS-LOCK-OPERATOR          PIC X(10).
       COPY LOCKPRM.
       COPY RCVYPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Customer Merge ---".
            DISPLAY "Operator name: ".
            ACCEPT WS-LOCK-OPERATOR.
            MOVE "A" TO LO-FUNCTION.
            MOVE "CUSTMAST" TO LO-LOCK-NAME.
            MOVE WS-LOCK-OPERATOR TO LO-OPERATOR.
            CALL "LOCK-MANAGER" USING LOCK-MANAGER-PARMS.
            IF NOT LO-GRANTED
               DISPLAY "CUSTMAST is held by " LO-HOLDER
                  " since " LO-HELD-SINCE-TIME " - try later or "
                  "see LOCK-DISPLAY."
               GOBACK
            END-IF.
            DISPLAY "M=merge two customers, U=undo a merge: ".
            ACCEPT WS-MODE-CHOICE.
            EVALUATE WS-MODE-CHOICE
               WHEN "m"
                  MOVE "M" TO WS-MODE-CHOICE
               WHEN "u"
                  MOVE "U" TO WS-MODE-CHOICE
            END-EVALUATE.
            IF WS-MODE-CHOICE NOT = "M" AND WS-MODE-CHOICE NOT = "U"
               DISPLAY "Unknown mode - nothing changed."
               MOVE "N" TO WS-RUN-OK-FLAG
            END-IF.
            IF WS-RUN-OK
               PERFORM 1000-ACCEPT-CUSTOMERS
            END-IF.
            IF WS-RUN-OK
               PERFORM 1100-OPEN-MASTERS
            END-IF.
            IF WS-RUN-OK
               IF WS-MODE-CHOICE = "M"
                  PERFORM 2000-MERGE-CUSTOMERS
               ELSE
                  PERFORM 5000-UNDO-MERGE
               END-IF
               PERFORM 8000-CLOSE-MASTERS
            END-IF.
            MOVE "R" TO LO-FUNCTION.
            MOVE "CUSTMAST" TO LO-LOCK-NAME.
            MOVE WS-LOCK-OPERATOR TO LO-OPERATOR.
            CALL "LOCK-MANAGER" USING LOCK-MANAGER-PARMS.
            GOBACK.

       1000-ACCEPT-CUSTOMERS.
            DISPLAY "Customer number to retire (the duplicate): ".
            ACCEPT WS-FROM-INPUT.
            DISPLAY "Customer number that survives: ".
            ACCEPT WS-INTO-INPUT.
            IF WS-FROM-INPUT IS NOT NUMERIC OR
                  WS-INTO-INPUT IS NOT NUMERIC
               DISPLAY "Customer numbers are five digits - nothing "
                  "changed."
               MOVE "N" TO WS-RUN-OK-FLAG
            ELSE
               MOVE WS-FROM-INPUT TO WS-FROM-CUSTOMER
               MOVE WS-INTO-INPUT TO WS-INTO-CUSTOMER
               IF WS-FROM-CUSTOMER = WS-INTO-CUSTOMER
                  DISPLAY "A customer cannot be merged into itself."
                  MOVE "N" TO WS-RUN-OK-FLAG
               END-IF
            END-IF.
            MOVE WS-FROM-CUSTOMER TO WS-JK-FROM.
            MOVE WS-INTO-CUSTOMER TO WS-JK-INTO.
            MOVE SPACES TO WS-MERGE-PREFIX WS-UNDO-PREFIX.
            STRING "M" WS-FROM-CUSTOMER WS-INTO-CUSTOMER
               DELIMITED BY SIZE INTO WS-MERGE-PREFIX
            END-STRING.
            STRING "U" WS-FROM-CUSTOMER WS-INTO-CUSTOMER
               DELIMITED BY SIZE INTO WS-UNDO-PREFIX
            END-STRING.

       1100-OPEN-MASTERS.
            OPEN I-O CUSTOMER-MASTER-FILE.
            IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot open CUSTMAST ("
                  WS-CUSTOMER-MASTER-STATUS ") - nothing changed."
               MOVE "N" TO WS-RUN-OK-FLAG
            ELSE
               OPEN I-O AR-BALANCE-FILE
               IF WS-AR-BALANCE-STATUS = "00"
                  MOVE "Y" TO WS-BALANCE-FILE-FLAG
               END-IF
               OPEN I-O DUNNING-STATUS-FILE
               IF WS-DUNNING-STATUS-STATUS = "00"
                  MOVE "Y" TO WS-DUNNING-FILE-FLAG
               END-IF
               OPEN I-O STUDENT-CUSTOMER-FILE
               IF WS-STUDENT-CUSTOMER-STATUS = "00"
                  MOVE "Y" TO WS-STUDENT-FILE-FLAG
               END-IF
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-LOG-STATUS = "35"
                  OPEN OUTPUT AUDIT-LOG-FILE
                  CLOSE AUDIT-LOG-FILE
                  OPEN EXTEND AUDIT-LOG-FILE
               END-IF
            END-IF.

      *> ---------------------------------------------------------
      *> Merge
      *> ---------------------------------------------------------
       2000-MERGE-CUSTOMERS.
            PERFORM 2100-VALIDATE-MERGE.
            IF WS-RUN-OK
               MOVE "C" TO WS-PASS-MODE
               PERFORM 3100-PASS-LINE-ITEMS
               PERFORM 3200-PASS-RECEIPTS
               PERFORM 3300-PASS-CONTRACTS
               PERFORM 3400-PASS-CREDIT-MEMOS
               PERFORM 3500-PASS-STUDENT-LINKS
      *> Undo has to hold every row of the merge at once.
               IF WS-ROWS-TO-MOVE > 1990
                  DISPLAY WS-ROWS-TO-MOVE " rows carry customer "
                     WS-FROM-CUSTOMER " - more than one merge can "
                     "undo (1990). Nothing changed."
                  MOVE "N" TO WS-RUN-OK-FLAG
               END-IF
            END-IF.
            IF WS-RUN-OK
               DISPLAY "Merge " WS-FROM-CUSTOMER " " WS-FROM-NAME
               DISPLAY " into " WS-INTO-CUSTOMER " " WS-INTO-NAME
               DISPLAY WS-ROWS-TO-MOVE " transaction row(s) and "
                  "student link(s) to move - proceed (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                  DISPLAY "Nothing changed."
                  MOVE "N" TO WS-RUN-OK-FLAG
               END-IF
            END-IF.
            IF WS-RUN-OK
               MOVE "M" TO WS-PASS-MODE
               MOVE "M" TO WS-JK-DIRECTION
               MOVE ZERO TO WS-JK-SEQ
               PERFORM 2200-RETIRE-CUSTOMER
               PERFORM 2300-MERGE-BALANCE
               PERFORM 2400-MERGE-DUNNING
               PERFORM 3500-PASS-STUDENT-LINKS
               PERFORM 3100-PASS-LINE-ITEMS
               PERFORM 3200-PASS-RECEIPTS
               PERFORM 3300-PASS-CONTRACTS
               PERFORM 3400-PASS-CREDIT-MEMOS
               MOVE "CUSTMRG" TO WS-AUDIT-EVENT-CODE
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING WS-FROM-CUSTOMER " into " WS-INTO-CUSTOMER
                  " rows " WS-ROWS-MOVED " by " WS-LOCK-OPERATOR
                  DELIMITED BY SIZE INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 9100-WRITE-AUDIT-LOG
               DISPLAY "Customer " WS-FROM-CUSTOMER " merged into "
                  WS-INTO-CUSTOMER " and inactivated - "
                  WS-ROWS-MOVED " row(s) moved."
            END-IF.

       2100-VALIDATE-MERGE.
            MOVE WS-FROM-CUSTOMER TO CU-CUSTOMER-NO.
            READ CUSTOMER-MASTER-FILE
               INVALID KEY
                  DISPLAY "Customer " WS-FROM-CUSTOMER
                     " is not on file."
                  MOVE "N" TO WS-RUN-OK-FLAG
               NOT INVALID KEY
                  MOVE CU-CUSTOMER-NAME TO WS-FROM-NAME
                  IF CU-IS-INACTIVE
                     DISPLAY "Customer " WS-FROM-CUSTOMER
                        " is already inactive - merged before? "
                        "Use U to undo a merge."
                     MOVE "N" TO WS-RUN-OK-FLAG
                  END-IF
            END-READ.
            MOVE WS-INTO-CUSTOMER TO CU-CUSTOMER-NO.
            READ CUSTOMER-MASTER-FILE
               INVALID KEY
                  DISPLAY "Customer " WS-INTO-CUSTOMER
                     " is not on file."
                  MOVE "N" TO WS-RUN-OK-FLAG
               NOT INVALID KEY
                  MOVE CU-CUSTOMER-NAME TO WS-INTO-NAME
                  IF CU-IS-INACTIVE
                     DISPLAY "Customer " WS-INTO-CUSTOMER
                        " is inactive and cannot take over the "
                        "account."
                     MOVE "N" TO WS-RUN-OK-FLAG
                  END-IF
            END-READ.

      *> The CUSTMAST row is always journaled first - it is the
      *> 0001 row undo looks for.
       2200-RETIRE-CUSTOMER.
            MOVE WS-FROM-CUSTOMER TO CU-CUSTOMER-NO.
            READ CUSTOMER-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE "CUSTMAST" TO WS-JOURNAL-FILE-ID
                  MOVE "R" TO WS-JOURNAL-ACTION
                  MOVE CUSTOMER-MASTER-RECORD TO WS-JI-RECORD
                  MOVE ZERO TO WS-JI-POSITION
                  PERFORM 9000-JOURNAL-ROW
                  MOVE "I" TO CU-ACTIVE-FLAG
                  REWRITE CUSTOMER-MASTER-RECORD
                     INVALID KEY
                        DISPLAY "CUSTMAST rewrite failed ("
                           WS-CUSTOMER-MASTER-STATUS ")."
                  END-REWRITE
            END-READ.

      *> The duplicate's balance and ageing buckets are added to the
      *> survivor's (a survivor with no ARBAL row gets one) and the
      *> duplicate's row is deleted.
       2300-MERGE-BALANCE.
            IF WS-BALANCE-FILE-OPEN
               MOVE WS-FROM-CUSTOMER TO AB-CUSTOMER-NO
               READ AR-BALANCE-FILE
                  INVALID KEY
                     MOVE SPACES TO WS-RETIRING-IMAGE
                  NOT INVALID KEY
                     MOVE AR-BALANCE-RECORD TO WS-RETIRING-IMAGE
                     MOVE AB-OPEN-BALANCE TO WS-RETIRE-BALANCE
                     MOVE AB-AGE-CURRENT TO WS-RETIRE-AGE-CURRENT
                     MOVE AB-AGE-30 TO WS-RETIRE-AGE-30
                     MOVE AB-AGE-60 TO WS-RETIRE-AGE-60
                     MOVE AB-AGE-90 TO WS-RETIRE-AGE-90
                     MOVE AB-LAST-TRAN-DATE
                        TO WS-RETIRE-LAST-TRAN-DATE
               END-READ
               IF WS-RETIRING-IMAGE NOT = SPACES
                  PERFORM 2310-ADD-TO-SURVIVOR-BALANCE
                  MOVE "ARBAL" TO WS-JOURNAL-FILE-ID
                  MOVE "D" TO WS-JOURNAL-ACTION
                  MOVE WS-RETIRING-IMAGE TO WS-JI-RECORD
                  MOVE ZERO TO WS-JI-POSITION
                  PERFORM 9000-JOURNAL-ROW
                  MOVE WS-FROM-CUSTOMER TO AB-CUSTOMER-NO
                  DELETE AR-BALANCE-FILE
                     INVALID KEY
                        DISPLAY "ARBAL delete failed ("
                           WS-AR-BALANCE-STATUS ")."
                  END-DELETE
                  ADD 1 TO WS-ROWS-MOVED
               END-IF
            END-IF.

       2310-ADD-TO-SURVIVOR-BALANCE.
            MOVE WS-INTO-CUSTOMER TO AB-CUSTOMER-NO.
            READ AR-BALANCE-FILE
               INVALID KEY
                  MOVE WS-RETIRING-IMAGE TO AR-BALANCE-RECORD
                  MOVE WS-INTO-CUSTOMER TO AB-CUSTOMER-NO
                  WRITE AR-BALANCE-RECORD
                     INVALID KEY
                        DISPLAY "ARBAL write failed ("
                           WS-AR-BALANCE-STATUS ")."
                  END-WRITE
               NOT INVALID KEY
                  MOVE "ARBAL" TO WS-JOURNAL-FILE-ID
                  MOVE "R" TO WS-JOURNAL-ACTION
                  MOVE AR-BALANCE-RECORD TO WS-JI-RECORD
                  MOVE ZERO TO WS-JI-POSITION
                  PERFORM 9000-JOURNAL-ROW
                  ADD WS-RETIRE-BALANCE TO AB-OPEN-BALANCE
                  ADD WS-RETIRE-AGE-CURRENT TO AB-AGE-CURRENT
                  ADD WS-RETIRE-AGE-30 TO AB-AGE-30
                  ADD WS-RETIRE-AGE-60 TO AB-AGE-60
                  ADD WS-RETIRE-AGE-90 TO AB-AGE-90
                  IF WS-RETIRE-LAST-TRAN-DATE > AB-LAST-TRAN-DATE
                     MOVE WS-RETIRE-LAST-TRAN-DATE
                        TO AB-LAST-TRAN-DATE
                  END-IF
                  REWRITE AR-BALANCE-RECORD
                     INVALID KEY
                        DISPLAY "ARBAL rewrite failed ("
                           WS-AR-BALANCE-STATUS ")."
                  END-REWRITE
            END-READ.

      *> The survivor keeps the worse dunning position of the two
      *> and stays on hold if either was. A survivor with no row is
      *> journaled as the clear row it effectively had.
       2400-MERGE-DUNNING.
            IF WS-DUNNING-FILE-OPEN
               MOVE WS-FROM-CUSTOMER TO DN-CUSTOMER-NO
               READ DUNNING-STATUS-FILE
                  INVALID KEY
                     MOVE SPACES TO WS-RETIRING-IMAGE
                  NOT INVALID KEY
                     MOVE DUNNING-STATUS-RECORD TO WS-RETIRING-IMAGE
                     MOVE DN-LEVEL TO WS-RETIRE-DN-LEVEL
                     MOVE DN-HOLD-FLAG TO WS-RETIRE-DN-HOLD-FLAG
                     MOVE DN-LAST-LETTER-LEVEL
                        TO WS-RETIRE-DN-LETTER-LEVEL
                     MOVE DN-LAST-LETTER-DATE
                        TO WS-RETIRE-DN-LETTER-DATE
               END-READ
               IF WS-RETIRING-IMAGE NOT = SPACES
                  PERFORM 2410-FOLD-INTO-SURVIVOR-DUNNING
                  MOVE "DUNNING" TO WS-JOURNAL-FILE-ID
                  MOVE "D" TO WS-JOURNAL-ACTION
                  MOVE WS-RETIRING-IMAGE TO WS-JI-RECORD
                  MOVE ZERO TO WS-JI-POSITION
                  PERFORM 9000-JOURNAL-ROW
                  MOVE WS-FROM-CUSTOMER TO DN-CUSTOMER-NO
                  DELETE DUNNING-STATUS-FILE
                     INVALID KEY
                        DISPLAY "DUNNING delete failed ("
                           WS-DUNNING-STATUS-STATUS ")."
                  END-DELETE
                  ADD 1 TO WS-ROWS-MOVED
               END-IF
            END-IF.

       2410-FOLD-INTO-SURVIVOR-DUNNING.
            MOVE WS-INTO-CUSTOMER TO DN-CUSTOMER-NO.
            READ DUNNING-STATUS-FILE
               INVALID KEY
                  MOVE WS-INTO-CUSTOMER TO DN-CUSTOMER-NO
                  MOVE ZERO TO DN-LEVEL DN-LAST-LETTER-LEVEL
                     DN-LAST-LETTER-DATE DN-LAST-RUN-DATE
                  MOVE "N" TO DN-HOLD-FLAG
                  MOVE "DUNNING" TO WS-JOURNAL-FILE-ID
                  MOVE "R" TO WS-JOURNAL-ACTION
                  MOVE DUNNING-STATUS-RECORD TO WS-JI-RECORD
                  MOVE ZERO TO WS-JI-POSITION
                  PERFORM 9000-JOURNAL-ROW
                  MOVE WS-RETIRING-IMAGE TO DUNNING-STATUS-RECORD
                  MOVE WS-INTO-CUSTOMER TO DN-CUSTOMER-NO
                  WRITE DUNNING-STATUS-RECORD
                     INVALID KEY
                        DISPLAY "DUNNING write failed ("
                           WS-DUNNING-STATUS-STATUS ")."
                  END-WRITE
               NOT INVALID KEY
                  MOVE "DUNNING" TO WS-JOURNAL-FILE-ID
                  MOVE "R" TO WS-JOURNAL-ACTION
                  MOVE DUNNING-STATUS-RECORD TO WS-JI-RECORD
                  MOVE ZERO TO WS-JI-POSITION
                  PERFORM 9000-JOURNAL-ROW
                  IF WS-RETIRE-DN-LEVEL > DN-LEVEL
                     MOVE WS-RETIRE-DN-LEVEL TO DN-LEVEL
                     MOVE WS-RETIRE-DN-LETTER-LEVEL
                        TO DN-LAST-LETTER-LEVEL
                     MOVE WS-RETIRE-DN-LETTER-DATE
                        TO DN-LAST-LETTER-DATE
                  END-IF
                  IF WS-RETIRE-DN-HOLD-FLAG = "Y"
                     MOVE "Y" TO DN-HOLD-FLAG
                  END-IF
                  REWRITE DUNNING-STATUS-RECORD
                     INVALID KEY
                        DISPLAY "DUNNING rewrite failed ("
                           WS-DUNNING-STATUS-STATUS ")."
                  END-REWRITE
            END-READ.

      *> ---------------------------------------------------------
      *> Transaction-file passes. Each pass counts (C), merges (M)
      *> or undoes (U) according to WS-PASS-MODE. A merge or undo
      *> copies the file to the work file with the customer numbers
      *> changed and, if anything changed, copies it back.
      *> ---------------------------------------------------------
       3100-PASS-LINE-ITEMS.
            MOVE "LINEITEM" TO WS-JOURNAL-FILE-ID.
            OPEN INPUT LINE-ITEMS-FILE.
            IF WS-LINE-ITEMS-STATUS = "00"
               PERFORM 3900-START-PASS
               PERFORM UNTIL WS-PASS-EOF
                  READ LINE-ITEMS-FILE
                     AT END
                        MOVE "Y" TO WS-PASS-EOF-FLAG
                     NOT AT END
                        ADD 1 TO WS-ROW-POSITION
                        PERFORM 3110-CONSIDER-LINE-ITEM
                        IF NOT WS-PASS-COUNTING
                           MOVE LINE-ITEM-RECORD TO MERGE-WORK-RECORD
                           WRITE MERGE-WORK-RECORD
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE LINE-ITEMS-FILE
               MOVE "LINEITEM.DAT" TO WS-COPY-BACK-NAME
               PERFORM 3950-FINISH-PASS
            END-IF.

       3110-CONSIDER-LINE-ITEM.
            EVALUATE TRUE
               WHEN WS-PASS-COUNTING AND
                     LI-CUSTOMER-NO = WS-FROM-CUSTOMER
                  ADD 1 TO WS-ROWS-TO-MOVE
               WHEN WS-PASS-MERGING AND
                     LI-CUSTOMER-NO = WS-FROM-CUSTOMER
                  MOVE LINE-ITEM-RECORD TO WS-JI-RECORD
                  PERFORM 3960-JOURNAL-PASS-ROW
                  MOVE WS-INTO-CUSTOMER TO LI-CUSTOMER-NO
               WHEN WS-PASS-UNDOING AND
                     LI-CUSTOMER-NO = WS-INTO-CUSTOMER
                  PERFORM 5810-SYNC-UNDO-CURSOR
                  MOVE LINE-ITEM-RECORD TO WS-CURRENT-IMAGE
      *> Same date, invoice and description as when it was moved.
                  IF WS-POSITION-MATCHES
                     IF WS-CURRENT-IMAGE(1:32) =
                           WS-UT-RECORD(WS-UNDO-CURSOR)(1:32)
                        MOVE WS-CURRENT-IMAGE TO WS-JI-RECORD
                        PERFORM 3960-JOURNAL-PASS-ROW
                        MOVE WS-FROM-CUSTOMER TO LI-CUSTOMER-NO
                     END-IF
                  END-IF
            END-EVALUATE.

       3200-PASS-RECEIPTS.
            MOVE "ARRCPT" TO WS-JOURNAL-FILE-ID.
            OPEN INPUT AR-RECEIPT-FILE.
            IF WS-AR-RECEIPT-STATUS = "00"
               PERFORM 3900-START-PASS
               PERFORM UNTIL WS-PASS-EOF
                  READ AR-RECEIPT-FILE
                     AT END
                        MOVE "Y" TO WS-PASS-EOF-FLAG
                     NOT AT END
                        ADD 1 TO WS-ROW-POSITION
                        IF RC-IS-DETAIL
                           PERFORM 3210-CONSIDER-RECEIPT
                        END-IF
                        IF NOT WS-PASS-COUNTING
                           MOVE AR-RECEIPT-RECORD TO MERGE-WORK-RECORD
                           WRITE MERGE-WORK-RECORD
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE AR-RECEIPT-FILE
               MOVE "ARRCPT.DAT" TO WS-COPY-BACK-NAME
               PERFORM 3950-FINISH-PASS
            END-IF.

       3210-CONSIDER-RECEIPT.
            EVALUATE TRUE
               WHEN WS-PASS-COUNTING AND
                     RC-CUSTOMER-NO = WS-FROM-CUSTOMER
                  ADD 1 TO WS-ROWS-TO-MOVE
               WHEN WS-PASS-MERGING AND
                     RC-CUSTOMER-NO = WS-FROM-CUSTOMER
                  MOVE AR-RECEIPT-RECORD TO WS-JI-RECORD
                  PERFORM 3960-JOURNAL-PASS-ROW
                  MOVE WS-INTO-CUSTOMER TO RC-CUSTOMER-NO
               WHEN WS-PASS-UNDOING AND
                     RC-CUSTOMER-NO = WS-INTO-CUSTOMER
                  PERFORM 5810-SYNC-UNDO-CURSOR
                  MOVE AR-RECEIPT-RECORD TO WS-CURRENT-IMAGE
      *> Same date, reference, amount and invoice.
                  IF WS-POSITION-MATCHES
                     IF WS-CURRENT-IMAGE(1:9) =
                           WS-UT-RECORD(WS-UNDO-CURSOR)(1:9) AND
                           WS-CURRENT-IMAGE(15:25) =
                           WS-UT-RECORD(WS-UNDO-CURSOR)(15:25)
                        MOVE WS-CURRENT-IMAGE TO WS-JI-RECORD
                        PERFORM 3960-JOURNAL-PASS-ROW
                        MOVE WS-FROM-CUSTOMER TO RC-CUSTOMER-NO
                     END-IF
                  END-IF
            END-EVALUATE.

       3300-PASS-CONTRACTS.
            MOVE "BILLCON" TO WS-JOURNAL-FILE-ID.
            OPEN INPUT BILLING-CONTRACT-FILE.
            IF WS-CONTRACT-STATUS = "00"
               PERFORM 3900-START-PASS
               PERFORM UNTIL WS-PASS-EOF
                  READ BILLING-CONTRACT-FILE
                     AT END
                        MOVE "Y" TO WS-PASS-EOF-FLAG
                     NOT AT END
                        ADD 1 TO WS-ROW-POSITION
                        PERFORM 3310-CONSIDER-CONTRACT
                        IF NOT WS-PASS-COUNTING
                           MOVE BILLING-CONTRACT-RECORD
                              TO MERGE-WORK-RECORD
                           WRITE MERGE-WORK-RECORD
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE BILLING-CONTRACT-FILE
               MOVE "BILLCON.DAT" TO WS-COPY-BACK-NAME
               PERFORM 3950-FINISH-PASS
            END-IF.

       3310-CONSIDER-CONTRACT.
            EVALUATE TRUE
               WHEN WS-PASS-COUNTING AND
                     BC-CUSTOMER-NO = WS-FROM-CUSTOMER
                  ADD 1 TO WS-ROWS-TO-MOVE
               WHEN WS-PASS-MERGING AND
                     BC-CUSTOMER-NO = WS-FROM-CUSTOMER
                  MOVE BILLING-CONTRACT-RECORD TO WS-JI-RECORD
                  PERFORM 3960-JOURNAL-PASS-ROW
                  MOVE WS-INTO-CUSTOMER TO BC-CUSTOMER-NO
               WHEN WS-PASS-UNDOING AND
                     BC-CUSTOMER-NO = WS-INTO-CUSTOMER
                  PERFORM 5810-SYNC-UNDO-CURSOR
                  MOVE BILLING-CONTRACT-RECORD TO WS-CURRENT-IMAGE
      *> Same contract - its bill dates will have moved on since.
                  IF WS-POSITION-MATCHES
                     IF WS-CURRENT-IMAGE(1:4) =
                           WS-UT-RECORD(WS-UNDO-CURSOR)(1:4)
                        MOVE WS-CURRENT-IMAGE TO WS-JI-RECORD
                        PERFORM 3960-JOURNAL-PASS-ROW
                        MOVE WS-FROM-CUSTOMER TO BC-CUSTOMER-NO
                     END-IF
                  END-IF
            END-EVALUATE.

       3400-PASS-CREDIT-MEMOS.
            MOVE "CRMEMO" TO WS-JOURNAL-FILE-ID.
            OPEN INPUT CREDIT-MEMO-FILE.
            IF WS-CREDIT-MEMO-STATUS = "00"
               PERFORM 3900-START-PASS
               PERFORM UNTIL WS-PASS-EOF
                  READ CREDIT-MEMO-FILE
                     AT END
                        MOVE "Y" TO WS-PASS-EOF-FLAG
                     NOT AT END
                        ADD 1 TO WS-ROW-POSITION
                        IF CM-IS-HEADER
                           PERFORM 3410-CONSIDER-CREDIT-MEMO
                        END-IF
                        IF NOT WS-PASS-COUNTING
                           MOVE CREDIT-MEMO-RECORD
                              TO MERGE-WORK-RECORD
                           WRITE MERGE-WORK-RECORD
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-FILE
               MOVE "CRMEMO.DAT" TO WS-COPY-BACK-NAME
               PERFORM 3950-FINISH-PASS
            END-IF.

       3410-CONSIDER-CREDIT-MEMO.
            EVALUATE TRUE
               WHEN WS-PASS-COUNTING AND
                     CM-CUSTOMER-NO = WS-FROM-CUSTOMER
                  ADD 1 TO WS-ROWS-TO-MOVE
               WHEN WS-PASS-MERGING AND
                     CM-CUSTOMER-NO = WS-FROM-CUSTOMER
                  MOVE CREDIT-MEMO-RECORD TO WS-JI-RECORD
                  PERFORM 3960-JOURNAL-PASS-ROW
                  MOVE WS-INTO-CUSTOMER TO CM-CUSTOMER-NO
               WHEN WS-PASS-UNDOING AND
                     CM-CUSTOMER-NO = WS-INTO-CUSTOMER
                  PERFORM 5810-SYNC-UNDO-CURSOR
                  MOVE CREDIT-MEMO-RECORD TO WS-CURRENT-IMAGE
      *> Same memo - the applied and refunded amounts may not be.
                  IF WS-POSITION-MATCHES
                     IF WS-CURRENT-IMAGE(1:5) =
                           WS-UT-RECORD(WS-UNDO-CURSOR)(1:5)
                        MOVE WS-CURRENT-IMAGE TO WS-JI-RECORD
                        PERFORM 3960-JOURNAL-PASS-ROW
                        MOVE WS-FROM-CUSTOMER TO CM-CUSTOMER-NO
                     END-IF
                  END-IF
            END-EVALUATE.

      *> STUCUST is keyed by student, so its links are changed in
      *> place. Undo puts them back from the journal images.
       3500-PASS-STUDENT-LINKS.
            IF WS-STUDENT-FILE-OPEN
               MOVE "STUCUST" TO WS-JOURNAL-FILE-ID
               MOVE "N" TO WS-PASS-EOF-FLAG
               MOVE LOW-VALUES TO SX-USERNAME
               START STUDENT-CUSTOMER-FILE KEY >= SX-USERNAME
                  INVALID KEY
                     MOVE "Y" TO WS-PASS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-PASS-EOF
                  READ STUDENT-CUSTOMER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PASS-EOF-FLAG
                     NOT AT END
                        IF SX-CUSTOMER-NO = WS-FROM-CUSTOMER
                           PERFORM 3510-MOVE-STUDENT-LINK
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.

       3510-MOVE-STUDENT-LINK.
            IF WS-PASS-COUNTING
               ADD 1 TO WS-ROWS-TO-MOVE
            ELSE
               MOVE "R" TO WS-JOURNAL-ACTION
               MOVE STUDENT-CUSTOMER-RECORD TO WS-JI-RECORD
               MOVE ZERO TO WS-JI-POSITION
               PERFORM 9000-JOURNAL-ROW
               MOVE WS-INTO-CUSTOMER TO SX-CUSTOMER-NO
               REWRITE STUDENT-CUSTOMER-RECORD
                  INVALID KEY
                     DISPLAY "STUCUST rewrite failed ("
                        WS-STUDENT-CUSTOMER-STATUS ")."
                  NOT INVALID KEY
                     ADD 1 TO WS-ROWS-MOVED
               END-REWRITE
            END-IF.

       3900-START-PASS.
            MOVE "N" TO WS-PASS-EOF-FLAG.
            MOVE ZERO TO WS-ROW-POSITION WS-FILE-MOVED-COUNT.
            IF NOT WS-PASS-COUNTING
               OPEN OUTPUT MERGE-WORK-FILE
            END-IF.
            IF WS-PASS-UNDOING
               MOVE ZERO TO WS-UNDO-CURSOR
               PERFORM 5800-NEXT-FILE-ENTRY
            END-IF.

       3950-FINISH-PASS.
            IF NOT WS-PASS-COUNTING
               CLOSE MERGE-WORK-FILE
               IF WS-FILE-MOVED-COUNT > ZERO
                  PERFORM 6000-COPY-WORK-BACK
               END-IF
               DISPLAY WS-JOURNAL-FILE-ID ": " WS-FILE-MOVED-COUNT
                  " row(s) re-pointed."
               ADD WS-FILE-MOVED-COUNT TO WS-ROWS-MOVED
            END-IF.

       3960-JOURNAL-PASS-ROW.
            MOVE "R" TO WS-JOURNAL-ACTION.
            MOVE WS-ROW-POSITION TO WS-JI-POSITION.
            PERFORM 9000-JOURNAL-ROW.
            ADD 1 TO WS-FILE-MOVED-COUNT.

      *> ---------------------------------------------------------
      *> Undo
      *> ---------------------------------------------------------
       5000-UNDO-MERGE.
            PERFORM 5100-LOAD-MERGE-JOURNAL.
            IF WS-RUN-OK
               IF WS-UNDO-COUNT = ZERO
                  DISPLAY "No merge of " WS-FROM-CUSTOMER " into "
                     WS-INTO-CUSTOMER " on the journal that has not "
                     "already been undone."
                  MOVE "N" TO WS-RUN-OK-FLAG
               END-IF
            END-IF.
            IF WS-RUN-OK
               DISPLAY "Undo the merge of " WS-FROM-CUSTOMER
                  " into " WS-INTO-CUSTOMER " (" WS-UNDO-COUNT
                  " journal rows) - proceed (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                  DISPLAY "Nothing changed."
                  MOVE "N" TO WS-RUN-OK-FLAG
               END-IF
            END-IF.
            IF WS-RUN-OK
               MOVE "U" TO WS-PASS-MODE
               MOVE "U" TO WS-JK-DIRECTION
               MOVE ZERO TO WS-JK-SEQ
               PERFORM 5200-RESTORE-MASTERS
               PERFORM 3100-PASS-LINE-ITEMS
               PERFORM 3200-PASS-RECEIPTS
               PERFORM 3300-PASS-CONTRACTS
               PERFORM 3400-PASS-CREDIT-MEMOS
               MOVE "CUSTUNMG" TO WS-AUDIT-EVENT-CODE
               MOVE SPACES TO WS-AUDIT-EVENT-TEXT
               STRING WS-FROM-CUSTOMER " out of " WS-INTO-CUSTOMER
                  " rows " WS-ROWS-MOVED " by " WS-LOCK-OPERATOR
                  DELIMITED BY SIZE INTO WS-AUDIT-EVENT-TEXT
               END-STRING
               PERFORM 9100-WRITE-AUDIT-LOG
               DISPLAY "Merge undone - customer " WS-FROM-CUSTOMER
                  " restored, " WS-ROWS-MOVED " row(s) moved back."
            END-IF.

      *> The latest merge of this pair is the run of M rows that
      *> starts with sequence 0001; a later U row 0001 means that
      *> merge was undone already.
       5100-LOAD-MERGE-JOURNAL.
            OPEN INPUT RECOVERY-JOURNAL-FILE.
            IF WS-RECOVERY-JOURNAL-STATUS NOT = "00"
               DISPLAY "No recovery journal on file ("
                  WS-RECOVERY-JOURNAL-STATUS ") - nothing to undo."
               MOVE "N" TO WS-RUN-OK-FLAG
            ELSE
               PERFORM UNTIL WS-JOURNAL-EOF
                  READ RECOVERY-JOURNAL-FILE
                     AT END
                        MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                     NOT AT END
                        PERFORM 5110-CONSIDER-JOURNAL-ROW
                  END-READ
               END-PERFORM
               CLOSE RECOVERY-JOURNAL-FILE
               IF WS-UNDO-TABLE-FULL
                  DISPLAY "Merge has more journal rows than undo "
                     "holds (2000) - nothing changed."
                  MOVE "N" TO WS-RUN-OK-FLAG
               END-IF
            END-IF.

       5110-CONSIDER-JOURNAL-ROW.
            EVALUATE TRUE
               WHEN RJ-RECORD-KEY(1:11) = WS-MERGE-PREFIX
                  IF RJ-RECORD-KEY(12:4) = "0001"
                     MOVE ZERO TO WS-UNDO-COUNT
                     MOVE "N" TO WS-UNDO-TABLE-FULL-FLAG
                  END-IF
                  IF WS-UNDO-COUNT < 2000
                     ADD 1 TO WS-UNDO-COUNT
                     MOVE RJ-FILE-ID TO WS-UT-FILE-ID(WS-UNDO-COUNT)
                     MOVE RJ-ACTION TO WS-UT-ACTION(WS-UNDO-COUNT)
                     MOVE RJ-BEFORE-IMAGE
                        TO WS-UT-IMAGE(WS-UNDO-COUNT)
                  ELSE
                     MOVE "Y" TO WS-UNDO-TABLE-FULL-FLAG
                  END-IF
               WHEN RJ-RECORD-KEY(1:11) = WS-UNDO-PREFIX AND
                     RJ-RECORD-KEY(12:4) = "0001"
                  MOVE ZERO TO WS-UNDO-COUNT
                  MOVE "N" TO WS-UNDO-TABLE-FULL-FLAG
            END-EVALUATE.

      *> Masters in journal order - CUSTMAST (row 0001) first, so
      *> the undo's own 0001 row marks this merge as undone.
       5200-RESTORE-MASTERS.
            PERFORM VARYING UT-IX FROM 1 BY 1
               UNTIL UT-IX > WS-UNDO-COUNT
               EVALUATE WS-UT-FILE-ID(UT-IX)
                  WHEN "CUSTMAST"
                     PERFORM 5300-RESTORE-CUSTOMER
                  WHEN "ARBAL"
                     IF WS-UT-ACTION(UT-IX) = "D" AND
                           WS-BALANCE-FILE-OPEN
                        PERFORM 5400-RESTORE-BALANCE
                     END-IF
                  WHEN "DUNNING"
                     IF WS-DUNNING-FILE-OPEN
                        PERFORM 5500-RESTORE-DUNNING
                     END-IF
                  WHEN "STUCUST"
                     IF WS-STUDENT-FILE-OPEN
                        PERFORM 5600-RESTORE-STUDENT-LINK
                     END-IF
               END-EVALUATE
            END-PERFORM.

       5300-RESTORE-CUSTOMER.
            MOVE WS-UT-RECORD(UT-IX)(1:5) TO CU-CUSTOMER-NO.
            READ CUSTOMER-MASTER-FILE
               INVALID KEY
                  DISPLAY "Customer " WS-FROM-CUSTOMER
                     " is no longer on CUSTMAST - not restored."
               NOT INVALID KEY
                  MOVE "CUSTMAST" TO WS-JOURNAL-FILE-ID
                  MOVE "R" TO WS-JOURNAL-ACTION
                  MOVE CUSTOMER-MASTER-RECORD TO WS-JI-RECORD
                  MOVE ZERO TO WS-JI-POSITION
                  PERFORM 9000-JOURNAL-ROW
                  MOVE WS-UT-RECORD(UT-IX) TO CUSTOMER-MASTER-RECORD
                  REWRITE CUSTOMER-MASTER-RECORD
                     INVALID KEY
                        DISPLAY "CUSTMAST rewrite failed ("
                           WS-CUSTOMER-MASTER-STATUS ")."
                  END-REWRITE
            END-READ.

      *> The duplicate's row goes back as it was, and what it
      *> brought is taken off the survivor - the survivor keeps
      *> whatever has been posted to it since the merge.
       5400-RESTORE-BALANCE.
            MOVE WS-UT-RECORD(UT-IX) TO AR-BALANCE-RECORD.
            MOVE AB-OPEN-BALANCE TO WS-RETIRE-BALANCE.
            MOVE AB-AGE-CURRENT TO WS-RETIRE-AGE-CURRENT.
            MOVE AB-AGE-30 TO WS-RETIRE-AGE-30.
            MOVE AB-AGE-60 TO WS-RETIRE-AGE-60.
            MOVE AB-AGE-90 TO WS-RETIRE-AGE-90.
            WRITE AR-BALANCE-RECORD
               INVALID KEY
                  DISPLAY "ARBAL row for " WS-FROM-CUSTOMER
                     " already exists - left as it is."
               NOT INVALID KEY
                  ADD 1 TO WS-ROWS-MOVED
                  MOVE WS-INTO-CUSTOMER TO AB-CUSTOMER-NO
                  READ AR-BALANCE-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE "ARBAL" TO WS-JOURNAL-FILE-ID
                        MOVE "R" TO WS-JOURNAL-ACTION
                        MOVE AR-BALANCE-RECORD TO WS-JI-RECORD
                        MOVE ZERO TO WS-JI-POSITION
                        PERFORM 9000-JOURNAL-ROW
                        SUBTRACT WS-RETIRE-BALANCE FROM AB-OPEN-BALANCE
                        SUBTRACT WS-RETIRE-AGE-CURRENT
                           FROM AB-AGE-CURRENT
                        SUBTRACT WS-RETIRE-AGE-30 FROM AB-AGE-30
                        SUBTRACT WS-RETIRE-AGE-60 FROM AB-AGE-60
                        SUBTRACT WS-RETIRE-AGE-90 FROM AB-AGE-90
                        REWRITE AR-BALANCE-RECORD
                           INVALID KEY
                              DISPLAY "ARBAL rewrite failed ("
                                 WS-AR-BALANCE-STATUS ")."
                        END-REWRITE
                  END-READ
            END-WRITE.

      *> Both dunning rows go back to their images - the survivor's
      *> as it stood before the merge, the duplicate's as deleted.
       5500-RESTORE-DUNNING.
            MOVE WS-UT-RECORD(UT-IX)(1:5) TO DN-CUSTOMER-NO.
            READ DUNNING-STATUS-FILE
               INVALID KEY
                  MOVE WS-UT-RECORD(UT-IX) TO DUNNING-STATUS-RECORD
                  WRITE DUNNING-STATUS-RECORD
                     INVALID KEY
                        DISPLAY "DUNNING write failed ("
                           WS-DUNNING-STATUS-STATUS ")."
                  END-WRITE
               NOT INVALID KEY
                  MOVE "DUNNING" TO WS-JOURNAL-FILE-ID
                  MOVE "R" TO WS-JOURNAL-ACTION
                  MOVE DUNNING-STATUS-RECORD TO WS-JI-RECORD
                  MOVE ZERO TO WS-JI-POSITION
                  PERFORM 9000-JOURNAL-ROW
                  MOVE WS-UT-RECORD(UT-IX) TO DUNNING-STATUS-RECORD
                  REWRITE DUNNING-STATUS-RECORD
                     INVALID KEY
                        DISPLAY "DUNNING rewrite failed ("
                           WS-DUNNING-STATUS-STATUS ")."
                  END-REWRITE
            END-READ.
            IF WS-UT-ACTION(UT-IX) = "D"
               ADD 1 TO WS-ROWS-MOVED
            END-IF.

       5600-RESTORE-STUDENT-LINK.
            MOVE WS-UT-RECORD(UT-IX) TO STUDENT-CUSTOMER-RECORD.
            READ STUDENT-CUSTOMER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF SX-CUSTOMER-NO = WS-INTO-CUSTOMER
                     MOVE "STUCUST" TO WS-JOURNAL-FILE-ID
                     MOVE "R" TO WS-JOURNAL-ACTION
                     MOVE STUDENT-CUSTOMER-RECORD TO WS-JI-RECORD
                     MOVE ZERO TO WS-JI-POSITION
                     PERFORM 9000-JOURNAL-ROW
                     MOVE WS-FROM-CUSTOMER TO SX-CUSTOMER-NO
                     REWRITE STUDENT-CUSTOMER-RECORD
                        INVALID KEY
                           DISPLAY "STUCUST rewrite failed ("
                              WS-STUDENT-CUSTOMER-STATUS ")."
                        NOT INVALID KEY
                           ADD 1 TO WS-ROWS-MOVED
                     END-REWRITE
                  END-IF
            END-READ.

      *> The journal rows of one transaction file were written in
      *> file order, so a cursor walks them alongside the pass.
       5800-NEXT-FILE-ENTRY.
            ADD 1 TO WS-UNDO-CURSOR.
            PERFORM UNTIL WS-UNDO-CURSOR > WS-UNDO-COUNT OR
                  WS-UT-FILE-ID(WS-UNDO-CURSOR) = WS-JOURNAL-FILE-ID
               ADD 1 TO WS-UNDO-CURSOR
            END-PERFORM.

       5810-SYNC-UNDO-CURSOR.
            MOVE "N" TO WS-POSITION-MATCH-FLAG.
            PERFORM UNTIL WS-UNDO-CURSOR > WS-UNDO-COUNT OR
                  WS-UT-POSITION(WS-UNDO-CURSOR) >= WS-ROW-POSITION
               PERFORM 5800-NEXT-FILE-ENTRY
            END-PERFORM.
            IF WS-UNDO-CURSOR <= WS-UNDO-COUNT
               IF WS-UT-POSITION(WS-UNDO-CURSOR) = WS-ROW-POSITION
                  MOVE "Y" TO WS-POSITION-MATCH-FLAG
               END-IF
            END-IF.

      *> The work file replaces the transaction file it was copied
      *> from (the ARCHIVE-RETAIN copy pattern).
       6000-COPY-WORK-BACK.
            OPEN INPUT MERGE-WORK-FILE.
            OPEN OUTPUT COPY-BACK-FILE.
            IF WS-COPY-BACK-STATUS NOT = "00"
               DISPLAY "Cannot rewrite " WS-COPY-BACK-NAME " ("
                  WS-COPY-BACK-STATUS ") - changes are in "
                  "CUSTMRG.WRK."
            ELSE
               MOVE "N" TO WS-WORK-EOF-FLAG
               PERFORM UNTIL WS-WORK-EOF
                  READ MERGE-WORK-FILE
                     AT END
                        MOVE "Y" TO WS-WORK-EOF-FLAG
                     NOT AT END
                        MOVE MERGE-WORK-RECORD TO COPY-BACK-RECORD
                        WRITE COPY-BACK-RECORD
                  END-READ
               END-PERFORM
               CLOSE COPY-BACK-FILE
            END-IF.
            CLOSE MERGE-WORK-FILE.

       8000-CLOSE-MASTERS.
            CLOSE CUSTOMER-MASTER-FILE.
            IF WS-BALANCE-FILE-OPEN
               CLOSE AR-BALANCE-FILE
            END-IF.
            IF WS-DUNNING-FILE-OPEN
               CLOSE DUNNING-STATUS-FILE
            END-IF.
            IF WS-STUDENT-FILE-OPEN
               CLOSE STUDENT-CUSTOMER-FILE
            END-IF.
            PERFORM 9200-WRITE-AUDIT-LOG-TRAILER.
            CLOSE AUDIT-LOG-FILE.

      *> Every row changed or deleted is journaled before it is.
       9000-JOURNAL-ROW.
            ADD 1 TO WS-JK-SEQ.
            MOVE WS-JOURNAL-ACTION TO RJP-ACTION.
            MOVE WS-JOURNAL-FILE-ID TO RJP-FILE-ID.
            MOVE WS-LOCK-OPERATOR TO RJP-OPERATOR.
            MOVE WS-JOURNAL-KEY TO RJP-RECORD-KEY.
            MOVE WS-JOURNAL-IMAGE TO RJP-BEFORE-IMAGE.
            CALL "RECOVERY-JOURNAL" USING RECOVERY-JOURNAL-PARMS.

       9100-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       9200-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
       END PROGRAM CUSTOMER-MERGE.
