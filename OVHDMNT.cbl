      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Overhead rule maintenance - lists, adds, replaces
      *          and inactivates the OVERHEAD-RULE rows that tell
      *          OVERHEAD-ALLOCATION how to spread a single expense
      *          account (warehouse rent, van costs, admin wages)
      *          over the cost centers or the machines: by fixed
      *          percentages, center headcount, hours paid, or
      *          vending takings. The source must be an expense
      *          account on the chart, center targets must be on
      *          COSTCTR and machine targets on MACHINE-MASTER, and
      *          a percentage rule cannot be saved until its shares
      *          add to 100.00.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERHEAD-RULE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERHEAD-RULE-FILE ASSIGN TO "OVHDRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-RULE-ID
               FILE STATUS IS WS-OVERHEAD-RULE-STATUS.
           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NO
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CENTER-CODE
               FILE STATUS IS WS-COST-CENTER-STATUS.
           SELECT MACHINE-MASTER-FILE ASSIGN TO "MACHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OVERHEAD-RULE-FILE.
       COPY OVHDRULE.

       FD  CHART-ACCOUNT-FILE.
       COPY CHARTACC.

       FD  COST-CENTER-FILE.
       COPY COSTCTR.

       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       WORKING-STORAGE SECTION.
       01  WS-OVERHEAD-RULE-STATUS   PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-COST-CENTER-STATUS     PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".

       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-ID-INPUT              PIC X(6).
           05  WS-EXISTING-FLAG         PIC X.
               88  WS-RULE-EXISTS                 VALUE "Y".
           05  WS-FIELDS-OK-FLAG        PIC X.
               88  WS-FIELDS-OK                   VALUE "Y".
           05  WS-CODE-OK-FLAG          PIC X.
               88  WS-CODE-OK                     VALUE "Y".
           05  WS-ACCOUNT-INPUT         PIC X(4).
           05  WS-TYPE-INPUT            PIC X.
           05  WS-DRIVER-INPUT          PIC X.
           05  WS-CODE-INPUT            PIC X(4).
           05  WS-PCT-INPUT             PIC X(5).
           05  WS-PCT-DIGITS REDEFINES WS-PCT-INPUT
                                        PIC 999V99.
           05  WS-PCT-TOTAL             PIC 9(4)V99.
           05  WS-PCT-EDIT              PIC ZZ9.99.
           05  WS-TARGETS-DONE-FLAG     PIC X.
               88  WS-TARGETS-DONE                VALUE "Y".
           05  WS-TARGET-IDX            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Overhead Allocation Rule Maintenance ---".
            PERFORM 1000-OPEN-FILES.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/replace, I=inactivate, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-RULES
                  WHEN "A"
                  WHEN "a"
                     PERFORM 3000-ADD-OR-REPLACE-RULE
                  WHEN "I"
                  WHEN "i"
                     PERFORM 4000-INACTIVATE-RULE
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE OVERHEAD-RULE-FILE.
            IF WS-CHART-ACCOUNT-STATUS = "00"
               CLOSE CHART-ACCOUNT-FILE
            END-IF.
            IF WS-COST-CENTER-STATUS = "00"
               CLOSE COST-CENTER-FILE
            END-IF.
            IF WS-MACHINE-MASTER-STATUS = "00"
               CLOSE MACHINE-MASTER-FILE
            END-IF.
            GOBACK.

       1000-OPEN-FILES.
            OPEN I-O OVERHEAD-RULE-FILE.
            IF WS-OVERHEAD-RULE-STATUS = "35"
               OPEN OUTPUT OVERHEAD-RULE-FILE
               CLOSE OVERHEAD-RULE-FILE
               OPEN I-O OVERHEAD-RULE-FILE
            END-IF.
            OPEN INPUT CHART-ACCOUNT-FILE.
            IF WS-CHART-ACCOUNT-STATUS NOT = "00"
               DISPLAY "No CHART-OF-ACCOUNTS file yet - run GL-POST "
                  "once to seed it; accounts unvalidated this run."
            END-IF.
            OPEN INPUT COST-CENTER-FILE.
            OPEN INPUT MACHINE-MASTER-FILE.

       2000-LIST-RULES.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO OA-RULE-ID.
            START OVERHEAD-RULE-FILE KEY >= OA-RULE-ID
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "ID     DESCRIPTION          SRCE T D MACH A".
            PERFORM UNTIL WS-LIST-EOF
               READ OVERHEAD-RULE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     DISPLAY OA-RULE-ID " " OA-DESCRIPTION " "
                        OA-SOURCE-ACCOUNT " " OA-TARGET-TYPE " "
                        OA-DRIVER " " OA-MACHINE-ACCOUNT " "
                        OA-ACTIVE-FLAG
                     PERFORM 2100-LIST-RULE-TARGETS
               END-READ
            END-PERFORM.

       2100-LIST-RULE-TARGETS.
            IF OA-TARGET-COUNT = ZERO
               DISPLAY "         (ALL, BY DRIVER)"
            END-IF.
            PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
               UNTIL WS-TARGET-IDX > OA-TARGET-COUNT
               OR WS-TARGET-IDX > 20
               IF OA-BY-PERCENT
                  MOVE OA-TARGET-PCT(WS-TARGET-IDX) TO WS-PCT-EDIT
                  DISPLAY "         " OA-TARGET-CODE(WS-TARGET-IDX)
                     " " WS-PCT-EDIT "%"
               ELSE
                  DISPLAY "         " OA-TARGET-CODE(WS-TARGET-IDX)
               END-IF
            END-PERFORM.

      *> An existing rule is replaced whole, targets and all.
       3000-ADD-OR-REPLACE-RULE.
            DISPLAY "Rule id (6 chars): ".
            MOVE SPACES TO WS-ID-INPUT.
            ACCEPT WS-ID-INPUT.
            IF WS-ID-INPUT = SPACES
               DISPLAY "Blank id - nothing changed."
            ELSE
               MOVE WS-ID-INPUT TO OA-RULE-ID
               MOVE "N" TO WS-EXISTING-FLAG
               READ OVERHEAD-RULE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "Y" TO WS-EXISTING-FLAG
                     DISPLAY "Current: " OA-DESCRIPTION " from "
                        OA-SOURCE-ACCOUNT " - it will be replaced."
               END-READ
               PERFORM 3100-ACCEPT-RULE-FIELDS
               IF WS-FIELDS-OK
                  PERFORM 3200-ACCEPT-TARGETS
               END-IF
               IF WS-FIELDS-OK
                  PERFORM 3300-SAVE-RULE
               END-IF
            END-IF.

       3100-ACCEPT-RULE-FIELDS.
            MOVE "Y" TO WS-FIELDS-OK-FLAG.
            MOVE WS-ID-INPUT TO OA-RULE-ID.
            MOVE ZERO TO OA-MACHINE-ACCOUNT.
            DISPLAY "Description: ".
            ACCEPT OA-DESCRIPTION.
            DISPLAY "Expense account to allocate (4 digits): ".
            MOVE SPACES TO WS-ACCOUNT-INPUT.
            ACCEPT WS-ACCOUNT-INPUT.
            IF WS-ACCOUNT-INPUT IS NOT NUMERIC
               DISPLAY "Not an account number - nothing changed."
               MOVE "N" TO WS-FIELDS-OK-FLAG
            ELSE
               MOVE WS-ACCOUNT-INPUT TO OA-SOURCE-ACCOUNT
               IF WS-CHART-ACCOUNT-STATUS = "00"
                  MOVE WS-ACCOUNT-INPUT TO CA-ACCOUNT-NO
                  READ CHART-ACCOUNT-FILE
                     INVALID KEY
                        DISPLAY "Account not on the chart - nothing "
                           "changed."
                        MOVE "N" TO WS-FIELDS-OK-FLAG
                     NOT INVALID KEY
                        IF NOT CA-IS-EXPENSE
                           DISPLAY "Only an expense account can be "
                              "allocated - nothing changed."
                           MOVE "N" TO WS-FIELDS-OK-FLAG
                        END-IF
                  END-READ
               END-IF
            END-IF.
            IF WS-FIELDS-OK
               DISPLAY "Allocate to (C)ost centers or (M)achines: "
               ACCEPT WS-TYPE-INPUT
               EVALUATE WS-TYPE-INPUT
                  WHEN "C"
                  WHEN "c"
                     MOVE "C" TO OA-TARGET-TYPE
                     DISPLAY "Driver (P=fixed percent, H=headcount, "
                        "W=hours paid): "
                  WHEN "M"
                  WHEN "m"
                     MOVE "M" TO OA-TARGET-TYPE
                     DISPLAY "Driver (P=fixed percent, V=vending "
                        "takings): "
                  WHEN OTHER
                     DISPLAY "Target must be C or M - nothing "
                        "changed."
                     MOVE "N" TO WS-FIELDS-OK-FLAG
               END-EVALUATE
            END-IF.
            IF WS-FIELDS-OK
               ACCEPT WS-DRIVER-INPUT
               EVALUATE TRUE
                  WHEN WS-DRIVER-INPUT = "P" OR "p"
                     MOVE "P" TO OA-DRIVER
                  WHEN (WS-DRIVER-INPUT = "H" OR "h") AND
                        OA-TO-CENTERS
                     MOVE "H" TO OA-DRIVER
                  WHEN (WS-DRIVER-INPUT = "W" OR "w") AND
                        OA-TO-CENTERS
                     MOVE "W" TO OA-DRIVER
                  WHEN (WS-DRIVER-INPUT = "V" OR "v") AND
                        OA-TO-MACHINES
                     MOVE "V" TO OA-DRIVER
                  WHEN OTHER
                     DISPLAY "Driver does not fit the target - "
                        "nothing changed."
                     MOVE "N" TO WS-FIELDS-OK-FLAG
               END-EVALUATE
            END-IF.
            IF WS-FIELDS-OK AND OA-TO-MACHINES
               DISPLAY "Machine overhead account (ENTER = 5950): "
               MOVE SPACES TO WS-ACCOUNT-INPUT
               ACCEPT WS-ACCOUNT-INPUT
               EVALUATE TRUE
                  WHEN WS-ACCOUNT-INPUT = SPACES
                     MOVE 5950 TO OA-MACHINE-ACCOUNT
                  WHEN WS-ACCOUNT-INPUT IS NUMERIC
                     MOVE WS-ACCOUNT-INPUT TO OA-MACHINE-ACCOUNT
                  WHEN OTHER
                     DISPLAY "Not an account number - nothing "
                        "changed."
                     MOVE "N" TO WS-FIELDS-OK-FLAG
               END-EVALUATE
               IF OA-MACHINE-ACCOUNT = OA-SOURCE-ACCOUNT
                  DISPLAY "Machine account must differ from the "
                     "source - nothing changed."
                  MOVE "N" TO WS-FIELDS-OK-FLAG
               END-IF
            END-IF.

      *> A percentage rule must name its targets and land on
      *> exactly 100.00; a driver rule may name a subset or none.
       3200-ACCEPT-TARGETS.
            MOVE ZERO TO OA-TARGET-COUNT.
            MOVE ZERO TO WS-PCT-TOTAL.
            PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
               UNTIL WS-TARGET-IDX > 20
               MOVE SPACES TO OA-TARGET-CODE(WS-TARGET-IDX)
               MOVE ZERO TO OA-TARGET-PCT(WS-TARGET-IDX)
            END-PERFORM.
            MOVE "N" TO WS-TARGETS-DONE-FLAG.
            PERFORM UNTIL WS-TARGETS-DONE
               IF OA-TO-CENTERS
                  DISPLAY "Center code (ENTER = done): "
               ELSE
                  DISPLAY "Machine ID (2 digits, ENTER = done): "
               END-IF
               MOVE SPACES TO WS-CODE-INPUT
               ACCEPT WS-CODE-INPUT
               EVALUATE TRUE
                  WHEN WS-CODE-INPUT = SPACES
                     MOVE "Y" TO WS-TARGETS-DONE-FLAG
                  WHEN OA-TARGET-COUNT >= 20
                     DISPLAY "Rule is full (20 targets)."
                     MOVE "Y" TO WS-TARGETS-DONE-FLAG
                  WHEN OTHER
                     PERFORM 3210-TAKE-ONE-TARGET
               END-EVALUATE
            END-PERFORM.
            IF OA-BY-PERCENT
               IF OA-TARGET-COUNT = ZERO OR WS-PCT-TOTAL NOT = 100
                  MOVE WS-PCT-TOTAL TO WS-PCT-EDIT
                  DISPLAY "Shares add to " WS-PCT-EDIT
                     "% - must be 100.00; nothing changed."
                  MOVE "N" TO WS-FIELDS-OK-FLAG
               END-IF
            END-IF.

       3210-TAKE-ONE-TARGET.
            MOVE "Y" TO WS-CODE-OK-FLAG.
            IF OA-TO-CENTERS
               IF WS-COST-CENTER-STATUS = "00"
                  MOVE WS-CODE-INPUT TO CC-CENTER-CODE
                  READ COST-CENTER-FILE
                     INVALID KEY
                        DISPLAY "Center not on COSTCTR - refused."
                        MOVE "N" TO WS-CODE-OK-FLAG
                  END-READ
               END-IF
            ELSE
               IF WS-CODE-INPUT(1:2) IS NOT NUMERIC
                  DISPLAY "Machine ID is two digits - refused."
                  MOVE "N" TO WS-CODE-OK-FLAG
               ELSE
                  MOVE SPACES TO WS-CODE-INPUT(3:2)
                  IF WS-MACHINE-MASTER-STATUS = "00"
                     MOVE WS-CODE-INPUT(1:2) TO MM-MACHINE-ID
                     READ MACHINE-MASTER-FILE
                        INVALID KEY
                           DISPLAY "Machine not on MACHINE-MASTER "
                              "- refused."
                           MOVE "N" TO WS-CODE-OK-FLAG
                     END-READ
                  END-IF
               END-IF
            END-IF.
            IF WS-CODE-OK AND OA-BY-PERCENT
               DISPLAY "Share percent (02500 = 25.00%): "
               MOVE SPACES TO WS-PCT-INPUT
               ACCEPT WS-PCT-INPUT
               IF WS-PCT-INPUT IS NOT NUMERIC OR WS-PCT-DIGITS = ZERO
                  DISPLAY "Invalid percent - target refused."
                  MOVE "N" TO WS-CODE-OK-FLAG
               END-IF
            END-IF.
            IF WS-CODE-OK
               ADD 1 TO OA-TARGET-COUNT
               MOVE WS-CODE-INPUT TO OA-TARGET-CODE(OA-TARGET-COUNT)
               IF OA-BY-PERCENT
                  MOVE WS-PCT-DIGITS
                     TO OA-TARGET-PCT(OA-TARGET-COUNT)
                  ADD WS-PCT-DIGITS TO WS-PCT-TOTAL
                  MOVE WS-PCT-TOTAL TO WS-PCT-EDIT
                  DISPLAY "Target held - shares so far "
                     WS-PCT-EDIT "%."
               ELSE
                  DISPLAY "Target held."
               END-IF
            END-IF.

       3300-SAVE-RULE.
            MOVE "A" TO OA-ACTIVE-FLAG.
            IF WS-RULE-EXISTS
               REWRITE OVERHEAD-RULE-RECORD
               DISPLAY "Rule replaced."
            ELSE
               WRITE OVERHEAD-RULE-RECORD
               DISPLAY "Rule added."
            END-IF.

       4000-INACTIVATE-RULE.
            DISPLAY "Rule id to inactivate: ".
            MOVE SPACES TO WS-ID-INPUT.
            ACCEPT WS-ID-INPUT.
            MOVE WS-ID-INPUT TO OA-RULE-ID.
            READ OVERHEAD-RULE-FILE
               INVALID KEY
                  DISPLAY "No such rule."
               NOT INVALID KEY
                  MOVE "I" TO OA-ACTIVE-FLAG
                  REWRITE OVERHEAD-RULE-RECORD
                  DISPLAY "Rule inactivated - allocations already "
                     "journaled stand."
            END-READ.
       END PROGRAM OVERHEAD-RULE-MAINT.
