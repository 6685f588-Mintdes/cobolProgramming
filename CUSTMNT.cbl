      *          and inactivates the account customers whose numbers
      *          the line-item records carry, so credit can be
      *          extended to someone the system has actually heard of.
      *          The prices each customer has agreed are kept here as
      *          dated CUSTOMER-PRICE rows, and every agreement added
      *          or corrected lands in the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT CUSTOMER-PRICE-FILE ASSIGN TO "CUSTPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CUSTOMER-PRICE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  CUSTOMER-PRICE-FILE.
       COPY CUSTPRC.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX.
       01  WS-CUSTOMER-PRICE-STATUS  PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-PRICE-EOF-FLAG         PIC X       VALUE "N".
           88  WS-PRICE-EOF                      VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-CUSTOMER-INPUT        PIC X(5).
           05  WS-ITEM-INPUT            PIC X(20).
           05  WS-DATE-INPUT            PIC X(8).
           05  WS-BASIS-INPUT           PIC X.
           05  WS-PRICE-INPUT           PIC X(9).
           05  WS-PCT-INPUT             PIC X(6).
           05  WS-INPUT-OK-FLAG         PIC X.
               88  WS-INPUT-OK                   VALUE "Y".
           05  WS-OLD-PRICE             PIC 9(5)V99.
           05  WS-OLD-DISCOUNT-PCT      PIC 99V99.
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).

       01  WS-LOCK-OPERATOR          PIC X(10).
       COPY LOCKPRM.
      *> over it, for the recovery journal.
       01  WS-PRIOR-IMAGE            PIC X(80).
       COPY RCVYPRM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF.
            PERFORM 1000-OPEN-CUSTOMER-MASTER.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/change, I=inactivate, "
                  "P=price agreements, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "I"
                  WHEN "i"
                     PERFORM 4000-INACTIVATE-CUSTOMER
                  WHEN "P"
                  WHEN "p"
                     PERFORM 5000-MAINTAIN-PRICE-AGREEMENTS
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
            MOVE WS-LOCK-OPERATOR TO LO-OPERATOR.
            CALL "LOCK-MANAGER" USING LOCK-MANAGER-PARMS.
            CLOSE CUSTOMER-MASTER-FILE.
            CLOSE CUSTOMER-PRICE-FILE.
            PERFORM 9200-WRITE-AUDIT-LOG-TRAILER.
            CLOSE AUDIT-LOG-FILE.
            GOBACK.

       1000-OPEN-CUSTOMER-MASTER.
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
            END-IF.
            OPEN I-O CUSTOMER-PRICE-FILE.
            IF WS-CUSTOMER-PRICE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-PRICE-FILE
               CLOSE CUSTOMER-PRICE-FILE
               OPEN I-O CUSTOMER-PRICE-FILE
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       2000-LIST-CUSTOMERS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
               END-READ
            END-IF.

       5000-MAINTAIN-PRICE-AGREEMENTS.
            DISPLAY "Customer number: ".
            ACCEPT WS-CUSTOMER-INPUT.
            IF WS-CUSTOMER-INPUT IS NOT NUMERIC
               DISPLAY "Invalid customer number - nothing changed."
            ELSE
               MOVE WS-CUSTOMER-INPUT TO CU-CUSTOMER-NO
               READ CUSTOMER-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Customer not on the master - add it "
                        "first."
                  NOT INVALID KEY
                     PERFORM 5100-LIST-PRICE-AGREEMENTS
                     PERFORM 5200-ADD-OR-CORRECT-AGREEMENT
               END-READ
            END-IF.

       5100-LIST-PRICE-AGREEMENTS.
            MOVE "N" TO WS-PRICE-EOF-FLAG.
            MOVE LOW-VALUES TO CP-KEY.
            MOVE CU-CUSTOMER-NO TO CP-CUSTOMER-NO.
            START CUSTOMER-PRICE-FILE KEY >= CP-KEY
               INVALID KEY
                  MOVE "Y" TO WS-PRICE-EOF-FLAG
            END-START.
            DISPLAY "Price agreements for " CU-CUSTOMER-NO " "
               CU-CUSTOMER-NAME.
            DISPLAY "ITEM                 EFFECTIVE B    PRICE  DISC%".
            PERFORM UNTIL WS-PRICE-EOF
               READ CUSTOMER-PRICE-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-PRICE-EOF-FLAG
                  NOT AT END
                     IF CP-CUSTOMER-NO NOT = CU-CUSTOMER-NO
                        MOVE "Y" TO WS-PRICE-EOF-FLAG
                     ELSE
                        DISPLAY CP-DESCRIPTION " " CP-EFFECTIVE-DATE
                           " " CP-PRICE-BASIS " " CP-PRICE " "
                           CP-DISCOUNT-PCT
                     END-IF
               END-READ
            END-PERFORM.

      *> A new deal is a new dated row, so the price in force on an
      *> old invoice date never changes under it; an existing row is
      *> only corrected when it was keyed wrong. Either way the old
      *> and new terms go to the audit log.
       5200-ADD-OR-CORRECT-AGREEMENT.
            DISPLAY "Item description as invoiced (ENTER = none): ".
            MOVE SPACES TO WS-ITEM-INPUT.
            ACCEPT WS-ITEM-INPUT.
            IF WS-ITEM-INPUT NOT = SPACES
               PERFORM 5300-ACCEPT-AGREEMENT-TERMS
               IF NOT WS-INPUT-OK
                  DISPLAY "Invalid date/basis/price - nothing "
                     "changed."
               ELSE
                  MOVE CU-CUSTOMER-NO TO CP-CUSTOMER-NO
                  MOVE WS-ITEM-INPUT TO CP-DESCRIPTION
                  MOVE WS-DATE-INPUT TO CP-EFFECTIVE-DATE
                  READ CUSTOMER-PRICE-FILE
                     INVALID KEY
                        PERFORM 5400-MOVE-AGREEMENT-TERMS
                        MOVE ZERO TO WS-OLD-PRICE
                        MOVE ZERO TO WS-OLD-DISCOUNT-PCT
                        WRITE CUSTOMER-PRICE-RECORD
                        END-WRITE
                        DISPLAY "Agreement added."
                     NOT INVALID KEY
                        MOVE CP-PRICE TO WS-OLD-PRICE
                        MOVE CP-DISCOUNT-PCT TO WS-OLD-DISCOUNT-PCT
                        PERFORM 5400-MOVE-AGREEMENT-TERMS
                        REWRITE CUSTOMER-PRICE-RECORD
                        END-REWRITE
                        DISPLAY "Agreement corrected."
                  END-READ
                  MOVE SPACES TO WS-AUDIT-EVENT-TEXT
                  STRING CP-CUSTOMER-NO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CP-DESCRIPTION(1:12) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CP-EFFECTIVE-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-OLD-PRICE DELIMITED BY SIZE
                     ">" DELIMITED BY SIZE
                     CP-PRICE-BASIS DELIMITED BY SIZE
                     CP-PRICE DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     CP-DISCOUNT-PCT DELIMITED BY SIZE
                     INTO WS-AUDIT-EVENT-TEXT
                  END-STRING
                  PERFORM 9100-WRITE-AUDIT-LOG
               END-IF
            END-IF.

       5300-ACCEPT-AGREEMENT-TERMS.
            MOVE "Y" TO WS-INPUT-OK-FLAG.
            DISPLAY "Effective date (YYYYMMDD): ".
            MOVE SPACES TO WS-DATE-INPUT.
            ACCEPT WS-DATE-INPUT.
            DISPLAY "P = fixed price, D = discount off list price: ".
            MOVE SPACES TO WS-BASIS-INPUT.
            ACCEPT WS-BASIS-INPUT.
            IF WS-BASIS-INPUT = "d"
               MOVE "D" TO WS-BASIS-INPUT
            END-IF.
            IF WS-BASIS-INPUT NOT = "D"
               MOVE "P" TO WS-BASIS-INPUT
               DISPLAY "Agreed price (e.g. 1500.00): "
            ELSE
               DISPLAY "List price (e.g. 1500.00): "
            END-IF.
            MOVE SPACES TO WS-PRICE-INPUT.
            ACCEPT WS-PRICE-INPUT.
            MOVE SPACES TO WS-PCT-INPUT.
            IF WS-BASIS-INPUT = "D"
               DISPLAY "Discount percent (e.g. 12.5): "
               ACCEPT WS-PCT-INPUT
               IF WS-PCT-INPUT = SPACES OR
                     FUNCTION NUMVAL(WS-PCT-INPUT) <= ZERO OR
                     FUNCTION NUMVAL(WS-PCT-INPUT) >= 100
                  MOVE "N" TO WS-INPUT-OK-FLAG
               END-IF
            END-IF.
            IF WS-DATE-INPUT IS NOT NUMERIC OR
                  WS-PRICE-INPUT = SPACES
               MOVE "N" TO WS-INPUT-OK-FLAG
            ELSE
               IF FUNCTION NUMVAL(WS-PRICE-INPUT) <= ZERO OR
                     FUNCTION NUMVAL(WS-PRICE-INPUT) > 99999.99
                  MOVE "N" TO WS-INPUT-OK-FLAG
               END-IF
            END-IF.

       5400-MOVE-AGREEMENT-TERMS.
            MOVE WS-BASIS-INPUT TO CP-PRICE-BASIS.
            COMPUTE CP-PRICE = FUNCTION NUMVAL(WS-PRICE-INPUT).
            IF CP-IS-DISCOUNT
               COMPUTE CP-DISCOUNT-PCT = FUNCTION NUMVAL(WS-PCT-INPUT)
            ELSE
               MOVE ZERO TO CP-DISCOUNT-PCT
            END-IF.

       9100-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE "CUSTPRC" TO AL-EVENT-CODE.
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

      *> Every overwrite sends the prior image to the recovery
      *> journal first, so MASTER-RESTORE can answer "what did this
      *> customer say before" and put it back.
