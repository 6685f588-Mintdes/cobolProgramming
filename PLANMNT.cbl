      *          out of service. This is how the eight-spiral machine
      *          gets its slots 6-8 and the can columns; Lab5-1's
      *          first-run seed only lays down the classic five.
      *          W lists the slots whose discontinued product (see
      *          PRODUCT-PHASE-OUT) has sold through to empty and
      *          switches each, on the operator's say-so, to the
      *          replacement product.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLANOGRAM-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.
           SELECT PRODUCT-DISCONTINUE-FILE ASSIGN TO "PRODDISC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PRODUCT-NAME
               FILE STATUS IS WS-PRODUCT-DISCONTINUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANOGRAM-FILE.
       COPY PLANOGRM.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       FD  PRODUCT-DISCONTINUE-FILE.
       COPY PRODDISC.

       WORKING-STORAGE SECTION.
       01  WS-PLANOGRAM-STATUS       PIC XX.
       01  WS-PRODUCT-MASTER-STATUS  PIC XX.
       01  WS-PRODUCT-DISCONTINUE-STATUS PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-SWITCH-CONTROLS.
           05  WS-SWITCH-ANSWER         PIC X.
           05  WS-OLD-PRODUCT-NAME      PIC X(10).
           05  WS-DRY-SLOT-COUNT        PIC 9(3).
           05  WS-SWITCHED-COUNT        PIC 9(3).
           05  WS-PRODUCT-OPEN-FLAG     PIC X.
               88  WS-PRODUCT-FILE-OPEN           VALUE "Y".
           05  WS-DISCONTINUE-OPEN-FLAG PIC X.
               88  WS-DISCONTINUE-FILE-OPEN       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
            PERFORM 1000-OPEN-PLANOGRAM.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/update slot, S=toggle service, "
                  "W=switch dry discontinued slots, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "S"
                  WHEN "s"
                     PERFORM 4000-TOGGLE-SERVICE
                  WHEN "W"
                  WHEN "w"
                     PERFORM 5000-SWITCH-DRY-SLOTS
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
       3100-ACCEPT-SLOT-FIELDS.
            MOVE WS-MACHINE-INPUT TO PL-MACHINE-ID.
            MOVE WS-SLOT-NO TO PL-SLOT-NO.
            DISPLAY "Slot type - (S)piral, (C)an column or "
               "(R)efrigerated: ".
            ACCEPT PL-SLOT-TYPE.
            IF PL-SLOT-TYPE NOT = "S" AND PL-SLOT-TYPE NOT = "C"
                  AND PL-SLOT-TYPE NOT = "R"
               MOVE "S" TO PL-SLOT-TYPE
            END-IF.
            DISPLAY "Seed product name (for first-run stocking): ".
      *> Every overwrite sends the prior image to the recovery
      *> journal first, so MASTER-RESTORE can answer "what did this
      *> slot say before" and put it back.
      *> Only a slot that has sold through to empty is offered - a
      *> slot still holding the old product keeps selling it down.
      *> Both the stocking row (PRODMAST) and the planogram seed are
      *> switched, so a first-run restock lays down the new product.
       5000-SWITCH-DRY-SLOTS.
            MOVE "N" TO WS-PRODUCT-OPEN-FLAG WS-DISCONTINUE-OPEN-FLAG.
            OPEN I-O PRODUCT-MASTER-FILE.
            IF WS-PRODUCT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-OPEN-FLAG
            END-IF.
            OPEN INPUT PRODUCT-DISCONTINUE-FILE.
            IF WS-PRODUCT-DISCONTINUE-STATUS = "00"
               MOVE "Y" TO WS-DISCONTINUE-OPEN-FLAG
            END-IF.
            MOVE ZERO TO WS-DRY-SLOT-COUNT WS-SWITCHED-COUNT.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            IF NOT WS-PRODUCT-FILE-OPEN OR
                  NOT WS-DISCONTINUE-FILE-OPEN
               DISPLAY "No products are being phased out."
               MOVE "Y" TO WS-LIST-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO PM-KEY
               START PRODUCT-MASTER-FILE KEY >= PM-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LIST-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-LIST-EOF
               READ PRODUCT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     IF PM-QTY-ON-HAND = ZERO
                        PERFORM 5100-CHECK-DRY-SLOT
                     END-IF
               END-READ
            END-PERFORM.
            DISPLAY "Slots ready to switch: " WS-DRY-SLOT-COUNT
               "  switched: " WS-SWITCHED-COUNT.
            IF WS-PRODUCT-FILE-OPEN
               CLOSE PRODUCT-MASTER-FILE
            END-IF.
            IF WS-DISCONTINUE-FILE-OPEN
               CLOSE PRODUCT-DISCONTINUE-FILE
            END-IF.

       5100-CHECK-DRY-SLOT.
            MOVE PM-PRODUCT-NAME TO PX-PRODUCT-NAME.
            READ PRODUCT-DISCONTINUE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF PX-IS-DISCONTINUED AND
                        PX-REPLACEMENT-NAME NOT = SPACES
                     ADD 1 TO WS-DRY-SLOT-COUNT
                     DISPLAY "Machine " PM-MACHINE-ID " slot "
                        PM-SLOT-NO " " PM-PRODUCT-NAME
                        " is empty - switch to "
                        PX-REPLACEMENT-NAME " now? (Y/N): "
                     MOVE SPACE TO WS-SWITCH-ANSWER
                     ACCEPT WS-SWITCH-ANSWER
                     IF WS-SWITCH-ANSWER = "Y" OR
                           WS-SWITCH-ANSWER = "y"
                        PERFORM 5200-SWITCH-ONE-SLOT
                     END-IF
                  END-IF
            END-READ.

       5200-SWITCH-ONE-SLOT.
            MOVE PM-PRODUCT-NAME TO WS-OLD-PRODUCT-NAME.
            MOVE PRODUCT-MASTER-RECORD TO WS-PRIOR-IMAGE.
            MOVE "R" TO RJP-ACTION.
            MOVE "PRODMAST" TO RJP-FILE-ID.
            MOVE WS-LOCK-OPERATOR TO RJP-OPERATOR.
            MOVE SPACES TO RJP-RECORD-KEY.
            MOVE PM-KEY TO RJP-RECORD-KEY.
            MOVE WS-PRIOR-IMAGE TO RJP-BEFORE-IMAGE.
            CALL "RECOVERY-JOURNAL" USING RECOVERY-JOURNAL-PARMS.
            MOVE PX-REPLACEMENT-NAME TO PM-PRODUCT-NAME.
            REWRITE PRODUCT-MASTER-RECORD.
            ADD 1 TO WS-SWITCHED-COUNT.
            MOVE PM-MACHINE-ID TO PL-MACHINE-ID.
            MOVE PM-SLOT-NO TO PL-SLOT-NO.
            READ PLANOGRAM-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF PL-SEED-PRODUCT-NAME = WS-OLD-PRODUCT-NAME
                     MOVE PLANOGRAM-RECORD TO WS-PRIOR-IMAGE
                     MOVE PX-REPLACEMENT-NAME TO PL-SEED-PRODUCT-NAME
                     PERFORM 9000-JOURNAL-BEFORE-IMAGE
                     REWRITE PLANOGRAM-RECORD
                  END-IF
            END-READ.
            DISPLAY "Slot switched to " PX-REPLACEMENT-NAME
               " - it will be loaded on the next route sheet.".

       9000-JOURNAL-BEFORE-IMAGE.
            MOVE "R" TO RJP-ACTION.
            MOVE "PLANOGRM" TO RJP-FILE-ID.
