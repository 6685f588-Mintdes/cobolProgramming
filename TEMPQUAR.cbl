      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Temperature-excursion quarantine - walks TEMPLOG.DAT
      *          machine by machine and finds every excursion: a run
      *          of readings above the safe limit, timed from the
      *          first reading over it to each later one until the
      *          machine reads back in band. An excursion that lasts
      *          longer than the allowed minutes quarantines every
      *          LOT-MASTER row with stock in the machine's
      *          refrigerated planogram slots (Lab5-1 then refuses
      *          them) and opens a TEMPEXC work order on the machine
      *          unless one is already open. The safe limit, allowed
      *          minutes and the latest reading already judged live
      *          in TQCTL.DAT, so an excursion is acted on once and a
      *          lot the supervisor has released is not quarantined
      *          again. No prompts: TEMP-READING-ENTRY calls it after
      *          each reading and the nightly job stream runs it.
      *          Release and write-off are done in SPOILAGE-WRITE-OFF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMP-EXCURSION-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPERATURE-LOG-FILE ASSIGN TO "TEMPLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TEMPERATURE-LOG-STATUS.
           SELECT PLANOGRAM-FILE ASSIGN TO "PLANOGRM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLANOGRAM-STATUS.
           SELECT LOT-MASTER-FILE ASSIGN TO "LOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-MASTER-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WRKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WORK-ORDER-STATUS.
           SELECT QUARANTINE-CONTROL-FILE ASSIGN TO "TQCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-CONTROL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPERATURE-LOG-FILE.
       COPY TEMPLOG.

       FD  PLANOGRAM-FILE.
       COPY PLANOGRM.

       FD  LOT-MASTER-FILE.
       COPY LOTMAST.

       FD  WORK-ORDER-FILE.
       COPY WRKORDER.

       FD  QUARANTINE-CONTROL-FILE.
       01  QUARANTINE-CONTROL-RECORD.
           05  TQ-SAFE-HIGH-C          PIC 99V9.
           05  TQ-ALLOWED-MINUTES      PIC 9(4).
           05  TQ-LAST-READ-DATE       PIC 9(8).
           05  TQ-LAST-READ-TIME       PIC 9(8).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  WS-TEMPERATURE-LOG-STATUS PIC XX.
       01  WS-PLANOGRAM-STATUS       PIC XX.
       01  WS-LOT-MASTER-STATUS      PIC XX.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-QUARANTINE-CONTROL-STATUS PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-LOG-EOF-FLAG           PIC X       VALUE "N".
           88  WS-LOG-EOF                        VALUE "Y".
       01  WS-PLAN-EOF-FLAG          PIC X.
           88  WS-PLAN-EOF                       VALUE "Y".
       01  WS-LOT-EOF-FLAG           PIC X.
           88  WS-LOT-EOF                        VALUE "Y".
       01  WS-ORDER-EOF-FLAG         PIC X.
           88  WS-ORDER-EOF                      VALUE "Y".

       01  WS-FILE-OPEN-FLAGS.
           05  WS-PLAN-OPEN-FLAG        PIC X       VALUE "N".
               88  WS-PLAN-FILE-OPEN             VALUE "Y".
           05  WS-LOT-OPEN-FLAG         PIC X       VALUE "N".
               88  WS-LOT-FILE-OPEN              VALUE "Y".
           05  WS-ORDER-OPEN-FLAG       PIC X       VALUE "N".
               88  WS-ORDER-FILE-OPEN            VALUE "Y".

      *> Defaults written to TQCTL.DAT the first time: 8.0 C is the
      *> top of the TEMP-SAFETY-REPORT band, and two hours above it
      *> is as long as chilled food may sit before it is suspect.
       01  WS-QUARANTINE-SETTINGS.
           05  WS-SAFE-HIGH-C           PIC 99V9    VALUE 8.0.
           05  WS-ALLOWED-MINUTES       PIC 9(4)    VALUE 120.
           05  WS-LAST-READ-DATE        PIC 9(8)    VALUE ZERO.
           05  WS-LAST-READ-TIME        PIC 9(8)    VALUE ZERO.
           05  WS-NEW-LAST-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-NEW-LAST-TIME         PIC 9(8)    VALUE ZERO.

       01  WS-EXCURSION-CONTROLS.
           05  WS-PREV-MACHINE          PIC 99      VALUE ZERO.
      *> 99 is a legal machine ID, so "no previous reading" is a
      *> flag of its own, not a magic machine number.
           05  WS-FIRST-READING-FLAG    PIC X       VALUE "Y".
               88  WS-FIRST-READING              VALUE "Y".
           05  WS-EXCURSION-FLAG        PIC X       VALUE "N".
               88  WS-IN-EXCURSION               VALUE "Y".
           05  WS-ACTED-FLAG            PIC X       VALUE "N".
               88  WS-EXCURSION-ACTED            VALUE "Y".
           05  WS-READING-JULIAN        PIC 9(7).
           05  WS-READING-JULIAN-R REDEFINES WS-READING-JULIAN.
               10  WS-READING-JYEAR         PIC 9(4).
               10  WS-READING-JDAY          PIC 9(3).
           05  WS-READING-TIME          PIC 9(8).
           05  WS-READING-TIME-R REDEFINES WS-READING-TIME.
               10  WS-READING-HH            PIC 99.
               10  WS-READING-MM            PIC 99.
               10  FILLER                   PIC 9(4).
           05  WS-READING-MINUTE        PIC 9(11).
           05  WS-EXCURSION-START       PIC 9(11).
           05  WS-EXCURSION-MINUTES     PIC 9(7).
           05  WS-QTN-MACHINE           PIC 99.
           05  WS-LOTS-QUARANTINED      PIC 9(3).
           05  WS-NEXT-ORDER-NO         PIC 9(5).
           05  WS-OPEN-ORDER-FLAG       PIC X.
               88  WS-OPEN-ORDER-FOUND           VALUE "Y".
           05  WS-EXCURSIONS-ACTED      PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-QUARANTINED     PIC 9(5)    VALUE ZERO.
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-AUDIT-LOG-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-AUDIT-EVENT-CODE      PIC X(10).
           05  WS-AUDIT-EVENT-TEXT      PIC X(50).
           05  WS-EDIT-MINUTES          PIC ZZZ9.
           05  WS-EDIT-LIMIT            PIC Z9.9.
           05  WS-EDIT-LOTS             PIC ZZ9.

       COPY DATEPARM.
       COPY AUDCHPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Temperature Excursion Check ---".
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT TEMPERATURE-LOG-FILE.
            IF WS-TEMPERATURE-LOG-STATUS NOT = "00"
               DISPLAY "No TEMPERATURE-LOG file - nothing to check."
               GOBACK
            END-IF.
            PERFORM 1000-OPEN-FILES.
            PERFORM 1100-READ-QUARANTINE-CONTROL.
            MOVE LOW-VALUES TO TL-KEY.
            START TEMPERATURE-LOG-FILE KEY >= TL-KEY
               INVALID KEY
                  MOVE "Y" TO WS-LOG-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-LOG-EOF
               READ TEMPERATURE-LOG-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LOG-EOF-FLAG
                  NOT AT END
                     PERFORM 2000-WEIGH-ONE-READING
               END-READ
            END-PERFORM.
            CLOSE TEMPERATURE-LOG-FILE.
            PERFORM 3000-REWRITE-QUARANTINE-CONTROL.
            PERFORM 9100-WRITE-AUDIT-LOG-TRAILER.
            PERFORM 9900-CLOSE-FILES.
            DISPLAY "Excursions acted on: " WS-EXCURSIONS-ACTED
               "  lots quarantined: " WS-TOTAL-QUARANTINED.
            GOBACK.

       1000-OPEN-FILES.
            OPEN INPUT PLANOGRAM-FILE.
            IF WS-PLANOGRAM-STATUS = "00"
               MOVE "Y" TO WS-PLAN-OPEN-FLAG
            END-IF.
            OPEN I-O LOT-MASTER-FILE.
            IF WS-LOT-MASTER-STATUS = "35"
               OPEN OUTPUT LOT-MASTER-FILE
               CLOSE LOT-MASTER-FILE
               OPEN I-O LOT-MASTER-FILE
            END-IF.
            IF WS-LOT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-LOT-OPEN-FLAG
            END-IF.
            OPEN I-O WORK-ORDER-FILE.
            IF WS-WORK-ORDER-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
            END-IF.
            IF WS-WORK-ORDER-STATUS = "00"
               MOVE "Y" TO WS-ORDER-OPEN-FLAG
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       1100-READ-QUARANTINE-CONTROL.
            OPEN INPUT QUARANTINE-CONTROL-FILE.
            IF WS-QUARANTINE-CONTROL-STATUS = "00"
               READ QUARANTINE-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE TQ-SAFE-HIGH-C TO WS-SAFE-HIGH-C
                     MOVE TQ-ALLOWED-MINUTES TO WS-ALLOWED-MINUTES
                     MOVE TQ-LAST-READ-DATE TO WS-LAST-READ-DATE
                     MOVE TQ-LAST-READ-TIME TO WS-LAST-READ-TIME
               END-READ
               CLOSE QUARANTINE-CONTROL-FILE
            END-IF.
            MOVE WS-LAST-READ-DATE TO WS-NEW-LAST-DATE.
            MOVE WS-LAST-READ-TIME TO WS-NEW-LAST-TIME.

      *> Readings arrive in key order (machine, then date and time),
      *> so a machine change ends any excursion in progress. The
      *> minute clock is the DATE-FORMATTER julian day times 1440
      *> plus the time of day, so an excursion can run past
      *> midnight. An excursion is acted on only at the reading that
      *> first takes it past the allowed minutes, and only if that
      *> reading is newer than anything an earlier run has judged.
       2000-WEIGH-ONE-READING.
            IF WS-FIRST-READING OR TL-MACHINE-ID NOT = WS-PREV-MACHINE
               MOVE "N" TO WS-EXCURSION-FLAG
               MOVE TL-MACHINE-ID TO WS-PREV-MACHINE
               MOVE "N" TO WS-FIRST-READING-FLAG
            END-IF.
            IF TL-READ-DATE > WS-NEW-LAST-DATE OR
                  (TL-READ-DATE = WS-NEW-LAST-DATE AND
                   TL-READ-TIME > WS-NEW-LAST-TIME)
               MOVE TL-READ-DATE TO WS-NEW-LAST-DATE
               MOVE TL-READ-TIME TO WS-NEW-LAST-TIME
            END-IF.
            IF TL-READING-C > WS-SAFE-HIGH-C
               PERFORM 2100-SET-READING-MINUTE
               IF NOT WS-IN-EXCURSION
                  MOVE "Y" TO WS-EXCURSION-FLAG
                  MOVE "N" TO WS-ACTED-FLAG
                  MOVE WS-READING-MINUTE TO WS-EXCURSION-START
               END-IF
               COMPUTE WS-EXCURSION-MINUTES =
                  WS-READING-MINUTE - WS-EXCURSION-START
               IF WS-EXCURSION-MINUTES > WS-ALLOWED-MINUTES AND
                     NOT WS-EXCURSION-ACTED
                  MOVE "Y" TO WS-ACTED-FLAG
                  IF TL-READ-DATE > WS-LAST-READ-DATE OR
                        (TL-READ-DATE = WS-LAST-READ-DATE AND
                         TL-READ-TIME > WS-LAST-READ-TIME)
                     PERFORM 2500-QUARANTINE-MACHINE
                  END-IF
               END-IF
            ELSE
               MOVE "N" TO WS-EXCURSION-FLAG
            END-IF.

       2100-SET-READING-MINUTE.
            MOVE TL-READ-DATE(1:4) TO DF-YEAR.
            MOVE TL-READ-DATE(5:2) TO DF-MONTH.
            MOVE TL-READ-DATE(7:2) TO DF-DAY.
            CALL "DATE-FORMATTER" USING DATE-FORMATTER-PARMS.
            IF DF-DATE-IS-VALID
               MOVE DF-DISPLAY-DATE-3 TO WS-READING-JULIAN
            ELSE
               MOVE ZERO TO WS-READING-JULIAN
            END-IF.
            MOVE TL-READ-TIME TO WS-READING-TIME.
            COMPUTE WS-READING-MINUTE =
               ((WS-READING-JYEAR * 365) + WS-READING-JDAY) * 1440
               + (WS-READING-HH * 60) + WS-READING-MM.

       2500-QUARANTINE-MACHINE.
            ADD 1 TO WS-EXCURSIONS-ACTED.
            MOVE TL-MACHINE-ID TO WS-QTN-MACHINE.
            MOVE ZERO TO WS-LOTS-QUARANTINED.
            MOVE WS-EXCURSION-MINUTES TO WS-EDIT-MINUTES.
            MOVE WS-SAFE-HIGH-C TO WS-EDIT-LIMIT.
            DISPLAY "Machine " WS-QTN-MACHINE " above "
               WS-EDIT-LIMIT " C for " WS-EDIT-MINUTES
               " minutes at " TL-READ-DATE " " TL-READ-TIME.
            MOVE "N" TO WS-PLAN-EOF-FLAG.
            IF NOT WS-PLAN-FILE-OPEN
               DISPLAY "No PLANOGRAM file - no slots to quarantine."
               MOVE "Y" TO WS-PLAN-EOF-FLAG
            ELSE
               MOVE WS-QTN-MACHINE TO PL-MACHINE-ID
               MOVE ZERO TO PL-SLOT-NO
               START PLANOGRAM-FILE KEY >= PL-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-PLAN-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-PLAN-EOF
               READ PLANOGRAM-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-PLAN-EOF-FLAG
                  NOT AT END
                     IF PL-MACHINE-ID NOT = WS-QTN-MACHINE
                        MOVE "Y" TO WS-PLAN-EOF-FLAG
                     ELSE
                        IF PL-IS-REFRIGERATED
                           PERFORM 2600-QUARANTINE-SLOT-LOTS
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            ADD WS-LOTS-QUARANTINED TO WS-TOTAL-QUARANTINED.
            PERFORM 2700-OPEN-EXCURSION-ORDER.
            MOVE WS-LOTS-QUARANTINED TO WS-EDIT-LOTS.
            MOVE "TEMPQTN" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "Mach " DELIMITED BY SIZE
               WS-QTN-MACHINE DELIMITED BY SIZE
               " over " DELIMITED BY SIZE
               WS-EDIT-MINUTES DELIMITED BY SIZE
               " min - " DELIMITED BY SIZE
               WS-EDIT-LOTS DELIMITED BY SIZE
               " lots quarantined" DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.

      *> A recalled lot stays recalled - the recall is the stronger
      *> hold - and an empty lot has nothing left to sell.
       2600-QUARANTINE-SLOT-LOTS.
            MOVE "N" TO WS-LOT-EOF-FLAG.
            IF NOT WS-LOT-FILE-OPEN
               MOVE "Y" TO WS-LOT-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO LT-KEY
               MOVE PL-MACHINE-ID TO LT-MACHINE-ID
               MOVE PL-SLOT-NO TO LT-SLOT-NO
               START LOT-MASTER-FILE KEY >= LT-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-LOT-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-LOT-EOF
               READ LOT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LOT-EOF-FLAG
                  NOT AT END
                     IF LT-MACHINE-ID NOT = PL-MACHINE-ID OR
                           LT-SLOT-NO NOT = PL-SLOT-NO
                        MOVE "Y" TO WS-LOT-EOF-FLAG
                     ELSE
                        IF LT-QTY > ZERO AND LT-IS-NOT-HELD
                           PERFORM 2650-QUARANTINE-ONE-LOT
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

       2650-QUARANTINE-ONE-LOT.
            MOVE "Q" TO LT-HOLD-FLAG.
            REWRITE LOT-MASTER-RECORD.
            ADD 1 TO WS-LOTS-QUARANTINED.
            DISPLAY "  Quarantined slot " LT-SLOT-NO " "
               LT-PRODUCT-NAME " lot " LT-LOT-NUMBER
               " qty " LT-QTY.
            MOVE "LOTQTN" TO WS-AUDIT-EVENT-CODE.
            MOVE SPACES TO WS-AUDIT-EVENT-TEXT.
            STRING "Lot " DELIMITED BY SIZE
               LT-LOT-NUMBER DELIMITED BY SIZE
               " mach " DELIMITED BY SIZE
               LT-MACHINE-ID DELIMITED BY SIZE
               " slot " DELIMITED BY SIZE
               LT-SLOT-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LT-PRODUCT-NAME DELIMITED BY SIZE
               INTO WS-AUDIT-EVENT-TEXT
            END-STRING.
            PERFORM 9000-WRITE-AUDIT-LOG.

      *> Next order number is one past the machine's highest, as in
      *> WORK-ORDER-MAINT; the same walk spots a TEMPEXC order still
      *> open from an earlier excursion, which covers this one too.
       2700-OPEN-EXCURSION-ORDER.
            MOVE 1 TO WS-NEXT-ORDER-NO.
            MOVE "N" TO WS-OPEN-ORDER-FLAG.
            MOVE "N" TO WS-ORDER-EOF-FLAG.
            IF NOT WS-ORDER-FILE-OPEN
               DISPLAY "No WORK-ORDER file - no order opened."
               MOVE "Y" TO WS-ORDER-EOF-FLAG
               MOVE "Y" TO WS-OPEN-ORDER-FLAG
            ELSE
               MOVE LOW-VALUES TO WO-KEY
               MOVE WS-QTN-MACHINE TO WO-MACHINE-ID
               START WORK-ORDER-FILE KEY >= WO-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-ORDER-EOF-FLAG
               END-START
            END-IF.
            PERFORM UNTIL WS-ORDER-EOF
               READ WORK-ORDER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-ORDER-EOF-FLAG
                  NOT AT END
                     IF WO-MACHINE-ID NOT = WS-QTN-MACHINE
                        MOVE "Y" TO WS-ORDER-EOF-FLAG
                     ELSE
                        COMPUTE WS-NEXT-ORDER-NO = WO-ORDER-NO + 1
                        IF WO-FAULT-CODE = "TEMPEXC" AND
                              NOT WO-IS-CLOSED
                           MOVE "Y" TO WS-OPEN-ORDER-FLAG
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            IF NOT WS-OPEN-ORDER-FOUND
               MOVE WS-QTN-MACHINE TO WO-MACHINE-ID
               MOVE WS-NEXT-ORDER-NO TO WO-ORDER-NO
               MOVE "TEMPEXC" TO WO-FAULT-CODE
               MOVE SPACES TO WO-DESCRIPTION
               STRING "Above " DELIMITED BY SIZE
                  WS-EDIT-LIMIT DELIMITED BY SIZE
                  " C for " DELIMITED BY SIZE
                  WS-EDIT-MINUTES DELIMITED BY SIZE
                  " min - lots held" DELIMITED BY SIZE
                  INTO WO-DESCRIPTION
               END-STRING
               MOVE WS-TODAY-DATE TO WO-OPENED-DATE
               MOVE SPACES TO WO-ASSIGNED-TO
               MOVE ZERO TO WO-CLOSED-DATE
               MOVE SPACES TO WO-RESOLUTION
               MOVE "O" TO WO-STATUS
               MOVE ZERO TO WO-SERVICE-COST
               MOVE ZERO TO WO-PARTS-COST
               WRITE WORK-ORDER-RECORD
               DISPLAY "  Work order " WO-ORDER-NO " opened on "
                  "machine " WO-MACHINE-ID "."
            END-IF.

       3000-REWRITE-QUARANTINE-CONTROL.
            OPEN OUTPUT QUARANTINE-CONTROL-FILE.
            MOVE WS-SAFE-HIGH-C TO TQ-SAFE-HIGH-C.
            MOVE WS-ALLOWED-MINUTES TO TQ-ALLOWED-MINUTES.
            MOVE WS-NEW-LAST-DATE TO TQ-LAST-READ-DATE.
            MOVE WS-NEW-LAST-TIME TO TQ-LAST-READ-TIME.
            WRITE QUARANTINE-CONTROL-RECORD.
            CLOSE QUARANTINE-CONTROL-FILE.

       9000-WRITE-AUDIT-LOG.
            MOVE "D" TO AL-RECORD-TYPE.
            ACCEPT AL-EVENT-DATE FROM DATE YYYYMMDD.
            ACCEPT AL-EVENT-TIME FROM TIME.
            MOVE WS-AUDIT-EVENT-CODE TO AL-EVENT-CODE.
            MOVE WS-AUDIT-EVENT-TEXT TO AL-EVENT-TEXT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.
            ADD 1 TO WS-AUDIT-LOG-COUNT.

       9100-WRITE-AUDIT-LOG-TRAILER.
            MOVE "T" TO AL-RECORD-TYPE.
            MOVE SPACES TO AL-DETAIL.
            MOVE WS-AUDIT-LOG-COUNT TO AL-TRAILER-COUNT.
            MOVE "S" TO AC-FUNCTION.
            CALL "AUDIT-CHAIN" USING AUDIT-CHAIN-PARMS AUDIT-LOG-RECORD.
            WRITE AUDIT-LOG-RECORD.

       9900-CLOSE-FILES.
            IF WS-PLAN-FILE-OPEN
               CLOSE PLANOGRAM-FILE
            END-IF.
            IF WS-LOT-FILE-OPEN
               CLOSE LOT-MASTER-FILE
            END-IF.
            IF WS-ORDER-FILE-OPEN
               CLOSE WORK-ORDER-FILE
            END-IF.
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM TEMP-EXCURSION-CHECK.
