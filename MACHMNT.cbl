      * Date: 23 August 2026
      * Purpose: Machine-master maintenance - lists, adds, and updates
      *          the fleet's MACHINE-MASTER rows (location, model,
      *          site type, in-service date). The machine ID
      *          recorded here is the high-order part of PM-KEY and
      *          is stamped on every vending sale, so new machines
      *          are registered here before their first session.
      *          A move to a new site is its own transaction: the
      *          meter is read and the stock counted at the move, the
      *          old site's location-history row and commission
      *          contract are ended the day before, and the new site
      *          gets its own dated rows, so every sale stays with
      *          the site it was made at.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MACHINE-ID
               FILE STATUS IS WS-MACHINE-MASTER-STATUS.
           SELECT MACHINE-LOCATION-FILE ASSIGN TO "MACHLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-MACHINE-LOCATION-STATUS.
           SELECT SITE-CONTRACT-FILE ASSIGN TO "SITECONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-SITE-CONTRACT-STATUS.
           SELECT METER-READING-FILE ASSIGN TO "METERRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-METER-READING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MACHINE-MASTER-FILE.
       COPY MACHMAST.

       FD  MACHINE-LOCATION-FILE.
       COPY MACHLOC.

       FD  SITE-CONTRACT-FILE.
       COPY SITECONT.

       FD  METER-READING-FILE.
       COPY METERRD.

       WORKING-STORAGE SECTION.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-MACHINE-LOCATION-STATUS PIC XX.
       01  WS-SITE-CONTRACT-STATUS   PIC XX.
       01  WS-METER-READING-STATUS   PIC XX.
       01  WS-HISTORY-EOF-FLAG       PIC X.
           88  WS-HISTORY-EOF                    VALUE "Y".
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".

           05  FILLER   PIC X(20)   VALUE "FRONT LOBBY".
           05  FILLER   PIC X(10)   VALUE "SPIRAL-5".
           05  FILLER   PIC 9(8)    VALUE 20250804.
           05  FILLER   PIC XX      VALUE "OF".
           05  FILLER   PIC 99      VALUE 02.
           05  FILLER   PIC X(20)   VALUE "CAFETERIA".
           05  FILLER   PIC X(10)   VALUE "SPIRAL-5".
           05  FILLER   PIC 9(8)    VALUE 20260105.
           05  FILLER   PIC XX      VALUE "OF".
           05  FILLER   PIC 99      VALUE 03.
           05  FILLER   PIC X(20)   VALUE "DORM BUILDING B".
           05  FILLER   PIC X(10)   VALUE "COMBO-10".
           05  FILLER   PIC 9(8)    VALUE 20260601.
           05  FILLER   PIC XX      VALUE "ED".
       01  WS-SEED-TABLE REDEFINES WS-SEED-MACHINES.
           05  WS-SEED-ENTRY OCCURS 3 TIMES.
               10  WS-SEED-ID          PIC 99.
               10  WS-SEED-LOCATION    PIC X(20).
               10  WS-SEED-MODEL       PIC X(10).
               10  WS-SEED-DATE        PIC 9(8).
               10  WS-SEED-SITE-TYPE   PIC XX.
       01  WS-SEED-IDX               PIC 9.

       01  WS-MAINT-CONTROLS.
           05  WS-MACHINE-ID            PIC 99.
           05  WS-STATUS-INPUT          PIC X.

       01  WS-RELOCATION-CONTROLS.
           05  WS-MOVE-DATE-INPUT       PIC X(8).
           05  WS-MOVE-DATE             PIC 9(8).
           05  WS-NEW-LOCATION          PIC X(20).
           05  WS-NEW-SITE-TYPE         PIC XX.
           05  WS-OLD-LOCATION          PIC X(20).
           05  WS-OLD-SITE-TYPE         PIC XX.
           05  WS-CURRENT-FROM          PIC 9(8).
           05  WS-CURRENT-FOUND-FLAG    PIC X.
               88  WS-CURRENT-FOUND              VALUE "Y".
           05  WS-VEND-INPUT            PIC 9(7).
           05  WS-CASH-INPUT            PIC 9(7)V99.
           05  WS-MOVE-CHOICE           PIC X.
           05  WS-CONTRACTS-ENDED       PIC 9(3).

      *> Last day at the old site - the move date less one day.
       01  WS-DAY-BEFORE             PIC 9(8).
       01  WS-DAY-BEFORE-PARTS REDEFINES WS-DAY-BEFORE.
           05  WS-DB-YEAR               PIC 9(4).
           05  WS-DB-MONTH              PIC 99.
           05  WS-DB-DAY                PIC 99.
       01  WS-LEAP-QUOTIENT          PIC 9(4).
       01  WS-LEAP-REM-4             PIC 9(3).
       01  WS-LEAP-REM-100           PIC 9(3).
       01  WS-LEAP-REM-400           PIC 9(3).

       01  WS-LOCK-OPERATOR          PIC X(10).
       COPY LOCKPRM.

            PERFORM 1000-OPEN-MACHINE-MASTER.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/update, S=lifecycle status, "
                  "R=relocate, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "S"
                  WHEN "s"
                     PERFORM 4000-SET-LIFECYCLE-STATUS
                  WHEN "R"
                  WHEN "r"
                     PERFORM 5000-RELOCATE-MACHINE
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
            MOVE WS-LOCK-OPERATOR TO LO-OPERATOR.
            CALL "LOCK-MANAGER" USING LOCK-MANAGER-PARMS.
            CLOSE MACHINE-MASTER-FILE.
            CLOSE MACHINE-LOCATION-FILE.
            CLOSE SITE-CONTRACT-FILE.
            CLOSE METER-READING-FILE.
            GOBACK.

       1000-OPEN-MACHINE-MASTER.
                     TO MM-IN-SERVICE-DATE
                  MOVE "I" TO MM-STATUS-FLAG
                  MOVE WS-SEED-DATE(WS-SEED-IDX) TO MM-STATUS-DATE
                  MOVE WS-SEED-SITE-TYPE(WS-SEED-IDX) TO MM-SITE-TYPE
                  WRITE MACHINE-MASTER-RECORD
               END-PERFORM
               CLOSE MACHINE-MASTER-FILE
               OPEN I-O MACHINE-MASTER-FILE
            END-IF.
            OPEN I-O MACHINE-LOCATION-FILE.
            IF WS-MACHINE-LOCATION-STATUS = "35"
               OPEN OUTPUT MACHINE-LOCATION-FILE
               CLOSE MACHINE-LOCATION-FILE
               OPEN I-O MACHINE-LOCATION-FILE
            END-IF.
            OPEN I-O SITE-CONTRACT-FILE.
            IF WS-SITE-CONTRACT-STATUS = "35"
               OPEN OUTPUT SITE-CONTRACT-FILE
               CLOSE SITE-CONTRACT-FILE
               OPEN I-O SITE-CONTRACT-FILE
            END-IF.
            OPEN I-O METER-READING-FILE.
            IF WS-METER-READING-STATUS = "35"
               OPEN OUTPUT METER-READING-FILE
               CLOSE METER-READING-FILE
               OPEN I-O METER-READING-FILE
            END-IF.

       2000-LIST-MACHINES.
            MOVE "N" TO WS-LIST-EOF-FLAG.
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "ID  LOCATION              MODEL       IN-SERVICE"
               "  ST SINCE     SITE".
            PERFORM UNTIL WS-LIST-EOF
               READ MACHINE-MASTER-FILE NEXT RECORD
                  AT END
                  NOT AT END
                     DISPLAY MM-MACHINE-ID "  " MM-LOCATION "  "
                        MM-MODEL "  " MM-IN-SERVICE-DATE "    "
                        MM-STATUS-FLAG "  " MM-STATUS-DATE "  "
                        MM-SITE-TYPE
               END-READ
            END-PERFORM.

                     DISPLAY "Machine " MM-MACHINE-ID " added."
                  NOT INVALID KEY
                     DISPLAY "Current: " MM-LOCATION " " MM-MODEL
                     MOVE MM-LOCATION TO WS-OLD-LOCATION
                     PERFORM 3100-ACCEPT-MACHINE-FIELDS
                     REWRITE MACHINE-MASTER-RECORD
                     DISPLAY "Machine " MM-MACHINE-ID " updated."
                     IF MM-LOCATION NOT = WS-OLD-LOCATION
                        PERFORM 3200-CORRECT-CURRENT-SITE
                     END-IF
               END-READ
            END-IF.

            ACCEPT MM-LOCATION.
            DISPLAY "Enter model: ".
            ACCEPT MM-MODEL.
            DISPLAY "Site type - OF office, ED school/campus, "
               "HC hospital/clinic, TR transit, IN factory/depot, "
               "RT retail/leisure: ".
            ACCEPT MM-SITE-TYPE.
            IF NOT MM-SITE-TYPE-VALID
               DISPLAY "Unknown site type - left unclassified."
               MOVE SPACES TO MM-SITE-TYPE
            END-IF.
            DISPLAY "Enter in-service date (YYYYMMDD): ".
            ACCEPT MM-IN-SERVICE-DATE.

      *> Editing the location here corrects the name of the site the
      *> machine is at (a typo, a renamed building) - the current
      *> history row follows it. A real move goes through R, so the
      *> old site keeps its own sales.
       3200-CORRECT-CURRENT-SITE.
            PERFORM 5200-FIND-CURRENT-SITE-ROW.
            IF WS-CURRENT-FOUND
               MOVE MM-MACHINE-ID TO LH-MACHINE-ID
               MOVE WS-CURRENT-FROM TO LH-EFFECTIVE-DATE
               READ MACHINE-LOCATION-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE MM-LOCATION TO LH-LOCATION
                     MOVE MM-SITE-TYPE TO LH-SITE-TYPE
                     REWRITE MACHINE-LOCATION-RECORD
               END-READ
            END-IF.
            DISPLAY "Location name corrected in place - use "
               "R=relocate when the machine actually moves.".

      *> A machine away for repair is suspended, not deleted: the
      *> sale path refuses it and stock/PO runs skip its slots, but
      *> its history stays. Retired is the same, permanently.
                     END-IF
               END-READ
            END-IF.

      *> A move closes the old site and opens the new one on the
      *> same date, with the meter read and the slots counted first
      *> so the old site's takings and stock end where it did.
       5000-RELOCATE-MACHINE.
            DISPLAY "Machine ID to relocate: ".
            ACCEPT WS-MACHINE-INPUT.
            IF WS-MACHINE-INPUT IS NOT NUMERIC OR
                  WS-MACHINE-INPUT = "00"
               DISPLAY "Invalid machine ID."
            ELSE
               MOVE WS-MACHINE-INPUT TO WS-MACHINE-ID
               MOVE WS-MACHINE-ID TO MM-MACHINE-ID
               READ MACHINE-MASTER-FILE
                  INVALID KEY
                     DISPLAY "Machine not on the master."
                  NOT INVALID KEY
                     IF MM-IS-RETIRED
                        DISPLAY "Machine " MM-MACHINE-ID
                           " is retired - not relocated."
                     ELSE
                        PERFORM 5100-TAKE-MOVE-DETAILS
                     END-IF
               END-READ
            END-IF.

       5100-TAKE-MOVE-DETAILS.
            MOVE MM-LOCATION TO WS-OLD-LOCATION.
            MOVE MM-SITE-TYPE TO WS-OLD-SITE-TYPE.
            PERFORM 5200-FIND-CURRENT-SITE-ROW.
            DISPLAY "Now at " MM-LOCATION " since " WS-CURRENT-FROM.
            DISPLAY "Move date (YYYYMMDD, ENTER = today): ".
            MOVE SPACES TO WS-MOVE-DATE-INPUT.
            ACCEPT WS-MOVE-DATE-INPUT.
            IF WS-MOVE-DATE-INPUT = SPACES
               ACCEPT WS-MOVE-DATE-INPUT FROM DATE YYYYMMDD
            END-IF.
            IF WS-MOVE-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Invalid date - not relocated."
            ELSE
               MOVE WS-MOVE-DATE-INPUT TO WS-MOVE-DATE
               IF WS-MOVE-DATE NOT > WS-CURRENT-FROM
                  DISPLAY "The move must come after the machine "
                     "arrived at its current site - not relocated."
               ELSE
                  DISPLAY "New location: "
                  MOVE SPACES TO WS-NEW-LOCATION
                  ACCEPT WS-NEW-LOCATION
                  IF WS-NEW-LOCATION = SPACES
                     DISPLAY "No new location - not relocated."
                  ELSE
                     PERFORM 5150-APPLY-RELOCATION
                  END-IF
               END-IF
            END-IF.

       5150-APPLY-RELOCATION.
            DISPLAY "Site type - OF office, ED school/campus, "
               "HC hospital/clinic, TR transit, IN factory/depot, "
               "RT retail/leisure: ".
            ACCEPT WS-NEW-SITE-TYPE.
            MOVE WS-NEW-SITE-TYPE TO MM-SITE-TYPE.
            IF NOT MM-SITE-TYPE-VALID
               DISPLAY "Unknown site type - left unclassified."
               MOVE SPACES TO WS-NEW-SITE-TYPE
            END-IF.
            PERFORM 5300-TAKE-MOVE-METER-READING.
            PERFORM 5400-COUNT-STOCK-AT-MOVE.
            PERFORM 7000-SET-DAY-BEFORE-MOVE.
            PERFORM 5500-CLOSE-OLD-SITE.
            PERFORM 5600-OPEN-NEW-SITE.
            PERFORM 5700-HAND-OVER-CONTRACT.
            MOVE WS-MACHINE-ID TO MM-MACHINE-ID.
            READ MACHINE-MASTER-FILE
               INVALID KEY
                  DISPLAY "Machine vanished from the master."
               NOT INVALID KEY
                  MOVE WS-NEW-LOCATION TO MM-LOCATION
                  MOVE WS-NEW-SITE-TYPE TO MM-SITE-TYPE
                  REWRITE MACHINE-MASTER-RECORD
                  DISPLAY "Machine " MM-MACHINE-ID " moved from "
                     WS-OLD-LOCATION " to " MM-LOCATION " on "
                     WS-MOVE-DATE "."
            END-READ.

      *> The site in force now is the machine's last history row; a
      *> machine with none has never moved and has been at its
      *> master location since it went into service.
       5200-FIND-CURRENT-SITE-ROW.
            MOVE "N" TO WS-CURRENT-FOUND-FLAG.
            MOVE MM-IN-SERVICE-DATE TO WS-CURRENT-FROM.
            MOVE "N" TO WS-HISTORY-EOF-FLAG.
            MOVE LOW-VALUES TO LH-KEY.
            MOVE MM-MACHINE-ID TO LH-MACHINE-ID.
            START MACHINE-LOCATION-FILE KEY >= LH-KEY
               INVALID KEY
                  MOVE "Y" TO WS-HISTORY-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-HISTORY-EOF
               READ MACHINE-LOCATION-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-HISTORY-EOF-FLAG
                  NOT AT END
                     IF LH-MACHINE-ID NOT = MM-MACHINE-ID
                        MOVE "Y" TO WS-HISTORY-EOF-FLAG
                     ELSE
                        MOVE LH-EFFECTIVE-DATE TO WS-CURRENT-FROM
                        MOVE "Y" TO WS-CURRENT-FOUND-FLAG
                     END-IF
               END-READ
            END-PERFORM.

      *> The closing reading is dated the move date, so the meter
      *> reconciliation splits the two sites at the same point the
      *> sales do.
       5300-TAKE-MOVE-METER-READING.
            DISPLAY "Closing meter reading at " WS-OLD-LOCATION.
            DISPLAY "Vend counter reading: ".
            ACCEPT WS-VEND-INPUT.
            DISPLAY "Cash-in meter reading (baht): ".
            ACCEPT WS-CASH-INPUT.
            MOVE WS-MACHINE-ID TO MR-MACHINE-ID.
            MOVE WS-MOVE-DATE TO MR-READ-DATE.
            MOVE WS-VEND-INPUT TO MR-VEND-COUNTER.
            MOVE WS-CASH-INPUT TO MR-CASH-METER.
            MOVE WS-LOCK-OPERATOR TO MR-READ-BY.
            WRITE METER-READING-RECORD
               INVALID KEY
                  DISPLAY "A reading for this machine and date is "
                     "already on file - overwriting it."
                  REWRITE METER-READING-RECORD
            END-WRITE.

      *> STOCK-TAKE posts the count, the shrinkage history and the
      *> journal exactly as a normal take, so any loss is charged to
      *> the old site before the machine leaves it.
       5400-COUNT-STOCK-AT-MOVE.
            DISPLAY "Count the machine's stock before it leaves? "
               "(Y/N): ".
            MOVE SPACE TO WS-MOVE-CHOICE.
            ACCEPT WS-MOVE-CHOICE.
            IF WS-MOVE-CHOICE = "Y" OR "y"
               DISPLAY "Stock take - enter machine " WS-MACHINE-ID
                  " when asked."
               CALL "STOCK-TAKE"
               CANCEL "STOCK-TAKE"
            ELSE
               DISPLAY "No count taken - run STOCK-TAKE on machine "
                  WS-MACHINE-ID " before it is restocked."
            END-IF.

       5500-CLOSE-OLD-SITE.
            IF WS-CURRENT-FOUND
               MOVE WS-MACHINE-ID TO LH-MACHINE-ID
               MOVE WS-CURRENT-FROM TO LH-EFFECTIVE-DATE
               READ MACHINE-LOCATION-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE WS-DAY-BEFORE TO LH-END-DATE
                     REWRITE MACHINE-LOCATION-RECORD
               END-READ
            ELSE
               MOVE WS-MACHINE-ID TO LH-MACHINE-ID
               MOVE WS-CURRENT-FROM TO LH-EFFECTIVE-DATE
               MOVE WS-OLD-LOCATION TO LH-LOCATION
               MOVE WS-OLD-SITE-TYPE TO LH-SITE-TYPE
               MOVE WS-DAY-BEFORE TO LH-END-DATE
               MOVE WS-LOCK-OPERATOR TO LH-MOVED-BY
               WRITE MACHINE-LOCATION-RECORD
            END-IF.

       5600-OPEN-NEW-SITE.
            MOVE WS-MACHINE-ID TO LH-MACHINE-ID.
            MOVE WS-MOVE-DATE TO LH-EFFECTIVE-DATE.
            MOVE WS-NEW-LOCATION TO LH-LOCATION.
            MOVE WS-NEW-SITE-TYPE TO LH-SITE-TYPE.
            MOVE ZERO TO LH-END-DATE.
            MOVE WS-LOCK-OPERATOR TO LH-MOVED-BY.
            WRITE MACHINE-LOCATION-RECORD
               INVALID KEY
                  REWRITE MACHINE-LOCATION-RECORD
            END-WRITE.

      *> Every deal still open at the move is ended the day before,
      *> so the old host is paid to its last day and never shares a
      *> period with the new one. A deal already keyed from the move
      *> date is the new site's and is left alone.
       5700-HAND-OVER-CONTRACT.
            MOVE ZERO TO WS-CONTRACTS-ENDED.
            MOVE "N" TO WS-HISTORY-EOF-FLAG.
            MOVE LOW-VALUES TO CN-KEY.
            MOVE WS-MACHINE-ID TO CN-MACHINE-ID.
            START SITE-CONTRACT-FILE KEY >= CN-KEY
               INVALID KEY
                  MOVE "Y" TO WS-HISTORY-EOF-FLAG
            END-START.
            PERFORM UNTIL WS-HISTORY-EOF
               READ SITE-CONTRACT-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-HISTORY-EOF-FLAG
                  NOT AT END
                     IF CN-MACHINE-ID NOT = WS-MACHINE-ID OR
                           CN-EFFECTIVE-DATE >= WS-MOVE-DATE
                        MOVE "Y" TO WS-HISTORY-EOF-FLAG
                     ELSE
                        IF CN-END-DATE = ZERO OR
                              CN-END-DATE >= WS-MOVE-DATE
                           MOVE WS-DAY-BEFORE TO CN-END-DATE
                           REWRITE SITE-CONTRACT-RECORD
                           ADD 1 TO WS-CONTRACTS-ENDED
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            DISPLAY WS-CONTRACTS-ENDED " contract(s) at the old site "
               "ended " WS-DAY-BEFORE ".".
            MOVE WS-MACHINE-ID TO CN-MACHINE-ID.
            MOVE WS-MOVE-DATE TO CN-EFFECTIVE-DATE.
            READ SITE-CONTRACT-FILE
               INVALID KEY
                  PERFORM 5750-TAKE-NEW-CONTRACT
               NOT INVALID KEY
                  DISPLAY "Contract from " WS-MOVE-DATE
                     " already on file - kept for the new site."
            END-READ.

       5750-TAKE-NEW-CONTRACT.
            DISPLAY "Enter the new site's commission deal now? "
               "(Y/N): ".
            MOVE SPACE TO WS-MOVE-CHOICE.
            ACCEPT WS-MOVE-CHOICE.
            IF WS-MOVE-CHOICE = "Y" OR "y"
               MOVE WS-MACHINE-ID TO CN-MACHINE-ID
               MOVE WS-MOVE-DATE TO CN-EFFECTIVE-DATE
               DISPLAY "Commission percent (99.99): "
               ACCEPT CN-COMMISSION-PCT
               DISPLAY "Minimum monthly guarantee (99999.99): "
               ACCEPT CN-MIN-GUARANTEE
               MOVE ZERO TO CN-END-DATE
               MOVE ZERO TO CN-UPTIME-PCT
               MOVE ZERO TO CN-CREDIT-PER-POINT
               MOVE ZERO TO CN-PAYEE-NO
               WRITE SITE-CONTRACT-RECORD
               DISPLAY "Contract added from " WS-MOVE-DATE "."
            ELSE
               DISPLAY "No deal at the new site yet - add it in "
                  "SITE-CONTRACT-MAINT before the statements run."
            END-IF.

       7000-SET-DAY-BEFORE-MOVE.
            MOVE WS-MOVE-DATE TO WS-DAY-BEFORE.
            IF WS-DB-DAY > 1
               SUBTRACT 1 FROM WS-DB-DAY
            ELSE
               IF WS-DB-MONTH = 1
                  SUBTRACT 1 FROM WS-DB-YEAR
                  MOVE 12 TO WS-DB-MONTH
               ELSE
                  SUBTRACT 1 FROM WS-DB-MONTH
               END-IF
               PERFORM 7100-SET-LAST-DAY-OF-MONTH
            END-IF.

       7100-SET-LAST-DAY-OF-MONTH.
            EVALUATE WS-DB-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                  MOVE 30 TO WS-DB-DAY
               WHEN 2
                  DIVIDE WS-DB-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REM-4
                  DIVIDE WS-DB-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REM-100
                  DIVIDE WS-DB-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REM-400
                  IF WS-LEAP-REM-4 = ZERO AND
                        (WS-LEAP-REM-100 NOT = ZERO OR
                         WS-LEAP-REM-400 = ZERO)
                     MOVE 29 TO WS-DB-DAY
                  ELSE
                     MOVE 28 TO WS-DB-DAY
                  END-IF
               WHEN OTHER
                  MOVE 31 TO WS-DB-DAY
            END-EVALUATE.
       END PROGRAM MACHINE-MAINT.
