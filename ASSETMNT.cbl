      *          entry (cash and accumulated depreciation in, the
      *          asset cost out, the difference to GAIN/LOSS ON
      *          DISPOSAL 5600) so the whole story posts atomically.
      *          The listing carries each machine asset's repairs to
      *          date - the parts and labour on its closed work
      *          orders since it went into service - so a machine
      *          costing more to keep than it is worth shows up
      *          beside its book value.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ENTRY-CONTROL-FILE ASSIGN TO "JECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-CONTROL-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WRKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WORK-ORDER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
       01  ENTRY-CONTROL-RECORD.
           05  EC-NEXT-ENTRY-NO        PIC 9(5).

       FD  WORK-ORDER-FILE.
       COPY WRKORDER.

       WORKING-STORAGE SECTION.
       01  WS-FIXED-ASSET-STATUS     PIC XX.
       01  WS-MACHINE-MASTER-STATUS  PIC XX.
       01  WS-CHART-ACCOUNT-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS         PIC XX.
       01  WS-ENTRY-CONTROL-STATUS   PIC XX.
       01  WS-WORK-ORDER-STATUS      PIC XX.
       01  WS-ORDER-FILE-FLAG        PIC X       VALUE "N".
           88  WS-ORDER-FILE-OPEN                VALUE "Y".
       01  WS-ORDER-EOF-FLAG         PIC X.
           88  WS-ORDER-EOF                      VALUE "Y".
       01  WS-REPAIR-COST            PIC 9(7)V99.
       01  WS-LIST-EOF-FLAG          PIC X.
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-FLEET-EOF-FLAG         PIC X.
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            OPEN INPUT WORK-ORDER-FILE.
            IF WS-WORK-ORDER-STATUS = "00"
               MOVE "Y" TO WS-ORDER-FILE-FLAG
            END-IF.
            DISPLAY "ID    DESCRIPTION          MACH COST"
               "       ACCUM      S REPAIRS".
            PERFORM UNTIL WS-LIST-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     PERFORM 2100-SUM-REPAIR-COST
                     DISPLAY FA-ASSET-ID " " FA-DESCRIPTION " "
                        FA-MACHINE-ID "   " FA-COST " "
                        FA-ACCUM-DEPR " " FA-STATUS " "
                        WS-REPAIR-COST
               END-READ
            END-PERFORM.
            IF WS-ORDER-FILE-OPEN
               CLOSE WORK-ORDER-FILE
               MOVE "N" TO WS-ORDER-FILE-FLAG
            END-IF.

      *> Only orders closed while this asset held the machine ID
      *> count - a retired machine's number can be reused by its
      *> replacement.
       2100-SUM-REPAIR-COST.
            MOVE ZERO TO WS-REPAIR-COST.
            MOVE "N" TO WS-ORDER-EOF-FLAG.
            IF FA-MACHINE-ID = ZERO OR NOT WS-ORDER-FILE-OPEN
               MOVE "Y" TO WS-ORDER-EOF-FLAG
            ELSE
               MOVE LOW-VALUES TO WO-KEY
               MOVE FA-MACHINE-ID TO WO-MACHINE-ID
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
                     IF WO-MACHINE-ID NOT = FA-MACHINE-ID
                        MOVE "Y" TO WS-ORDER-EOF-FLAG
                     ELSE
                        IF WO-IS-CLOSED AND
                              WO-SERVICE-COST IS NUMERIC AND
                              WO-CLOSED-DATE >= FA-IN-SERVICE-DATE AND
                              (FA-IS-ACTIVE OR
                               WO-CLOSED-DATE <= FA-DISPOSED-DATE)
                           ADD WO-SERVICE-COST TO WS-REPAIR-COST
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

