      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Room-master maintenance - lists and adds the
      *          teaching rooms the timetable books: name, seat
      *          capacity and the seats held back (reserved), which
      *          leave the usable seats a class can fill. A room
      *          taken out of use is set inactive rather than
      *          deleted, so old timetables still print its name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ROOM-CODE
               FILE STATUS IS WS-ROOM-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-MASTER-FILE.
       COPY ROOMMAST.

       WORKING-STORAGE SECTION.
       01  WS-ROOM-MASTER-STATUS     PIC XX.
       01  WS-LIST-EOF-FLAG          PIC X       VALUE "N".
           88  WS-LIST-EOF                       VALUE "Y".
       01  WS-MAINT-CONTROLS.
           05  WS-CHOICE                PIC X.
           05  WS-EXIT-FLAG             PIC X       VALUE "N".
           05  WS-CODE-INPUT            PIC X(6).
           05  WS-NAME-INPUT            PIC X(20).
           05  WS-SEATS-INPUT           PIC X(3).
           05  WS-ACTIVE-INPUT          PIC X.
           05  WS-USABLE-SEATS          PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Room Master Maintenance ---".
            PERFORM 1000-OPEN-ROOM-FILE.
            PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "L=list, A=add/update room, X=exit: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                  WHEN "L"
                  WHEN "l"
                     PERFORM 2000-LIST-ROOMS
                  WHEN "A"
                  WHEN "a"
                     PERFORM 3000-ADD-OR-UPDATE-ROOM
                  WHEN "X"
                  WHEN "x"
                     MOVE "Y" TO WS-EXIT-FLAG
                  WHEN OTHER
                     DISPLAY "Invalid choice - please try again."
               END-EVALUATE
            END-PERFORM.
            CLOSE ROOM-MASTER-FILE.
            GOBACK.

       1000-OPEN-ROOM-FILE.
            OPEN I-O ROOM-MASTER-FILE.
            IF WS-ROOM-MASTER-STATUS = "35"
               OPEN OUTPUT ROOM-MASTER-FILE
               CLOSE ROOM-MASTER-FILE
               OPEN I-O ROOM-MASTER-FILE
            END-IF.

       2000-LIST-ROOMS.
            MOVE "N" TO WS-LIST-EOF-FLAG.
            MOVE LOW-VALUES TO RM-ROOM-CODE.
            START ROOM-MASTER-FILE KEY >= RM-ROOM-CODE
               INVALID KEY
                  MOVE "Y" TO WS-LIST-EOF-FLAG
            END-START.
            DISPLAY "ROOM   NAME                 SEATS RESVD USABLE "
               "ACTIVE".
            PERFORM UNTIL WS-LIST-EOF
               READ ROOM-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-LIST-EOF-FLAG
                  NOT AT END
                     PERFORM 2100-SET-USABLE-SEATS
                     DISPLAY RM-ROOM-CODE " " RM-ROOM-NAME " "
                        RM-CAPACITY "   " RM-RESERVED-SEATS "   "
                        WS-USABLE-SEATS "    " RM-ACTIVE-FLAG
               END-READ
            END-PERFORM.

       2100-SET-USABLE-SEATS.
            IF RM-RESERVED-SEATS < RM-CAPACITY
               COMPUTE WS-USABLE-SEATS =
                  RM-CAPACITY - RM-RESERVED-SEATS
            ELSE
               MOVE ZERO TO WS-USABLE-SEATS
            END-IF.

       3000-ADD-OR-UPDATE-ROOM.
            DISPLAY "Room code (6 chars): ".
            MOVE SPACES TO WS-CODE-INPUT.
            ACCEPT WS-CODE-INPUT.
            IF WS-CODE-INPUT = SPACES
               DISPLAY "Blank code - nothing changed."
            ELSE
               MOVE WS-CODE-INPUT TO RM-ROOM-CODE
               READ ROOM-MASTER-FILE
                  INVALID KEY
                     MOVE WS-CODE-INPUT TO RM-ROOM-CODE
                     MOVE SPACES TO RM-ROOM-NAME
                     MOVE ZERO TO RM-CAPACITY RM-RESERVED-SEATS
                     MOVE "Y" TO RM-ACTIVE-FLAG
                     PERFORM 3100-ACCEPT-ROOM-DETAILS
                     WRITE ROOM-MASTER-RECORD
                     DISPLAY "Room added."
                  NOT INVALID KEY
                     PERFORM 2100-SET-USABLE-SEATS
                     DISPLAY "Current: " RM-ROOM-NAME " "
                        RM-CAPACITY " seats, " RM-RESERVED-SEATS
                        " reserved, active " RM-ACTIVE-FLAG
                     PERFORM 3100-ACCEPT-ROOM-DETAILS
                     REWRITE ROOM-MASTER-RECORD
                     DISPLAY "Room updated."
               END-READ
            END-IF.

      *> ENTER keeps each value shown. Reserved seats cannot take
      *> the whole room.
       3100-ACCEPT-ROOM-DETAILS.
            DISPLAY "Name (ENTER = keep): ".
            MOVE SPACES TO WS-NAME-INPUT.
            ACCEPT WS-NAME-INPUT.
            IF WS-NAME-INPUT NOT = SPACES
               MOVE WS-NAME-INPUT TO RM-ROOM-NAME
            END-IF.
            DISPLAY "Seat capacity (current " RM-CAPACITY
               ", ENTER = keep): ".
            MOVE SPACES TO WS-SEATS-INPUT.
            ACCEPT WS-SEATS-INPUT.
            IF WS-SEATS-INPUT IS NUMERIC
               MOVE WS-SEATS-INPUT TO RM-CAPACITY
            END-IF.
            DISPLAY "Reserved seats (current " RM-RESERVED-SEATS
               ", ENTER = keep): ".
            MOVE SPACES TO WS-SEATS-INPUT.
            ACCEPT WS-SEATS-INPUT.
            IF WS-SEATS-INPUT IS NUMERIC
               MOVE WS-SEATS-INPUT TO RM-RESERVED-SEATS
            END-IF.
            IF RM-RESERVED-SEATS >= RM-CAPACITY AND
                  RM-CAPACITY > ZERO
               DISPLAY "Reserved seats cannot fill the room - "
                  "set to zero."
               MOVE ZERO TO RM-RESERVED-SEATS
            END-IF.
            DISPLAY "Active (Y/N, current " RM-ACTIVE-FLAG
               ", ENTER = keep): ".
            MOVE SPACES TO WS-ACTIVE-INPUT.
            ACCEPT WS-ACTIVE-INPUT.
            EVALUATE WS-ACTIVE-INPUT
               WHEN "Y"
               WHEN "y"
                  MOVE "Y" TO RM-ACTIVE-FLAG
               WHEN "N"
               WHEN "n"
                  MOVE "N" TO RM-ACTIVE-FLAG
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
       END PROGRAM ROOM-MAINT.
