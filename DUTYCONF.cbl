      ******************************************************************
      * Author: Yamolnut Toeysiriset
      * Date: 15 October 2026
      * Purpose: Segregation-of-duties conflict report - reads the
      *          incompatible duty pairs from DUTYRULE.DAT (seeded
      *          with invoice entry against invoice payment, and
      *          employee bank details against direct deposit) and
      *          scans the audit log - today's AUDITLOG.DAT, the
      *          AUDLOG1..7 days END-OF-DAY-CLOSE has rotated out and
      *          the AUDITLOG.Gnn generations ARCHIVE-RETAIN keeps -
      *          for any operator who performed both sides of a
      *          pair: on the same document for a document rule,
      *          where either side fell in the month reported, or
      *          anywhere in the month for a period rule. One line
      *          per operator and document, spooled through
      *          SPOOL-REGISTER for the monthly audit file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUTY-CONFLICT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUTY-RULE-FILE ASSIGN TO "DUTYRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUTY-RULE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DUTY-RULE-FILE.
       COPY DUTYRULE.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DUTY-RULE-STATUS       PIC XX.
       01  WS-AUDIT-LOG-STATUS       PIC XX.
       01  WS-PRINT-FILE-STATUS      PIC XX.
       01  WS-RULE-EOF-FLAG          PIC X       VALUE "N".
           88  WS-RULE-EOF                       VALUE "Y".
       01  WS-AUDIT-EOF-FLAG         PIC X       VALUE "N".
           88  WS-AUDIT-EOF                      VALUE "Y".

      *> AUDLOG1..7 archives plus whatever is in today's AUDITLOG,
      *> read newest first so a full event table drops the oldest.
       01  WS-AUDIT-FILENAME         PIC X(20).
       01  WS-AUDIT-FILENAMES.
           05  FILLER   PIC X(12)   VALUE "AUDLOG1.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG2.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG3.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG4.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG5.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG6.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDLOG7.DAT".
           05  FILLER   PIC X(12)   VALUE "AUDITLOG.DAT".
       01  WS-AUDIT-FILENAME-TABLE REDEFINES WS-AUDIT-FILENAMES.
           05  WS-AUDIT-FILENAME-ENTRY PIC X(12)  OCCURS 8 TIMES.
       01  WS-AUDIT-FILE-INDEX       PIC 9.
       01  WS-AUDIT-GEN-INDEX        PIC 99.
       01  WS-AUDIT-FILES-READ       PIC 9(3)    VALUE ZERO.
       01  WS-AUDIT-GEN-END-FLAG     PIC X       VALUE "N".
           88  WS-AUDIT-GEN-END                  VALUE "Y".

      *> The standard pairs, written out as DUTYRULE.DAT the first
      *> time the report runs - the ALERT-MONITOR threshold seeding.
       01  WS-SEED-RULES.
           05  FILLER   PIC X(4)    VALUE "R001".
           05  FILLER   PIC X(10)   VALUE "SUPINV".
           05  FILLER   PIC X(10)   VALUE "APPAY".
           05  FILLER   PIC X       VALUE "D".
           05  FILLER   PIC X(30)   VALUE
               "ENTERED AND PAID SAME INVOICE".
           05  FILLER   PIC X(4)    VALUE "R002".
           05  FILLER   PIC X(10)   VALUE "EMPBANK".
           05  FILLER   PIC X(10)   VALUE "DDPAY".
           05  FILLER   PIC X       VALUE "D".
           05  FILLER   PIC X(30)   VALUE
               "SET BANK ACCOUNT AND PAID INTO".
       01  WS-SEED-TABLE REDEFINES WS-SEED-RULES.
           05  WS-SEED-ENTRY OCCURS 2 TIMES.
               10  WS-SEED-RULE-ID     PIC X(4).
               10  WS-SEED-FIRST       PIC X(10).
               10  WS-SEED-SECOND      PIC X(10).
               10  WS-SEED-MODE        PIC X.
               10  WS-SEED-DESCRIPTION PIC X(30).
       01  WS-SEED-IDX               PIC 9.

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY WS-RULE-IDX.
               10  WS-RULE-ID              PIC X(4).
               10  WS-RULE-FIRST           PIC X(10).
               10  WS-RULE-SECOND          PIC X(10).
               10  WS-RULE-MODE            PIC X.
               10  WS-RULE-DESCRIPTION     PIC X(30).
               10  WS-RULE-CONFLICTS       PIC 9(5).
       01  WS-RULE-COUNT             PIC 99      VALUE ZERO.

      *> Every audited event any rule names, up to the end of the
      *> month: a document rule pairs this month's payment with an
      *> invoice keyed months before.
       COPY DUTYEVT.
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY OCCURS 5000 TIMES
                 INDEXED BY WS-EV-IDX WS-EV-IDX2.
               10  WS-EV-CODE              PIC X(10).
               10  WS-EV-OPERATOR          PIC X(10).
               10  WS-EV-DOCUMENT          PIC X(20).
               10  WS-EV-DATE              PIC 9(8).
               10  WS-EV-IN-MONTH          PIC X.
       01  WS-EVENT-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-EVENT-TABLE-FULL-FLAG  PIC X       VALUE "N".
           88  WS-EVENT-TABLE-FULL               VALUE "Y".
       01  WS-UNNAMED-COUNT          PIC 9(5)    VALUE ZERO.

      *> One line per rule, operator and document however many
      *> times the pair repeats (an invoice of five lines is still
      *> one conflict).
       01  WS-FLAGGED-TABLE.
           05  WS-FL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-FL-IDX.
               10  WS-FL-RULE              PIC 99.
               10  WS-FL-OPERATOR          PIC X(10).
               10  WS-FL-DOCUMENT          PIC X(20).
       01  WS-FLAGGED-COUNT          PIC 9(4)    VALUE ZERO.
       01  WS-ALREADY-FLAGGED-FLAG   PIC X.
           88  WS-ALREADY-FLAGGED                VALUE "Y".

       01  WS-REPORT-CONTROLS.
           05  WS-MONTH-INPUT           PIC X(6).
           05  WS-REPORT-MONTH          PIC 9(6).
           05  WS-MONTH-START           PIC 9(8).
           05  WS-MONTH-END             PIC 9(8).
           05  WS-TODAY-DATE            PIC 9(8).
           05  WS-RULE-NO               PIC 99.
           05  WS-CONFLICT-DOCUMENT     PIC X(20).
           05  WS-TOTAL-CONFLICTS       PIC 9(5)    VALUE ZERO.
           05  WS-RULE-NEEDS-FLAG       PIC X.
               88  WS-RULE-NEEDS-EVENT           VALUE "Y".

       01  WS-SPOOL-NAME             PIC X(20).
       01  WS-BANNER-DATE            PIC 9(8).
       COPY SPOOLPRM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "--- Segregation-of-Duties Conflict Report ---".
            DISPLAY "Month to report (YYYYMM, ENTER = this month): ".
            MOVE SPACES TO WS-MONTH-INPUT.
            ACCEPT WS-MONTH-INPUT.
            IF WS-MONTH-INPUT IS NUMERIC
               MOVE WS-MONTH-INPUT TO WS-REPORT-MONTH
            ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
            END-IF.
            COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1.
            COMPUTE WS-MONTH-END = WS-REPORT-MONTH * 100 + 31.
            PERFORM 1000-LOAD-RULES.
            PERFORM 1100-SCAN-AUDIT-LOG.
            PERFORM 2000-OPEN-SPOOL.
            PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 3000-CHECK-ONE-RULE
            END-PERFORM.
            PERFORM 4000-PRINT-TOTALS.
            CLOSE PRINT-FILE.
            MOVE "C" TO SP-FUNCTION.
            MOVE 1 TO SP-PAGE-COUNT.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            DISPLAY "Report spooled as " WS-SPOOL-NAME ".".
            GOBACK.

       1000-LOAD-RULES.
            OPEN INPUT DUTY-RULE-FILE.
            IF WS-DUTY-RULE-STATUS = "35"
               OPEN OUTPUT DUTY-RULE-FILE
               PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                  UNTIL WS-SEED-IDX > 2
                  MOVE WS-SEED-RULE-ID(WS-SEED-IDX) TO DR-RULE-ID
                  MOVE WS-SEED-FIRST(WS-SEED-IDX) TO DR-FIRST-EVENT
                  MOVE WS-SEED-SECOND(WS-SEED-IDX) TO DR-SECOND-EVENT
                  MOVE WS-SEED-MODE(WS-SEED-IDX) TO DR-MATCH-MODE
                  MOVE WS-SEED-DESCRIPTION(WS-SEED-IDX)
                     TO DR-DESCRIPTION
                  WRITE DUTY-RULE-RECORD
               END-PERFORM
               CLOSE DUTY-RULE-FILE
               OPEN INPUT DUTY-RULE-FILE
            END-IF.
            IF WS-DUTY-RULE-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-EOF-FLAG
            END-IF.
            PERFORM UNTIL WS-RULE-EOF
               READ DUTY-RULE-FILE
                  AT END
                     MOVE "Y" TO WS-RULE-EOF-FLAG
                  NOT AT END
                     PERFORM 1050-TAKE-ONE-RULE
               END-READ
            END-PERFORM.
            IF WS-DUTY-RULE-STATUS = "00" OR
                  WS-DUTY-RULE-STATUS = "10"
               CLOSE DUTY-RULE-FILE
            END-IF.

      *> A rule with an unknown match mode is taken as a document
      *> rule, the narrower test.
       1050-TAKE-ONE-RULE.
            IF DR-FIRST-EVENT = SPACES OR DR-SECOND-EVENT = SPACES
               DISPLAY "Rule " DR-RULE-ID " names no event - skipped."
            ELSE
               IF WS-RULE-COUNT < 20
                  ADD 1 TO WS-RULE-COUNT
                  SET WS-RULE-IDX TO WS-RULE-COUNT
                  MOVE DR-RULE-ID TO WS-RULE-ID(WS-RULE-IDX)
                  MOVE DR-FIRST-EVENT TO WS-RULE-FIRST(WS-RULE-IDX)
                  MOVE DR-SECOND-EVENT TO WS-RULE-SECOND(WS-RULE-IDX)
                  IF DR-SAME-PERIOD
                     MOVE "P" TO WS-RULE-MODE(WS-RULE-IDX)
                  ELSE
                     MOVE "D" TO WS-RULE-MODE(WS-RULE-IDX)
                  END-IF
                  MOVE DR-DESCRIPTION
                     TO WS-RULE-DESCRIPTION(WS-RULE-IDX)
                  MOVE ZERO TO WS-RULE-CONFLICTS(WS-RULE-IDX)
               ELSE
                  DISPLAY "More than 20 rules - " DR-RULE-ID
                     " skipped."
               END-IF
            END-IF.

      *> END-OF-DAY-CLOSE rotates the live log away every night, so
      *> an invoice keyed one day and paid another is only paired by
      *> reading the rotated days and ARCHIVE-RETAIN's generations
      *> (AUDITLOG.G01 newest, up to the first one not on disk) too.
       1100-SCAN-AUDIT-LOG.
            PERFORM VARYING WS-AUDIT-FILE-INDEX FROM 8 BY -1
               UNTIL WS-AUDIT-FILE-INDEX < 1
               MOVE WS-AUDIT-FILENAME-ENTRY(WS-AUDIT-FILE-INDEX)
                  TO WS-AUDIT-FILENAME
               PERFORM 1110-SCAN-ONE-AUDIT-FILE
            END-PERFORM.
            MOVE "N" TO WS-AUDIT-GEN-END-FLAG.
            PERFORM VARYING WS-AUDIT-GEN-INDEX FROM 1 BY 1
               UNTIL WS-AUDIT-GEN-INDEX > 99 OR WS-AUDIT-GEN-END
               MOVE SPACES TO WS-AUDIT-FILENAME
               STRING "AUDITLOG.G" WS-AUDIT-GEN-INDEX
                  DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
               END-STRING
               PERFORM 1110-SCAN-ONE-AUDIT-FILE
               IF WS-AUDIT-LOG-STATUS NOT = "00" AND
                     WS-AUDIT-LOG-STATUS NOT = "10"
                  MOVE "Y" TO WS-AUDIT-GEN-END-FLAG
               END-IF
            END-PERFORM.
            IF WS-AUDIT-FILES-READ = ZERO
               DISPLAY "No AUDIT-LOG file - nothing to scan."
            END-IF.

      *> Trailers and the CHAINFWD link a rotation opens each file
      *> with are not duty events.
       1110-SCAN-ONE-AUDIT-FILE.
            MOVE "N" TO WS-AUDIT-EOF-FLAG.
            OPEN INPUT AUDIT-LOG-FILE.
            IF WS-AUDIT-LOG-STATUS = "00"
               ADD 1 TO WS-AUDIT-FILES-READ
               PERFORM UNTIL WS-AUDIT-EOF
                  READ AUDIT-LOG-FILE
                     AT END
                        MOVE "Y" TO WS-AUDIT-EOF-FLAG
                     NOT AT END
                        IF AL-IS-DETAIL AND
                              AL-EVENT-CODE NOT = "CHAINFWD" AND
                              AL-EVENT-DATE <= WS-MONTH-END
                           PERFORM 1150-HOLD-ONE-EVENT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
            END-IF.

       1150-HOLD-ONE-EVENT.
            MOVE "N" TO WS-RULE-NEEDS-FLAG.
            PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF AL-EVENT-CODE = WS-RULE-FIRST(WS-RULE-IDX) OR
                     AL-EVENT-CODE = WS-RULE-SECOND(WS-RULE-IDX)
                  MOVE "Y" TO WS-RULE-NEEDS-FLAG
               END-IF
            END-PERFORM.
            IF WS-RULE-NEEDS-EVENT
               MOVE AL-EVENT-TEXT TO DUTY-EVENT-TEXT
               EVALUATE TRUE
                  WHEN DT-OPERATOR = SPACES
                     IF AL-EVENT-DATE >= WS-MONTH-START
                        ADD 1 TO WS-UNNAMED-COUNT
                     END-IF
                  WHEN WS-EVENT-COUNT >= 5000
                     MOVE "Y" TO WS-EVENT-TABLE-FULL-FLAG
                  WHEN OTHER
                     ADD 1 TO WS-EVENT-COUNT
                     SET WS-EV-IDX TO WS-EVENT-COUNT
                     MOVE AL-EVENT-CODE TO WS-EV-CODE(WS-EV-IDX)
                     MOVE DT-OPERATOR TO WS-EV-OPERATOR(WS-EV-IDX)
                     MOVE DT-DOCUMENT TO WS-EV-DOCUMENT(WS-EV-IDX)
                     MOVE AL-EVENT-DATE TO WS-EV-DATE(WS-EV-IDX)
                     IF AL-EVENT-DATE >= WS-MONTH-START
                        MOVE "Y" TO WS-EV-IN-MONTH(WS-EV-IDX)
                     ELSE
                        MOVE "N" TO WS-EV-IN-MONTH(WS-EV-IDX)
                     END-IF
               END-EVALUATE
            END-IF.

       2000-OPEN-SPOOL.
            MOVE "O" TO SP-FUNCTION.
            MOVE "DUTYCONF" TO SP-REPORT-TYPE.
            CALL "SPOOL-REGISTER" USING SPOOL-REGISTER-PARMS.
            MOVE SP-SPOOL-NAME TO WS-SPOOL-NAME.
            OPEN OUTPUT PRINT-FILE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            ACCEPT WS-BANNER-DATE FROM DATE YYYYMMDD.
            STRING "* " SP-REPORT-TYPE "  SPOOL " SP-SPOOL-NAME
               "  RUN " WS-BANNER-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            WRITE PRINT-LINE.
            MOVE ALL "*" TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "SEGREGATION-OF-DUTIES CONFLICTS - MONTH "
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-EVENT-TABLE-FULL
               MOVE "AUDIT EVENTS BEYOND 5000 NOT CHECKED"
                  TO PRINT-LINE
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

      *> ---------------------------------------------------------
      *> One rule: every first-side event against every second-side
      *> event by the same operator.
      *> ---------------------------------------------------------
       3000-CHECK-ONE-RULE.
            SET WS-RULE-NO TO WS-RULE-IDX.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            IF WS-RULE-MODE(WS-RULE-IDX) = "P"
               STRING WS-RULE-ID(WS-RULE-IDX) " "
                  WS-RULE-DESCRIPTION(WS-RULE-IDX) " (SAME PERIOD)"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            ELSE
               STRING WS-RULE-ID(WS-RULE-IDX) " "
                  WS-RULE-DESCRIPTION(WS-RULE-IDX) " (SAME DOCUMENT)"
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
            END-IF.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE "RULE FIRST      SECOND     OPERATOR   DOCUMENT       "
               TO PRINT-LINE.
            MOVE "FIRST    SECOND" TO PRINT-LINE(60:15).
            WRITE PRINT-LINE.
            PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EVENT-COUNT
               IF WS-EV-CODE(WS-EV-IDX) = WS-RULE-FIRST(WS-RULE-IDX)
                  PERFORM VARYING WS-EV-IDX2 FROM 1 BY 1
                     UNTIL WS-EV-IDX2 > WS-EVENT-COUNT
                     IF WS-EV-CODE(WS-EV-IDX2) =
                           WS-RULE-SECOND(WS-RULE-IDX) AND
                           WS-EV-OPERATOR(WS-EV-IDX2) =
                           WS-EV-OPERATOR(WS-EV-IDX)
                        PERFORM 3100-TEST-ONE-PAIR
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.
            MOVE SPACES TO PRINT-LINE.
            STRING "  CONFLICTS: " WS-RULE-CONFLICTS(WS-RULE-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.

       3100-TEST-ONE-PAIR.
            MOVE SPACES TO WS-CONFLICT-DOCUMENT.
            EVALUATE TRUE
               WHEN WS-RULE-MODE(WS-RULE-IDX) = "P"
                  IF WS-EV-IN-MONTH(WS-EV-IDX) = "Y" AND
                        WS-EV-IN-MONTH(WS-EV-IDX2) = "Y"
                     PERFORM 3200-FLAG-CONFLICT
                  END-IF
               WHEN WS-EV-DOCUMENT(WS-EV-IDX) = SPACES
                  CONTINUE
               WHEN WS-EV-DOCUMENT(WS-EV-IDX) =
                     WS-EV-DOCUMENT(WS-EV-IDX2)
                  IF WS-EV-IN-MONTH(WS-EV-IDX) = "Y" OR
                        WS-EV-IN-MONTH(WS-EV-IDX2) = "Y"
                     MOVE WS-EV-DOCUMENT(WS-EV-IDX)
                        TO WS-CONFLICT-DOCUMENT
                     PERFORM 3200-FLAG-CONFLICT
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       3200-FLAG-CONFLICT.
            MOVE "N" TO WS-ALREADY-FLAGGED-FLAG.
            PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FLAGGED-COUNT OR
                  WS-ALREADY-FLAGGED
               IF WS-FL-RULE(WS-FL-IDX) = WS-RULE-NO AND
                     WS-FL-OPERATOR(WS-FL-IDX) =
                        WS-EV-OPERATOR(WS-EV-IDX) AND
                     WS-FL-DOCUMENT(WS-FL-IDX) = WS-CONFLICT-DOCUMENT
                  MOVE "Y" TO WS-ALREADY-FLAGGED-FLAG
               END-IF
            END-PERFORM.
            IF NOT WS-ALREADY-FLAGGED
               IF WS-FLAGGED-COUNT < 1000
                  ADD 1 TO WS-FLAGGED-COUNT
                  SET WS-FL-IDX TO WS-FLAGGED-COUNT
                  MOVE WS-RULE-NO TO WS-FL-RULE(WS-FL-IDX)
                  MOVE WS-EV-OPERATOR(WS-EV-IDX)
                     TO WS-FL-OPERATOR(WS-FL-IDX)
                  MOVE WS-CONFLICT-DOCUMENT
                     TO WS-FL-DOCUMENT(WS-FL-IDX)
               END-IF
               ADD 1 TO WS-RULE-CONFLICTS(WS-RULE-IDX)
               ADD 1 TO WS-TOTAL-CONFLICTS
               MOVE SPACES TO PRINT-LINE
               STRING WS-RULE-ID(WS-RULE-IDX) " "
                  WS-RULE-FIRST(WS-RULE-IDX) " "
                  WS-RULE-SECOND(WS-RULE-IDX) " "
                  WS-EV-OPERATOR(WS-EV-IDX) " "
                  WS-CONFLICT-DOCUMENT " "
                  WS-EV-DATE(WS-EV-IDX) " "
                  WS-EV-DATE(WS-EV-IDX2)
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.

       4000-PRINT-TOTALS.
            MOVE SPACES TO PRINT-LINE.
            WRITE PRINT-LINE.
            MOVE SPACES TO PRINT-LINE.
            STRING "TOTAL CONFLICTS: " WS-TOTAL-CONFLICTS
               "   RULES CHECKED: " WS-RULE-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
            END-STRING.
            DISPLAY PRINT-LINE.
            WRITE PRINT-LINE.
            IF WS-UNNAMED-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "EVENTS WITH NO OPERATOR NAME THIS MONTH: "
                  WS-UNNAMED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               DISPLAY PRINT-LINE
               WRITE PRINT-LINE
            END-IF.
       END PROGRAM DUTY-CONFLICT-REPORT.
