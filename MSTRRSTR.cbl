               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUPPLIER-NO
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUPPLIER-PRODUCT-FILE ASSIGN TO "SUPPPROD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUPPLIER-PRICE-FILE ASSIGN TO "SUPPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-JOURNAL-FILE.
       FD  EXCHANGE-RATE-FILE.
       COPY EXCHRATE.

       FD  SUPPLIER-MASTER-FILE.
       COPY SUPPMAST.

       FD  SUPPLIER-PRODUCT-FILE.
       COPY SUPPPROD.

       FD  SUPPLIER-PRICE-FILE.
       COPY SUPPRICE.

       WORKING-STORAGE SECTION.
       01  WS-RECOVERY-JOURNAL-STATUS PIC XX.
       01  WS-MASTER-STATUS          PIC XX.

      *> Point-in-time restore applies the first image per key after
      *> the cutoff and must skip that key's later rows; the keys
      *> already put back are remembered here. A SUPPRICE journal
      *> key holds only four letters of the product name, so those
      *> rows are remembered by the full 21-byte key at the front of
      *> the before-image instead.
       01  WS-ROW-KEY                PIC X(21).
       01  WS-SEEN-KEY-TABLE.
           05  WS-SEEN-KEY-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-SEEN-KEY-ENTRY        OCCURS 500
                                        INDEXED BY SK-IX.
               10  WS-SEEN-KEY          PIC X(21).
       01  WS-KEY-SEEN-FLAG          PIC X.
           88  WS-KEY-ALREADY-SEEN               VALUE "Y".

       MAIN-PROCEDURE.
            DISPLAY "--- Master Restore (recovery journal) ---".
            DISPLAY "Master to restore (PLANOGRM, CUSTMAST, "
               "STUMAST, PROMO, EXCHRATE, SUPPMAST, SUPPPROD, "
               "SUPPRICE): ".
            ACCEPT WS-FILE-ID.
            IF WS-FILE-ID NOT = "PLANOGRM" AND
                  WS-FILE-ID NOT = "CUSTMAST" AND
                  WS-FILE-ID NOT = "STUMAST" AND
                  WS-FILE-ID NOT = "PROMO" AND
                  WS-FILE-ID NOT = "EXCHRATE" AND
                  WS-FILE-ID NOT = "SUPPMAST" AND
                  WS-FILE-ID NOT = "SUPPPROD" AND
                  WS-FILE-ID NOT = "SUPPRICE"
               DISPLAY "Unknown master - nothing restored."
               GOBACK
            END-IF.
                  OPEN I-O PROMOTION-FILE
               WHEN "EXCHRATE"
                  OPEN I-O EXCHANGE-RATE-FILE
               WHEN "SUPPMAST"
                  OPEN I-O SUPPLIER-MASTER-FILE
               WHEN "SUPPPROD"
                  OPEN I-O SUPPLIER-PRODUCT-FILE
               WHEN "SUPPRICE"
                  OPEN I-O SUPPLIER-PRICE-FILE
            END-EVALUATE.
            IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot open " WS-FILE-ID " I-O ("
                     RJ-RECORD-KEY NOT = WS-KEY-INPUT
                  CONTINUE
               ELSE
                  IF WS-FILE-ID = "SUPPRICE"
                     MOVE RJ-BEFORE-IMAGE(1:21) TO WS-ROW-KEY
                  ELSE
                     MOVE RJ-RECORD-KEY TO WS-ROW-KEY
                  END-IF
                  PERFORM 3100-CHECK-KEY-SEEN
                  IF NOT WS-KEY-ALREADY-SEEN
                     PERFORM 3200-REMEMBER-KEY
               PERFORM VARYING SK-IX FROM 1 BY 1
                     UNTIL SK-IX > WS-SEEN-KEY-COUNT OR
                           WS-KEY-ALREADY-SEEN
                  IF WS-SEEN-KEY(SK-IX) = WS-ROW-KEY
                     MOVE "Y" TO WS-KEY-SEEN-FLAG
                  END-IF
               END-PERFORM
       3200-REMEMBER-KEY.
            IF WS-SEEN-KEY-COUNT < 500
               ADD 1 TO WS-SEEN-KEY-COUNT
               MOVE WS-ROW-KEY
                  TO WS-SEEN-KEY(WS-SEEN-KEY-COUNT)
            ELSE
               DISPLAY "Restore table full at 500 keys - journal "
                     NOT INVALID KEY
                        ADD 1 TO WS-REWRITTEN-COUNT
                  END-REWRITE
               WHEN "SUPPMAST"
                  MOVE RJ-BEFORE-IMAGE(1:93) TO
                     SUPPLIER-MASTER-RECORD
                  REWRITE SUPPLIER-MASTER-RECORD
                     INVALID KEY
                        WRITE SUPPLIER-MASTER-RECORD
                        END-WRITE
                        ADD 1 TO WS-ADDED-BACK-COUNT
                     NOT INVALID KEY
                        ADD 1 TO WS-REWRITTEN-COUNT
                  END-REWRITE
               WHEN "SUPPPROD"
                  MOVE RJ-BEFORE-IMAGE(1:22) TO
                     SUPPLIER-PRODUCT-RECORD
                  REWRITE SUPPLIER-PRODUCT-RECORD
                     INVALID KEY
                        WRITE SUPPLIER-PRODUCT-RECORD
                        END-WRITE
                        ADD 1 TO WS-ADDED-BACK-COUNT
                     NOT INVALID KEY
                        ADD 1 TO WS-REWRITTEN-COUNT
                  END-REWRITE
               WHEN "SUPPRICE"
                  MOVE RJ-BEFORE-IMAGE(1:25) TO
                     SUPPLIER-PRICE-RECORD
                  REWRITE SUPPLIER-PRICE-RECORD
                     INVALID KEY
                        WRITE SUPPLIER-PRICE-RECORD
                        END-WRITE
                        ADD 1 TO WS-ADDED-BACK-COUNT
                     NOT INVALID KEY
                        ADD 1 TO WS-REWRITTEN-COUNT
                  END-REWRITE
            END-EVALUATE.
            ADD 1 TO WS-RESTORED-COUNT.
            DISPLAY "Restored " WS-FILE-ID " key " RJ-RECORD-KEY
                  CLOSE PROMOTION-FILE
               WHEN "EXCHRATE"
                  CLOSE EXCHANGE-RATE-FILE
               WHEN "SUPPMAST"
                  CLOSE SUPPLIER-MASTER-FILE
               WHEN "SUPPPROD"
                  CLOSE SUPPLIER-PRODUCT-FILE
               WHEN "SUPPRICE"
                  CLOSE SUPPLIER-PRICE-FILE
            END-EVALUATE.
       END PROGRAM MASTER-RESTORE.
