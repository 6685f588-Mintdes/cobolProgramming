      *          loses stock on two or more counts gets flagged
      *          RECURRING - that is the slot (or the visitor) worth
      *          a closer look, and it no longer hides in a
      *          thrown-away variance print. Route vans are trended
      *          alongside the machines: a van row is one product on
      *          one route, built from the evening count-backs, and
      *          prints as VAN and the route number; warehouse
      *          lines counted by CYCLE-COUNT print as WHSE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-SLOT-TOTALS.
           05  WS-SL-ENTRY OCCURS 60 TIMES INDEXED BY WS-SL-IDX.
               10  WS-SL-LOCATION          PIC X.
               10  WS-SL-ROUTE             PIC 9(3).
               10  WS-SL-MACHINE           PIC 99.
               10  WS-SL-SLOT              PIC 99.
               10  WS-SL-PRODUCT           PIC X(10).
       01  WS-PRINT-FIELDS.
           05  WS-EDIT-UNITS            PIC ZZZZ9-.
           05  WS-FLAG-TEXT             PIC X(14).
           05  WS-LOCATION-TEXT         PIC X(10).
       COPY MONEYEDT REPLACING ==:TAG:== BY ==WS-VAL==.

       01  WS-SPOOL-NAME             PIC X(20).
            PERFORM 3000-PRINT-REPORT.
            GOBACK.

      *> Rows written before vans were counted carry no route.
       2000-ADD-ONE-ROW.
            IF SK-IS-MACHINE-SLOT
               MOVE ZERO TO SK-ROUTE-NO
            END-IF.
            SET WS-SL-IDX TO 1.
            SEARCH WS-SL-ENTRY
               AT END
                  IF WS-SLOT-COUNT < 60
                     ADD 1 TO WS-SLOT-COUNT
                     SET WS-SL-IDX TO WS-SLOT-COUNT
                     MOVE SK-LOCATION-TYPE
                        TO WS-SL-LOCATION(WS-SL-IDX)
                     MOVE SK-ROUTE-NO TO WS-SL-ROUTE(WS-SL-IDX)
                     MOVE SK-MACHINE-ID TO WS-SL-MACHINE(WS-SL-IDX)
                     MOVE SK-SLOT-NO TO WS-SL-SLOT(WS-SL-IDX)
                     MOVE SK-PRODUCT-NAME
                     MOVE ZERO TO WS-SL-NET-VALUE(WS-SL-IDX)
                     PERFORM 2100-APPLY-ROW
                  END-IF
               WHEN WS-SL-LOCATION(WS-SL-IDX) = SK-LOCATION-TYPE AND
                    WS-SL-ROUTE(WS-SL-IDX) = SK-ROUTE-NO AND
                    WS-SL-MACHINE(WS-SL-IDX) = SK-MACHINE-ID AND
                    WS-SL-SLOT(WS-SL-IDX) = SK-SLOT-NO AND
                    (SK-IS-MACHINE-SLOT OR
                     WS-SL-PRODUCT(WS-SL-IDX) = SK-PRODUCT-NAME)
                  PERFORM 2100-APPLY-ROW
            END-SEARCH.

            MOVE WS-SL-NET-UNITS(WS-SL-IDX) TO WS-EDIT-UNITS.
            MOVE WS-SL-NET-VALUE(WS-SL-IDX) TO WS-VAL-EDIT-MINUS.
            MOVE SPACES TO PRINT-LINE.
            EVALUATE WS-SL-LOCATION(WS-SL-IDX)
               WHEN "V"
                  STRING "VAN" WS-SL-ROUTE(WS-SL-IDX) "    "
                     DELIMITED BY SIZE INTO WS-LOCATION-TEXT
                  END-STRING
               WHEN "W"
                  MOVE "WHSE" TO WS-LOCATION-TEXT
               WHEN OTHER
                  STRING WS-SL-MACHINE(WS-SL-IDX) "   "
                     WS-SL-SLOT(WS-SL-IDX) "   "
                     DELIMITED BY SIZE INTO WS-LOCATION-TEXT
                  END-STRING
            END-EVALUATE.
            STRING WS-LOCATION-TEXT
               WS-SL-PRODUCT(WS-SL-IDX) "  "
               WS-SL-TAKES(WS-SL-IDX) "  "
               WS-SL-LOSS-TAKES(WS-SL-IDX) "  "
