      ******************************************************************
      * CARD-DISPUTE import record layout - the processor's dispute
      * and fee file (CARDDISP.DAT). A "C" row is a new chargeback
      * against an earlier card sale (the sale's card reference and
      * date, the amount pulled back, the reason code and the date
      * our evidence must reach them by); "W" and "L" rows report a
      * case decided for or against us; an "F" row is a processing
      * fee taken from the settlement. The trailer carries the
      * processor's row count and amount total, as CARDSETL does.
      ******************************************************************
       01  CARD-DISPUTE-RECORD.
           05  CD-RECORD-TYPE          PIC X       VALUE "D".
               88  CD-IS-DETAIL                    VALUE "D".
               88  CD-IS-TRAILER                   VALUE "T".
           05  CD-DETAIL.
               10  CD-EVENT-TYPE           PIC X.
                   88  CD-IS-CHARGEBACK            VALUE "C".
                   88  CD-IS-WON                   VALUE "W".
                   88  CD-IS-LOST                  VALUE "L".
                   88  CD-IS-FEE                   VALUE "F".
               10  CD-CASE-ID              PIC X(12).
               10  CD-CARD-REF             PIC X(16).
               10  CD-SALE-DATE            PIC 9(8).
               10  CD-EVENT-DATE           PIC 9(8).
               10  CD-AMOUNT               PIC 9(5)V99.
               10  CD-REASON-CODE          PIC X(4).
               10  CD-RESPOND-BY-DATE      PIC 9(8).
           05  CD-TRAILER REDEFINES CD-DETAIL.
               10  CD-TRAILER-COUNT        PIC 9(7).
               10  CD-TRAILER-TOTAL        PIC 9(7)V99.
               10  FILLER                  PIC X(48).
