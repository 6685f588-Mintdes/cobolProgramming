      * LOT-MASTER record layout - one row per received lot per slot,
      * keyed by machine + slot + lot number, carrying the received
      * and expiry dates and the quantity remaining, so perishable
      * stock can be pulled before a customer buys it stale. The
      * movement counters let a recall account for every unit the
      * row ever held: received in, sold at the machine, and removed
      * by spoilage write-off or return to supplier. A row placed on
      * hold (recall, or quarantine after a temperature excursion)
      * is refused at sale time like an expired lot; a space on an
      * older row means no hold.
      ******************************************************************
       01  LOT-MASTER-RECORD.
           05  LT-KEY.
           05  LT-RECEIVED-DATE        PIC 9(8).
           05  LT-EXPIRY-DATE          PIC 9(8).
           05  LT-QTY                  PIC 9(3).
           05  LT-QTY-RECEIVED         PIC 9(5).
           05  LT-QTY-SOLD             PIC 9(5).
           05  LT-QTY-REMOVED          PIC 9(5).
           05  LT-HOLD-FLAG            PIC X.
               88  LT-IS-NOT-HELD                  VALUE " ".
               88  LT-IS-RECALLED                  VALUE "R".
               88  LT-IS-QUARANTINED               VALUE "Q".
