      ******************************************************************
      * DEBIT-NOTE record layout - one row per return to a supplier,
      * numbered from DBNCTL.DAT (the VCHCTL voucher-number pattern)
      * and written by SUPPLIER-RETURN when a crushed or short-dated
      * case goes back against its PO. The note is money the supplier
      * owes us: THREE-WAY-MATCH takes an open note off the voucher
      * it approves for the same PO (V, with the voucher number), and
      * AP-PAYMENT-RUN takes any note still open off that supplier's
      * next check (C, with the check number). Only N rows are
      * eligible, so a note is never deducted twice.
      ******************************************************************
       01  DEBIT-NOTE-RECORD.
           05  DB-RECORD-TYPE          PIC X       VALUE "D".
               88  DB-IS-DETAIL                    VALUE "D".
               88  DB-IS-TRAILER                   VALUE "T".
           05  DB-DETAIL.
               10  DB-NOTE-NO              PIC 9(5).
               10  DB-SUPPLIER-NO          PIC 9(3).
               10  DB-PO-NUMBER            PIC 9(5).
               10  DB-PRODUCT-NAME         PIC X(10).
               10  DB-MACHINE-ID           PIC 99.
               10  DB-SLOT-NO              PIC 99.
               10  DB-LOT-NUMBER           PIC X(8).
               10  DB-QTY-RETURNED         PIC 9(3).
               10  DB-UNIT-PRICE           PIC 99V99.
               10  DB-AMOUNT               PIC 9(5)V99.
               10  DB-REASON               PIC X.
                   88  DB-IS-DAMAGED                   VALUE "D".
                   88  DB-IS-SHORT-DATED               VALUE "S".
               10  DB-RETURN-DATE          PIC 9(8).
               10  DB-APPLIED-FLAG         PIC X       VALUE "N".
                   88  DB-IS-OPEN                      VALUE "N".
                   88  DB-IS-ON-VOUCHER                VALUE "V".
                   88  DB-IS-ON-CHECK                  VALUE "C".
      *> P only inside AP-PAYMENT-RUN, while the check is sized.
                   88  DB-IS-HELD-FOR-CHECK            VALUE "P".
               10  DB-APPLIED-REF          PIC 9(5).
           05  DB-TRAILER REDEFINES DB-DETAIL.
               10  DB-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(57).
