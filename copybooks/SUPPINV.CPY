      * stamped by THREE-WAY-MATCH: M once the line agrees with the
      * purchase order and the goods-received note, X when it does
      * not. Only N rows are eligible for matching, so a rerun never
      * re-vouchers an invoice. Each line carries the tax code it was
      * billed under and the input VAT on it, so the VAT paid to
      * suppliers is claimed off the file rather than a spreadsheet.
      ******************************************************************
       01  SUPPLIER-INVOICE-RECORD.
           05  SI-RECORD-TYPE          PIC X       VALUE "D".
                   88  SI-IS-UNMATCHED                 VALUE "N".
                   88  SI-IS-MATCHED                   VALUE "M".
                   88  SI-IS-EXCEPTION                 VALUE "X".
      *> Spaces in the tax code means the line was billed without
      *> VAT. A row written before the fields existed holds spaces
      *> in both - the VAT is treated as zero.
               10  SI-TAX-CODE             PIC XX.
               10  SI-VAT-AMOUNT           PIC 9(5)V99.
           05  SI-TRAILER REDEFINES SI-DETAIL.
               10  SI-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(36).
