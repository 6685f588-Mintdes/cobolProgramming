      ******************************************************************
      * Duty-event text layout - the AL-EVENT-TEXT of the audit
      * events written where one operator's hand is on a financial
      * document: who did it, what kind of document and which one.
      * The operator leads the text, as in PRICEOVR and LOCKFORCE,
      * but in fixed columns so DUTY-CONFLICT-REPORT can pair the two
      * sides of a conflict rule on the operator and the document.
      *   SUPINV  - supplier invoice line entered  (INV supp/invoice)
      *   APPAY   - voucher paid by AP-PAYMENT-RUN (INV supp/invoice)
      *   EMPBANK - employee bank details set      (EMP employee id)
      *   DDPAY   - deposit put in the bank file   (EMP employee id)
      ******************************************************************
       01  DUTY-EVENT-TEXT.
           05  DT-OPERATOR                 PIC X(10).
           05  FILLER                      PIC X       VALUE SPACE.
           05  DT-DOCUMENT-TYPE            PIC X(3).
           05  FILLER                      PIC X       VALUE SPACE.
           05  DT-DOCUMENT                 PIC X(20).
           05  FILLER                      PIC X       VALUE SPACE.
           05  DT-NOTE                     PIC X(14).
