      * RECURRING-PAYMENT record layout - one row per standing payment
      * (rent, the ice-cream supplier, the electric bill): payee,
      * amount, anchor day-of-month, frequency, and the next due date
      * the scheduler advances each time it issues the check, and
      * the BANK-ACCOUNT the check is drawn on (blank = primary).
      ******************************************************************
       01  RECURRING-PAYMENT-RECORD.
           05  RP-PAYEE            PIC X(20).
               88  RP-IS-MONTHLY         VALUE "M".
               88  RP-IS-WEEKLY          VALUE "W".
           05  RP-NEXT-DUE-DATE    PIC 9(8).
           05  RP-BANK-ID          PIC X(2).
