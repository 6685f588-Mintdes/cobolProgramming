      * AR-BALANCE record layout - one open-balance row per customer,
      * keyed by customer number, rebuilt by AR-AGING from the credit
      * lines in LINEITEM.DAT so "who owes us what" is a file, not a
      * guess. The aging buckets behind the balance are kept too, as
      * at AB-AGED-DATE, for the doubtful-debt allowance run; a
      * receipt or write-off taken since moves the balance but not
      * the buckets, so they only agree again after the next aging.
      ******************************************************************
       01  AR-BALANCE-RECORD.
           05  AB-CUSTOMER-NO          PIC 9(5).
           05  AB-OPEN-BALANCE         PIC S9(7)V99.
           05  AB-LAST-TRAN-DATE       PIC 9(8).
           05  AB-AGED-DATE            PIC 9(8).
           05  AB-AGE-CURRENT          PIC S9(7)V99.
           05  AB-AGE-30               PIC S9(7)V99.
           05  AB-AGE-60               PIC S9(7)V99.
           05  AB-AGE-90               PIC S9(7)V99.
