      ******************************************************************
      * CUSTOMER-COMPLAINT record layout - one row per complaint taken
      * at the counter or on the phone, keyed by complaint number.
      * The machine, date and rough time the customer gives find the
      * vend they mean in the sales history (CL-SALE-TIME zero when
      * no sale could be matched). Whatever the complaint led to is
      * kept on the row: the REFUNDUE key it raised, the WORK-ORDER
      * it opened, and for a quality complaint the LOT-MASTER lot the
      * product came out of. CL-RESOLVED-DATE against CL-COMPLAINT-
      * DATE is the time to resolve the weekly report prints.
      ******************************************************************
       01  CUSTOMER-COMPLAINT-RECORD.
           05  CL-COMPLAINT-NO         PIC 9(6).
           05  CL-MACHINE-ID           PIC 99.
           05  CL-COMPLAINT-DATE       PIC 9(8).
           05  CL-COMPLAINT-TIME       PIC 9(4).
           05  CL-CATEGORY             PIC X(8).
               88  CL-CAT-MONEY                VALUE "MONEY".
               88  CL-CAT-NO-VEND              VALUE "NOVEND".
               88  CL-CAT-QUALITY              VALUE "QUALITY".
               88  CL-CAT-WRONG-ITEM           VALUE "WRONGITM".
               88  CL-CAT-OTHER                VALUE "OTHER".
               88  CL-CAT-VALID                VALUE "MONEY"
                                                     "NOVEND"
                                                     "QUALITY"
                                                     "WRONGITM"
                                                     "OTHER".
           05  CL-DESCRIPTION          PIC X(40).
           05  CL-SALE-DATE            PIC 9(8).
           05  CL-SALE-TIME            PIC 9(8).
           05  CL-SLOT-NO              PIC 99.
           05  CL-PRODUCT-NAME         PIC X(10).
           05  CL-LOT-NUMBER           PIC X(8).
           05  CL-REFUND-DATE          PIC 9(8).
           05  CL-REFUND-TIME          PIC 9(8).
           05  CL-REFUND-AMOUNT        PIC 999.
           05  CL-WORK-ORDER-NO        PIC 9(5).
           05  CL-STATUS               PIC X.
               88  CL-IS-OPEN                  VALUE "O".
               88  CL-IS-RESOLVED              VALUE "R".
           05  CL-RESOLVED-DATE        PIC 9(8).
           05  CL-RESOLUTION           PIC X(30).
