      ******************************************************************
      * JOURNAL-TEMPLATE record layout - one row per standing ledger
      * entry (rent, insurance amortisation, the bank's fixed service
      * charge), keyed by a short template id. The lines are a
      * balanced compound entry in JOURNAL-ENTRY's shape. JT-FREQUENCY
      * says which fiscal periods it falls in, counted from the start
      * period: every period, every third, or once a year. The end
      * period 999999 means no end. JOURNAL-TEMPLATE-POST writes it
      * into JRNL.DAT for a period under a new JECTL number, with
      * JE-LINE-SOURCE "TPL-" + the template id.
      ******************************************************************
       01  JOURNAL-TEMPLATE-RECORD.
           05  JT-TEMPLATE-ID          PIC X(6).
           05  JT-DESCRIPTION          PIC X(20).
           05  JT-FREQUENCY            PIC X.
               88  JT-IS-MONTHLY               VALUE "M".
               88  JT-IS-QUARTERLY             VALUE "Q".
               88  JT-IS-ANNUAL                VALUE "A".
           05  JT-START-PERIOD.
               10  JT-START-YEAR           PIC 9(4).
               10  JT-START-PERIOD-NO      PIC 99.
           05  JT-END-PERIOD.
               10  JT-END-YEAR             PIC 9(4).
               10  JT-END-PERIOD-NO        PIC 99.
           05  JT-ACTIVE-FLAG          PIC X.
               88  JT-IS-ACTIVE                VALUE "A".
               88  JT-IS-INACTIVE              VALUE "I".
           05  JT-LINE-COUNT           PIC 99.
           05  JT-LINE OCCURS 10 TIMES.
               10  JT-LINE-ACCOUNT         PIC 9(4).
               10  JT-LINE-DC              PIC X.
               10  JT-LINE-AMOUNT          PIC 9(7)V99.
