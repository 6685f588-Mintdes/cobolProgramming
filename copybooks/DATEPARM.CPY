           05  DF-BUSINESS-DAY-FLAG    PIC X.
               88  DF-IS-BUSINESS-DAY          VALUE "Y".
           05  DF-DAYS-TO-ADD          PIC 99.
      *> Every valid date also comes back as a serial day number
      *> (days since 1 January of year 1, so two dates subtract to
      *> the days between them across any year end) and its weekday,
      *> 1 = Monday through 7 = Sunday.
           05  DF-DAY-NUMBER           PIC 9(7).
           05  DF-WEEKDAY              PIC 9.
