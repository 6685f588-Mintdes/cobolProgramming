      ******************************************************************
      * MACHINE-LOCATION history layout - one row per site a machine
      * has stood at, keyed by machine + the date it arrived there
      * (the SITECONT precedent), so a move is a new dated row and
      * never an overwrite of MM-LOCATION's past. LH-END-DATE is the
      * last day at the site; zero means the machine is still there.
      * The site in force on a date is the latest row effective at
      * or before it. A machine with no rows yet has never moved and
      * is at its MACHMAST location. Rows are written by the
      * relocation transaction in MACHINE-MAINT.
      ******************************************************************
       01  MACHINE-LOCATION-RECORD.
           05  LH-KEY.
               10  LH-MACHINE-ID           PIC 99.
               10  LH-EFFECTIVE-DATE       PIC 9(8).
           05  LH-LOCATION             PIC X(20).
           05  LH-SITE-TYPE            PIC XX.
           05  LH-END-DATE             PIC 9(8).
           05  LH-MOVED-BY             PIC X(10).
