      ******************************************************************
      * Route-driver incentive scale - a route's sales growth over
      * the same fiscal period last year, in percent, picks the band
      * (the highest band whose starting growth it reaches), and the
      * driver earns that band's rate, in percent, of the growth in
      * baht. No growth, or no takings last year to grow from, earns
      * nothing.
      ******************************************************************
       01  INCENTIVE-SCALE-VALUES.
           05  FILLER   PIC 9(3)V99   VALUE 0.
           05  FILLER   PIC 9V99      VALUE 0.
           05  FILLER   PIC 9(3)V99   VALUE 5.
           05  FILLER   PIC 9V99      VALUE 2.
           05  FILLER   PIC 9(3)V99   VALUE 10.
           05  FILLER   PIC 9V99      VALUE 3.
           05  FILLER   PIC 9(3)V99   VALUE 20.
           05  FILLER   PIC 9V99      VALUE 4.
       01  INCENTIVE-SCALE REDEFINES INCENTIVE-SCALE-VALUES.
           05  GB-BAND OCCURS 4 TIMES.
               10  GB-FROM-GROWTH-PCT      PIC 9(3)V99.
               10  GB-RATE-PCT             PIC 9V99.
       01  GB-BAND-COUNT             PIC 9       VALUE 4.
