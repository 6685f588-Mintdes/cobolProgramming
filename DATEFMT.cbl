           05  WS-DAYS-WANTED           PIC 99.
           05  WS-DAYS-DONE             PIC 99.

       01  WS-DAY-NUMBER-FIELDS.
           05  WS-PRIOR-YEARS           PIC 9(4).
           05  WS-LEAP-4S               PIC 9(4).
           05  WS-LEAP-100S             PIC 9(4).
           05  WS-LEAP-400S             PIC 9(4).
           05  WS-WEEK-COUNT            PIC 9(7).

       LINKAGE SECTION.
       COPY DATEPARM.

               PERFORM 2000-BUILD-DISPLAY-DATE-1
               PERFORM 2100-BUILD-DISPLAY-DATE-2
               PERFORM 2200-BUILD-DISPLAY-DATE-3
               PERFORM 2300-BUILD-DAY-NUMBER
            END-IF.
            GOBACK.

               WS-DAY-OF-YEAR DELIMITED BY SIZE
               INTO DF-DISPLAY-DATE-3
            END-STRING.

      *> Whole years before this one at 365 days, plus one for each
      *> leap day they held, plus the day of this year. Day 1 (1
      *> January of year 1) fell on a Monday, so the remainder over
      *> seven is the weekday with Sunday coming out as zero.
       2300-BUILD-DAY-NUMBER.
            COMPUTE WS-PRIOR-YEARS = DF-YEAR - 1.
            DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-4S.
            DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-100S.
            DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-400S.
            COMPUTE DF-DAY-NUMBER = WS-PRIOR-YEARS * 365
               + WS-LEAP-4S - WS-LEAP-100S + WS-LEAP-400S
               + WS-DAY-OF-YEAR.
            DIVIDE DF-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER DF-WEEKDAY.
            IF DF-WEEKDAY = ZERO
               MOVE 7 TO DF-WEEKDAY
            END-IF.
       END PROGRAM DATE-FORMATTER.
