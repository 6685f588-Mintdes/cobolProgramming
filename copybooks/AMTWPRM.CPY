      ******************************************************************
      * Parameter layout for the AMOUNT-IN-WORDS subprogram - the
      * legal amount for a check face, spelled out in capitals and
      * finished with the cents as a fraction ("... AND 56/100").
      * The words are broken between two lines at a word boundary
      * so the caller can print them straight onto the check stock;
      * AW-LINE-2 is blank when everything fits on the first.
      ******************************************************************
       01  AMOUNT-WORDS-PARMS.
           05  AW-AMOUNT               PIC 9(7)V99.
           05  AW-LINE-WIDTH           PIC 99.
           05  AW-LINE-1               PIC X(70).
           05  AW-LINE-2               PIC X(70).
