      ******************************************************************
      * Loyalty points terms shared by the sale path, the monthly
      * expiry run and the member statement: how many months a month's
      * points stay spendable (points earned in March with 12 months
      * expire at the start of the next March), and how many points
      * buy one baht of vend - which is also the rate the unspent
      * points are carried at as a liability (10 points = 1 baht).
      ******************************************************************
       01  POINTS-TERMS.
           05  PN-EXPIRY-MONTHS        PIC 99      VALUE 12.
           05  PN-POINTS-PER-BAHT      PIC 99      VALUE 10.
