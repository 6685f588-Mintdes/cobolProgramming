      ******************************************************************
      * POINTS-LOT record layout - the loyalty points a member earned
      * in one calendar month, keyed by card number and the month
      * earned, so a member's lots read back oldest first. A points
      * vend spends the oldest lot first; whatever is left of a lot
      * at its expiry month is expired by the monthly POINTS-EXPIRY
      * run. What is left of a lot is earned - redeemed - expired,
      * and the member's lots left always add up to the member's
      * LY-POINTS-BALANCE.
      ******************************************************************
       01  POINTS-LOT-RECORD.
           05  LP-LOT-KEY.
               10  LP-CARD-NUMBER          PIC X(10).
               10  LP-EARNED-MONTH         PIC 9(6).
           05  LP-EXPIRES-MONTH        PIC 9(6).
           05  LP-POINTS-EARNED        PIC 9(7).
           05  LP-POINTS-REDEEMED      PIC 9(7).
           05  LP-POINTS-EXPIRED       PIC 9(7).
           05  LP-EXPIRED-DATE         PIC 9(8).
