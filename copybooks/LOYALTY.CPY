      * keyed by card number. Points accrue one per baht spent at the
      * machine and pay for a vend at ten points per baht; the balance
      * only moves through the vending sale path so it always matches
      * the sales file. The balance is held in monthly lots (PTSLOT)
      * that expire unspent after the months set in POINTPRM.
      ******************************************************************
       01  LOYALTY-MEMBER-RECORD.
           05  LY-CARD-NUMBER          PIC X(10).
