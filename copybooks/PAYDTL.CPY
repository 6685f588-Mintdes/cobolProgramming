      *> Hours behind the gross (the salaried handbook week is a
      *> flat 40), for the labor-by-center report.
               10  PD-HOURS-WORKED         PIC 9(3)V99.
      *> Route-driver sales incentive carried in this pay, already
      *> inside PD-GROSS-PAY (and taxed with it) but kept separate
      *> for the stub, as the night premium is.
               10  PD-INCENTIVE-PAY        PIC 9(5)V99.
      *> Contribution schemes (DEDMAST codes with an employer rate)
      *> this pay fell under: the wage the shares were worked on
      *> after the ceiling, the employee share actually deducted,
      *> the employer's matching share, and the fund liability
      *> account both are owed to - what the ledger accrual and the
      *> contribution return read.
               10  PD-SCHEME-TABLE.
                   15  PD-SCHEME-ENTRY OCCURS 5 TIMES.
                       20  PD-SCHEME-CODE      PIC X(4).
                       20  PD-SCHEME-WAGE      PIC 9(7)V99.
                       20  PD-SCHEME-EMPLOYEE  PIC 9(5)V99.
                       20  PD-SCHEME-EMPLOYER  PIC 9(5)V99.
                       20  PD-SCHEME-ACCOUNT   PIC 9(4).
      *> Approved expense claims this pay reimbursed: outside gross
      *> and untaxed, but inside PD-NET-PAY. PD-REIMBURSE-VAT is the
      *> reclaimable VAT within PD-REIMBURSEMENT, which the ledger
      *> posting takes off VAT PAYABLE rather than the center's
      *> expense.
               10  PD-REIMBURSEMENT        PIC 9(5)V99.
               10  PD-REIMBURSE-VAT        PIC 9(5)V99.
      *> The date the pay was cut. An off-cycle row has no period
      *> to date it by, so the monthly withholding return places it
      *> in its month from here.
               10  PD-PAY-DATE             PIC 9(8).
           05  PD-TRAILER REDEFINES PD-DETAIL.
               10  PD-TRAILER-COUNT        PIC 9(7).
               10  FILLER                  PIC X(290).
