      *> Notes payable and term loan master, keyed by loan id, in
      *> loans.dat.  Maintained by LOAN-MAINT; LOAN-AMORT prints the
      *> amortization schedule, LOAN-RUN books each period's
      *> interest accrual and scheduled payment, and DEBT-SCHED
      *> splits the balance into current and long-term portions.
      *> The loan is repaid in level monthly installments: number
      *> one falls due in the month after the start date, on the
      *> payment day (the month's last day when the month is
      *> shorter), moved to a business day.  The rate is the annual
      *> percentage, charged at a twelfth a month on the balance.
      *> Rate type F is fixed; V is variable, and a rate change
      *> re-amortizes what is left over the remaining term: the
      *> base fields then hold the installments already behind the
      *> current terms and the balance left after them (zero and
      *> the principal until the first change).  The prior fields
      *> hold the terms those installments run on from the change
      *> before, with its base, so the ones not yet booked are
      *> still worked at the rate they were accrued at.  The
      *> account is the LIABILITY account the loan is carried in.
       01 LOAN-REC.
           05 LN-LOAN-ID            PIC X(6).
           05 LN-DESC               PIC X(20).
           05 LN-LENDER             PIC X(20).
           05 LN-PRINCIPAL          PIC S9(9)V99.
           05 LN-RATE               PIC 9(2)V9(4).
           05 LN-START-DATE         PIC X(10).
           05 LN-TERM-MONTHS        PIC 9(3).
           05 LN-PAY-DAY            PIC 9(2).
           05 LN-RATE-TYPE          PIC X.
           05 LN-ACCTNO             PIC X(6).
           05 LN-PAYMENT            PIC S9(9)V99.
           05 LN-BASE-INST          PIC 9(3).
           05 LN-BASE-BALANCE       PIC S9(9)V99.
           05 LN-PRIOR-INST         PIC 9(3).
           05 LN-PRIOR-BALANCE      PIC S9(9)V99.
           05 LN-PRIOR-RATE         PIC 9(2)V9(4).
           05 LN-PRIOR-PAYMENT      PIC S9(9)V99.
