      *> Loan amortization work fields, shared by the programs that
      *> work a loan's schedule off LOAN-REC.  COMPUTE-LOAN-PAYMENT
      *> sets WS-LC-PAYMENT, the level installment that repays
      *> WS-LC-BALANCE over WS-LC-MONTHS at LN-RATE.  A caller sets
      *> WS-LC-INST and PERFORMs WORK-TO-INSTALLMENT, which walks
      *> the schedule from the loan's base and leaves that
      *> installment's interest and principal, and the balance
      *> before and after it; WS-LC-INST beyond the term leaves
      *> all of them zero.  An installment behind the base is
      *> worked on the prior terms from the prior base, one after
      *> it on the current terms; WS-LC-LEVEL-PAY is the level
      *> payment of the terms in force for the installment in hand.
      *> The last installment takes whatever principal is left, so
      *> rounding never leaves a balance.
      *> WS-LC-DUE-PERIOD is the YYYYMM an installment falls due.
       01 WS-LC-RATE-MO         PIC 9V9(8) VALUE 0.
       01 WS-LC-FACTOR          PIC 9(5)V9(10) VALUE 0.
       01 WS-LC-BALANCE         PIC S9(9)V99 VALUE 0.
       01 WS-LC-MONTHS          PIC 9(3) VALUE 0.
       01 WS-LC-PAYMENT         PIC S9(9)V99 VALUE 0.
       01 WS-LC-LEVEL-PAY       PIC S9(9)V99 VALUE 0.
       01 WS-LC-INST            PIC S9(5) VALUE 0.
       01 WS-LC-STEP            PIC 9(3) VALUE 0.
       01 WS-LC-INTEREST        PIC S9(9)V99 VALUE 0.
       01 WS-LC-PRINCIPAL       PIC S9(9)V99 VALUE 0.
       01 WS-LC-BAL-BEFORE      PIC S9(9)V99 VALUE 0.
       01 WS-LC-BAL-AFTER       PIC S9(9)V99 VALUE 0.
       01 WS-LC-START-YYYY      PIC 9(4) VALUE 0.
       01 WS-LC-START-MM        PIC 9(2) VALUE 0.
       01 WS-LC-PER-YYYY        PIC 9(4) VALUE 0.
       01 WS-LC-PER-MM          PIC 9(2) VALUE 0.
       01 WS-LC-MONTH-NO        PIC S9(5) VALUE 0.
       01 WS-LC-DUE-PERIOD      PIC 9(6) VALUE 0.
      *> INSTALLMENT-DUE-DATE works WS-LC-DUE-DATE for installment
      *> WS-LC-INST: the payment day in the due month (its last day
      *> when shorter), moved forward to a business day - or back,
      *> when forward would leave the month.
       01 WS-LC-DUE-DATE        PIC X(10).
       01 WS-LC-DUE-YYYY        PIC 9(4) VALUE 0.
       01 WS-LC-DUE-MM          PIC 9(2) VALUE 0.
       01 WS-LC-DUE-DD          PIC 9(2) VALUE 0.
       01 WS-LC-LAST-DD         PIC 9(2) VALUE 0.
       01 WS-LC-LEAP            PIC X VALUE "N".
