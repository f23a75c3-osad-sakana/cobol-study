      *> Recurring billing contract, keyed by contract id.  A
      *> contract whose start/end period range covers the accounting
      *> period is billed by CONTRACT-GEN, which emits an ar_feed.csv
      *> row dated on the bill day so the invoice flows through
      *> AR-INTERFACE's normal validation and credit-limit path.
      *> CON-AMOUNT is the amount of each invoice.  CON-BILL-MONTHS
      *> is the billing frequency: the contract bills in its start
      *> period and every that many months after (1 monthly, 3
      *> quarterly, 12 annual, 36 for three years up front).
      *> CON-RECOG-MONTHS is the service term each invoice covers:
      *> zero books the invoice straight to revenue, anything else
      *> bills it to deferred revenue and AR-INTERFACE lays down a
      *> deferral schedule that REV-RECOG releases evenly over that
      *> many months.
       01 CONTRACT-REC.
           05 CON-ID                PIC X(6).
           05 CON-CUSTOMER          PIC X(6).
           05 CON-BILL-DAY          PIC 9(2).
           05 CON-START-PERIOD      PIC 9(6).
           05 CON-END-PERIOD        PIC 9(6).
           05 CON-BILL-MONTHS       PIC 9(2).
           05 CON-RECOG-MONTHS      PIC 9(3).
