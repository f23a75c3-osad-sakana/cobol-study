      *> AR policy parameters, read from ar_control.dat by the
      *> finance charge, write-off, collections and allowance
      *> runs.  The record is fixed-column like run_control.dat:
      *> monthly finance charge rate in 1-5 (pct with three implied
      *> decimals, 01500 is 1.5 pct), minimum charge in 6-12
      *> (implied pennies, 0000100 is 1.00), small-balance
      *> write-off threshold in 13-19 (same scaling), in 20-22
      *> the days COLLECTIONS waits before sending a customer the
      *> same dunning letter again.  Columns 23-47 hold the
      *> AR-ALLOWANCE reserve percentage for each of the five aging
      *> buckets - current, 1-30, 31-60, 61-90 and over 90 days
      *> past due - five columns apiece with two implied decimals
      *> (02500 is 25 pct).  When the file is missing or a field is
      *> blank the program falls back to its compiled-in default.
       01 WS-AR-CONTROL.
           05 ARC-FC-RATE           PIC 9(2)V9(3).
           05 ARC-FC-MIN            PIC 9(5)V99.
           05 ARC-WO-LIMIT          PIC 9(5)V99.
           05 ARC-DUN-DAYS          PIC 9(3).
           05 ARC-RESERVE-PCTS.
               10 ARC-RSV-PCT       PIC 9(3)V99 OCCURS 5 TIMES.
