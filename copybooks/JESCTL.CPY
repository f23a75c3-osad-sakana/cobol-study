      *> Journal entry screening rules, read from jescreen_control.dat
      *> by JE-SCREEN.  The record is fixed-column like
      *> run_control.dat: the document review limit in 1-11
      *> (implied pennies, 00001000000 is 10,000.00), in 12-15 the
      *> band under that limit a document total is flagged in (pct
      *> with two implied decimals, 0500 is 5.00 pct), in 16-22 the
      *> unit a document total is round to (whole dollars, 0001000
      *> flags round thousands), in 23-24 how many days into the
      *> next period a reversal of a period-end entry is flagged,
      *> and from 25 up to ten control account numbers, six columns
      *> each, that manual postings are flagged against.  When no
      *> control account is listed the cash accounts on the master
      *> and ACCOUNTS RECEIVABLE, ACCOUNTS PAYABLE and RETAINED
      *> EARNINGS are the control accounts.  When the file is
      *> missing or a field is blank the program falls back to its
      *> compiled-in default: 10,000.00, 5.00 pct, round thousands
      *> and 5 days.
       01 WS-JE-CONTROL.
           05 JSC-REVIEW-LIMIT      PIC 9(9)V99.
           05 JSC-BAND-PCT          PIC 9(2)V99.
           05 JSC-ROUND-UNIT        PIC 9(7).
           05 JSC-REVERSE-DAYS      PIC 9(2).
           05 JSC-CONTROL-ACCTS.
               10 JSC-CONTROL-ACCT OCCURS 10 TIMES
                                    PIC X(6).
