      *> Purchasing match tolerances, read from po_control.dat by
      *> PO-MATCH.  The record is fixed-column like run_control.dat:
      *> quantity tolerance in 1-4 (pct with two implied decimals,
      *> 0500 is 5.00 pct over what was received or ordered), unit
      *> price tolerance in 5-8 (same scaling, over or under the PO
      *> price).  When the file is missing or a field is blank the
      *> program falls back to its compiled-in default: no quantity
      *> tolerance and 2.00 pct on price.
       01 WS-PO-CONTROL.
           05 POC-QTY-TOL           PIC 9(2)V99.
           05 POC-PRICE-TOL         PIC 9(2)V99.
