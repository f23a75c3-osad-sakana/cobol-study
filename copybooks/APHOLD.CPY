      *> Vendor invoice held by PO-MATCH, one per line in
      *> ap_match_holds.csv: the reason code it failed, a release
      *> flag, the business date it was first held and the invoice
      *> row exactly as it arrived.  PO-MATCH retries every held row
      *> on each run, so a hold clears by itself once purchasing
      *> corrects the PO or the goods are received; an R in the
      *> release flag (set by a supervisor in PO-MAINT) passes the
      *> row on to AP-INTERFACE without the match.
      *> Reasons: NOPO PO or line not on file, PVEN PO is for
      *> another vendor, PCLS PO line closed, NQTY no usable
      *> invoiced quantity, RCVD invoiced beyond quantity received,
      *> OQTY invoiced beyond quantity ordered, PRCE unit price off
      *> the PO price beyond tolerance.
       01 WS-MATCH-HOLD.
           05 MH-REASON             PIC X(4).
           05 FILLER                PIC X VALUE ",".
           05 MH-RELEASE            PIC X VALUE SPACE.
           05 FILLER                PIC X VALUE ",".
           05 MH-HELD-DATE          PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 MH-FEED-ROW           PIC X(100).
