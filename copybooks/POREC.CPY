      *> Purchase order line, keyed by PO number and line number in
      *> po_master.dat.  Maintained by PO-MAINT; PO-RECEIVE adds to
      *> the received quantity as goods come in at the dock and
      *> PO-MATCH adds to the invoiced quantity as vendor invoices
      *> are matched against the line.  Status is O while the line
      *> is open and C once closed (fully invoiced, or closed by
      *> purchasing); a closed line takes no further receipts or
      *> invoices.  The expense account is the accounts.dat number
      *> the invoice is charged to when AP-INTERFACE books it.
       01 PO-REC.
           05 PO-KEY.
               10 PO-NUMBER         PIC X(8).
               10 PO-LINE           PIC 9(3).
           05 PO-VENDOR             PIC X(6).
           05 PO-DESC               PIC X(20).
           05 PO-ORDER-DATE         PIC X(10).
           05 PO-ORDER-QTY          PIC 9(7)V99.
           05 PO-UNIT-PRICE         PIC 9(7)V9(4).
           05 PO-EXP-ACCTNO         PIC X(6).
           05 PO-RCV-QTY            PIC 9(7)V99.
           05 PO-INV-QTY            PIC 9(7)V99.
           05 PO-STATUS             PIC X.
