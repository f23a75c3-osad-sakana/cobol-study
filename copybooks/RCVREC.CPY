      *> Receiving record, appended to receipts.csv by PO-RECEIVE
      *> for every count taken at the dock against a purchase order
      *> line.  The running total lives on the PO line itself
      *> (PO-RCV-QTY); this file is the detail behind it - what came
      *> in, on which date, and who counted it.
       01 WS-RECEIPT-LINE.
           05 RCV-DATE              PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 RCV-PO-NUMBER         PIC X(8).
           05 FILLER                PIC X VALUE ",".
           05 RCV-PO-LINE           PIC 9(3).
           05 FILLER                PIC X VALUE ",".
           05 RCV-QTY               PIC Z(6)9.99.
           05 FILLER                PIC X VALUE ",".
           05 RCV-OPERATOR          PIC X(8).
