      *> Inventory movement as posted by INV-POST, appended to
      *> inv_history.csv: the transaction from inv_trans.csv with
      *> the cost it was posted at and the on-hand quantity and
      *> average cost after it.  Types are R (receipt into stock,
      *> at the unit cost on the feed), I (issue to production) and
      *> S (shipment to a customer); issues and shipments go out at
      *> the average cost at the time.  The journal document is the
      *> day's summary voucher the movement was booked under.
       01 WS-INV-HIST-LINE.
           05 IH-DATE               PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 IH-TYPE               PIC X.
           05 FILLER                PIC X VALUE ",".
           05 IH-ITEM-ID            PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 IH-QTY                PIC -(7)9.99.
           05 FILLER                PIC X VALUE ",".
           05 IH-COST               PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 IH-ON-HAND            PIC -(7)9.99.
           05 FILLER                PIC X VALUE ",".
           05 IH-AVG-COST           PIC Z(6)9.9999.
           05 FILLER                PIC X VALUE ",".
           05 IH-REFERENCE          PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 IH-DOC-NO             PIC X(10).
