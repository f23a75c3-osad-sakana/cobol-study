      *> Inventory item master record, keyed by item id in
      *> inv_items.dat.  Maintained by INV-MAINT; INV-POST moves the
      *> on-hand quantity and the carried value as receipts, issues
      *> to production and shipments are posted.  Cost is weighted
      *> average: the carried value is the book figure and the
      *> average cost is recomputed from it after every receipt, so
      *> issuing the last unit relieves exactly what is carried and
      *> no rounding residue is left on an empty bin.  INV-VALUE
      *> sums the carried values against the INVENTORY account.
       01 INV-ITEM-REC.
           05 INV-ITEM-ID           PIC X(10).
           05 INV-DESC              PIC X(20).
           05 INV-UOM               PIC X(4).
           05 INV-ON-HAND           PIC S9(7)V99.
           05 INV-AVG-COST          PIC 9(7)V9(4).
           05 INV-VALUE             PIC S9(9)V99.
           05 INV-LAST-DATE         PIC X(10).
