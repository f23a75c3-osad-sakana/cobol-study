      *> Open accounts-payable invoice, keyed by invoice number.
      *> Written by AP-INTERFACE when the vendor invoice is booked.
      *> Status is O while unpaid, S once selected for payment and
      *> P once the check has been cut; H while AP-DUPCHK holds it
      *> as a suspected duplicate payment.  The discount date and pct
      *> come from the vendor's terms (or the feed's override): a
      *> check cut on or before the discount date pays net of the
      *> discount.  A blank discount date means no discount.
