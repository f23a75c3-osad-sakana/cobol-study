      *> Vendor payment held by AP-DUPCHK as a suspected duplicate,
      *> one per line in ap_dup_holds.csv: the selected invoice and
      *> its vendor and amount, a release flag, the business date it
      *> was held, the rule it tripped and the payment it looks
      *> like (AP an item on ap_open_items.dat, CHK a check on
      *> check_register.csv, EFT a payment on eft_register.csv).
      *> The held item sits at status H on the open-item file, out
      *> of every selection, until a supervisor releases it in
      *> AP-DUPREL: the flag goes to R, the item back to O for the
      *> next AP-SELECT, and AP-DUPCHK passes it from then on.
      *> Rules: INVN the same vendor's invoice number matches once
      *> both are normalized, AMTV the same vendor is paid the same
      *> amount within the run-control window, XVEN another vendor
      *> with the same tax id or address has the same amount and
      *> normalized invoice number.
       01 WS-DUP-HOLD.
           05 DH-INVOICE-NO         PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 DH-VENDOR             PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 DH-AMOUNT             PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 DH-RELEASE            PIC X VALUE SPACE.
           05 FILLER                PIC X VALUE ",".
           05 DH-HELD-DATE          PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 DH-RULE               PIC X(4).
           05 FILLER                PIC X VALUE ",".
           05 DH-MATCH-SOURCE       PIC X(3).
           05 FILLER                PIC X VALUE ",".
           05 DH-MATCH-INVOICE      PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 DH-MATCH-VENDOR       PIC X(6).
