      *> Customer deduction item, keyed by deduction number, in
      *> deductions.dat.  When a customer short-pays an invoice and
      *> the remittance gives a reason code, CASH-RECEIPTS closes the
      *> invoice and splits the shortfall off here (out of accounts
      *> receivable into CUSTOMER DEDUCTIONS), tied back to the
      *> invoice it came off.  DEDUCT-MAINT resolves it: V valid,
      *> written off to the reason code's account; I invalid,
      *> re-billed to the customer as a new open item under the
      *> deduction number.  Status is O until then.  DEDUCT-AGING
      *> ages the open items by reason code.
       01 DEDUCTION-REC.
           05 DED-NUMBER            PIC X(10).
           05 DED-INVOICE           PIC X(10).
           05 DED-CUSTOMER          PIC X(6).
           05 DED-REASON            PIC X(2).
           05 DED-AMOUNT            PIC S9(9)V99.
           05 DED-DATE              PIC X(10).
           05 DED-STATUS            PIC X.
           05 DED-RESOLVED-DATE     PIC X(10).
           05 DED-RESOLVED-BY       PIC X(8).
           05 DED-REBILL-NO         PIC X(10).
