      *> Deferral schedule, deferral_schedule.dat, one record per
      *> month of service on a prepaid invoice.  AR-INTERFACE writes
      *> the whole schedule when it bills an invoice to deferred
      *> revenue: the net (ex-tax) amount spread evenly over the
      *> term from the invoice's own period, the last month taking
      *> the rounding.  REV-RECOG posts each month whose period has
      *> come, marks it R and stamps the period and document that
      *> recognized it; DEFREV-ROLL reads the file back for the
      *> rollforward.
       01 DEFERRAL-REC.
           05 DS-KEY.
               10 DS-INVOICE-NO     PIC X(10).
               10 DS-SEQ            PIC 9(3).
           05 DS-CONTRACT           PIC X(6).
           05 DS-CUSTOMER           PIC X(6).
           05 DS-BILL-PERIOD        PIC 9(6).
           05 DS-PERIOD             PIC 9(6).
           05 DS-AMOUNT             PIC S9(9)V99.
           05 DS-STATUS             PIC X.
           05 DS-POSTED-PERIOD      PIC 9(6).
           05 DS-DOC-NO             PIC X(10).
