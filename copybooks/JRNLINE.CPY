      *> column marks a month-end accrual to be backed out on the
      *> first day of the next period: ACCR-REVERSE finds the flag
      *> in the JOURNAL-YYYYMMDD.CSV archives and emits the
      *> reversing batch.  The company column names the legal entity
      *> the line books to (companies.csv); blank is the home
      *> company.  A document whose lines name more than one company
      *> is given its due-to/due-from lines by INTERCO-GEN so that
      *> each company's share of it balances on its own.
       01 WS-JOURNAL-LINE.
           05 JL-DATE               PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 JL-FOREIGN-AMT        PIC X(20) VALUE SPACES.
           05 FILLER                PIC X VALUE ",".
           05 JL-REVERSE            PIC X VALUE SPACE.
           05 FILLER                PIC X VALUE ",".
           05 JL-COMPANY            PIC X(4) VALUE SPACES.

      *> Batch control records bracketing each journal batch.  The
      *> batch id names the source and business date of the batch and
