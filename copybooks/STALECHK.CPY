      *> Uncashed check followed by STALE-CHK through the state
      *> unclaimed-property cycle, one per line in stale_checks.csv:
      *> the check as the register carries it (amount is the check
      *> total, all its invoice lines together), where it stands,
      *> and the dates it got there.  Status N the due-diligence
      *> letter has gone out and the check is waiting out the
      *> period, E it has been voided into the unclaimed property
      *> liability (register status E) and waits for the yearly
      *> filing, R it was remitted to the owner state at that
      *> filing.  A check cashed or voided by AP while at N is
      *> reported and dropped.  The owner state is the one on the
      *> vendor's last known address, or the company's own state
      *> when the address shows none.
       01 WS-STALE-LINE.
           05 SC-CHECK-NO           PIC 9(6).
           05 FILLER                PIC X VALUE ",".
           05 SC-CHECK-DATE         PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 SC-VENDOR             PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 SC-VEND-NAME          PIC X(20).
           05 FILLER                PIC X VALUE ",".
           05 SC-AMOUNT             PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 SC-STATUS             PIC X.
           05 FILLER                PIC X VALUE ",".
           05 SC-NOTICE-DATE        PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 SC-VOID-DATE          PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 SC-OWNER-STATE        PIC X(2).
           05 FILLER                PIC X VALUE ",".
           05 SC-REMIT-DATE         PIC X(10).
