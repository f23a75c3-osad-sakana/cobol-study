      *> Tamper seals on the ledger's plain-text files.  Every GL
      *> segment and every journal archive carries a seal of three
      *> running values: the record count, an amount hash (the sum
      *> of the amount column - GL amount on a segment, journal
      *> amount on the detail lines of an archive, HDR and TRL
      *> excluded) and a content hash chained through every byte of
      *> every record in file order, so an edited, inserted,
      *> dropped or reordered line changes it.  The writer folds
      *> each record into the seal as it writes it; SEAL-VERIFY
      *> recomputes the seal from the file as it stands.
      *> A segment's seal is kept on its own gl_segments.dat entry,
      *> after the period: YYYYMM,count,amount,hash.  An entry
      *> holding only the period is a segment not yet sealed.
      *> Journal archives have no directory of their own, so their
      *> seals go to archive_seals.dat, one line per sealing event,
      *> name,count,amount,hash,timestamp,program - the last line
      *> for a name is the archive's current seal, the earlier ones
      *> its history.
       01 WS-SEAL-COUNT         PIC 9(9) VALUE 0.
       01 WS-SEAL-AMOUNT        PIC S9(13)V99 VALUE 0.
       01 WS-SEAL-CHAIN         PIC 9(10) VALUE 0.
       01 WS-SEAL-DATA          PIC X(120).
       01 WS-SEAL-POS           PIC 9(3) COMP VALUE 0.
       01 WS-SEAL-JL-FIELD      PIC X(20).
       01 WS-SEAL-JL-AMOUNT     PIC X(20).
       01 WS-SEAL-GL-AMOUNT-X   PIC X(12).
       01 WS-SEAL-GL-AMOUNT REDEFINES WS-SEAL-GL-AMOUNT-X
                                PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
       01 WS-SEAL-SUB           PIC 9(3) VALUE 0.
       01 WS-SEALS-CHANGED      PIC X VALUE "N".

      *> Seal of each listed segment, parallel to WS-SEG-PERIOD.
      *> WS-SS-STATE is Y when the entry carries a seal, N when it
      *> has not been sealed yet.
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 240 TIMES.
               10 WS-SS-STATE       PIC X.
               10 WS-SS-COUNT       PIC 9(9).
               10 WS-SS-AMOUNT      PIC S9(13)V99.
               10 WS-SS-CHAIN       PIC 9(10).

      *> gl_segments.dat entry with its seal.
       01 WS-SEG-SEAL-LINE.
           05 SSL-PERIOD            PIC 9(6).
           05 FILLER                PIC X VALUE ",".
           05 SSL-COUNT             PIC 9(9).
           05 FILLER                PIC X VALUE ",".
           05 SSL-AMOUNT            PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05 FILLER                PIC X VALUE ",".
           05 SSL-CHAIN             PIC 9(10).

      *> archive_seals.dat line.
       01 WS-ARC-SEAL-LINE.
           05 ASL-NAME              PIC X(24).
           05 FILLER                PIC X VALUE ",".
           05 ASL-COUNT             PIC 9(9).
           05 FILLER                PIC X VALUE ",".
           05 ASL-AMOUNT            PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05 FILLER                PIC X VALUE ",".
           05 ASL-CHAIN             PIC 9(10).
           05 FILLER                PIC X VALUE ",".
           05 ASL-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X VALUE ",".
           05 ASL-PROGRAM           PIC X(15).

      *> Parse fields for either seal line.
       01 WS-SEAL-KEY-IN        PIC X(24).
       01 WS-SEAL-COUNT-IN      PIC X(9).
       01 WS-SEAL-AMOUNT-IN     PIC X(16).
       01 WS-SEAL-AMOUNT-NUM REDEFINES WS-SEAL-AMOUNT-IN
                                PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
       01 WS-SEAL-CHAIN-IN      PIC X(10).
       01 WS-SEAL-STAMP-IN      PIC X(14).
       01 WS-SEAL-PROG-IN       PIC X(15).
       01 WS-SEAL-FOUND         PIC X VALUE "N".
       01 WS-SEAL-EOF           PIC X VALUE "N".
       01 WS-SEAL-ARC-NAME      PIC X(24).
