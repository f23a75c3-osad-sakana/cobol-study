      *> Collection note, one line per contact with a customer in
      *> collection_notes.csv.  COLL-NOTES appends the collectors'
      *> entries (kind C: the contact method in CN-ACTION, P phone,
      *> E e-mail, M mail, V visit, and any promise to pay with its
      *> date and amount); COLLECTIONS appends one line of kind L
      *> for each dunning letter it sends (the letter level, 1 to
      *> 3, in CN-ACTION).  CN-BALANCE is the customer's open
      *> balance when the note was made, so a promise is kept once
      *> the balance has come down by the amount promised.  The
      *> CN-IN fields take a line back apart.
       01 WS-NOTE-LINE.
           05 CN-CUSTOMER           PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 CN-DATE               PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 CN-KIND               PIC X.
           05 FILLER                PIC X VALUE ",".
           05 CN-COLLECTOR          PIC X(8).
           05 FILLER                PIC X VALUE ",".
           05 CN-ACTION             PIC X.
           05 FILLER                PIC X VALUE ",".
           05 CN-PROMISE-DATE       PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 CN-PROMISE-AMT        PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 CN-BALANCE            PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 CN-TEXT               PIC X(40).
       01 CN-IN-CUSTOMER            PIC X(6).
       01 CN-IN-DATE                PIC X(10).
       01 CN-IN-KIND                PIC X.
       01 CN-IN-COLLECTOR           PIC X(8).
       01 CN-IN-ACTION              PIC X.
       01 CN-IN-PROMISE-DATE        PIC X(10).
       01 CN-IN-PROMISE-AMT-X       PIC X(13).
       01 CN-IN-BALANCE-X           PIC X(13).
       01 CN-IN-TEXT                PIC X(40).
