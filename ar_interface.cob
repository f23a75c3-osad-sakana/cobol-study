           SELECT RATE-FILE ASSIGN TO "rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTFS.
           SELECT DEFERRAL-FILE ASSIGN TO "deferral_schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DSFS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFS.
       FD RATE-FILE.
       01 RATE-REC                 PIC X(30).

       FD DEFERRAL-FILE.
           COPY DEFSCHED.

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC          PIC X(10).

       01 WS-AR-ACCTNO             PIC X(6).
       01 WS-REV-ACCTNO            PIC X(6).

      *> Column ten carries a recognition term in months for a
      *> prepaid invoice, column eleven the contract it bills
      *> (CONTRACT-GEN fills both).  Such an invoice credits the
      *> deferred revenue liability instead of revenue and gets a
      *> deferral schedule for REV-RECOG to release month by month.
       01 WS-DSFS                  PIC X(2).
       01 WS-DEF-ACCTNO            PIC X(6).
       01 WS-DEF-NAME              PIC X(20)
                                   VALUE "DEFERRED REVENUE".
       01 WS-RECOG-STR             PIC X(10).
       01 WS-CONTRACT-ID           PIC X(10).
       01 WS-RECOG-MONTHS          PIC 9(3) VALUE 0.
       01 WS-DEF-OK                PIC X VALUE "Y".
       01 WS-DEF-MONTHLY           PIC S9(9)V99 VALUE 0.
       01 WS-DEF-SUB               PIC 9(3) VALUE 0.
       01 WS-DEF-YYYY              PIC 9(4) VALUE 0.
       01 WS-DEF-MM                PIC 9(2) VALUE 0.

      *> Sales tax codes from taxcodes.csv (code,rate pct,liability
      *> account).  Invoice amounts on the feed are tax inclusive,
      *> so the credit side splits into net revenue plus the tax
                   MOVE ACC-NUMBER TO WS-REV-ACCTNO
           END-READ

           MOVE WS-DEF-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   MOVE SPACES TO WS-DEF-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-DEF-ACCTNO
           END-READ

           PERFORM LOAD-TAX-CODES
           CLOSE ACCOUNT-MASTER

               OPEN I-O OPEN-INVOICE-FILE
           END-IF

           OPEN I-O DEFERRAL-FILE
           IF WS-DSFS NOT = "00"
               OPEN OUTPUT DEFERRAL-FILE
               CLOSE DEFERRAL-FILE
               OPEN I-O DEFERRAL-FILE
           END-IF
           IF WS-DSFS NOT = "00"
               DISPLAY "COULD NOT OPEN DEFERRAL SCHEDULE FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AR-FEED
           IF WS-ARFS NOT = "00"
               DISPLAY "COULD NOT OPEN AR FEED"
                           WS-INV-AMOUNT-STR WS-DUE-DATE WS-INV-DATE
                           WS-TAX-CODE WS-REF-INVOICE
                           WS-CURRENCY WS-FOREIGN-STR
                           WS-RECOG-STR WS-CONTRACT-ID
                       UNSTRING AR-FEED-REC
                           DELIMITED BY ","
                           INTO WS-INVOICE-NO
                               WS-REF-INVOICE
                               WS-CURRENCY
                               WS-FOREIGN-STR
                               WS-RECOG-STR
                               WS-CONTRACT-ID
                       END-UNSTRING
                       IF WS-INV-DATE = SPACES
                           MOVE RC-BUSINESS-DATE TO WS-INV-DATE
                               AND WS-TAX-OK = "Y"
                               AND WS-REF-OK = "Y"
                               AND WS-CUR-OK = "Y"
                           PERFORM CHECK-DEFERRAL
                       END-IF
                       IF WS-CUST-OK = "Y" AND WS-INV-OK = "Y"
                               AND WS-TAX-OK = "Y"
                               AND WS-REF-OK = "Y"
                               AND WS-CUR-OK = "Y"
                               AND WS-DEF-OK = "Y"
                           PERFORM NOTE-SEEN-INVOICE
                           IF WS-REF-INVOICE NOT = SPACES
                               PERFORM NOTE-MEMO-APPLIED
                           WS-INV-AMOUNT-STR WS-DUE-DATE WS-INV-DATE
                           WS-TAX-CODE WS-REF-INVOICE
                           WS-CURRENCY WS-FOREIGN-STR
                           WS-RECOG-STR WS-CONTRACT-ID
                       UNSTRING AR-FEED-REC
                           DELIMITED BY ","
                           INTO WS-INVOICE-NO
                               WS-REF-INVOICE
                               WS-CURRENCY
                               WS-FOREIGN-STR
                               WS-RECOG-STR
                               WS-CONTRACT-ID
                       END-UNSTRING
                       IF WS-INV-DATE = SPACES
                           MOVE RC-BUSINESS-DATE TO WS-INV-DATE
                               AND WS-REF-OK = "Y"
                           PERFORM SET-ROW-AMOUNT
                       END-IF
                       IF WS-CUST-OK = "Y" AND WS-INV-OK = "Y"
                               AND WS-TAX-OK = "Y"
                               AND WS-REF-OK = "Y"
                               AND WS-CUR-OK = "Y"
                           PERFORM CHECK-DEFERRAL
                       END-IF
                       IF WS-CUST-OK = "N"
                           PERFORM WRITE-FEED-REJECT
                       ELSE
                       IF WS-CUR-OK = "N"
                           PERFORM WRITE-FEED-REJECT-NRAT
                       ELSE
                       IF WS-DEF-OK = "N"
                           PERFORM WRITE-FEED-REJECT-NDEF
                       ELSE
                       IF WS-REF-INVOICE NOT = SPACES
                           PERFORM NOTE-SEEN-INVOICE
                           PERFORM APPLY-CREDIT-MEMO
                           PERFORM NOTE-BILLED-CUSTOMER
                           PERFORM WRITE-OPEN-INVOICE
                           PERFORM WRITE-INVOICE-LINES
                           IF WS-RECOG-MONTHS > 0
                               PERFORM WRITE-DEFERRAL-SCHEDULE
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF

           PERFORM CHECK-CREDIT-LIMITS
           CLOSE OPEN-INVOICE-FILE
           CLOSE DEFERRAL-FILE
           CLOSE CUSTOMER-MASTER

           IF WS-REJECT-COUNT > 0
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           MOVE 2                      TO JL-LINE-NO
           IF WS-RECOG-MONTHS > 0
               MOVE WS-DEF-NAME        TO JL-ACCT-NAME
               MOVE WS-DEF-ACCTNO      TO JL-ACCTNO
           ELSE
               MOVE "REVENUE"          TO JL-ACCT-NAME
               MOVE WS-REV-ACCTNO      TO JL-ACCTNO
           END-IF
           MOVE "C"                    TO JL-DC
           MOVE WS-NET-AMT             TO WS-AMT-ED
           MOVE WS-AMT-ED              TO JL-AMOUNT
           MOVE SPACES TO JL-CURRENCY
           MOVE SPACES TO JL-FOREIGN-AMT.

       CHECK-DEFERRAL.
      *> A term must be a whole number of months up to 360, the
      *> invoice date must give the first month of service, and
      *> the deferred revenue account must be on the master.  A
      *> credit memo carries no term of its own.
           MOVE "Y" TO WS-DEF-OK
           MOVE 0 TO WS-RECOG-MONTHS
           IF WS-RECOG-STR NOT = SPACES AND
                   WS-REF-INVOICE = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RECOG-STR) NOT = 0
                   MOVE "N" TO WS-DEF-OK
               ELSE
               IF FUNCTION NUMVAL(WS-RECOG-STR) < 0 OR
                       FUNCTION NUMVAL(WS-RECOG-STR) > 360
                   MOVE "N" TO WS-DEF-OK
               ELSE
                   MOVE FUNCTION NUMVAL(WS-RECOG-STR)
                       TO WS-RECOG-MONTHS
               END-IF
               END-IF
           END-IF
           IF WS-RECOG-MONTHS > 0
               IF WS-DEF-ACCTNO = SPACES OR
                       WS-INV-DATE(1:4) NOT NUMERIC OR
                       WS-INV-DATE(6:2) NOT NUMERIC
                   MOVE "N" TO WS-DEF-OK
               END-IF
           END-IF.

       WRITE-FEED-REJECT-NDEF.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-FEED-ROW  TO FRJ-ROW-NO
           MOVE "NDEF"       TO FRJ-REASON
           MOVE AR-FEED-REC  TO FRJ-CONTENT
           WRITE FEED-REJECT-REC FROM WS-FEED-REJECT
           DISPLAY "FEED ROW " WS-FEED-ROW
               " DEFERRAL TERM OR DEFERRED REVENUE ACCOUNT"
               " NOT USABLE - REJECTED".

       WRITE-DEFERRAL-SCHEDULE.
      *> The net revenue (WS-NET-AMT, as WRITE-INVOICE-LINES left
      *> it) is spread evenly over the term from the invoice's own
      *> month; the last month takes whatever the rounding left.
           COMPUTE WS-DEF-MONTHLY ROUNDED =
               WS-NET-AMT / WS-RECOG-MONTHS
           MOVE WS-INV-DATE(1:4) TO WS-DEF-YYYY
           MOVE WS-INV-DATE(6:2) TO WS-DEF-MM
           PERFORM VARYING WS-DEF-SUB FROM 1 BY 1
                   UNTIL WS-DEF-SUB > WS-RECOG-MONTHS
               MOVE WS-INVOICE-NO       TO DS-INVOICE-NO
               MOVE WS-DEF-SUB          TO DS-SEQ
               MOVE WS-CONTRACT-ID(1:6) TO DS-CONTRACT
               MOVE WS-CUSTOMER(1:6)    TO DS-CUSTOMER
               COMPUTE DS-BILL-PERIOD =
                   FUNCTION NUMVAL(WS-INV-DATE(1:4)) * 100
                   + FUNCTION NUMVAL(WS-INV-DATE(6:2))
               COMPUTE DS-PERIOD = WS-DEF-YYYY * 100 + WS-DEF-MM
               IF WS-DEF-SUB = WS-RECOG-MONTHS
                   COMPUTE DS-AMOUNT = WS-NET-AMT
                       - WS-DEF-MONTHLY * (WS-RECOG-MONTHS - 1)
               ELSE
                   MOVE WS-DEF-MONTHLY TO DS-AMOUNT
               END-IF
               MOVE "O"                 TO DS-STATUS
               MOVE 0                   TO DS-POSTED-PERIOD
               MOVE SPACES              TO DS-DOC-NO
               WRITE DEFERRAL-REC
                   INVALID KEY
                       DISPLAY "DEFERRAL " WS-INVOICE-NO " MONTH "
                           WS-DEF-SUB " ALREADY SCHEDULED"
               END-WRITE
               IF WS-DEF-MM = 12
                   MOVE 1 TO WS-DEF-MM
                   ADD 1 TO WS-DEF-YYYY
               ELSE
                   ADD 1 TO WS-DEF-MM
               END-IF
           END-PERFORM.

       NOTE-SEEN-INVOICE.
           IF WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
