       01 WS-FRN-ED                PIC -(9)9.99.

       01 WS-EXP-ACCTNO            PIC X(6).

      *> Columns nine to twelve come from PO-MATCH on an invoice
      *> matched to a purchase order: PO number, PO line, quantity
      *> and the PO line's charge account, which is debited in
      *> place of the general EXPENSE account.  Non-PO rows leave
      *> them blank.
       01 WS-PO-NO                 PIC X(8).
       01 WS-PO-LINE               PIC X(5).
       01 WS-INV-QTY-STR           PIC X(12).
       01 WS-FEED-ACCTNO           PIC X(6).
       01 WS-ACCT-OK               PIC X VALUE "Y".
       01 WS-DR-ACCTNO             PIC X(6).
       01 WS-DR-NAME               PIC X(20).
       01 WS-AP-ACCTNO             PIC X(6).
       01 WS-EXP-NAME              PIC X(20) VALUE "EXPENSE".
       01 WS-AP-NAME               PIC X(20)
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-AP-ACCTNO
           END-READ

           IF WS-EXP-ACCTNO = SPACES OR WS-AP-ACCTNO = SPACES
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
                       END-IF
                       IF WS-VEND-OK = "Y" AND WS-INV-OK = "Y"
                           PERFORM SET-ROW-AMOUNT
                           PERFORM SET-ROW-ACCOUNT
                       END-IF
                       IF WS-VEND-OK = "Y" AND WS-INV-OK = "Y"
                               AND WS-CUR-OK = "Y" AND WS-ACCT-OK = "Y"
                           PERFORM NOTE-SEEN-INVOICE
                           ADD 2 TO WS-ROW-COUNT
                           ADD WS-ITEM-BASE TO WS-CONTROL-TOTAL
                       END-IF
                       IF WS-VEND-OK = "Y" AND WS-INV-OK = "Y"
                           PERFORM SET-ROW-AMOUNT
                           PERFORM SET-ROW-ACCOUNT
                       END-IF
                       IF WS-VEND-OK = "N"
                           PERFORM WRITE-FEED-REJECT
                       ELSE
                       IF WS-CUR-OK = "N"
                           PERFORM WRITE-FEED-REJECT-NRAT
                       ELSE
                       IF WS-ACCT-OK = "N"
                           PERFORM WRITE-FEED-REJECT-NACC
                       ELSE
                           PERFORM NOTE-SEEN-INVOICE
                           PERFORM WRITE-AP-ITEM
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-FEED
           CLOSE AP-ITEM-FILE
           CLOSE FEED-REJECTS
           CLOSE VENDOR-MASTER
           CLOSE ACCOUNT-MASTER

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK

      *> Every row is now either booked or on ap_feed_rejects.csv, so
      *> the feed is emptied and a rerun cannot book it a second time.
           OPEN OUTPUT AP-FEED
           CLOSE AP-FEED

           IF WS-REJECT-COUNT > 0
               DISPLAY "FEED ROWS REJECTED: " WS-REJECT-COUNT
           END-IF
           MOVE SPACES TO WS-VENDOR WS-INVOICE-NO
               WS-INV-AMOUNT-STR WS-INV-DATE WS-DUE-DATE
               WS-TERMS-STR WS-CURRENCY WS-FOREIGN-STR
               WS-PO-NO WS-PO-LINE WS-INV-QTY-STR WS-FEED-ACCTNO
           UNSTRING AP-FEED-REC
               DELIMITED BY ","
               INTO WS-VENDOR
                   WS-TERMS-STR
                   WS-CURRENCY
                   WS-FOREIGN-STR
                   WS-PO-NO
                   WS-PO-LINE
                   WS-INV-QTY-STR
                   WS-FEED-ACCTNO
           END-UNSTRING
           IF WS-INV-DATE = SPACES
               MOVE RC-BUSINESS-DATE TO WS-INV-DATE
               END-IF
           END-IF.

       SET-ROW-ACCOUNT.
      *> A PO-matched row charges the PO line's account, which
      *> must still be on the master and active; every other row
      *> charges EXPENSE as it always has.
           MOVE "Y" TO WS-ACCT-OK
           MOVE WS-EXP-ACCTNO TO WS-DR-ACCTNO
           MOVE WS-EXP-NAME   TO WS-DR-NAME
           IF WS-FEED-ACCTNO NOT = SPACES
               MOVE WS-FEED-ACCTNO TO ACC-NUMBER
               READ ACCOUNT-MASTER KEY IS ACC-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-ACCT-OK
                   NOT INVALID KEY
                       IF ACC-STATUS = "I"
                           MOVE "N" TO WS-ACCT-OK
                       ELSE
                           MOVE ACC-NUMBER TO WS-DR-ACCTNO
                           MOVE ACC-NAME   TO WS-DR-NAME
                       END-IF
               END-READ
           END-IF.

       WRITE-FEED-REJECT-NACC.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-FEED-ROW  TO FRJ-ROW-NO
           MOVE "NACC"       TO FRJ-REASON
           MOVE AP-FEED-REC  TO FRJ-CONTENT
           WRITE FEED-REJECT-REC FROM WS-FEED-REJECT
           DISPLAY "FEED ROW " WS-FEED-ROW
               " PO CHARGE ACCOUNT MISSING OR INACTIVE - REJECTED".

       WRITE-FEED-REJECT-NRAT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-FEED-ROW  TO FRJ-ROW-NO
           MOVE WS-INV-DATE         TO JL-DATE
           MOVE WS-INVOICE-NO       TO JL-DOC-NO
           MOVE 1                   TO JL-LINE-NO
           MOVE WS-DR-NAME          TO JL-ACCT-NAME
           MOVE WS-DR-ACCTNO        TO JL-ACCTNO
           MOVE "D"                 TO JL-DC
           MOVE WS-ITEM-BASE        TO WS-AMT-ED
           MOVE WS-AMT-ED           TO JL-AMOUNT
