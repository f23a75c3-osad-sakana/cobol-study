           SELECT REGISTRY-FILE ASSIGN TO "posted_batches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF2.
           SELECT ALLOWANCE-LIST ASSIGN TO "allowance_writeoffs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
       FD REGISTRY-FILE.
       01 REGISTRY-REC         PIC X(30).

       FD ALLOWANCE-LIST.
       01 ALLOWANCE-LIST-REC   PIC X(40).

       FD LOCK-FILE.
       01 LOCK-REC             PIC X(30).

                               VALUE "ACCOUNTS RECEIVABLE".
       01 WS-BD-NAME           PIC X(20)
                               VALUE "BAD DEBT EXPENSE".
       01 WS-AL-NAME           PIC X(20)
                               VALUE "BAD DEBT ALLOWANCE".
       01 WS-AR-ACCTNO         PIC X(6).
       01 WS-BD-ACCTNO         PIC X(6).
       01 WS-AL-ACCTNO         PIC X(6) VALUE SPACES.

      *> Invoices credit has judged uncollectible, one invoice
      *> number per line of allowance_writeoffs.csv.  Each is
      *> written off whole against the allowance AR-ALLOWANCE
      *> provides, whatever its size, and the list is cleared once
      *> the batch is out.  The small-balance sweep still charges
      *> bad debt expense directly.
       01 WS-WLFS              PIC X(2).
       01 WS-LIST-INVOICE      PIC X(10).
       01 WS-LIST-COUNT        PIC 9(5) VALUE 0.
       01 WS-AW-COUNT          PIC 9(3) VALUE 0.
       01 WS-AW-TOTAL          PIC S9(11)V99 VALUE 0.
       01 WS-ON-LIST           PIC X VALUE "N".

      *> Residual balances at or under the threshold, gathered in a
      *> sweep so the HDR control totals can go out in front before
           05 WS-WO-ENTRY OCCURS 500 TIMES
                   INDEXED BY WO-IDX.
               10 WS-WO-INVOICE     PIC X(10).
               10 WS-WO-AMOUNT      PIC S9(9)V99.
               10 WS-WO-CHARGE      PIC X.
       01 WS-BALANCE           PIC S9(9)V99 VALUE 0.
       01 WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01 WS-AMT-ED            PIC -(9)9.99.
       01 WS-TOT-ED            PIC -(11)9.99.

       PROCEDURE DIVISION.
               GOBACK
           END-IF

           PERFORM COLLECT-LISTED-INVOICES
           PERFORM COLLECT-SMALL-BALANCES
           IF WS-WO-COUNT = 0
               DISPLAY "NO BALANCES UNDER THE THRESHOLD TO WRITE"
           PERFORM WRITE-WRITEOFF-BATCH
           PERFORM CLOSE-WRITTEN-OFF-ITEMS
           CLOSE OPEN-INVOICE-FILE
           IF WS-LIST-COUNT > 0
               OPEN OUTPUT ALLOWANCE-LIST
               CLOSE ALLOWANCE-LIST
           END-IF

           MOVE WS-WO-TOTAL TO WS-TOT-ED
           DISPLAY "BALANCES WRITTEN OFF: " WS-WO-COUNT
               " TOTAL " WS-TOT-ED
           IF WS-AW-COUNT > 0
               MOVE WS-AW-TOTAL TO WS-TOT-ED
               DISPLAY "  OF WHICH AGAINST THE ALLOWANCE: "
                   WS-AW-COUNT " TOTAL " WS-TOT-ED
           END-IF
           DISPLAY "RUN BATCH-DRIVER TO VALIDATE AND POST THE BATCH"
           MOVE 0 TO RETURN-CODE
           GOBACK.
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-BD-ACCTNO
           END-READ
           MOVE WS-AL-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   MOVE SPACES TO WS-AL-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-AL-ACCTNO
           END-READ
           CLOSE ACCOUNT-MASTER.

       COLLECT-LISTED-INVOICES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ALLOWANCE-LIST
           IF WS-WLFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ALLOWANCE-LIST
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LIST-INVOICE
                       UNSTRING ALLOWANCE-LIST-REC
                           DELIMITED BY ","
                           INTO WS-LIST-INVOICE
                       END-UNSTRING
                       IF WS-LIST-INVOICE NOT = SPACES
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM COLLECT-ONE-LISTED-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WLFS = "00" OR WS-WLFS = "10"
               CLOSE ALLOWANCE-LIST
           END-IF
           MOVE "N" TO WS-EOF.

       COLLECT-ONE-LISTED-INVOICE.
           IF WS-AL-ACCTNO = SPACES
               DISPLAY "BAD DEBT ALLOWANCE ACCOUNT NOT ON MASTER -"
                   " LISTED WRITE-OFFS NOT TAKEN"
               CLOSE OPEN-INVOICE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-LIST-INVOICE TO OI-INVOICE-NO
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   DISPLAY "LISTED INVOICE " WS-LIST-INVOICE
                       " NOT ON FILE - SKIPPED"
               NOT INVALID KEY
                   COMPUTE WS-BALANCE = OI-AMOUNT - OI-PAID
                   PERFORM CHECK-ALREADY-LISTED
                   IF OI-STATUS NOT = "O" OR WS-BALANCE NOT > 0
                       DISPLAY "LISTED INVOICE " WS-LIST-INVOICE
                           " HAS NO OPEN BALANCE - SKIPPED"
                   ELSE
                   IF WS-ON-LIST = "Y"
                       DISPLAY "LISTED INVOICE " WS-LIST-INVOICE
                           " IS ON THE LIST TWICE - TAKEN ONCE"
                   ELSE
                   IF WS-WO-COUNT < 500
                       ADD 1 TO WS-WO-COUNT
                       MOVE OI-INVOICE-NO TO
                           WS-WO-INVOICE (WS-WO-COUNT)
                       MOVE WS-BALANCE TO
                           WS-WO-AMOUNT (WS-WO-COUNT)
                       MOVE "A" TO WS-WO-CHARGE (WS-WO-COUNT)
                       ADD WS-BALANCE TO WS-WO-TOTAL
                       ADD WS-BALANCE TO WS-AW-TOTAL
                       ADD 1 TO WS-AW-COUNT
                       ADD 2 TO WS-LINE-COUNT
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       CHECK-ALREADY-LISTED.
           MOVE "N" TO WS-ON-LIST
           PERFORM VARYING WO-IDX FROM 1 BY 1
                   UNTIL WO-IDX > WS-WO-COUNT
               IF WS-WO-INVOICE (WO-IDX) = OI-INVOICE-NO
                   MOVE "Y" TO WS-ON-LIST
               END-IF
           END-PERFORM.

       COLLECT-SMALL-BALANCES.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO OI-INVOICE-NO
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       COMPUTE WS-BALANCE = OI-AMOUNT - OI-PAID
                       PERFORM CHECK-ALREADY-LISTED
                       IF OI-STATUS = "O" AND WS-BALANCE > 0 AND
                               WS-BALANCE <= ARC-WO-LIMIT AND
                               WS-ON-LIST = "N" AND
                               WS-WO-COUNT < 500
                           ADD 1 TO WS-WO-COUNT
                           MOVE OI-INVOICE-NO TO
                               WS-WO-INVOICE (WS-WO-COUNT)
                           MOVE WS-BALANCE TO
                               WS-WO-AMOUNT (WS-WO-COUNT)
                           MOVE "E" TO WS-WO-CHARGE (WS-WO-COUNT)
                           ADD WS-BALANCE TO WS-WO-TOTAL
                           ADD 2 TO WS-LINE-COUNT
                       END-IF
                   DELIMITED BY SIZE INTO JL-DOC-NO
               END-STRING
               MOVE 1 TO JL-LINE-NO
               IF WS-WO-CHARGE (WO-IDX) = "A"
                   MOVE WS-AL-NAME TO JL-ACCT-NAME
                   MOVE WS-AL-ACCTNO TO JL-ACCTNO
               ELSE
                   MOVE WS-BD-NAME TO JL-ACCT-NAME
                   MOVE WS-BD-ACCTNO TO JL-ACCTNO
               END-IF
               MOVE "D" TO JL-DC
               MOVE WS-WO-AMOUNT (WO-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED TO JL-AMOUNT
