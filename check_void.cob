           05 FILLER                PIC X VALUE ",".
           05 CKR-DISC-AMOUNT       PIC -(9)9.99.

      *> The check's register lines (one per invoice paid on it, up
      *> to the hundred AP-CHECKS puts on one check), gathered
      *> before anything is touched so the operator can confirm
      *> what is about to be reversed.
       01 WS-HIT-COUNT             PIC 9(3) VALUE 0.
       01 WS-FOREIGN-HIT           PIC X VALUE "N".
       01 WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 100 TIMES
                   INDEXED BY HIT-IDX.
               10 WS-HT-VENDOR      PIC X(6).
               10 WS-HT-VEND-NAME   PIC X(20).
                                   VALUE "PURCHASE DISCOUNTS".

       01 WS-GROSS-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-CHECK-AMOUNT          PIC S9(11)V99 VALUE 0.
       01 WS-LINE-COUNT            PIC 9(5) VALUE 0.
       01 WS-DEBIT-TOTAL           PIC S9(12)V99 VALUE 0.
       01 WS-LINE-SEQ              PIC 9(3) VALUE 0.
               IF WS-ALREADY-VOID = "Y"
                   DISPLAY "CHECK " WS-VOID-CHECK-NO
                       " IS ALREADY VOID"
               ELSE
               IF WS-ALREADY-VOID = "E"
                   DISPLAY "CHECK " WS-VOID-CHECK-NO
                       " IS ALREADY VOIDED TO UNCLAIMED PROPERTY"
               ELSE
                   DISPLAY "CHECK " WS-VOID-CHECK-NO
                       " NOT ON REGISTER"
               END-IF
               END-IF
               STOP RUN
           END-IF

                       IF WS-IN-CHECK-NO = WS-VOID-CHECK-NO
                           IF WS-IN-STATUS = "V"
                               MOVE "Y" TO WS-ALREADY-VOID
                           ELSE
                           IF WS-IN-STATUS = "E"
                               MOVE "E" TO WS-ALREADY-VOID
                           ELSE
                               PERFORM NOTE-CHECK-LINE
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       NOTE-CHECK-LINE.
           IF WS-HIT-COUNT < 100
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-IN-VENDOR TO WS-HT-VENDOR (WS-HIT-COUNT)
               MOVE WS-IN-VEND-NAME TO
                   NOT AT END
                       PERFORM PARSE-REGISTER-LINE
                       IF WS-IN-CHECK-NO = WS-VOID-CHECK-NO AND
                               WS-IN-STATUS NOT = "V" AND
                               WS-IN-STATUS NOT = "E"
                           PERFORM REBUILD-VOIDED-LINE
                           WRITE REGISTER-TEMP-REC
                               FROM WS-REGISTER-LINE
           END-STRING
           PERFORM NEXT-BATCH-SEQ

      *> One document for the check: a single cash debit for what
      *> it paid, the way AP-CHECKS credited it, then each item's
      *> discount and payable.
           MOVE 1 TO WS-LINE-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CHECK-AMOUNT
           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > WS-HIT-COUNT
               ADD 1 TO WS-LINE-COUNT
               ADD WS-HT-AMOUNT (HIT-IDX) TO WS-DEBIT-TOTAL
               ADD WS-HT-AMOUNT (HIT-IDX) TO WS-CHECK-AMOUNT
               IF WS-HT-DISC (HIT-IDX) NOT = 0 AND
                       WS-DISC-AVAILABLE = "Y"
                   ADD 1 TO WS-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           PERFORM WRITE-VOID-DOC

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK.

       WRITE-VOID-DOC.
           MOVE 0 TO WS-LINE-SEQ
           MOVE RC-BUSINESS-DATE TO JL-DATE
           MOVE SPACES TO JL-DOC-NO
           MOVE WS-CASH-NAME      TO JL-ACCT-NAME
           MOVE WS-CASH-ACCTNO    TO JL-ACCTNO
           MOVE "D"               TO JL-DC
           MOVE WS-CHECK-AMOUNT   TO WS-AMT-ED
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > WS-HIT-COUNT
               PERFORM WRITE-VOID-RELIEF-LINES
           END-PERFORM.

       WRITE-VOID-RELIEF-LINES.
           IF WS-HT-DISC (HIT-IDX) NOT = 0 AND
                   WS-DISC-AVAILABLE = "Y"
               ADD 1 TO WS-LINE-SEQ
