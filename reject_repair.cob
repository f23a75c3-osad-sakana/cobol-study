               10 WS-CR-ACCTNO      PIC X(6).
               10 WS-CR-DC          PIC X.
               10 WS-CR-AMOUNT      PIC S9(7)V99.
               10 WS-CR-COMPANY     PIC X(4).

       01 WS-IN-DATE           PIC X(10).
       01 WS-IN-DOC            PIC X(10).
       01 WS-IN-ACCT           PIC X(6).
       01 WS-IN-DC             PIC X.
       01 WS-IN-AMT-STR        PIC X(20).
       01 WS-IN-COMPANY        PIC X(4).
       01 WS-LINE-OK           PIC X VALUE "N".

       01 WS-RESOLVED          PIC 9(3) VALUE 0.
                   MOVE "DOCUMENT OUT OF BALANCE" TO WS-REASON-TEXT
               WHEN "CPER"
                   MOVE "DATE IN A CLOSED PERIOD" TO WS-REASON-TEXT
               WHEN "YADJ"
                   MOVE "YEAR-END ADJUSTMENT NOT ALLOWED"
                       TO WS-REASON-TEXT
               WHEN "IACC"
                   MOVE "ACCOUNT IS INACTIVE" TO WS-REASON-TEXT
               WHEN "APRJ"
                   MOVE "BATCH REJECTED BY APPROVER"
                       TO WS-REASON-TEXT
               WHEN "NCOM"
                   MOVE "COMPANY NOT ON MASTER" TO WS-REASON-TEXT
               WHEN "ICBL"
                   MOVE "COMPANY OUT OF BALANCE IN DOCUMENT"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
           END-EVALUATE.
                   ACCEPT WS-IN-DC
                   DISPLAY "AMOUNT: "
                   ACCEPT WS-IN-AMT-STR
                   DISPLAY "COMPANY (BLANK FOR HOME COMPANY): "
                   MOVE SPACES TO WS-IN-COMPANY
                   ACCEPT WS-IN-COMPANY
                   IF (WS-IN-DC = "D" OR WS-IN-DC = "C") AND
                           FUNCTION TEST-NUMVAL(WS-IN-AMT-STR) = 0
                       MOVE "Y" TO WS-LINE-OK
               MOVE ACC-NAME   TO WS-CR-ACCT-NAME (WS-CORR-COUNT)
               MOVE WS-IN-ACCT TO WS-CR-ACCTNO (WS-CORR-COUNT)
               MOVE WS-IN-DC   TO WS-CR-DC (WS-CORR-COUNT)
               MOVE WS-IN-COMPANY TO WS-CR-COMPANY (WS-CORR-COUNT)
               MOVE FUNCTION NUMVAL(WS-IN-AMT-STR)
                   TO WS-CR-AMOUNT (WS-CORR-COUNT)
               IF WS-IN-DC = "D"
               MOVE WS-CR-DC (CORR-IDX)        TO JL-DC
               MOVE WS-CR-AMOUNT (CORR-IDX)    TO WS-AMT-ED
               MOVE WS-AMT-ED                  TO JL-AMOUNT
               MOVE WS-CR-COMPANY (CORR-IDX)   TO JL-COMPANY
               WRITE PENDING-REC FROM WS-JOURNAL-LINE
           END-PERFORM

