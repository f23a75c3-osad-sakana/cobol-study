       01 WS-AMT-ED            PIC -(7)9.99.
       01 WS-FEED-LINE         PIC X(80).

      *> A contract bills in its start period and every
      *> CON-BILL-MONTHS months after; a prepaid contract's rows
      *> carry the recognition term and contract id in columns ten
      *> and eleven so AR-INTERFACE books them to deferred revenue.
       01 WS-BILL-DUE          PIC X VALUE "N".
       01 WS-BILL-MONTHS       PIC 9(2) VALUE 1.
       01 WS-ST-YYYY           PIC 9(4).
       01 WS-ST-MM             PIC 9(2).
       01 WS-PR-YYYY           PIC 9(4).
       01 WS-PR-MM             PIC 9(2).
       01 WS-CYCLE-MONTHS      PIC 9(5) VALUE 0.
       01 WS-CYCLE-QUOT        PIC 9(5) VALUE 0.
       01 WS-CYCLE-REM         PIC 9(2) VALUE 0.
       01 WS-TERM-X            PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-HOLIDAYS
                       ADD 1 TO WS-INV-SEQ
                       IF CON-START-PERIOD <= RC-PERIOD AND
                               RC-PERIOD <= CON-END-PERIOD
                           PERFORM CHECK-BILL-CYCLE
                           IF WS-BILL-DUE = "Y"
                               PERFORM GENERATE-ONE-INVOICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM NEXT-BUSINESS-DAY
           MOVE WS-BD-DATE-OUT TO WS-DUE-DATE.

       CHECK-BILL-CYCLE.
      *> Months since the start period, in the billing frequency's
      *> steps; a zero frequency is taken as monthly.
           MOVE CON-BILL-MONTHS TO WS-BILL-MONTHS
           IF WS-BILL-MONTHS = 0
               MOVE 1 TO WS-BILL-MONTHS
           END-IF
           DIVIDE CON-START-PERIOD BY 100 GIVING WS-ST-YYYY
               REMAINDER WS-ST-MM
           DIVIDE RC-PERIOD BY 100 GIVING WS-PR-YYYY
               REMAINDER WS-PR-MM
           COMPUTE WS-CYCLE-MONTHS =
               (WS-PR-YYYY - WS-ST-YYYY) * 12 + WS-PR-MM - WS-ST-MM
           DIVIDE WS-CYCLE-MONTHS BY WS-BILL-MONTHS
               GIVING WS-CYCLE-QUOT REMAINDER WS-CYCLE-REM
           IF WS-CYCLE-REM = 0
               MOVE "Y" TO WS-BILL-DUE
           ELSE
               MOVE "N" TO WS-BILL-DUE
           END-IF.

       GENERATE-ONE-INVOICE.
           PERFORM SET-GEN-DATE
           MOVE SPACES TO WS-INVOICE-NO
           MOVE CON-AMOUNT TO WS-AMT-ED

           MOVE SPACES TO WS-FEED-LINE
           IF CON-RECOG-MONTHS > 0
               MOVE CON-RECOG-MONTHS TO WS-TERM-X
               STRING WS-INVOICE-NO ","
                       CON-CUSTOMER ","
                       FUNCTION TRIM(WS-AMT-ED) ","
                       WS-DUE-DATE ","
                       WS-GEN-DATE ",,,,,"
                       WS-TERM-X ","
                       CON-ID
                   DELIMITED BY SIZE INTO WS-FEED-LINE
               END-STRING
           ELSE
               STRING WS-INVOICE-NO ","
                       CON-CUSTOMER ","
                       FUNCTION TRIM(WS-AMT-ED) ","
                       WS-DUE-DATE ","
                       WS-GEN-DATE
                   DELIMITED BY SIZE INTO WS-FEED-LINE
               END-STRING
           END-IF
           WRITE AR-FEED-REC FROM WS-FEED-LINE
           ADD 1 TO WS-GEN-COUNT.

