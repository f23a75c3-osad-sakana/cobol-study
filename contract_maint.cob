       01 WS-EOF                 PIC X VALUE "N".
       01 WS-CONTRACT-OK         PIC X VALUE "N".
       01 WS-AMOUNT-IN           PIC 9(7)V99 VALUE 0.
       01 WS-MONTHS-IN           PIC 9(3) VALUE 0.
       01 WS-AMT-ED              PIC -(7)9.99.

       PROCEDURE DIVISION.
                   DISPLAY "CUSTOMER: " CUST-NAME
           END-READ
           IF WS-CONTRACT-OK = "Y"
               DISPLAY "AMOUNT PER INVOICE: "
               ACCEPT WS-AMOUNT-IN
               MOVE WS-AMOUNT-IN TO CON-AMOUNT
               DISPLAY "BILL DAY OF MONTH (1-28): "
               ACCEPT CON-START-PERIOD
               DISPLAY "END PERIOD (YYYYMM, 999912 FOR OPEN): "
               ACCEPT CON-END-PERIOD
               DISPLAY "BILL EVERY N MONTHS (1 MONTHLY, 12 ANNUAL): "
               ACCEPT WS-MONTHS-IN
               IF WS-MONTHS-IN < 1 OR WS-MONTHS-IN > 99
                   DISPLAY "BILLING FREQUENCY MUST BE 1 TO 99"
                       " MONTHS - NOT SAVED."
                   MOVE "N" TO WS-CONTRACT-OK
               ELSE
                   MOVE WS-MONTHS-IN TO CON-BILL-MONTHS
               END-IF
           END-IF
      *> A prepaid invoice is recognized over its service term; no
      *> term means the invoice is revenue when billed.
           IF WS-CONTRACT-OK = "Y"
               DISPLAY "RECOGNITION TERM IN MONTHS (0 = REVENUE"
                   " WHEN BILLED): "
               ACCEPT WS-MONTHS-IN
               IF WS-MONTHS-IN > 360
                   DISPLAY "RECOGNITION TERM CANNOT EXCEED 360"
                       " MONTHS - NOT SAVED."
                   MOVE "N" TO WS-CONTRACT-OK
               ELSE
                   MOVE WS-MONTHS-IN TO CON-RECOG-MONTHS
               END-IF
           END-IF.

       LIST-CONTRACTS.
                       DISPLAY CON-ID " " CON-CUSTOMER " "
                           WS-AMT-ED " DAY " CON-BILL-DAY " "
                           CON-START-PERIOD "-" CON-END-PERIOD
                           " EVERY " CON-BILL-MONTHS
                           " MO TERM " CON-RECOG-MONTHS
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.
