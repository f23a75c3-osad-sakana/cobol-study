       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-INQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CMFS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "open_invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OIFS.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "on_account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-CUSTOMER
               FILE STATUS IS WS-OAFS.
           SELECT CONTRACT-FILE ASSIGN TO "contracts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-ID
               FILE STATUS IS WS-CNFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.

           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPERREC.

       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       FD ON-ACCOUNT-FILE.
           COPY ONACCT.

       FD CONTRACT-FILE.
           COPY CONTRREC.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-CMFS              PIC X(2).
       01 WS-OIFS              PIC X(2).
       01 WS-OAFS              PIC X(2).
       01 WS-CNFS              PIC X(2).
       01 WS-RCFS              PIC X(2).
       01 WS-GLFS              PIC X(2).
           COPY RUNCTL.
           COPY GLREC.
       01 WS-CHOICE            PIC 9 VALUE 0.
       01 WS-DONE               PIC X VALUE "N".
       01 WS-EOF                PIC X VALUE "N".
       01 WS-FOUND              PIC X VALUE "N".
       01 WS-KEY-IN             PIC X(20).
       01 WS-KEY-LEN            PIC 9(2) VALUE 0.
       01 WS-NAME-UP            PIC X(20).
       01 WS-LOWER-ALPHA        PIC X(26)
                                VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA        PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-CMD-IN             PIC X.
       01 WS-BROWSE-DONE        PIC X VALUE "N".
       01 WS-AR-NAME            PIC X(20)
                                VALUE "ACCOUNTS RECEIVABLE".
       01 WS-OA-NAME            PIC X(20)
                                VALUE "CUSTOMER ON ACCOUNT".
       01 WS-OA-DOC-NO          PIC X(10).

      *> Customers whose name starts with the text keyed, when the
      *> clerk looks up by name.
       01 WS-MATCH-MAX          PIC 9(2) VALUE 15.
       01 WS-MATCH-COUNT        PIC 9(2) VALUE 0.
       01 WS-MATCH-TABLE.
           05 WS-MATCH-CUST OCCURS 15 TIMES PIC X(6).

      *> Every invoice the customer has on the open-item file; the
      *> open ones and those paid in the last WS-RECENT-DAYS days
      *> are shown, and all of them identify the customer's cash
      *> receipts in the ledger.
       01 WS-RECENT-DAYS        PIC 9(3) VALUE 90.
       01 WS-IV-COUNT           PIC 9(3) VALUE 0.
       01 WS-IV-TABLE.
           05 WS-IV-ENTRY OCCURS 500 TIMES INDEXED BY IV-IDX.
               10 WS-IV-INVOICE      PIC X(10).
               10 WS-IV-INV-DATE     PIC X(10).
               10 WS-IV-DUE-DATE     PIC X(10).
               10 WS-IV-AMOUNT       PIC S9(9)V99.
               10 WS-IV-PAID         PIC S9(9)V99.
               10 WS-IV-STATUS       PIC X.
               10 WS-IV-DAYS         PIC S9(5).
               10 WS-IV-SHOW         PIC X.
       01 WS-IV-FULL            PIC X VALUE "N".
       01 WS-SHOW-COUNT         PIC 9(3) VALUE 0.
       01 WS-SHOW-TABLE.
           05 WS-SHOW OCCURS 500 TIMES PIC 9(3).
       01 WS-SHOW-SUB           PIC 9(3) VALUE 0.
       01 WS-PAGE-SIZE          PIC 9(2) VALUE 10.
       01 WS-PAGE               PIC 9(3) VALUE 0.
       01 WS-PAGE-COUNT         PIC 9(3) VALUE 0.
       01 WS-PAGE-FIRST         PIC 9(3) VALUE 0.
       01 WS-PAGE-LAST          PIC 9(3) VALUE 0.

       01 WS-ASOF-INT           PIC 9(8) COMP VALUE 0.
       01 WS-DATE-INT           PIC 9(8) COMP VALUE 0.
       01 WS-DATE-NUM           PIC 9(8) VALUE 0.
       01 WS-DATE-X             PIC X(10).
       01 WS-DAYS-PAST          PIC S9(5) COMP VALUE 0.

       01 WS-OPEN-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-AVAILABLE          PIC S9(11)V99 VALUE 0.
       01 WS-OA-CREDIT          PIC S9(11)V99 VALUE 0.
       01 WS-CON-COUNT          PIC 9(3) VALUE 0.

      *> The customer's most recent receipts, newest first, walked
      *> out of the segments the way BAL-INQ finds an account's
      *> recent postings.
       01 WS-RECENT-MAX        PIC 9(2) VALUE 10.
       01 WS-RECENT-COUNT      PIC 9(2) VALUE 0.
       01 WS-RECENT-TABLE.
           05 WS-RECENT-ENTRY OCCURS 10 TIMES
                   INDEXED BY REC-IDX.
               10 WS-RC-DATE        PIC X(10).
               10 WS-RC-DOC-NO      PIC X(10).
               10 WS-RC-AMOUNT      PIC S9(9)V99.
       01 WS-RECENT-SUB        PIC 9(2) VALUE 0.
       01 WS-SEGR-COUNT        PIC 9(2) VALUE 0.
       01 WS-SEGR-TABLE.
           05 WS-SEGR-ENTRY OCCURS 10 TIMES.
               10 WS-SG-DATE        PIC X(10).
               10 WS-SG-DOC-NO      PIC X(10).
               10 WS-SG-AMOUNT      PIC S9(9)V99.
       01 WS-SEGR-SUB          PIC 9(2) VALUE 0.
       01 WS-PREV-PERIOD       PIC 9(6) VALUE 0.
       01 WS-NEXT-PERIOD       PIC 9(6) VALUE 0.

      *> Drill-down: the ledger lines that touched one invoice on
      *> the receivables account.
       01 WS-DRILL-INVOICE     PIC X(10).
       01 WS-DRILL-OA-DOC      PIC X(10).
       01 WS-DRILL-WO-DOC      PIC X(10).
       01 WS-DRILL-PERIOD      PIC 9(6) VALUE 0.
       01 WS-DRILL-LINES       PIC 9(4) VALUE 0.
       01 WS-DRILL-CREDITS     PIC S9(11)V99 VALUE 0.
       01 WS-DRILL-OTHER       PIC S9(11)V99 VALUE 0.
       01 WS-DRILL-WHAT        PIC X(26).
       01 WS-PAY-LINE          PIC X VALUE "N".

       01 WS-BAL-ED            PIC -(10)9.99.
       01 WS-AMT-ED            PIC -(9)9.99.
       01 WS-PAID-ED           PIC -(9)9.99.
       01 WS-OPEN-ED           PIC -(9)9.99.
       01 WS-DAYS-ED           PIC -(4)9.
       01 WS-NUM-ED            PIC ZZ9.
       01 WS-OF-ED             PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           PERFORM READ-RUN-CONTROL
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CMFS NOT = "00"
               DISPLAY "COULD NOT OPEN CUSTOMER MASTER"
               STOP RUN
           END-IF
           PERFORM LOAD-GL-SEGMENTS

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "1. INQUIRE BY CUSTOMER NUMBER"
               DISPLAY "2. INQUIRE BY CUSTOMER NAME"
               DISPLAY "3. EXIT"
               DISPLAY "ENTER CHOICE: "
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM INQUIRE-BY-NUMBER
                   WHEN 2
                       PERFORM INQUIRE-BY-NAME
                   WHEN 3
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM

           CLOSE CUSTOMER-MASTER
           STOP RUN.

       INQUIRE-BY-NUMBER.
           DISPLAY "CUSTOMER NUMBER: "
           MOVE SPACES TO WS-KEY-IN
           ACCEPT WS-KEY-IN
           MOVE WS-KEY-IN(1:6) TO CUST-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT FOUND."
               NOT INVALID KEY
                   PERFORM SHOW-CUSTOMER
           END-READ.

       INQUIRE-BY-NAME.
      *> The master is keyed by number only, so a name lookup reads
      *> it through and offers every customer whose name starts
      *> with what was keyed.
           DISPLAY "CUSTOMER NAME (OR THE START OF IT): "
           MOVE SPACES TO WS-KEY-IN
           ACCEPT WS-KEY-IN
           INSPECT WS-KEY-IN CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           MOVE 0 TO WS-KEY-LEN
           IF WS-KEY-IN NOT = SPACES
               COMPUTE WS-KEY-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-IN TRAILING))
           END-IF
           MOVE 0 TO WS-MATCH-COUNT
           IF WS-KEY-LEN > 0
               PERFORM FIND-NAME-MATCHES
           END-IF
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 0
                   DISPLAY "NO CUSTOMER NAME STARTS WITH THAT."
               WHEN WS-MATCH-COUNT = 1
                   MOVE WS-MATCH-CUST (1) TO CUST-NUMBER
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY "CUSTOMER NOT FOUND."
                       NOT INVALID KEY
                           PERFORM SHOW-CUSTOMER
                   END-READ
               WHEN OTHER
                   PERFORM VARYING WS-SHOW-SUB FROM 1 BY 1
                           UNTIL WS-SHOW-SUB > WS-MATCH-COUNT
                       MOVE WS-MATCH-CUST (WS-SHOW-SUB) TO CUST-NUMBER
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY "  " CUST-NUMBER " " CUST-NAME
                                   " " CUST-PHONE
                       END-READ
                   END-PERFORM
                   IF WS-MATCH-COUNT >= WS-MATCH-MAX
                       DISPLAY "  (FIRST " WS-MATCH-MAX
                           " SHOWN - KEY MORE OF THE NAME)"
                   END-IF
                   PERFORM INQUIRE-BY-NUMBER
           END-EVALUATE.

       FIND-NAME-MATCHES.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO CUST-NUMBER
           START CUSTOMER-MASTER KEY IS GREATER THAN CUST-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CUST-NAME TO WS-NAME-UP
                       INSPECT WS-NAME-UP
                           CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
                       IF WS-NAME-UP(1:WS-KEY-LEN) =
                               WS-KEY-IN(1:WS-KEY-LEN)
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE CUST-NUMBER TO
                               WS-MATCH-CUST (WS-MATCH-COUNT)
                           IF WS-MATCH-COUNT >= WS-MATCH-MAX
                               MOVE "Y" TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       SHOW-CUSTOMER.
           PERFORM LOAD-CUSTOMER-INVOICES
           PERFORM LOAD-ON-ACCOUNT
           DISPLAY " "
           DISPLAY "CUSTOMER " CUST-NUMBER " " CUST-NAME
               "  PHONE " CUST-PHONE
           DISPLAY "  " CUST-ADDRESS
           IF CUST-CREDIT-LIMIT > 0
               MOVE CUST-CREDIT-LIMIT TO WS-BAL-ED
               DISPLAY "  CREDIT LIMIT      " WS-BAL-ED
           ELSE
               DISPLAY "  CREDIT LIMIT      NONE SET"
           END-IF
           MOVE WS-OPEN-BALANCE TO WS-BAL-ED
           DISPLAY "  USED (OPEN AR)    " WS-BAL-ED
           IF CUST-CREDIT-LIMIT > 0
               COMPUTE WS-AVAILABLE =
                   CUST-CREDIT-LIMIT - WS-OPEN-BALANCE
               MOVE WS-AVAILABLE TO WS-BAL-ED
               IF WS-AVAILABLE < 0
                   DISPLAY "  OVER LIMIT BY     " WS-BAL-ED
               ELSE
                   DISPLAY "  AVAILABLE         " WS-BAL-ED
               END-IF
           END-IF
           MOVE WS-OA-CREDIT TO WS-BAL-ED
           DISPLAY "  ON-ACCOUNT CREDIT " WS-BAL-ED
           IF CUST-FC-EXEMPT = "Y"
               DISPLAY "  EXEMPT FROM FINANCE CHARGES"
           END-IF

           PERFORM SHOW-CONTRACTS
           PERFORM LOAD-RECENT-RECEIPTS
           IF WS-RECENT-COUNT = 0
               DISPLAY "  NO PAYMENTS ON THE LEDGER"
           ELSE
               DISPLAY "  LAST PAYMENTS RECEIVED (NEWEST FIRST)"
               PERFORM VARYING WS-RECENT-SUB
                       FROM 1 BY 1
                       UNTIL WS-RECENT-SUB > WS-RECENT-COUNT
                   MOVE WS-RC-AMOUNT (WS-RECENT-SUB) TO WS-AMT-ED
                   DISPLAY "    " WS-RC-DATE (WS-RECENT-SUB) " "
                       WS-RC-DOC-NO (WS-RECENT-SUB) " " WS-AMT-ED
               END-PERFORM
           END-IF
           IF WS-IV-FULL = "Y"
               DISPLAY "  MORE INVOICES ON FILE THAN THE SCREEN HOLDS"
                   " - OLDEST NOT ALL SHOWN"
           END-IF
           PERFORM BROWSE-INVOICES
           DISPLAY " ".

       LOAD-CUSTOMER-INVOICES.
           MOVE 0 TO WS-IV-COUNT
           MOVE 0 TO WS-SHOW-COUNT
           MOVE 0 TO WS-OPEN-BALANCE
           MOVE "N" TO WS-IV-FULL
           MOVE "N" TO WS-EOF
           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               DISPLAY "  NO OPEN-ITEM FILE ON DISK"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO OI-INVOICE-NO
               START OPEN-INVOICE-FILE
                   KEY IS GREATER THAN OI-INVOICE-NO
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OI-CUSTOMER = CUST-NUMBER
                           PERFORM NOTE-CUSTOMER-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OIFS = "00" OR WS-OIFS = "10"
               CLOSE OPEN-INVOICE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-CUSTOMER-INVOICE.
           IF OI-STATUS = "O"
               COMPUTE WS-OPEN-BALANCE =
                   WS-OPEN-BALANCE + OI-AMOUNT - OI-PAID
           END-IF
           IF WS-IV-COUNT >= 500
               MOVE "Y" TO WS-IV-FULL
           ELSE
               ADD 1 TO WS-IV-COUNT
               SET IV-IDX TO WS-IV-COUNT
               MOVE OI-INVOICE-NO TO WS-IV-INVOICE (IV-IDX)
               MOVE OI-INVOICE-DATE TO WS-IV-INV-DATE (IV-IDX)
               MOVE OI-DUE-DATE TO WS-IV-DUE-DATE (IV-IDX)
               MOVE OI-AMOUNT TO WS-IV-AMOUNT (IV-IDX)
               MOVE OI-PAID TO WS-IV-PAID (IV-IDX)
               MOVE OI-STATUS TO WS-IV-STATUS (IV-IDX)
               MOVE OI-DUE-DATE TO WS-DATE-X
               PERFORM DAYS-SINCE-DATE
               MOVE WS-DAYS-PAST TO WS-IV-DAYS (IV-IDX)
               MOVE "N" TO WS-IV-SHOW (IV-IDX)
               IF OI-STATUS = "O"
                   MOVE "Y" TO WS-IV-SHOW (IV-IDX)
               ELSE
      *> A paid item stays on screen while its invoice date is
      *> inside the recent window.
                   MOVE OI-INVOICE-DATE TO WS-DATE-X
                   PERFORM DAYS-SINCE-DATE
                   IF WS-DAYS-PAST <= WS-RECENT-DAYS
                       MOVE "Y" TO WS-IV-SHOW (IV-IDX)
                   END-IF
               END-IF
               IF WS-IV-SHOW (IV-IDX) = "Y"
                   ADD 1 TO WS-SHOW-COUNT
                   MOVE WS-IV-COUNT TO WS-SHOW (WS-SHOW-COUNT)
               END-IF
           END-IF.

       DAYS-SINCE-DATE.
      *> WS-DAYS-PAST becomes the days from WS-DATE-X to the
      *> business date, zero when WS-DATE-X is not a date.
           MOVE 0 TO WS-DAYS-PAST
           IF WS-DATE-X(1:4) NUMERIC AND
                   WS-DATE-X(6:2) NUMERIC AND
                   WS-DATE-X(9:2) NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(WS-DATE-X(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-X(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-X(9:2))
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-DATE-INT > 0
                   COMPUTE WS-DAYS-PAST = WS-ASOF-INT - WS-DATE-INT
               END-IF
           END-IF.

       LOAD-ON-ACCOUNT.
           MOVE 0 TO WS-OA-CREDIT
           OPEN INPUT ON-ACCOUNT-FILE
           IF WS-OAFS = "00"
               MOVE CUST-NUMBER TO OA-CUSTOMER
               READ ON-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OA-BALANCE TO WS-OA-CREDIT
               END-READ
               CLOSE ON-ACCOUNT-FILE
           END-IF.

       SHOW-CONTRACTS.
      *> Contracts billing in the current accounting period.
           MOVE 0 TO WS-CON-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTRACT-FILE
           IF WS-CNFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO CON-ID
               START CONTRACT-FILE KEY IS GREATER THAN CON-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CON-CUSTOMER = CUST-NUMBER AND
                               CON-START-PERIOD <= RC-PERIOD AND
                               CON-END-PERIOD >= RC-PERIOD
                           ADD 1 TO WS-CON-COUNT
                           IF WS-CON-COUNT = 1
                               DISPLAY "  ACTIVE CONTRACTS"
                           END-IF
                           MOVE CON-AMOUNT TO WS-AMT-ED
                           DISPLAY "    " CON-ID " " WS-AMT-ED
                               " BILLED DAY " CON-BILL-DAY
                               "  PERIODS " CON-START-PERIOD
                               "-" CON-END-PERIOD
                           IF CON-RECOG-MONTHS > 0
                               DISPLAY "      EVERY " CON-BILL-MONTHS
                                   " MONTHS, PREPAID OVER "
                                   CON-RECOG-MONTHS " MONTHS"
                           ELSE
                               DISPLAY "      EVERY " CON-BILL-MONTHS
                                   " MONTHS"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CNFS = "00" OR WS-CNFS = "10"
               CLOSE CONTRACT-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CON-COUNT = 0
               DISPLAY "  NO ACTIVE CONTRACTS"
           END-IF.

       BROWSE-INVOICES.
      *> Page through the invoices on screen; the clerk can drill
      *> into any one to see how it was paid.
           IF WS-SHOW-COUNT = 0
               DISPLAY "  NO OPEN OR RECENTLY PAID INVOICES"
           ELSE
               COMPUTE WS-PAGE-COUNT =
                   (WS-SHOW-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
               MOVE 1 TO WS-PAGE
               MOVE "N" TO WS-BROWSE-DONE
               PERFORM UNTIL WS-BROWSE-DONE = "Y"
                   PERFORM SHOW-INVOICE-PAGE
                   DISPLAY "N NEXT PAGE, P PREVIOUS, D DRILL INTO AN"
                       " INVOICE, X DONE: "
                   MOVE SPACE TO WS-CMD-IN
                   ACCEPT WS-CMD-IN
                   EVALUATE WS-CMD-IN
                       WHEN "N"
                       WHEN "n"
                           IF WS-PAGE < WS-PAGE-COUNT
                               ADD 1 TO WS-PAGE
                           ELSE
                               DISPLAY "ALREADY ON THE LAST PAGE"
                           END-IF
                       WHEN "P"
                       WHEN "p"
                           IF WS-PAGE > 1
                               SUBTRACT 1 FROM WS-PAGE
                           ELSE
                               DISPLAY "ALREADY ON THE FIRST PAGE"
                           END-IF
                       WHEN "D"
                       WHEN "d"
                           PERFORM DRILL-INVOICE
                       WHEN "X"
                       WHEN "x"
                           MOVE "Y" TO WS-BROWSE-DONE
                       WHEN OTHER
                           DISPLAY "INVALID CHOICE"
                   END-EVALUATE
               END-PERFORM
           END-IF.

       SHOW-INVOICE-PAGE.
           COMPUTE WS-PAGE-FIRST = (WS-PAGE - 1) * WS-PAGE-SIZE + 1
           COMPUTE WS-PAGE-LAST = WS-PAGE-FIRST + WS-PAGE-SIZE - 1
           IF WS-PAGE-LAST > WS-SHOW-COUNT
               MOVE WS-SHOW-COUNT TO WS-PAGE-LAST
           END-IF
           MOVE WS-PAGE TO WS-NUM-ED
           MOVE WS-PAGE-COUNT TO WS-OF-ED
           DISPLAY " "
           DISPLAY "  INVOICES - PAGE " WS-NUM-ED " OF " WS-OF-ED
           DISPLAY "  INVOICE    INV DATE   DUE DATE          AMOUNT"
               "          PAID          OPEN  DAYS"
           PERFORM VARYING WS-SHOW-SUB FROM WS-PAGE-FIRST BY 1
                   UNTIL WS-SHOW-SUB > WS-PAGE-LAST
               SET IV-IDX TO WS-SHOW (WS-SHOW-SUB)
               MOVE WS-IV-AMOUNT (IV-IDX) TO WS-AMT-ED
               MOVE WS-IV-PAID (IV-IDX) TO WS-PAID-ED
               COMPUTE WS-OPEN-ED =
                   WS-IV-AMOUNT (IV-IDX) - WS-IV-PAID (IV-IDX)
               IF WS-IV-STATUS (IV-IDX) = "P"
                   DISPLAY "  " WS-IV-INVOICE (IV-IDX) " "
                       WS-IV-INV-DATE (IV-IDX) " "
                       WS-IV-DUE-DATE (IV-IDX) " " WS-AMT-ED " "
                       WS-PAID-ED " " WS-OPEN-ED "  PAID"
               ELSE
                   IF WS-IV-DAYS (IV-IDX) > 0
                       MOVE WS-IV-DAYS (IV-IDX) TO WS-DAYS-ED
                   ELSE
                       MOVE 0 TO WS-DAYS-ED
                   END-IF
                   DISPLAY "  " WS-IV-INVOICE (IV-IDX) " "
                       WS-IV-INV-DATE (IV-IDX) " "
                       WS-IV-DUE-DATE (IV-IDX) " " WS-AMT-ED " "
                       WS-PAID-ED " " WS-OPEN-ED " " WS-DAYS-ED
               END-IF
           END-PERFORM.

       DRILL-INVOICE.
      *> Everything the ledger did to one invoice on the receivables
      *> account: the billing, each receipt, on-account credit
      *> applied (OA document) and any write-off (WO document).
      *> Whatever the open-item file shows paid beyond those came
      *> from credit memos, which carry their own numbers.
           DISPLAY "INVOICE NUMBER: "
           MOVE SPACES TO WS-DRILL-INVOICE
           ACCEPT WS-DRILL-INVOICE
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IV-IDX FROM 1 BY 1
                   UNTIL IV-IDX > WS-IV-COUNT OR WS-FOUND = "Y"
               IF WS-IV-INVOICE (IV-IDX) = WS-DRILL-INVOICE
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               DISPLAY "NOT AN INVOICE OF THIS CUSTOMER."
           ELSE
               SET IV-IDX DOWN BY 1
               MOVE SPACES TO WS-DRILL-OA-DOC WS-DRILL-WO-DOC
               STRING "OA" WS-DRILL-INVOICE(1:8)
                   DELIMITED BY SIZE INTO WS-DRILL-OA-DOC
               END-STRING
               STRING "WO" WS-DRILL-INVOICE(1:8)
                   DELIMITED BY SIZE INTO WS-DRILL-WO-DOC
               END-STRING
               MOVE 0 TO WS-DRILL-PERIOD
               IF WS-IV-INV-DATE (IV-IDX)(1:4) NUMERIC AND
                       WS-IV-INV-DATE (IV-IDX)(6:2) NUMERIC
                   COMPUTE WS-DRILL-PERIOD =
                       FUNCTION NUMVAL(WS-IV-INV-DATE (IV-IDX)(1:4))
                       * 100
                       + FUNCTION NUMVAL(WS-IV-INV-DATE (IV-IDX)(6:2))
               END-IF
               MOVE WS-IV-AMOUNT (IV-IDX) TO WS-AMT-ED
               DISPLAY " "
               DISPLAY "  INVOICE " WS-DRILL-INVOICE " DATED "
                   WS-IV-INV-DATE (IV-IDX) " DUE "
                   WS-IV-DUE-DATE (IV-IDX) " AMOUNT " WS-AMT-ED
               MOVE 0 TO WS-DRILL-LINES
               MOVE 0 TO WS-DRILL-CREDITS
               MOVE 0 TO WS-PREV-PERIOD
               PERFORM FIND-NEXT-OLDEST-SEGMENT
               PERFORM UNTIL WS-NEXT-PERIOD = 0
                   PERFORM DRILL-ONE-GL-SEGMENT
                   MOVE WS-NEXT-PERIOD TO WS-PREV-PERIOD
                   PERFORM FIND-NEXT-OLDEST-SEGMENT
               END-PERFORM
               IF WS-DRILL-LINES = 0
                   DISPLAY "  NOTHING ON THE LEDGER FOR THIS INVOICE"
               END-IF
               MOVE WS-IV-PAID (IV-IDX) TO WS-PAID-ED
               DISPLAY "  PAID PER OPEN-ITEM FILE     " WS-PAID-ED
               COMPUTE WS-DRILL-OTHER =
                   WS-IV-PAID (IV-IDX) - WS-DRILL-CREDITS
               IF WS-DRILL-OTHER NOT = 0
                   MOVE WS-DRILL-OTHER TO WS-AMT-ED
                   DISPLAY "  BY CREDIT MEMO OR OTHERWISE " WS-AMT-ED
               END-IF
               COMPUTE WS-OPEN-ED =
                   WS-IV-AMOUNT (IV-IDX) - WS-IV-PAID (IV-IDX)
               DISPLAY "  STILL OPEN                  " WS-OPEN-ED
           END-IF.

       FIND-NEXT-OLDEST-SEGMENT.
      *> Oldest first from the invoice's own period; nothing before
      *> it can touch the invoice.
           MOVE 0 TO WS-NEXT-PERIOD
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-PERIOD (SEG-IDX) > WS-PREV-PERIOD AND
                       WS-SEG-PERIOD (SEG-IDX) >= WS-DRILL-PERIOD AND
                       (WS-NEXT-PERIOD = 0 OR
                        WS-SEG-PERIOD (SEG-IDX) < WS-NEXT-PERIOD)
                   MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-NEXT-PERIOD
               END-IF
           END-PERFORM.

       DRILL-ONE-GL-SEGMENT.
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-NEXT-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-FILE
           IF WS-GLFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM DRILL-ONE-POSTING
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
               CLOSE GL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       DRILL-ONE-POSTING.
           PERFORM PARSE-GL-LINE
           IF GL-IN-ACCT-NAME = WS-AR-NAME
               MOVE SPACES TO WS-DRILL-WHAT
               EVALUATE TRUE
                   WHEN GL-IN-DOC-NO = WS-DRILL-INVOICE AND
                           GL-IN-DC = "D"
                       MOVE "INVOICED" TO WS-DRILL-WHAT
                   WHEN GL-IN-DOC-NO = WS-DRILL-INVOICE
                       MOVE "PAYMENT RECEIVED" TO WS-DRILL-WHAT
                   WHEN GL-IN-DOC-NO = WS-DRILL-OA-DOC
                       MOVE "ON-ACCOUNT CREDIT APPLIED"
                           TO WS-DRILL-WHAT
                   WHEN GL-IN-DOC-NO = WS-DRILL-WO-DOC
                       MOVE "WRITTEN OFF" TO WS-DRILL-WHAT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-DRILL-WHAT NOT = SPACES
                   ADD 1 TO WS-DRILL-LINES
                   IF GL-IN-DC = "C"
                       ADD GL-IN-AMOUNT TO WS-DRILL-CREDITS
                   END-IF
                   MOVE GL-IN-AMOUNT TO WS-AMT-ED
                   DISPLAY "    " GL-IN-DATE " " GL-IN-DOC-NO " "
                       GL-IN-DC " " WS-AMT-ED "  " WS-DRILL-WHAT
               END-IF
           END-IF.

       LOAD-RECENT-RECEIPTS.
      *> Walk the segments newest period first and stop as soon as
      *> the window is full.  A receipt is a credit to receivables
      *> under one of the customer's invoice numbers, or cash put
      *> on the customer's account (OA document).
           MOVE 0 TO WS-RECENT-COUNT
           MOVE SPACES TO WS-OA-DOC-NO
           STRING "OA" CUST-NUMBER
               DELIMITED BY SIZE INTO WS-OA-DOC-NO
           END-STRING
           MOVE 999999 TO WS-PREV-PERIOD
           PERFORM FIND-NEXT-NEWEST-SEGMENT
           PERFORM UNTIL WS-NEXT-PERIOD = 0 OR
                   WS-RECENT-COUNT >= WS-RECENT-MAX
               PERFORM READ-ONE-GL-SEGMENT
               MOVE WS-NEXT-PERIOD TO WS-PREV-PERIOD
               PERFORM FIND-NEXT-NEWEST-SEGMENT
           END-PERFORM.

       FIND-NEXT-NEWEST-SEGMENT.
      *> gl_segments.dat is in registration order, not period
      *> order, so each pass picks the newest period not yet read.
           MOVE 0 TO WS-NEXT-PERIOD
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-PERIOD (SEG-IDX) < WS-PREV-PERIOD AND
                       WS-SEG-PERIOD (SEG-IDX) > WS-NEXT-PERIOD
                   MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-NEXT-PERIOD
               END-IF
           END-PERFORM.

       READ-ONE-GL-SEGMENT.
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-NEXT-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING
           MOVE 0 TO WS-SEGR-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-FILE
           IF WS-GLFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-RECENT-RECEIPT
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
               CLOSE GL-FILE
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM TAKE-SEGMENT-RECEIPTS.

       NOTE-RECENT-RECEIPT.
           PERFORM PARSE-GL-LINE
           MOVE "N" TO WS-PAY-LINE
           IF GL-IN-DC = "C"
               IF GL-IN-ACCT-NAME = WS-OA-NAME AND
                       GL-IN-DOC-NO = WS-OA-DOC-NO
                   MOVE "Y" TO WS-PAY-LINE
               END-IF
               IF GL-IN-ACCT-NAME = WS-AR-NAME
                   PERFORM VARYING IV-IDX FROM 1 BY 1
                           UNTIL IV-IDX > WS-IV-COUNT OR
                           WS-PAY-LINE = "Y"
                       IF WS-IV-INVOICE (IV-IDX) = GL-IN-DOC-NO
                           MOVE "Y" TO WS-PAY-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WS-PAY-LINE = "Y"
               IF WS-SEGR-COUNT < WS-RECENT-MAX
                   ADD 1 TO WS-SEGR-COUNT
               ELSE
      *> Ring full: slide everything down one and keep the newest
      *> at the end.
                   PERFORM VARYING WS-SEGR-SUB FROM 1 BY 1
                           UNTIL WS-SEGR-SUB >= WS-RECENT-MAX
                       MOVE WS-SEGR-ENTRY (WS-SEGR-SUB + 1)
                           TO WS-SEGR-ENTRY (WS-SEGR-SUB)
                   END-PERFORM
               END-IF
               MOVE GL-IN-DATE TO WS-SG-DATE (WS-SEGR-COUNT)
               MOVE GL-IN-DOC-NO TO WS-SG-DOC-NO (WS-SEGR-COUNT)
               MOVE GL-IN-AMOUNT TO WS-SG-AMOUNT (WS-SEGR-COUNT)
           END-IF.

       TAKE-SEGMENT-RECEIPTS.
      *> The ring holds the segment's newest receipts oldest first;
      *> take them newest first into the window slots still open.
           PERFORM VARYING WS-SEGR-SUB
                   FROM WS-SEGR-COUNT BY -1
                   UNTIL WS-SEGR-SUB < 1 OR
                   WS-RECENT-COUNT >= WS-RECENT-MAX
               ADD 1 TO WS-RECENT-COUNT
               MOVE WS-SG-DATE (WS-SEGR-SUB)
                   TO WS-RC-DATE (WS-RECENT-COUNT)
               MOVE WS-SG-DOC-NO (WS-SEGR-SUB)
                   TO WS-RC-DOC-NO (WS-RECENT-COUNT)
               MOVE WS-SG-AMOUNT (WS-SEGR-SUB)
                   TO WS-RC-AMOUNT (WS-RECENT-COUNT)
           END-PERFORM.

       PARSE-GL-LINE.
           UNSTRING GL-REC DELIMITED BY ","
               INTO GL-IN-DATE
                   GL-IN-DOC-NO
                   GL-IN-ACCTNO
                   GL-IN-ACCT-NAME
                   GL-IN-CONTRA
                   GL-IN-DC
                   GL-IN-AMOUNT-X
           END-UNSTRING.

       READ-RUN-CONTROL.
           MOVE SPACES TO WS-RUN-CONTROL
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCFS = "00"
               READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RC-BUSINESS-DATE = SPACES
               MOVE SPACES TO RC-BUSINESS-DATE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                       FUNCTION CURRENT-DATE(5:2) "-"
                       FUNCTION CURRENT-DATE(7:2)
                   DELIMITED BY SIZE INTO RC-BUSINESS-DATE
               END-STRING
           END-IF
           IF RC-PERIOD NOT NUMERIC OR RC-PERIOD = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO RC-PERIOD
           END-IF
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       SIGN-ON.
      *> Operator sign-on against operators.dat; this screen
      *> any operator on file may inquire.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFS NOT = "00"
               DISPLAY "NO OPERATOR FILE - SET OPERATORS UP WITH"
                   " OPER-MAINT"
               STOP RUN
           END-IF
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-SIGNON-ID
           MOVE WS-SIGNON-ID TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
                   CLOSE OPERATOR-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE OP-LEVEL TO WS-SIGNON-LEVEL
                   DISPLAY "SIGNED ON: " OP-NAME
           END-READ
           CLOSE OPERATOR-FILE
           CONTINUE.

       LOAD-GL-SEGMENTS.
      *> The ledger lives one segment per period (GLyyyymm.DAT);
      *> gl_segments.dat lists the periods on file.
           MOVE 0 TO WS-SEG-COUNT
           MOVE "N" TO WS-SEG-EOF
           OPEN INPUT SEGMENT-DIR
           IF WS-SDFS = "00"
               PERFORM UNTIL WS-SEG-EOF = "Y"
                   READ SEGMENT-DIR
                       AT END
                           MOVE "Y" TO WS-SEG-EOF
                       NOT AT END
                           IF WS-SEG-COUNT < 240 AND
                                   SEGMENT-DIR-REC NUMERIC
                               ADD 1 TO WS-SEG-COUNT
                               MOVE SEGMENT-DIR-REC TO
                                   WS-SEG-PERIOD (WS-SEG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-DIR
           END-IF
           MOVE "N" TO WS-SEG-EOF
           IF WS-SEG-COUNT = 0
               DISPLAY "NO GL SEGMENTS ON FILE - PAYMENT HISTORY"
                   " WILL NOT SHOW"
           END-IF.
