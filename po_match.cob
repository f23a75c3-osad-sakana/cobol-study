       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-MATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FEED ASSIGN TO "ap_invoices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVFS.
           SELECT AP-FEED ASSIGN TO "ap_feed.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APFS.
           SELECT HOLD-FILE ASSIGN TO "ap_match_holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHFS.
           SELECT HOLD-TEMP ASSIGN TO "apholds.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHTFS.
           SELECT PO-MASTER ASSIGN TO "po_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFS.
           SELECT PO-CONTROL-FILE ASSIGN TO "po_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FEED.
       01 INVOICE-FEED-REC         PIC X(100).

       FD AP-FEED.
       01 AP-FEED-REC              PIC X(100).

       FD HOLD-FILE.
       01 HOLD-REC                 PIC X(120).

       FD HOLD-TEMP.
       01 HOLD-TEMP-REC            PIC X(120).

       FD PO-MASTER.
           COPY POREC.

       FD PO-CONTROL-FILE.
       01 PO-CONTROL-REC           PIC X(80).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC          PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC            PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS                  PIC X(2).
           COPY RPTCTL.
       01 WS-IVFS                  PIC X(2).
       01 WS-APFS                  PIC X(2).
       01 WS-MHFS                  PIC X(2).
       01 WS-MHTFS                 PIC X(2).
       01 WS-POFS                  PIC X(2).
       01 WS-PCFS                  PIC X(2).
       01 WS-RCFS                  PIC X(2).
       01 WS-ALFS                  PIC X(2).
           COPY RUNCTL.
           COPY POCTLREC.
           COPY APHOLD.
           COPY AUDITREC.
       01 WS-EOF                   PIC X VALUE "N".

      *> The vendor invoice row is the ap_feed.csv row AP-INTERFACE
      *> has always read, with three more columns when the invoice
      *> is against a purchase order: PO number, PO line and the
      *> quantity invoiced.  A row with no PO number is a non-PO
      *> invoice (rent, utilities) and passes straight through.
       01 WS-FEED-ROW              PIC X(100).
       01 WS-VENDOR                PIC X(20).
       01 WS-INVOICE-NO            PIC X(10).
       01 WS-INV-AMOUNT-STR        PIC X(20).
       01 WS-INV-DATE              PIC X(10).
       01 WS-DUE-DATE              PIC X(10).
       01 WS-TERMS-STR             PIC X(10).
       01 WS-CURRENCY              PIC X(3).
       01 WS-FOREIGN-STR           PIC X(20).
       01 WS-PO-NO-IN              PIC X(8).
       01 WS-PO-LINE-IN            PIC X(5).
       01 WS-INV-QTY-STR           PIC X(12).

       01 WS-INV-QTY               PIC 9(7)V99 VALUE 0.
       01 WS-INV-TOTAL             PIC S9(9)V99 VALUE 0.
       01 WS-INV-PRICE             PIC 9(7)V9(4) VALUE 0.
       01 WS-PRICE-DIFF            PIC S9(7)V9(4) VALUE 0.
       01 WS-PRICE-VAR-PCT         PIC 9(5)V99 VALUE 0.
       01 WS-BILLED-QTY            PIC 9(8)V99 VALUE 0.
       01 WS-RCV-LIMIT             PIC 9(8)V99 VALUE 0.
       01 WS-ORD-LIMIT             PIC 9(8)V99 VALUE 0.
       01 WS-REASON                PIC X(4).
       01 WS-RELEASED              PIC X VALUE "N".
       01 WS-HELD-SINCE            PIC X(10).
       01 WS-PO-FOUND              PIC X VALUE "N".

       01 WS-ROWS-READ             PIC 9(7) VALUE 0.
       01 WS-PASS-COUNT            PIC 9(5) VALUE 0.
       01 WS-NONPO-COUNT           PIC 9(5) VALUE 0.
       01 WS-HOLD-COUNT            PIC 9(5) VALUE 0.
       01 WS-REL-COUNT             PIC 9(5) VALUE 0.
       01 WS-QTY-ED                PIC Z(6)9.99.
       01 WS-RCV-ED                PIC Z(6)9.99.
       01 WS-ORD-ED                PIC Z(6)9.99.
       01 WS-PRICE-ED              PIC Z(6)9.9999.
       01 WS-POPRICE-ED            PIC Z(6)9.9999.
       01 WS-CNT-ED                PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM READ-PO-CONTROL

           OPEN I-O PO-MASTER
           IF WS-POFS NOT = "00"
               DISPLAY "COULD NOT OPEN PO MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Rows from an earlier run that AP-INTERFACE has not booked
      *> yet stay on the feed; today's matches are added after them.
           OPEN EXTEND AP-FEED
           IF WS-APFS NOT = "00"
               OPEN OUTPUT AP-FEED
           END-IF
           IF WS-APFS NOT = "00"
               DISPLAY "COULD NOT OPEN AP FEED FOR OUTPUT"
               CLOSE PO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HOLD-TEMP
           PERFORM OPEN-REPORT
           STRING "INVOICE    VENDOR PO       LINE REASON"
                   "     INV QTY    RECEIVED     ORDERED"
                   "    INV PRICE     PO PRICE HELD SINCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

      *> Rows already on hold go round again first, so an invoice
      *> whose goods have since been received clears today.
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-MHFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ HOLD-FILE INTO WS-MATCH-HOLD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MH-FEED-ROW  TO WS-FEED-ROW
                           MOVE MH-HELD-DATE TO WS-HELD-SINCE
                           MOVE "N" TO WS-RELEASED
                           IF MH-RELEASE = "R"
                               MOVE "Y" TO WS-RELEASED
                           END-IF
                           PERFORM MATCH-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT INVOICE-FEED
           IF WS-IVFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ INVOICE-FEED
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE INVOICE-FEED-REC TO WS-FEED-ROW
                           MOVE RC-BUSINESS-DATE TO WS-HELD-SINCE
                           MOVE "N" TO WS-RELEASED
                           PERFORM MATCH-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FEED
           ELSE
               DISPLAY "NO VENDOR INVOICE FILE TODAY"
           END-IF

           CLOSE AP-FEED
           CLOSE HOLD-TEMP
           CLOSE PO-MASTER
           PERFORM REPLACE-HOLD-FILE

      *> The invoices are now either on ap_feed.csv or on hold, so
      *> the inbound file is emptied and a rerun cannot bill the PO
      *> lines a second time.
           OPEN OUTPUT INVOICE-FEED
           CLOSE INVOICE-FEED

           PERFORM WRITE-MATCH-TOTALS
           PERFORM CLOSE-REPORT
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "INVOICES PASSED TO AP-INTERFACE: " WS-PASS-COUNT
           IF WS-HOLD-COUNT > 0
               DISPLAY "INVOICES HELD FOR PURCHASING:    "
                   WS-HOLD-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

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
           END-IF.

       READ-PO-CONTROL.
           MOVE SPACES TO WS-PO-CONTROL
           OPEN INPUT PO-CONTROL-FILE
           IF WS-PCFS = "00"
               READ PO-CONTROL-FILE INTO WS-PO-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE PO-CONTROL-FILE
           END-IF
           IF POC-QTY-TOL NOT NUMERIC
               MOVE 0 TO POC-QTY-TOL
           END-IF
           IF POC-PRICE-TOL NOT NUMERIC
               MOVE 2.00 TO POC-PRICE-TOL
           END-IF.

       PARSE-FEED-ROW.
           MOVE SPACES TO WS-VENDOR WS-INVOICE-NO
               WS-INV-AMOUNT-STR WS-INV-DATE WS-DUE-DATE
               WS-TERMS-STR WS-CURRENCY WS-FOREIGN-STR
               WS-PO-NO-IN WS-PO-LINE-IN WS-INV-QTY-STR
           UNSTRING WS-FEED-ROW
               DELIMITED BY ","
               INTO WS-VENDOR
                   WS-INVOICE-NO
                   WS-INV-AMOUNT-STR
                   WS-INV-DATE
                   WS-DUE-DATE
                   WS-TERMS-STR
                   WS-CURRENCY
                   WS-FOREIGN-STR
                   WS-PO-NO-IN
                   WS-PO-LINE-IN
                   WS-INV-QTY-STR
           END-UNSTRING.

       MATCH-ONE-ROW.
      *> Three-way match: the invoice against the PO line for
      *> vendor, price and ordered quantity, and against what the
      *> dock has received.  A pass (or a supervisor's release)
      *> bills the quantity to the PO line and sends the row on to
      *> AP-INTERFACE; anything else goes on hold.
           ADD 1 TO WS-ROWS-READ
           PERFORM PARSE-FEED-ROW
           MOVE SPACES TO WS-REASON
           MOVE "N" TO WS-PO-FOUND
           IF WS-PO-NO-IN = SPACES
               ADD 1 TO WS-NONPO-COUNT
               WRITE AP-FEED-REC FROM WS-FEED-ROW
           ELSE
               PERFORM READ-PO-LINE
               IF WS-RELEASED = "N"
                   PERFORM CHECK-MATCH
               END-IF
               IF WS-REASON = SPACES
                   PERFORM PASS-MATCHED-ROW
               ELSE
                   PERFORM HOLD-ROW
               END-IF
           END-IF.

       READ-PO-LINE.
           MOVE WS-PO-NO-IN TO PO-NUMBER
           IF FUNCTION TEST-NUMVAL(WS-PO-LINE-IN) = 0
               MOVE FUNCTION NUMVAL(WS-PO-LINE-IN) TO PO-LINE
           ELSE
               MOVE 0 TO PO-LINE
           END-IF
           READ PO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PO-FOUND
           END-READ
           MOVE 0 TO WS-INV-QTY
           IF WS-INV-QTY-STR NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-INV-QTY-STR) = 0
               MOVE FUNCTION NUMVAL(WS-INV-QTY-STR) TO WS-INV-QTY
           END-IF.

       CHECK-MATCH.
      *> First failure wins; the reason codes are listed in APHOLD.
           IF WS-PO-FOUND = "N"
               MOVE "NOPO" TO WS-REASON
           ELSE
           IF PO-VENDOR NOT = WS-VENDOR(1:6)
               MOVE "PVEN" TO WS-REASON
           ELSE
           IF PO-STATUS = "C"
               MOVE "PCLS" TO WS-REASON
           ELSE
           IF WS-INV-QTY = 0
               MOVE "NQTY" TO WS-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REASON = SPACES
               COMPUTE WS-BILLED-QTY = PO-INV-QTY + WS-INV-QTY
               COMPUTE WS-RCV-LIMIT ROUNDED =
                   PO-RCV-QTY * (100 + POC-QTY-TOL) / 100
               COMPUTE WS-ORD-LIMIT ROUNDED =
                   PO-ORDER-QTY * (100 + POC-QTY-TOL) / 100
               IF WS-BILLED-QTY > WS-RCV-LIMIT
                   MOVE "RCVD" TO WS-REASON
               ELSE
               IF WS-BILLED-QTY > WS-ORD-LIMIT
                   MOVE "OQTY" TO WS-REASON
               END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-UNIT-PRICE
           END-IF.

       CHECK-UNIT-PRICE.
      *> The PO is priced in the vendor's currency, so a foreign
      *> invoice is compared on its original amount.
           IF WS-CURRENCY = SPACES OR WS-CURRENCY = "USD"
               MOVE FUNCTION NUMVAL(WS-INV-AMOUNT-STR)
                   TO WS-INV-TOTAL
           ELSE
               MOVE FUNCTION NUMVAL(WS-FOREIGN-STR)
                   TO WS-INV-TOTAL
           END-IF
           COMPUTE WS-INV-PRICE ROUNDED = WS-INV-TOTAL / WS-INV-QTY
           COMPUTE WS-PRICE-DIFF = WS-INV-PRICE - PO-UNIT-PRICE
           IF WS-PRICE-DIFF < 0
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF
           IF PO-UNIT-PRICE = 0
               IF WS-PRICE-DIFF > 0
                   MOVE "PRCE" TO WS-REASON
               END-IF
           ELSE
               COMPUTE WS-PRICE-VAR-PCT ROUNDED =
                   WS-PRICE-DIFF * 100 / PO-UNIT-PRICE
               IF WS-PRICE-VAR-PCT > POC-PRICE-TOL
                   MOVE "PRCE" TO WS-REASON
               END-IF
           END-IF.

       PASS-MATCHED-ROW.
      *> The row goes on with the PO line's charge account as a
      *> twelfth column, which AP-INTERFACE debits in place of the
      *> general EXPENSE account.
           IF WS-PO-FOUND = "Y"
               ADD WS-INV-QTY TO PO-INV-QTY
               IF PO-INV-QTY >= PO-ORDER-QTY
                   MOVE "C" TO PO-STATUS
               END-IF
               REWRITE PO-REC
               MOVE SPACES TO AP-FEED-REC
               STRING WS-VENDOR        DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-INVOICE-NO   DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-INV-AMOUNT-STR DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-INV-DATE     DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-DUE-DATE     DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-TERMS-STR    DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-CURRENCY     DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-FOREIGN-STR  DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-PO-NO-IN     DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-PO-LINE-IN   DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       WS-INV-QTY-STR  DELIMITED BY SPACE
                       ","             DELIMITED BY SIZE
                       PO-EXP-ACCTNO   DELIMITED BY SIZE
                   INTO AP-FEED-REC
               END-STRING
               WRITE AP-FEED-REC
           ELSE
               WRITE AP-FEED-REC FROM WS-FEED-ROW
           END-IF
           IF WS-RELEASED = "Y"
               ADD 1 TO WS-REL-COUNT
               DISPLAY "INVOICE " WS-INVOICE-NO
                   " RELEASED FROM HOLD BY PURCHASING"
           ELSE
               ADD 1 TO WS-PASS-COUNT
           END-IF.

       HOLD-ROW.
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-REASON     TO MH-REASON
           MOVE SPACE         TO MH-RELEASE
           MOVE WS-HELD-SINCE TO MH-HELD-DATE
           MOVE WS-FEED-ROW   TO MH-FEED-ROW
           WRITE HOLD-TEMP-REC FROM WS-MATCH-HOLD
           MOVE WS-INV-QTY TO WS-QTY-ED
           MOVE 0 TO WS-RCV-ED WS-ORD-ED WS-POPRICE-ED
           IF WS-PO-FOUND = "Y"
               MOVE PO-RCV-QTY    TO WS-RCV-ED
               MOVE PO-ORDER-QTY  TO WS-ORD-ED
               MOVE PO-UNIT-PRICE TO WS-POPRICE-ED
           END-IF
           MOVE 0 TO WS-INV-PRICE
           IF WS-INV-QTY > 0
               IF WS-CURRENCY = SPACES OR WS-CURRENCY = "USD"
                   MOVE FUNCTION NUMVAL(WS-INV-AMOUNT-STR)
                       TO WS-INV-TOTAL
               ELSE
                   MOVE FUNCTION NUMVAL(WS-FOREIGN-STR)
                       TO WS-INV-TOTAL
               END-IF
               COMPUTE WS-INV-PRICE ROUNDED =
                   WS-INV-TOTAL / WS-INV-QTY
           END-IF
           MOVE WS-INV-PRICE TO WS-PRICE-ED
           STRING WS-INVOICE-NO " " WS-VENDOR(1:6) " "
                   WS-PO-NO-IN " " WS-PO-LINE-IN(1:4) " "
                   WS-REASON "   " WS-QTY-ED "  " WS-RCV-ED
                   "  " WS-ORD-ED "  " WS-PRICE-ED "  "
                   WS-POPRICE-ED " " WS-HELD-SINCE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       REPLACE-HOLD-FILE.
      *> apholds.tmp now holds everything still failing the match;
      *> it becomes the hold file for purchasing to work.
           OPEN OUTPUT HOLD-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-TEMP
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-TEMP
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE HOLD-REC FROM HOLD-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE HOLD-TEMP
           CLOSE HOLD-FILE
           MOVE "N" TO WS-EOF.

       WRITE-MATCH-TOTALS.
           IF WS-HOLD-COUNT = 0
               MOVE "NO INVOICES ON HOLD" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE WS-PASS-COUNT TO WS-CNT-ED
           STRING "MATCHED AND PASSED TO AP     " WS-CNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-NONPO-COUNT TO WS-CNT-ED
           STRING "NON-PO INVOICES PASSED       " WS-CNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-REL-COUNT TO WS-CNT-ED
           STRING "RELEASED BY SUPERVISOR       " WS-CNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-HOLD-COUNT TO WS-CNT-ED
           STRING "HELD FOR PURCHASING          " WS-CNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-AUDIT-LOG.
           MOVE "PO-MATCH" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-ROWS-READ TO AUDIT-RECORDS-READ
           MOVE WS-HOLD-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

       OPEN-REPORT.
           MOVE "AP THREE-WAY MATCH EXCEPTIONS" TO WS-RPT-TITLE
           IF RC-BUSINESS-DATE(1:4) NUMERIC AND
                   RC-BUSINESS-DATE(6:2) NUMERIC AND
                   RC-BUSINESS-DATE(9:2) NUMERIC
               COMPUTE WS-RPT-DATE-NUM =
                   FUNCTION NUMVAL(RC-BUSINESS-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(RC-BUSINESS-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(RC-BUSINESS-DATE(9:2))
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-RPT-DATE-NUM
           END-IF
           MOVE SPACES TO WS-RPT-NAME
           STRING "RPT-POMATCH-" WS-RPT-DATE-NUM ".TXT"
               DELIMITED BY SIZE INTO WS-RPT-NAME
           END-STRING
           OPEN OUTPUT PRINT-FILE
           MOVE 999 TO WS-RPT-LINE-CNT
           MOVE 0 TO WS-RPT-PAGE.

       WRITE-RPT-LINE.
           IF WS-RPT-LINE-CNT >= WS-RPT-PAGE-SIZE
               PERFORM WRITE-RPT-HEADING
           END-IF
           WRITE PRINT-REC FROM WS-RPT-LINE
           ADD 1 TO WS-RPT-LINE-CNT
           MOVE SPACES TO WS-RPT-LINE.

       WRITE-RPT-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-ED
           MOVE SPACES TO PRINT-REC
           STRING WS-RPT-COMPANY "  " WS-RPT-TITLE
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           STRING "PERIOD " RC-PERIOD "  RUN DATE "
                   RC-BUSINESS-DATE "  PAGE " WS-RPT-PAGE-ED
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE 3 TO WS-RPT-LINE-CNT.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "*** END OF REPORT ***" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           CLOSE PRINT-FILE
           DISPLAY "REPORT WRITTEN TO " WS-RPT-NAME.
