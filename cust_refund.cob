       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-REFUND.

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
           SELECT ON-ACCOUNT-FILE ASSIGN TO "on_account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-CUSTOMER
               FILE STATUS IS WS-OAFS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "open_invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OIFS.
           SELECT AP-ITEM-FILE ASSIGN TO "ap_open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-INVOICE-NO
               FILE STATUS IS WS-APIFS.
           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-NUMBER
               FILE STATUS IS WS-VFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT REGISTRY-FILE ASSIGN TO "posted_batches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF2.
           SELECT MAINT-LOG ASSIGN TO "maint_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD ON-ACCOUNT-FILE.
           COPY ONACCT.

       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       FD AP-ITEM-FILE.
           COPY APITEM.

       FD VENDOR-MASTER.
           COPY VENDREC.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC      PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD REGISTRY-FILE.
       01 REGISTRY-REC         PIC X(30).

       FD MAINT-LOG.
       01 MAINT-LOG-REC        PIC X(280).

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD LOCK-FILE.
       01 LOCK-REC             PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS              PIC X(2).
           COPY JRNLOCK.
       01 WS-MLFS              PIC X(2).
           COPY MAINTLOG.
       01 WS-MAINT-FILE        PIC X(12) VALUE "VENDORS".
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-CMFS              PIC X(2).
       01 WS-OAFS              PIC X(2).
       01 WS-OIFS              PIC X(2).
       01 WS-APIFS             PIC X(2).
       01 WS-VFS               PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-JFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
       01 WS-RGF2              PIC X(2).
       01 WS-BATCH-SEQ         PIC 9(2) VALUE 1.
       01 WS-SEQ-PREFIX        PIC X(10).
       01 WS-SEQ-TAG           PIC X(3).
       01 WS-SEQ-ID            PIC X(12).
       01 WS-SEQ-N             PIC 9(2).
       01 WS-SEQ-EOF           PIC X VALUE "N".
       01 WS-EOF               PIC X VALUE "N".
       01 WS-ANSWER            PIC X VALUE "Y".
       01 WS-OA-OPEN           PIC X VALUE "N".
       01 WS-AP-OPEN           PIC X VALUE "N".
       01 WS-VEND-OPEN         PIC X VALUE "N".

       01 WS-CUSTOMER-IN       PIC X(6).
       01 WS-SOURCE-IN         PIC X(10).
       01 WS-PAYEE-IN          PIC X(6).
       01 WS-AMOUNT-STR        PIC X(20).
       01 WS-REFUND-AMT        PIC S9(9)V99 VALUE 0.
       01 WS-CREDIT-AMT        PIC S9(9)V99 VALUE 0.
       01 WS-OA-REMAINING      PIC S9(11)V99 VALUE 0.
       01 WS-PAYEE-OK          PIC X VALUE "N".
       01 WS-PAYEE-NEW         PIC X VALUE "N".
       01 WS-ITEM-NO           PIC X(10).
       01 WS-ITEM-SEQ          PIC 9(2) VALUE 0.
       01 WS-ITEM-FREE         PIC X VALUE "N".
       01 WS-IN-SESSION        PIC X VALUE "N".
       01 WS-SOURCE-TYPE       PIC X.
       01 WS-RF-SUB            PIC 9(3) VALUE 0.

       01 WS-OA-NAME           PIC X(20)
                               VALUE "CUSTOMER ON ACCOUNT".
       01 WS-AR-NAME           PIC X(20)
                               VALUE "ACCOUNTS RECEIVABLE".
       01 WS-AP-NAME           PIC X(20)
                               VALUE "ACCOUNTS PAYABLE".
       01 WS-OA-ACCTNO         PIC X(6).
       01 WS-AR-ACCTNO         PIC X(6).
       01 WS-AP-ACCTNO         PIC X(6).

      *> A customer credit is refunded through accounts payable: the
      *> refund becomes an AP item for the customer as payee, due
      *> on the business date, so AP-SELECT picks it up and
      *> AP-CHECKS and POS-PAY pay it like any vendor invoice.  The
      *> credit comes either off on_account.dat (debit customer on
      *> account) or off a credit item left on open_invoices.dat
      *> (debit accounts receivable), and the AP item's credit goes
      *> to accounts payable, so both subledgers keep tying to
      *> their control accounts in SUBLED-RECON.  Refunds keyed
      *> this session are tabled and booked together at exit.
       01 WS-RF-COUNT          PIC 9(3) VALUE 0.
       01 WS-RF-DEBITS         PIC S9(12)V99 VALUE 0.
       01 WS-RF-TABLE.
           05 WS-RF-ENTRY OCCURS 200 TIMES
                   INDEXED BY RF-IDX.
               10 WS-RF-CUSTOMER    PIC X(6).
      *> O refunds on-account credit, C a credit item.
               10 WS-RF-SOURCE      PIC X.
               10 WS-RF-CREDIT-NO   PIC X(10).
               10 WS-RF-PAYEE       PIC X(6).
               10 WS-RF-NEW-PAYEE   PIC X.
               10 WS-RF-ITEM-NO     PIC X(10).
               10 WS-RF-AMOUNT      PIC S9(9)V99.
               10 WS-RF-NAME        PIC X(20).
               10 WS-RF-ADDRESS     PIC X(30).
               10 WS-RF-PHONE       PIC X(15).
       01 WS-POST-OK           PIC X VALUE "N".
       01 WS-AMT-ED            PIC -(9)9.99.
       01 WS-BAL-ED            PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           PERFORM READ-RUN-CONTROL
           PERFORM FIND-ACCOUNTS

      *> The keying session only reads; the files change inside the
      *> journal claim at the end (the OA-APPLY shape).
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CMFS NOT = "00"
               DISPLAY "COULD NOT OPEN CUSTOMER MASTER"
               STOP RUN
           END-IF
           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               DISPLAY "COULD NOT OPEN OPEN-INVOICE FILE"
               CLOSE CUSTOMER-MASTER
               STOP RUN
           END-IF
           OPEN INPUT ON-ACCOUNT-FILE
           IF WS-OAFS = "00"
               MOVE "Y" TO WS-OA-OPEN
           END-IF
           OPEN INPUT AP-ITEM-FILE
           IF WS-APIFS = "00"
               MOVE "Y" TO WS-AP-OPEN
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VFS = "00"
               MOVE "Y" TO WS-VEND-OPEN
           END-IF

           DISPLAY "CUSTOMER CREDIT REFUND, BUSINESS DATE "
               RC-BUSINESS-DATE

           PERFORM UNTIL WS-ANSWER NOT = "Y"
               DISPLAY "REFUND A CUSTOMER? (Y/N) "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y"
                   PERFORM REFUND-ONE-CUSTOMER
               END-IF
           END-PERFORM

           CLOSE CUSTOMER-MASTER
           CLOSE OPEN-INVOICE-FILE
           IF WS-OA-OPEN = "Y"
               CLOSE ON-ACCOUNT-FILE
           END-IF
           IF WS-AP-OPEN = "Y"
               CLOSE AP-ITEM-FILE
           END-IF
           IF WS-VEND-OPEN = "Y"
               CLOSE VENDOR-MASTER
           END-IF

           IF WS-RF-COUNT > 0
               PERFORM ACQUIRE-JOURNAL-LOCK
               IF WS-LOCK-OK = "N"
                   DISPLAY "KEYED REFUNDS DISCARDED - NOTHING"
                       " BOOKED; RUN AGAIN WHEN THE JOURNAL FREES"
                   STOP RUN
               END-IF
               PERFORM POST-REFUNDS
               IF WS-POST-OK = "Y"
                   PERFORM WRITE-REFUND-BATCH
                   DISPLAY "REFUND BATCH WRITTEN - RUN BATCH-DRIVER"
                       " TO POST IT; AP-SELECT WILL PICK THE"
                       " REFUNDS UP FOR PAYMENT"
               END-IF
           ELSE
               DISPLAY "NOTHING REFUNDED - NO BATCH WRITTEN"
           END-IF
           STOP RUN.

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
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       FIND-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               STOP RUN
           END-IF
           MOVE WS-OA-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "CUSTOMER ON ACCOUNT ACCOUNT NOT ON"
                       " MASTER"
                   CLOSE ACCOUNT-MASTER
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-OA-ACCTNO
           END-READ
           MOVE WS-AR-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "ACCOUNTS RECEIVABLE ACCOUNT NOT FOUND"
                   CLOSE ACCOUNT-MASTER
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-AR-ACCTNO
           END-READ
           MOVE WS-AP-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "ACCOUNTS PAYABLE ACCOUNT NOT FOUND"
                   CLOSE ACCOUNT-MASTER
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-AP-ACCTNO
           END-READ
           CLOSE ACCOUNT-MASTER.

       REFUND-ONE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: "
           ACCEPT WS-CUSTOMER-IN
           MOVE WS-CUSTOMER-IN TO CUST-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER: " CUST-NAME
                   PERFORM LIST-CUSTOMER-CREDITS
                   DISPLAY "REFUND FROM ON ACCOUNT (OA) OR CREDIT"
                       " ITEM NUMBER (OR END): "
                   ACCEPT WS-SOURCE-IN
                   IF WS-SOURCE-IN = "OA" OR WS-SOURCE-IN = "oa"
                       PERFORM REFUND-ON-ACCOUNT
                   ELSE
                   IF WS-SOURCE-IN NOT = "END" AND
                           WS-SOURCE-IN NOT = "end" AND
                           WS-SOURCE-IN NOT = SPACES
                       PERFORM REFUND-CREDIT-ITEM
                   END-IF
                   END-IF
           END-READ.

       LIST-CUSTOMER-CREDITS.
           PERFORM SUM-ON-ACCOUNT-LEFT
           MOVE WS-OA-REMAINING TO WS-BAL-ED
           DISPLAY "  ON ACCOUNT          " WS-BAL-ED
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO OI-INVOICE-NO
           START OPEN-INVOICE-FILE KEY IS GREATER THAN OI-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OI-CUSTOMER = WS-CUSTOMER-IN AND
                               OI-STATUS = "O" AND
                               OI-AMOUNT - OI-PAID < 0
                           MOVE OI-INVOICE-NO TO WS-SOURCE-IN
                           PERFORM CHECK-CREDIT-IN-SESSION
                           IF WS-IN-SESSION = "N"
                               COMPUTE WS-AMT-ED =
                                   OI-PAID - OI-AMOUNT
                               DISPLAY "  CREDIT " OI-INVOICE-NO
                                   "   " WS-AMT-ED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       SUM-ON-ACCOUNT-LEFT.
      *> The file still shows the pre-session balance; refunds keyed
      *> against the customer earlier in the session are already
      *> spoken for.
           MOVE 0 TO WS-OA-REMAINING
           IF WS-OA-OPEN = "Y"
               MOVE WS-CUSTOMER-IN TO OA-CUSTOMER
               READ ON-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OA-BALANCE TO WS-OA-REMAINING
               END-READ
           END-IF
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-RF-COUNT
               IF WS-RF-CUSTOMER (RF-IDX) = WS-CUSTOMER-IN AND
                       WS-RF-SOURCE (RF-IDX) = "O"
                   SUBTRACT WS-RF-AMOUNT (RF-IDX)
                       FROM WS-OA-REMAINING
               END-IF
           END-PERFORM.

       CHECK-CREDIT-IN-SESSION.
           MOVE "N" TO WS-IN-SESSION
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-RF-COUNT
               IF WS-RF-SOURCE (RF-IDX) = "C" AND
                       WS-RF-CREDIT-NO (RF-IDX) = WS-SOURCE-IN
                   MOVE "Y" TO WS-IN-SESSION
               END-IF
           END-PERFORM.

       REFUND-ON-ACCOUNT.
           PERFORM SUM-ON-ACCOUNT-LEFT
           IF WS-OA-REMAINING <= 0
               DISPLAY "NO ON-ACCOUNT CREDIT LEFT TO REFUND"
           ELSE
               MOVE WS-OA-REMAINING TO WS-BAL-ED
               DISPLAY "ON-ACCOUNT CREDIT " WS-BAL-ED
                   ", AMOUNT TO REFUND: "
               ACCEPT WS-AMOUNT-STR
               IF FUNCTION TEST-NUMVAL(WS-AMOUNT-STR) NOT = 0
                   DISPLAY "THE AMOUNT VALUE IS NOT A NUMBER"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-STR)
                       TO WS-REFUND-AMT
                   IF WS-REFUND-AMT <= 0 OR
                           WS-REFUND-AMT > WS-OA-REMAINING
                       DISPLAY "AMOUNT MUST BE WITHIN THE ON-ACCOUNT"
                           " CREDIT"
                   ELSE
                       MOVE SPACES TO WS-SOURCE-IN
                       MOVE "O" TO WS-SOURCE-TYPE
                       PERFORM TABLE-REFUND
                   END-IF
               END-IF
           END-IF.

       REFUND-CREDIT-ITEM.
      *> A credit item is refunded whole: the item closes and the
      *> customer's credit leaves the receivable ledger in one go.
           PERFORM CHECK-CREDIT-IN-SESSION
           MOVE WS-SOURCE-IN TO OI-INVOICE-NO
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   DISPLAY "ITEM NOT ON FILE"
               NOT INVALID KEY
                   COMPUTE WS-CREDIT-AMT = OI-PAID - OI-AMOUNT
                   IF OI-CUSTOMER NOT = WS-CUSTOMER-IN
                       DISPLAY "ITEM BELONGS TO " OI-CUSTOMER
                   ELSE
                   IF OI-STATUS NOT = "O" OR WS-CREDIT-AMT <= 0
                       DISPLAY "ITEM IS NOT AN OPEN CREDIT"
                   ELSE
                   IF OI-CURRENCY NOT = SPACES AND
                           OI-CURRENCY NOT = "USD"
                       DISPLAY "FOREIGN CURRENCY CREDIT - SETTLE IT"
                           " THROUGH CASH RECEIPTS"
                   ELSE
                   IF WS-IN-SESSION = "Y"
                       DISPLAY "ITEM ALREADY REFUNDED THIS SESSION"
                   ELSE
                       MOVE WS-CREDIT-AMT TO WS-REFUND-AMT
                       MOVE WS-REFUND-AMT TO WS-AMT-ED
                       DISPLAY "REFUND CREDIT ITEM OF " WS-AMT-ED
                           "? (Y/N) "
                       ACCEPT WS-ANSWER
                       IF WS-ANSWER = "Y"
                           MOVE "C" TO WS-SOURCE-TYPE
                           PERFORM TABLE-REFUND
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ
           MOVE "Y" TO WS-ANSWER.

       TABLE-REFUND.
           IF WS-RF-COUNT >= 200
               DISPLAY "SESSION TABLE FULL - RELEASE AND START AGAIN"
           ELSE
               PERFORM ACCEPT-PAYEE
               IF WS-PAYEE-OK = "Y"
                   PERFORM NEXT-REFUND-ITEM-NO
               END-IF
               IF WS-PAYEE-OK = "Y" AND WS-ITEM-FREE = "N"
                   DISPLAY "NO REFUND ITEM NUMBER LEFT FOR THIS"
                       " CUSTOMER - PAY OUT THE OPEN REFUNDS FIRST"
               END-IF
               IF WS-PAYEE-OK = "Y" AND WS-ITEM-FREE = "Y"
                   ADD 1 TO WS-RF-COUNT
                   MOVE WS-CUSTOMER-IN TO
                       WS-RF-CUSTOMER (WS-RF-COUNT)
                   MOVE WS-SOURCE-TYPE TO
                       WS-RF-SOURCE (WS-RF-COUNT)
                   MOVE WS-SOURCE-IN TO
                       WS-RF-CREDIT-NO (WS-RF-COUNT)
                   MOVE WS-PAYEE-IN TO WS-RF-PAYEE (WS-RF-COUNT)
                   MOVE WS-PAYEE-NEW TO
                       WS-RF-NEW-PAYEE (WS-RF-COUNT)
                   MOVE WS-ITEM-NO TO WS-RF-ITEM-NO (WS-RF-COUNT)
                   MOVE WS-REFUND-AMT TO WS-RF-AMOUNT (WS-RF-COUNT)
                   MOVE CUST-NAME TO WS-RF-NAME (WS-RF-COUNT)
                   MOVE CUST-ADDRESS TO WS-RF-ADDRESS (WS-RF-COUNT)
                   MOVE CUST-PHONE TO WS-RF-PHONE (WS-RF-COUNT)
                   ADD WS-REFUND-AMT TO WS-RF-DEBITS
                   MOVE WS-REFUND-AMT TO WS-AMT-ED
                   DISPLAY "REFUND " WS-ITEM-NO " OF " WS-AMT-ED
                       " TO PAYEE " WS-PAYEE-IN " TABLED"
               END-IF
           END-IF.

       ACCEPT-PAYEE.
      *> The refund is paid to the customer as a payee on the vendor
      *> master.  The payee number defaults to the customer number;
      *> an existing vendor under that number is used only when it
      *> carries the customer's name, otherwise another number is
      *> keyed.  A payee not yet on file is added at booking, paid
      *> by printed check with no terms and not 1099 reportable.
           MOVE "N" TO WS-PAYEE-OK
           MOVE "N" TO WS-PAYEE-NEW
           DISPLAY "PAYEE VENDOR NUMBER (BLANK FOR " WS-CUSTOMER-IN
               "): "
           ACCEPT WS-PAYEE-IN
           IF WS-PAYEE-IN = SPACES
               MOVE WS-CUSTOMER-IN TO WS-PAYEE-IN
           END-IF
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-RF-COUNT
               IF WS-RF-PAYEE (RF-IDX) = WS-PAYEE-IN AND
                       WS-RF-NEW-PAYEE (RF-IDX) = "Y"
                   IF WS-RF-CUSTOMER (RF-IDX) = WS-CUSTOMER-IN
                       MOVE "Y" TO WS-PAYEE-OK
                   ELSE
                       DISPLAY "PAYEE NUMBER ALREADY TAKEN THIS"
                           " SESSION BY CUSTOMER "
                           WS-RF-CUSTOMER (RF-IDX)
                       MOVE "X" TO WS-PAYEE-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAYEE-OK = "X"
               MOVE "N" TO WS-PAYEE-OK
           ELSE
           IF WS-PAYEE-OK = "N"
               IF WS-VEND-OPEN = "Y"
                   MOVE WS-PAYEE-IN TO VEND-NUMBER
                   READ VENDOR-MASTER
                       INVALID KEY
                           MOVE "Y" TO WS-PAYEE-NEW
                           MOVE "Y" TO WS-PAYEE-OK
                       NOT INVALID KEY
                           IF VEND-NAME = CUST-NAME
                               MOVE "Y" TO WS-PAYEE-OK
                           ELSE
                               DISPLAY "VENDOR " WS-PAYEE-IN
                                   " IS " VEND-NAME
                                   " - KEY ANOTHER PAYEE NUMBER"
                           END-IF
                   END-READ
               ELSE
                   MOVE "Y" TO WS-PAYEE-NEW
                   MOVE "Y" TO WS-PAYEE-OK
               END-IF
               IF WS-PAYEE-NEW = "Y"
                   DISPLAY "PAYEE " WS-PAYEE-IN
                       " WILL BE ADDED TO THE VENDOR MASTER"
               END-IF
           END-IF
           END-IF.

       NEXT-REFUND-ITEM-NO.
      *> Refund items are RF plus the customer number plus a
      *> two-digit sequence: the first number neither on the AP
      *> open-item file nor already tabled this session.
           MOVE "N" TO WS-ITEM-FREE
           MOVE 0 TO WS-ITEM-SEQ
           PERFORM UNTIL WS-ITEM-FREE = "Y" OR WS-ITEM-SEQ >= 99
               ADD 1 TO WS-ITEM-SEQ
               MOVE SPACES TO WS-ITEM-NO
               STRING "RF" WS-CUSTOMER-IN WS-ITEM-SEQ
                   DELIMITED BY SIZE INTO WS-ITEM-NO
               END-STRING
               MOVE "Y" TO WS-ITEM-FREE
               IF WS-AP-OPEN = "Y"
                   MOVE WS-ITEM-NO TO AP-INVOICE-NO
                   READ AP-ITEM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO WS-ITEM-FREE
                   END-READ
               END-IF
               PERFORM VARYING RF-IDX FROM 1 BY 1
                       UNTIL RF-IDX > WS-RF-COUNT
                   IF WS-RF-ITEM-NO (RF-IDX) = WS-ITEM-NO
                       MOVE "N" TO WS-ITEM-FREE
                   END-IF
               END-PERFORM
           END-PERFORM.

       POST-REFUNDS.
      *> The tabled refunds hit the customer credit, the vendor
      *> master and the AP open items only now, inside the journal
      *> claim, right before their batch is appended.
           MOVE "N" TO WS-POST-OK
           OPEN I-O OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               DISPLAY "COULD NOT OPEN OPEN-INVOICE FILE -"
                   " NOTHING BOOKED"
               PERFORM RELEASE-JOURNAL-LOCK
               STOP RUN
           END-IF
           OPEN I-O AP-ITEM-FILE
           IF WS-APIFS NOT = "00"
               OPEN OUTPUT AP-ITEM-FILE
               CLOSE AP-ITEM-FILE
               OPEN I-O AP-ITEM-FILE
           END-IF
           IF WS-APIFS NOT = "00"
               DISPLAY "COULD NOT OPEN AP OPEN-ITEM FILE -"
                   " NOTHING BOOKED"
               CLOSE OPEN-INVOICE-FILE
               PERFORM RELEASE-JOURNAL-LOCK
               STOP RUN
           END-IF
           OPEN I-O VENDOR-MASTER
           IF WS-VFS NOT = "00"
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF
           IF WS-VFS NOT = "00"
               DISPLAY "COULD NOT OPEN VENDOR MASTER -"
                   " NOTHING BOOKED"
               CLOSE OPEN-INVOICE-FILE
               CLOSE AP-ITEM-FILE
               PERFORM RELEASE-JOURNAL-LOCK
               STOP RUN
           END-IF
           IF WS-OA-OPEN = "Y"
               OPEN I-O ON-ACCOUNT-FILE
           END-IF

           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-RF-COUNT
               PERFORM RELIEVE-CUSTOMER-CREDIT
               IF WS-RF-NEW-PAYEE (RF-IDX) = "Y"
                   PERFORM ADD-REFUND-PAYEE
               END-IF
               PERFORM WRITE-REFUND-ITEM
           END-PERFORM

           CLOSE OPEN-INVOICE-FILE
           CLOSE AP-ITEM-FILE
           CLOSE VENDOR-MASTER
           IF WS-OA-OPEN = "Y"
               CLOSE ON-ACCOUNT-FILE
           END-IF
           MOVE "Y" TO WS-POST-OK.

       RELIEVE-CUSTOMER-CREDIT.
           IF WS-RF-SOURCE (RF-IDX) = "O"
               MOVE WS-RF-CUSTOMER (RF-IDX) TO OA-CUSTOMER
               READ ON-ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "ON-ACCOUNT CREDIT FOR "
                           WS-RF-CUSTOMER (RF-IDX)
                           " VANISHED - STILL BOOKED IN BATCH"
                   NOT INVALID KEY
                       SUBTRACT WS-RF-AMOUNT (RF-IDX)
                           FROM OA-BALANCE
                       REWRITE ON-ACCOUNT-REC
               END-READ
           ELSE
               MOVE WS-RF-CREDIT-NO (RF-IDX) TO OI-INVOICE-NO
               READ OPEN-INVOICE-FILE
                   INVALID KEY
                       DISPLAY "CREDIT ITEM " WS-RF-CREDIT-NO (RF-IDX)
                           " VANISHED - STILL BOOKED IN BATCH"
                   NOT INVALID KEY
                       SUBTRACT WS-RF-AMOUNT (RF-IDX) FROM OI-PAID
                       IF OI-PAID <= OI-AMOUNT
                           MOVE "P" TO OI-STATUS
                       END-IF
                       REWRITE OPEN-INVOICE-REC
               END-READ
           END-IF.

       ADD-REFUND-PAYEE.
           MOVE SPACES TO VENDOR-REC
           MOVE WS-RF-PAYEE (RF-IDX) TO VEND-NUMBER
           MOVE WS-RF-NAME (RF-IDX) TO VEND-NAME
           MOVE WS-RF-ADDRESS (RF-IDX) TO VEND-ADDRESS
           MOVE WS-RF-PHONE (RF-IDX) TO VEND-PHONE
           MOVE 0 TO VEND-DISC-PCT
           MOVE 0 TO VEND-DISC-DAYS
           MOVE 0 TO VEND-NET-DAYS
           MOVE "N" TO VEND-1099-FLAG
           MOVE "C" TO VEND-PAY-METHOD
           WRITE VENDOR-REC
               INVALID KEY
      *> Added since the session looked; the refund still goes to
      *> that number.
                   DISPLAY "PAYEE " WS-RF-PAYEE (RF-IDX)
                       " ALREADY ON VENDOR MASTER"
               NOT INVALID KEY
                   MOVE SPACES TO ML-BEFORE
                   MOVE VENDOR-REC TO ML-AFTER
                   MOVE "A" TO ML-ACTION
                   PERFORM WRITE-MAINT-LOG
           END-WRITE
      *> A second refund to the same new payee must not add it
      *> twice.
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
                   UNTIL WS-RF-SUB > WS-RF-COUNT
               IF WS-RF-PAYEE (WS-RF-SUB) = WS-RF-PAYEE (RF-IDX)
                   MOVE "N" TO WS-RF-NEW-PAYEE (WS-RF-SUB)
               END-IF
           END-PERFORM.

       WRITE-REFUND-ITEM.
           MOVE WS-RF-ITEM-NO (RF-IDX) TO AP-INVOICE-NO
           MOVE WS-RF-PAYEE (RF-IDX) TO AP-VENDOR
           MOVE WS-RF-AMOUNT (RF-IDX) TO AP-AMOUNT
           MOVE RC-BUSINESS-DATE TO AP-INVOICE-DATE
           MOVE RC-BUSINESS-DATE TO AP-DUE-DATE
           MOVE "O" TO AP-STATUS
           MOVE SPACES TO AP-DISC-DATE
           MOVE 0 TO AP-DISC-PCT
           MOVE SPACES TO AP-CURRENCY
           MOVE 0 TO AP-FOREIGN
           WRITE AP-ITEM-REC
               INVALID KEY
                   DISPLAY "REFUND ITEM " WS-RF-ITEM-NO (RF-IDX)
                       " ALREADY ON AP FILE - STILL BOOKED IN BATCH"
           END-WRITE.

       WRITE-REFUND-BATCH.
      *> The journal claim is already held around the update and
      *> the append.
           MOVE SPACES TO WS-SEQ-PREFIX
           STRING "RF" WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO WS-SEQ-PREFIX
           END-STRING
           PERFORM NEXT-BATCH-SEQ

           OPEN EXTEND JOURNAL-OUT
           IF WS-JFS NOT = "00"
               OPEN OUTPUT JOURNAL-OUT
           END-IF
           IF WS-JFS NOT = "00"
               DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
               PERFORM RELEASE-JOURNAL-LOCK
               STOP RUN
           END-IF

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "RF" WS-BUSINESS-DATE-X WS-BATCH-SEQ
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           COMPUTE CTRL-COUNT = WS-RF-COUNT * 2
           MOVE WS-RF-DEBITS TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-RF-COUNT
               MOVE RC-BUSINESS-DATE TO JL-DATE
               MOVE WS-RF-ITEM-NO (RF-IDX) TO JL-DOC-NO
               MOVE 1 TO JL-LINE-NO
               IF WS-RF-SOURCE (RF-IDX) = "O"
                   MOVE WS-OA-NAME TO JL-ACCT-NAME
                   MOVE WS-OA-ACCTNO TO JL-ACCTNO
               ELSE
                   MOVE WS-AR-NAME TO JL-ACCT-NAME
                   MOVE WS-AR-ACCTNO TO JL-ACCTNO
               END-IF
               MOVE "D" TO JL-DC
               MOVE WS-RF-AMOUNT (RF-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED TO JL-AMOUNT
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

               MOVE 2 TO JL-LINE-NO
               MOVE WS-AP-NAME TO JL-ACCT-NAME
               MOVE WS-AP-ACCTNO TO JL-ACCTNO
               MOVE "C" TO JL-DC
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           END-PERFORM

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK.

       NEXT-BATCH-SEQ.
      *> Two-digit batch sequence for this source and business date:
      *> one past the highest already in posted_batches.dat or still
      *> pending in journals.csv, so two same-day batches from one
      *> source never collide in the posted-batch registry.
           MOVE 1 TO WS-BATCH-SEQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-RGF2 = "00"
               PERFORM UNTIL WS-SEQ-EOF = "Y"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-SEQ-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SEQ-ID
                           UNSTRING REGISTRY-REC
                               DELIMITED BY ","
                               INTO WS-SEQ-ID
                           END-UNSTRING
                           PERFORM NOTE-BATCH-SEQ
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT JOURNAL-OUT
           IF WS-JFS = "00"
               PERFORM UNTIL WS-SEQ-EOF = "Y"
                   READ JOURNAL-OUT
                       AT END
                           MOVE "Y" TO WS-SEQ-EOF
                       NOT AT END
                           IF JOURNAL-OUT-REC(1:4) = "HDR,"
                               MOVE SPACES TO WS-SEQ-ID
                               UNSTRING JOURNAL-OUT-REC
                                   DELIMITED BY ","
                                   INTO WS-SEQ-TAG
                                       WS-SEQ-ID
                               END-UNSTRING
                               PERFORM NOTE-BATCH-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OUT
           END-IF
           MOVE "N" TO WS-SEQ-EOF.

       NOTE-BATCH-SEQ.
           IF WS-SEQ-ID(1:10) = WS-SEQ-PREFIX(1:10) AND
                   WS-SEQ-ID(11:2) NUMERIC
               MOVE WS-SEQ-ID(11:2) TO WS-SEQ-N
               IF WS-SEQ-N >= WS-BATCH-SEQ
                   IF WS-SEQ-N < 99
                       COMPUTE WS-BATCH-SEQ = WS-SEQ-N + 1
                   ELSE
                       MOVE 99 TO WS-BATCH-SEQ
                   END-IF
               END-IF
           END-IF.

       WRITE-MAINT-LOG.
      *> The payee added to the vendor master goes on the
      *> maintenance journal like a VENDOR-MAINT add.
           MOVE WS-MAINT-FILE TO ML-FILE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP
           MOVE WS-SIGNON-ID TO ML-OPERATOR
           OPEN EXTEND MAINT-LOG
           IF WS-MLFS NOT = "00"
               OPEN OUTPUT MAINT-LOG
           END-IF
           WRITE MAINT-LOG-REC FROM WS-MAINT-LOG-LINE
           CLOSE MAINT-LOG.

       SIGN-ON.
      *> Operator sign-on against operators.dat; money leaves the
      *> company on a refund, so this screen needs a supervisor.
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
           IF WS-SIGNON-LEVEL NOT = "S"
               DISPLAY "OPERATOR IS NOT AUTHORIZED FOR"
                   " CUSTOMER REFUNDS"
               STOP RUN
           END-IF.

       ACQUIRE-JOURNAL-LOCK.
      *> Exclusive claim on journals.csv: whoever holds journal.lock
      *> owns the journal until it releases, so a feeder can never
      *> append while the poster is between its read pass and the
      *> truncate.  A claim older than an hour is presumed left by
      *> a crashed run and is taken over with a notice.
           MOVE "N" TO WS-LOCK-OK
           MOVE "Y" TO WS-LOCK-EMPTY
           OPEN INPUT LOCK-FILE
           IF WS-LKFS = "00"
               READ LOCK-FILE INTO WS-LOCK-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LOCK-IN NOT = SPACES
                           MOVE "N" TO WS-LOCK-EMPTY
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-EMPTY = "N"
               MOVE SPACES TO WS-LCK-PROG-IN WS-LCK-STAMP-IN
               UNSTRING WS-LOCK-IN
                   DELIMITED BY ","
                   INTO WS-LCK-PROG-IN
                       WS-LCK-STAMP-IN
               END-UNSTRING
               PERFORM CHECK-LOCK-AGE
               IF WS-LCK-AGE >= 60
                   DISPLAY "STALE JOURNAL LOCK HELD BY "
                       WS-LCK-PROG-IN " SINCE " WS-LCK-STAMP-IN
                       " - TAKEN OVER"
                   MOVE "Y" TO WS-LOCK-EMPTY
               ELSE
                   DISPLAY "JOURNAL FILE IS LOCKED BY "
                       WS-LCK-PROG-IN " SINCE " WS-LCK-STAMP-IN
                   DISPLAY "TRY AGAIN WHEN IT FINISHES, OR CLEAR"
                       " A DEAD RUN WITH JRNL-UNLOCK"
               END-IF
           END-IF
           IF WS-LOCK-EMPTY = "Y"
               MOVE "CUST-REFUND" TO LCK-PROGRAM
               MOVE FUNCTION CURRENT-DATE(1:14) TO LCK-TIMESTAMP
               OPEN OUTPUT LOCK-FILE
               WRITE LOCK-REC FROM WS-LOCK-LINE
               CLOSE LOCK-FILE
               MOVE "Y" TO WS-LOCK-OK
           END-IF.

       CHECK-LOCK-AGE.
      *> Lock age in minutes, day-accurate across midnight.
           MOVE 0 TO WS-LCK-AGE
           IF WS-LCK-STAMP-IN NUMERIC
               MOVE WS-LCK-STAMP-IN(1:8) TO WS-LCK-NUM
               COMPUTE WS-LCK-D1 =
                   FUNCTION INTEGER-OF-DATE(WS-LCK-NUM)
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LCK-NUM
               COMPUTE WS-LCK-D2 =
                   FUNCTION INTEGER-OF-DATE(WS-LCK-NUM)
               COMPUTE WS-LCK-AGE =
                   (WS-LCK-D2 - WS-LCK-D1) * 1440
                   + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2))
                       * 60
                   + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2))
                   - FUNCTION NUMVAL(WS-LCK-STAMP-IN(9:2)) * 60
                   - FUNCTION NUMVAL(WS-LCK-STAMP-IN(11:2))
           END-IF.

       RELEASE-JOURNAL-LOCK.
           OPEN OUTPUT LOCK-FILE
           CLOSE LOCK-FILE.
