       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
           SELECT PO-MASTER ASSIGN TO "po_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFS.
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
           SELECT HOLD-FILE ASSIGN TO "ap_match_holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHFS.
           SELECT HOLD-TEMP ASSIGN TO "apholds.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHTFS.

           SELECT MAINT-LOG ASSIGN TO "maint_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLFS.
       DATA DIVISION.
       FILE SECTION.
       FD PO-MASTER.
           COPY POREC.

       FD VENDOR-MASTER.
           COPY VENDREC.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD HOLD-FILE.
       01 HOLD-REC              PIC X(120).

       FD HOLD-TEMP.
       01 HOLD-TEMP-REC         PIC X(120).

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       WORKING-STORAGE SECTION.
       01 WS-MLFS               PIC X(2).
           COPY MAINTLOG.
       01 WS-BEFORE-IMAGE       PIC X(100) VALUE SPACES.
       01 WS-MAINT-FILE         PIC X(12) VALUE "PURCHORDERS".
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-POFS               PIC X(2).
       01 WS-VFS                PIC X(2).
       01 WS-AFS                PIC X(2).
       01 WS-MHFS               PIC X(2).
       01 WS-MHTFS              PIC X(2).
           COPY APHOLD.
       01 WS-CHOICE             PIC 9 VALUE 0.
       01 WS-DONE                PIC X VALUE "N".
       01 WS-EOF                 PIC X VALUE "N".
       01 WS-LINE-OK             PIC X VALUE "N".
       01 WS-QTY-IN              PIC 9(7)V99 VALUE 0.
       01 WS-PRICE-IN            PIC 9(7)V9(4) VALUE 0.
       01 WS-QTY-ED              PIC Z(6)9.99.
       01 WS-PRICE-ED            PIC Z(6)9.9999.
       01 WS-LIST-PO             PIC X(8).
       01 WS-REL-INVOICE         PIC X(10).
       01 WS-HOLD-INVOICE        PIC X(10).
       01 WS-HOLD-VENDOR         PIC X(6).
       01 WS-REL-FOUND           PIC X VALUE "N".

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           OPEN I-O PO-MASTER
           IF WS-POFS NOT = "00"
               OPEN OUTPUT PO-MASTER
               CLOSE PO-MASTER
               OPEN I-O PO-MASTER
           END-IF
           IF WS-POFS NOT = "00"
               DISPLAY "COULD NOT OPEN PO MASTER"
               STOP RUN
           END-IF

           OPEN INPUT VENDOR-MASTER
           IF WS-VFS NOT = "00"
               DISPLAY "COULD NOT OPEN VENDOR MASTER"
               CLOSE PO-MASTER
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               CLOSE PO-MASTER
               CLOSE VENDOR-MASTER
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "1. ADD PO LINE"
               DISPLAY "2. CHANGE PO LINE"
               DISPLAY "3. CLOSE PO LINE"
               DISPLAY "4. LIST PO"
               DISPLAY "5. RELEASE HELD INVOICE"
               DISPLAY "6. EXIT"
               DISPLAY "ENTER CHOICE: "
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM ADD-PO-LINE
                   WHEN 2
                       PERFORM CHANGE-PO-LINE
                   WHEN 3
                       PERFORM CLOSE-PO-LINE
                   WHEN 4
                       PERFORM LIST-PO
                   WHEN 5
                       PERFORM RELEASE-HELD-INVOICE
                   WHEN 6
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM

           CLOSE PO-MASTER
           CLOSE VENDOR-MASTER
           CLOSE ACCOUNT-MASTER
           STOP RUN.

       ADD-PO-LINE.
           DISPLAY "PO NUMBER: "
           ACCEPT PO-NUMBER
           DISPLAY "LINE NUMBER: "
           ACCEPT PO-LINE
           DISPLAY "VENDOR NUMBER: "
           ACCEPT PO-VENDOR
           MOVE "N" TO WS-LINE-OK
           MOVE PO-VENDOR TO VEND-NUMBER
           READ VENDOR-MASTER
               INVALID KEY
                   DISPLAY "VENDOR NOT ON MASTER - NOT SAVED."
               NOT INVALID KEY
                   DISPLAY "VENDOR: " VEND-NAME
                   MOVE "Y" TO WS-LINE-OK
           END-READ
           IF WS-LINE-OK = "Y"
               DISPLAY "ORDER DATE (YYYY-MM-DD): "
               ACCEPT PO-ORDER-DATE
               PERFORM ACCEPT-LINE-FIELDS
           END-IF
           IF WS-LINE-OK = "Y"
               MOVE 0   TO PO-RCV-QTY
               MOVE 0   TO PO-INV-QTY
               MOVE "O" TO PO-STATUS
               WRITE PO-REC
                   INVALID KEY
                       DISPLAY "PO LINE ALREADY EXISTS."
                   NOT INVALID KEY
                       DISPLAY "PO LINE ADDED."
                       MOVE SPACES TO ML-BEFORE
                       MOVE PO-REC TO ML-AFTER
                       MOVE "A" TO ML-ACTION
                       PERFORM WRITE-MAINT-LOG
               END-WRITE
           END-IF.

       CHANGE-PO-LINE.
      *> Quantity, price and account only: the vendor and what has
      *> been received and invoiced so far stay as they are.
           DISPLAY "PO NUMBER TO CHANGE: "
           ACCEPT PO-NUMBER
           DISPLAY "LINE NUMBER: "
           ACCEPT PO-LINE
           READ PO-MASTER
               INVALID KEY
                   DISPLAY "PO LINE NOT FOUND."
               NOT INVALID KEY
                   MOVE PO-REC TO WS-BEFORE-IMAGE
                   PERFORM ACCEPT-LINE-FIELDS
                   IF WS-LINE-OK = "Y"
                       REWRITE PO-REC
                       DISPLAY "PO LINE CHANGED."
                       MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                       MOVE PO-REC TO ML-AFTER
                       MOVE "C" TO ML-ACTION
                       PERFORM WRITE-MAINT-LOG
                   END-IF
           END-READ.

       ACCEPT-LINE-FIELDS.
      *> The charge account is validated against the master the
      *> way ASSET-MAINT validates its asset account, so the
      *> invoice cannot bounce in STEP2-ERROR once it is matched.
           MOVE "N" TO WS-LINE-OK
           DISPLAY "DESCRIPTION: "
           ACCEPT PO-DESC
           DISPLAY "QUANTITY ORDERED: "
           ACCEPT WS-QTY-IN
           MOVE WS-QTY-IN TO PO-ORDER-QTY
           DISPLAY "UNIT PRICE: "
           ACCEPT WS-PRICE-IN
           MOVE WS-PRICE-IN TO PO-UNIT-PRICE
           DISPLAY "EXPENSE ACCOUNT NUMBER: "
           ACCEPT PO-EXP-ACCTNO
           MOVE PO-EXP-ACCTNO TO ACC-NUMBER
           READ ACCOUNT-MASTER KEY IS ACC-NUMBER
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON MASTER - NOT SAVED."
               NOT INVALID KEY
                   IF ACC-STATUS = "I"
                       DISPLAY "ACCOUNT " ACC-NAME
                           " IS INACTIVE - NOT SAVED."
                   ELSE
                       MOVE "Y" TO WS-LINE-OK
                       DISPLAY "ACCOUNT: " ACC-NAME
                   END-IF
           END-READ
           IF WS-LINE-OK = "Y" AND PO-ORDER-QTY = 0
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
                   " - NOT SAVED."
               MOVE "N" TO WS-LINE-OK
           END-IF.

       CLOSE-PO-LINE.
      *> A closed line takes no more receipts or invoices; it stays
      *> on file for the history.
           DISPLAY "PO NUMBER TO CLOSE: "
           ACCEPT PO-NUMBER
           DISPLAY "LINE NUMBER: "
           ACCEPT PO-LINE
           READ PO-MASTER
               INVALID KEY
                   DISPLAY "PO LINE NOT FOUND."
               NOT INVALID KEY
                   IF PO-STATUS = "C"
                       DISPLAY "PO LINE IS ALREADY CLOSED."
                   ELSE
                       MOVE PO-REC TO WS-BEFORE-IMAGE
                       MOVE "C" TO PO-STATUS
                       REWRITE PO-REC
                       DISPLAY "PO LINE CLOSED."
                       MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                       MOVE PO-REC TO ML-AFTER
                       MOVE "C" TO ML-ACTION
                       PERFORM WRITE-MAINT-LOG
                   END-IF
           END-READ.

       LIST-PO.
           DISPLAY "PO NUMBER: "
           ACCEPT PO-NUMBER
           MOVE PO-NUMBER TO WS-LIST-PO
           MOVE 0 TO PO-LINE
           MOVE "N" TO WS-EOF
           START PO-MASTER KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ PO-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PO-NUMBER NOT = WS-LIST-PO
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM SHOW-PO-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       SHOW-PO-LINE.
           MOVE PO-UNIT-PRICE TO WS-PRICE-ED
           DISPLAY PO-NUMBER " " PO-LINE " " PO-VENDOR " "
               PO-DESC " " PO-EXP-ACCTNO " " WS-PRICE-ED
               " " PO-STATUS
           MOVE PO-ORDER-QTY TO WS-QTY-ED
           DISPLAY "    ORDERED  " WS-QTY-ED
           MOVE PO-RCV-QTY TO WS-QTY-ED
           DISPLAY "    RECEIVED " WS-QTY-ED
           MOVE PO-INV-QTY TO WS-QTY-ED
           DISPLAY "    INVOICED " WS-QTY-ED.

       RELEASE-HELD-INVOICE.
      *> A supervisor may pass a held invoice on without the match
      *> (a price change agreed with the vendor, say).  The row is
      *> flagged R in ap_match_holds.csv and PO-MATCH hands it to
      *> AP-INTERFACE on its next run.
           IF WS-SIGNON-LEVEL NOT = "S"
               DISPLAY "RELEASE NEEDS A SUPERVISOR OPERATOR."
           ELSE
               DISPLAY "INVOICE NUMBER TO RELEASE: "
               ACCEPT WS-REL-INVOICE
               PERFORM REWRITE-HOLD-FILE
               IF WS-REL-FOUND = "Y"
                   DISPLAY "INVOICE " WS-REL-INVOICE
                       " RELEASED TO THE NEXT PO-MATCH RUN."
               ELSE
                   DISPLAY "INVOICE NOT ON THE HOLD FILE."
               END-IF
           END-IF.

       REWRITE-HOLD-FILE.
      *> Line-sequential, so the flag is set by copying the file
      *> through apholds.tmp and back.
           MOVE "N" TO WS-REL-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-MHFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               OPEN OUTPUT HOLD-TEMP
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE INTO WS-MATCH-HOLD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HOLD-VENDOR WS-HOLD-INVOICE
                       UNSTRING MH-FEED-ROW
                           DELIMITED BY ","
                           INTO WS-HOLD-VENDOR
                               WS-HOLD-INVOICE
                       END-UNSTRING
                       IF WS-HOLD-INVOICE = WS-REL-INVOICE
                               AND MH-RELEASE NOT = "R"
                           MOVE WS-MATCH-HOLD TO WS-BEFORE-IMAGE
                           MOVE "R" TO MH-RELEASE
                           MOVE "Y" TO WS-REL-FOUND
                           MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                           MOVE WS-MATCH-HOLD TO ML-AFTER
                           MOVE "C" TO ML-ACTION
                           MOVE "MATCHHOLDS" TO WS-MAINT-FILE
                           PERFORM WRITE-MAINT-LOG
                           MOVE "PURCHORDERS" TO WS-MAINT-FILE
                       END-IF
                       WRITE HOLD-TEMP-REC FROM WS-MATCH-HOLD
               END-READ
           END-PERFORM
           IF WS-MHFS = "00" OR WS-MHFS = "10"
               CLOSE HOLD-FILE
               CLOSE HOLD-TEMP
           END-IF
           IF WS-REL-FOUND = "Y"
               MOVE "N" TO WS-EOF
               OPEN INPUT HOLD-TEMP
               OPEN OUTPUT HOLD-FILE
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
           END-IF
           MOVE "N" TO WS-EOF.

       SIGN-ON.
      *> Operator sign-on against operators.dat; this screen
      *> needs an update or supervisor operator.
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
           IF WS-SIGNON-LEVEL NOT = "U" AND
                   WS-SIGNON-LEVEL NOT = "S"
               DISPLAY "OPERATOR IS NOT AUTHORIZED FOR"
                   " PURCHASE ORDER MAINTENANCE"
               STOP RUN
           END-IF.

       WRITE-MAINT-LOG.
      *> One record per add, change or close, with the before and
      *> after images.  The caller sets ML-ACTION and the images.
           MOVE WS-MAINT-FILE TO ML-FILE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP
           MOVE WS-SIGNON-ID TO ML-OPERATOR
           OPEN EXTEND MAINT-LOG
           IF WS-MLFS NOT = "00"
               OPEN OUTPUT MAINT-LOG
           END-IF
           WRITE MAINT-LOG-REC FROM WS-MAINT-LOG-LINE
           CLOSE MAINT-LOG.
