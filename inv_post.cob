       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FEED ASSIGN TO "inv_trans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITFS.
           SELECT TRANS-REJECTS ASSIGN TO "inv_trans_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRFS.
           SELECT HISTORY-FILE ASSIGN TO "inv_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IHFS.
           SELECT ITEM-MASTER ASSIGN TO "inv_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-ID
               FILE STATUS IS WS-IMFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT REGISTRY-FILE ASSIGN TO "posted_batches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF2.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FEED.
       01 TRANS-FEED-REC           PIC X(80).

       FD TRANS-REJECTS.
       01 TRANS-REJECT-REC         PIC X(100).

       FD HISTORY-FILE.
       01 HISTORY-REC              PIC X(120).

       FD ITEM-MASTER.
           COPY INVITEM.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC          PIC X(120).

       FD REGISTRY-FILE.
       01 REGISTRY-REC             PIC X(30).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC          PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC            PIC X(60).

       FD LOCK-FILE.
       01 LOCK-REC                 PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS                  PIC X(2).
           COPY JRNLOCK.
       01 WS-ITFS                  PIC X(2).
       01 WS-TRFS                  PIC X(2).
       01 WS-IHFS                  PIC X(2).
       01 WS-IMFS                  PIC X(2).
       01 WS-AFS                   PIC X(2).
       01 WS-JFS                   PIC X(2).
       01 WS-RCFS                  PIC X(2).
       01 WS-ALFS                  PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
           COPY INVTRAN.
           COPY AUDITREC.
       01 WS-RGF2                  PIC X(2).
       01 WS-BATCH-SEQ             PIC 9(2) VALUE 1.
       01 WS-SEQ-PREFIX            PIC X(10).
       01 WS-SEQ-TAG               PIC X(3).
       01 WS-SEQ-ID                PIC X(12).
       01 WS-SEQ-N                 PIC 9(2).
       01 WS-SEQ-EOF               PIC X VALUE "N".
       01 WS-EOF                   PIC X VALUE "N".

      *> inv_trans.csv: date, type (R/I/S), item, quantity, unit
      *> cost (receipts only) and a reference (receiving ticket,
      *> work order or shipper number).
       01 WS-TR-DATE               PIC X(10).
       01 WS-TR-TYPE               PIC X.
       01 WS-TR-ITEM               PIC X(10).
       01 WS-TR-QTY-STR            PIC X(14).
       01 WS-TR-COST-STR           PIC X(14).
       01 WS-TR-REF                PIC X(10).
       01 WS-TR-QTY                PIC S9(7)V99 VALUE 0.
       01 WS-TR-UNIT-COST          PIC 9(7)V9(4) VALUE 0.
       01 WS-TR-COST               PIC S9(9)V99 VALUE 0.
       01 WS-TR-OK                 PIC X VALUE "Y".
       01 WS-REASON                PIC X(4).

       01 WS-TRANS-REJECT.
           05 TRJ-ROW-NO            PIC 9(5).
           05 FILLER                PIC X VALUE ",".
           05 TRJ-REASON            PIC X(4).
           05 FILLER                PIC X VALUE ",".
           05 TRJ-CONTENT           PIC X(80).
       01 WS-FEED-ROW              PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT          PIC 9(5) VALUE 0.

       01 WS-INV-NAME              PIC X(20) VALUE "INVENTORY".
       01 WS-ACCR-NAME             PIC X(20) VALUE "AP ACCRUAL".
       01 WS-COGS-NAME             PIC X(20)
                                   VALUE "COST OF GOODS SOLD".
       01 WS-WIP-NAME              PIC X(20)
                                   VALUE "WORK IN PROCESS".
       01 WS-INV-ACCTNO            PIC X(6).
       01 WS-ACCR-ACCTNO           PIC X(6).
       01 WS-COGS-ACCTNO           PIC X(6).
       01 WS-WIP-ACCTNO            PIC X(6).

      *> Movements are booked as one summary voucher per date and
      *> type (IRyyyymmdd receipts, IIyyyymmdd issues, ISyyyymmdd
      *> shipments); inv_history.csv carries the detail behind each.
      *> The vouchers are collected so the HDR control record can
      *> go out in front (the CASH-RECEIPTS pattern).
       01 WS-SUM-COUNT             PIC 9(3) VALUE 0.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 300 TIMES
                   INDEXED BY SUM-IDX.
               10 WS-SM-DATE        PIC X(10).
               10 WS-SM-TYPE        PIC X.
               10 WS-SM-AMOUNT      PIC S9(11)V99.
       01 WS-SUM-FOUND             PIC X VALUE "N".
       01 WS-DOC-NO                PIC X(10).
       01 WS-JRNL-COUNT            PIC 9(5) VALUE 0.
       01 WS-JRNL-DEBITS           PIC S9(12)V99 VALUE 0.
       01 WS-AMT-ED                PIC -(9)9.99.
       01 WS-BATCH-FAILED          PIC X VALUE "N".

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM FIND-ACCOUNTS

           OPEN INPUT TRANS-FEED
           IF WS-ITFS NOT = "00"
               DISPLAY "NO INVENTORY TRANSACTIONS TO POST"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE TRANS-FEED

           OPEN I-O ITEM-MASTER
           IF WS-IMFS NOT = "00"
               DISPLAY "COULD NOT OPEN ITEM MASTER"
               DISPLAY "SET ITEMS UP WITH INV-MAINT FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> The journal is claimed before the first item moves, so
      *> quantities are never updated for a batch that then cannot
      *> be written.
           PERFORM ACQUIRE-JOURNAL-LOCK
           IF WS-LOCK-OK = "N"
               CLOSE ITEM-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRANS-REJECTS
           OPEN EXTEND HISTORY-FILE
           IF WS-IHFS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT TRANS-FEED
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FEED
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FEED-ROW
                       PERFORM POST-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANS-FEED
           CLOSE TRANS-REJECTS
           CLOSE HISTORY-FILE
           CLOSE ITEM-MASTER

           IF WS-SUM-COUNT > 0
               PERFORM WRITE-INVENTORY-BATCH
           END-IF
           PERFORM RELEASE-JOURNAL-LOCK

      *> Posted movements are on the item master now; emptying the
      *> feed keeps a rerun from moving them twice.  Rejected rows
      *> are on inv_trans_rejects.csv for correction and resubmit.
           OPEN OUTPUT TRANS-FEED
           CLOSE TRANS-FEED

           PERFORM WRITE-AUDIT-LOG
           DISPLAY "INVENTORY MOVEMENTS POSTED: " WS-POSTED-COUNT
           IF WS-BATCH-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-REJECT-COUNT > 0
               DISPLAY "INVENTORY MOVEMENTS REJECTED: "
                   WS-REJECT-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       FIND-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-INV-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   MOVE SPACES TO WS-INV-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-INV-ACCTNO
           END-READ
           MOVE WS-ACCR-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   MOVE SPACES TO WS-ACCR-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-ACCR-ACCTNO
           END-READ
           MOVE WS-COGS-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   MOVE SPACES TO WS-COGS-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-COGS-ACCTNO
           END-READ
           MOVE WS-WIP-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   MOVE SPACES TO WS-WIP-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-WIP-ACCTNO
           END-READ
           CLOSE ACCOUNT-MASTER
           IF WS-INV-ACCTNO = SPACES OR WS-ACCR-ACCTNO = SPACES OR
                   WS-COGS-ACCTNO = SPACES OR WS-WIP-ACCTNO = SPACES
               DISPLAY "INVENTORY, AP ACCRUAL, COST OF GOODS SOLD"
                   " AND WORK IN PROCESS MUST ALL BE ON THE"
                   " ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       POST-ONE-TRANSACTION.
           MOVE SPACES TO WS-TR-DATE WS-TR-TYPE WS-TR-ITEM
               WS-TR-QTY-STR WS-TR-COST-STR WS-TR-REF
           UNSTRING TRANS-FEED-REC
               DELIMITED BY ","
               INTO WS-TR-DATE
                   WS-TR-TYPE
                   WS-TR-ITEM
                   WS-TR-QTY-STR
                   WS-TR-COST-STR
                   WS-TR-REF
           END-UNSTRING
           IF WS-TR-DATE = SPACES
               MOVE RC-BUSINESS-DATE TO WS-TR-DATE
           END-IF
           PERFORM CHECK-TRANSACTION
           IF WS-TR-OK = "Y"
               PERFORM APPLY-TRANSACTION
           ELSE
               PERFORM WRITE-TRANS-REJECT
           END-IF.

       CHECK-TRANSACTION.
           MOVE "Y" TO WS-TR-OK
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-TR-QTY
           MOVE 0 TO WS-TR-UNIT-COST
           IF WS-TR-TYPE NOT = "R" AND WS-TR-TYPE NOT = "I" AND
                   WS-TR-TYPE NOT = "S"
               MOVE "NTYP" TO WS-REASON
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-TR-QTY-STR) NOT = 0
               MOVE "NQTY" TO WS-REASON
           ELSE
               MOVE FUNCTION NUMVAL(WS-TR-QTY-STR) TO WS-TR-QTY
               IF WS-TR-QTY NOT > 0
                   MOVE "NQTY" TO WS-REASON
               END-IF
           END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-TR-TYPE = "R"
               IF WS-TR-COST-STR = SPACES OR
                       FUNCTION TEST-NUMVAL(WS-TR-COST-STR) NOT = 0
                   MOVE "NCST" TO WS-REASON
               ELSE
                   MOVE FUNCTION NUMVAL(WS-TR-COST-STR)
                       TO WS-TR-UNIT-COST
               END-IF
           END-IF
           IF WS-REASON = SPACES
               MOVE WS-TR-ITEM TO INV-ITEM-ID
               READ ITEM-MASTER
                   INVALID KEY
                       MOVE "NITM" TO WS-REASON
               END-READ
           END-IF
           IF WS-REASON = SPACES AND WS-TR-TYPE NOT = "R"
               IF WS-TR-QTY > INV-ON-HAND
                   MOVE "NSTK" TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON NOT = SPACES
               MOVE "N" TO WS-TR-OK
           END-IF.

       APPLY-TRANSACTION.
      *> Weighted average: a receipt adds its cost to the carried
      *> value and re-averages; an issue or shipment relieves the
      *> quantity at the current average, or the whole carried
      *> value when it empties the item.
           IF WS-TR-TYPE = "R"
               COMPUTE WS-TR-COST ROUNDED =
                   WS-TR-QTY * WS-TR-UNIT-COST
               ADD WS-TR-QTY  TO INV-ON-HAND
               ADD WS-TR-COST TO INV-VALUE
               IF INV-ON-HAND > 0
                   COMPUTE INV-AVG-COST ROUNDED =
                       INV-VALUE / INV-ON-HAND
               END-IF
           ELSE
               IF WS-TR-QTY = INV-ON-HAND
                   MOVE INV-VALUE TO WS-TR-COST
               ELSE
                   COMPUTE WS-TR-COST ROUNDED =
                       WS-TR-QTY * INV-AVG-COST
               END-IF
               SUBTRACT WS-TR-QTY  FROM INV-ON-HAND
               SUBTRACT WS-TR-COST FROM INV-VALUE
           END-IF
           MOVE WS-TR-DATE TO INV-LAST-DATE
           REWRITE INV-ITEM-REC
           ADD 1 TO WS-POSTED-COUNT

           MOVE SPACES TO WS-DOC-NO
           STRING "I" WS-TR-TYPE WS-TR-DATE(1:4) WS-TR-DATE(6:2)
                   WS-TR-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DOC-NO
           END-STRING
           PERFORM ADD-TO-SUMMARY

           MOVE WS-TR-DATE     TO IH-DATE
           MOVE WS-TR-TYPE     TO IH-TYPE
           MOVE INV-ITEM-ID    TO IH-ITEM-ID
           MOVE WS-TR-QTY      TO IH-QTY
           MOVE WS-TR-COST     TO IH-COST
           MOVE INV-ON-HAND    TO IH-ON-HAND
           MOVE INV-AVG-COST   TO IH-AVG-COST
           MOVE WS-TR-REF      TO IH-REFERENCE
           MOVE WS-DOC-NO      TO IH-DOC-NO
           WRITE HISTORY-REC FROM WS-INV-HIST-LINE.

       ADD-TO-SUMMARY.
           MOVE "N" TO WS-SUM-FOUND
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT
               IF WS-SM-DATE (SUM-IDX) = WS-TR-DATE AND
                       WS-SM-TYPE (SUM-IDX) = WS-TR-TYPE
                   ADD WS-TR-COST TO WS-SM-AMOUNT (SUM-IDX)
                   MOVE "Y" TO WS-SUM-FOUND
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND = "N"
               IF WS-SUM-COUNT < 300
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-TR-DATE TO WS-SM-DATE (WS-SUM-COUNT)
                   MOVE WS-TR-TYPE TO WS-SM-TYPE (WS-SUM-COUNT)
                   MOVE WS-TR-COST TO WS-SM-AMOUNT (WS-SUM-COUNT)
               ELSE
                   DISPLAY "SUMMARY TABLE FULL - " WS-TR-DATE " "
                       WS-TR-TYPE " NOT JOURNALED"
               END-IF
           END-IF.

       WRITE-TRANS-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-FEED-ROW     TO TRJ-ROW-NO
           MOVE WS-REASON       TO TRJ-REASON
           MOVE TRANS-FEED-REC  TO TRJ-CONTENT
           WRITE TRANS-REJECT-REC FROM WS-TRANS-REJECT
           DISPLAY "INVENTORY ROW " WS-FEED-ROW " " WS-REASON
               " - REJECTED".

       WRITE-INVENTORY-BATCH.
      *> Receipts debit INVENTORY against the AP accrual (the
      *> vendor invoice clears the accrual when it is booked);
      *> issues move cost to WORK IN PROCESS and shipments to COST
      *> OF GOODS SOLD, both out of INVENTORY.
           MOVE 0 TO WS-JRNL-COUNT
           MOVE 0 TO WS-JRNL-DEBITS
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT
               IF WS-SM-AMOUNT (SUM-IDX) NOT = 0
                   ADD 2 TO WS-JRNL-COUNT
                   ADD WS-SM-AMOUNT (SUM-IDX) TO WS-JRNL-DEBITS
               END-IF
           END-PERFORM
           IF WS-JRNL-COUNT = 0
               DISPLAY "NO INVENTORY VALUE MOVED - NO BATCH WRITTEN"
           ELSE
               PERFORM WRITE-BATCH-LINES
           END-IF.

       WRITE-BATCH-LINES.
           MOVE SPACES TO WS-SEQ-PREFIX
           STRING "IV" WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO WS-SEQ-PREFIX
           END-STRING
           PERFORM NEXT-BATCH-SEQ

           OPEN EXTEND JOURNAL-OUT
           IF WS-JFS NOT = "00"
               OPEN OUTPUT JOURNAL-OUT
           END-IF
           IF WS-JFS NOT = "00"
               DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
               DISPLAY "ITEMS ARE UPDATED - KEY THE BATCH FROM"
                   " INV_HISTORY.CSV"
               MOVE "Y" TO WS-BATCH-FAILED
           ELSE
               PERFORM WRITE-BATCH-BODY
           END-IF.

       WRITE-BATCH-BODY.
           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "IV" WS-BUSINESS-DATE-X WS-BATCH-SEQ
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           MOVE WS-JRNL-COUNT TO CTRL-COUNT
           MOVE WS-JRNL-DEBITS TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           MOVE SPACES TO JL-COST-CENTER
           MOVE SPACES TO JL-CURRENCY
           MOVE SPACES TO JL-FOREIGN-AMT
           MOVE SPACE  TO JL-REVERSE
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT
               IF WS-SM-AMOUNT (SUM-IDX) NOT = 0
                   PERFORM WRITE-SUMMARY-VOUCHER
               END-IF
           END-PERFORM

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           DISPLAY "INVENTORY BATCH " CTRL-BATCH-ID " WRITTEN".

       WRITE-SUMMARY-VOUCHER.
           MOVE WS-SM-DATE (SUM-IDX) TO JL-DATE
           MOVE SPACES TO JL-DOC-NO
           STRING "I" WS-SM-TYPE (SUM-IDX)
                   WS-SM-DATE (SUM-IDX)(1:4)
                   WS-SM-DATE (SUM-IDX)(6:2)
                   WS-SM-DATE (SUM-IDX)(9:2)
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING
           MOVE WS-SM-AMOUNT (SUM-IDX) TO WS-AMT-ED
           MOVE WS-AMT-ED TO JL-AMOUNT

           MOVE 1 TO JL-LINE-NO
           MOVE "D" TO JL-DC
           EVALUATE WS-SM-TYPE (SUM-IDX)
               WHEN "R"
                   MOVE WS-INV-NAME    TO JL-ACCT-NAME
                   MOVE WS-INV-ACCTNO  TO JL-ACCTNO
               WHEN "I"
                   MOVE WS-WIP-NAME    TO JL-ACCT-NAME
                   MOVE WS-WIP-ACCTNO  TO JL-ACCTNO
               WHEN OTHER
                   MOVE WS-COGS-NAME   TO JL-ACCT-NAME
                   MOVE WS-COGS-ACCTNO TO JL-ACCTNO
           END-EVALUATE
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           MOVE 2 TO JL-LINE-NO
           MOVE "C" TO JL-DC
           IF WS-SM-TYPE (SUM-IDX) = "R"
               MOVE WS-ACCR-NAME   TO JL-ACCT-NAME
               MOVE WS-ACCR-ACCTNO TO JL-ACCTNO
           ELSE
               MOVE WS-INV-NAME    TO JL-ACCT-NAME
               MOVE WS-INV-ACCTNO  TO JL-ACCTNO
           END-IF
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE.

       WRITE-AUDIT-LOG.
           MOVE "INV-POST" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-FEED-ROW TO AUDIT-RECORDS-READ
           MOVE WS-REJECT-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

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
               MOVE "INV-POST" TO LCK-PROGRAM
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
