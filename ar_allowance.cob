       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-ALLOWANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "open_invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OIFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT SPECIFIC-FILE ASSIGN TO "specific_reserves.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRFS.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT GL-INDEX ASSIGN TO "gl_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GXFS.
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT AR-CONTROL-FILE ASSIGN TO "ar_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT REGISTRY-FILE ASSIGN TO "posted_batches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF2.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.
           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD SPECIFIC-FILE.
       01 SPECIFIC-REC         PIC X(80).

       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD GL-INDEX.
           COPY GLINDEX.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC      PIC X(120).

       FD AR-CONTROL-FILE.
       01 AR-CONTROL-REC       PIC X(80).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD REGISTRY-FILE.
       01 REGISTRY-REC         PIC X(30).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD LOCK-FILE.
       01 LOCK-REC             PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS              PIC X(2).
           COPY JRNLOCK.
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-OIFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-SRFS              PIC X(2).
       01 WS-GLFS              PIC X(2).
       01 WS-GXFS              PIC X(2).
       01 WS-JFS               PIC X(2).
       01 WS-ACFS              PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
           COPY ARCTLREC.
           COPY JRNLINE.
           COPY GLREC.
       01 WS-ALFS              PIC X(2).
           COPY AUDITREC.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-RGF2              PIC X(2).
       01 WS-BATCH-SEQ         PIC 9(2) VALUE 1.
       01 WS-SEQ-PREFIX        PIC X(10).
       01 WS-SEQ-TAG           PIC X(3).
       01 WS-SEQ-ID            PIC X(12).
       01 WS-SEQ-N             PIC 9(2).
       01 WS-SEQ-EOF           PIC X VALUE "N".
       01 WS-EOF               PIC X VALUE "N".

       01 WS-BD-NAME           PIC X(20)
                               VALUE "BAD DEBT EXPENSE".
       01 WS-AL-NAME           PIC X(20)
                               VALUE "BAD DEBT ALLOWANCE".
       01 WS-BD-ACCTNO         PIC X(6).
       01 WS-AL-ACCTNO         PIC X(6).

      *> Monthly provision for doubtful accounts.  Every open
      *> receivable is aged into the five AR-AGING buckets and
      *> reserved at that bucket's percentage from ar_control.dat,
      *> except the customers credit has named in
      *> specific_reserves.csv (customer,percent,reason), whose
      *> whole open balance is reserved at their own percentage
      *> instead.  The required allowance is set against the
      *> balance of the allowance account on the ledger and only
      *> the difference is journaled, bad debt expense against the
      *> allowance, so a rerun in the same month posts nothing.
       01 WS-ASOF-INT          PIC 9(8) COMP VALUE 0.
       01 WS-DUE-INT           PIC 9(8) COMP VALUE 0.
       01 WS-DUE-NUM           PIC 9(8) VALUE 0.
       01 WS-DAYS-PAST         PIC S9(5) COMP VALUE 0.
       01 WS-OPEN-AMT          PIC S9(9)V99 VALUE 0.
       01 WS-BUCKET            PIC 9 VALUE 1.
       01 WS-INV-COUNT         PIC 9(5) VALUE 0.
       01 WS-DROPPED           PIC 9(5) VALUE 0.

       01 WS-CUST-COUNT        PIC 9(3) VALUE 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUST-IDX.
               10 WS-AGE-CUST       PIC X(6).
               10 WS-AGE-BUCKET OCCURS 5 TIMES
                                    PIC S9(11)V99.
               10 WS-AGE-TOTAL      PIC S9(11)V99.
               10 WS-AGE-SPECIFIC   PIC 9(3) COMP.
               10 WS-AGE-RESERVE    PIC S9(11)V99.
       01 WS-FOUND-IDX         PIC 9(3) VALUE 0.

       01 WS-SP-COUNT          PIC 9(3) VALUE 0.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 100 TIMES
                   INDEXED BY SP-IDX.
               10 WS-SP-CUST        PIC X(6).
               10 WS-SP-PCT         PIC 9(3)V99.
               10 WS-SP-REASON      PIC X(30).
               10 WS-SP-BALANCE     PIC S9(11)V99.
               10 WS-SP-RESERVE     PIC S9(11)V99.
       01 WS-SP-CUST-IN        PIC X(6).
       01 WS-SP-PCT-IN         PIC X(10).
       01 WS-SP-REASON-IN      PIC X(30).

       01 WS-BUCKET-LABELS.
           05 FILLER            PIC X(12) VALUE "CURRENT".
           05 FILLER            PIC X(12) VALUE "1-30 DAYS".
           05 FILLER            PIC X(12) VALUE "31-60 DAYS".
           05 FILLER            PIC X(12) VALUE "61-90 DAYS".
           05 FILLER            PIC X(12) VALUE "OVER 90".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL   PIC X(12) OCCURS 5 TIMES.
       01 WS-GEN-BUCKET.
           05 WS-GEN-B OCCURS 5 TIMES PIC S9(11)V99 VALUE 0.
       01 WS-GEN-RESERVE.
           05 WS-GEN-R OCCURS 5 TIMES PIC S9(11)V99 VALUE 0.
       01 WS-B-SUB             PIC 9 VALUE 0.
       01 WS-PART-RESERVE      PIC S9(11)V99 VALUE 0.

       01 WS-AGED-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-GEN-BAL-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-GEN-RSV-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-SPC-BAL-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-SPC-RSV-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-REQUIRED          PIC S9(11)V99 VALUE 0.
       01 WS-AL-BALANCE        PIC S9(11)V99 VALUE 0.
       01 WS-AL-LINES          PIC 9(7) VALUE 0.
       01 WS-TRUE-UP           PIC S9(11)V99 VALUE 0.
       01 WS-POST-AMOUNT       PIC S9(11)V99 VALUE 0.
       01 WS-PENDING           PIC X VALUE "N".
       01 WS-POSTED            PIC X VALUE "N".

       01 WS-AMT-ED            PIC -(11)9.99.
       01 WS-B1-ED             PIC -(11)9.99.
       01 WS-B2-ED             PIC -(11)9.99.
       01 WS-B3-ED             PIC -(11)9.99.
       01 WS-B4-ED             PIC -(11)9.99.
       01 WS-B5-ED             PIC -(11)9.99.
       01 WS-RSV-ED            PIC -(11)9.99.
       01 WS-PCT-ED            PIC ZZ9.99.
       01 WS-JL-AMT-ED         PIC -(9)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM READ-AR-CONTROL
           PERFORM FIND-ACCOUNTS
           DISPLAY "ALLOWANCE FOR DOUBTFUL ACCOUNTS AS OF "
               RC-BUSINESS-DATE

      *> The allowance balance is taken off the ledger, so a
      *> provision or write-off batch still waiting in journals.csv
      *> would be counted twice.
           PERFORM CHECK-PENDING-BATCHES
           IF WS-PENDING = "Y"
               DISPLAY "AN ALLOWANCE OR WRITE-OFF BATCH IS STILL IN"
                   " JOURNALS.CSV - RUN BATCH-DRIVER TO POST IT"
                   " FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SPECIFIC-RESERVES
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               DISPLAY "COULD NOT OPEN OPEN-INVOICE FILE"
               DISPLAY "RUN AR-INTERFACE FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
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
                       IF OI-STATUS = "O"
                           PERFORM AGE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-INVOICE-FILE
           MOVE "N" TO WS-EOF
           IF WS-DROPPED > 0
               DISPLAY "MORE THAN 500 CUSTOMERS - " WS-DROPPED
                   " INVOICES NOT RESERVED, RUN NOT POSTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COMPUTE-RESERVES
           PERFORM READ-ALLOWANCE-BALANCE
           COMPUTE WS-TRUE-UP = WS-REQUIRED - WS-AL-BALANCE

           IF WS-TRUE-UP NOT = 0
               PERFORM WRITE-PROVISION-BATCH
           END-IF

           PERFORM OPEN-REPORT
           PERFORM PRINT-CUSTOMER-RESERVES
           PERFORM PRINT-BUCKET-RESERVES
           PERFORM PRINT-SPECIFIC-RESERVES
           PERFORM PRINT-SUMMARY
           PERFORM CLOSE-REPORT

           MOVE WS-REQUIRED TO WS-AMT-ED
           DISPLAY "REQUIRED ALLOWANCE:   " WS-AMT-ED
           MOVE WS-AL-BALANCE TO WS-AMT-ED
           DISPLAY "ALLOWANCE ON LEDGER:  " WS-AMT-ED
           MOVE WS-TRUE-UP TO WS-AMT-ED
           DISPLAY "TRUE-UP:              " WS-AMT-ED
           IF WS-POSTED = "Y"
               DISPLAY "RUN BATCH-DRIVER TO VALIDATE AND POST THE"
                   " BATCH"
           END-IF
           PERFORM WRITE-AUDIT-LOG
           MOVE 0 TO RETURN-CODE
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
           END-IF
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       READ-AR-CONTROL.
      *> A blank reserve block takes the compiled-in scale; once
      *> finance has keyed the block, a zero bucket means no
      *> reserve on it.
           MOVE SPACES TO WS-AR-CONTROL
           OPEN INPUT AR-CONTROL-FILE
           IF WS-ACFS = "00"
               READ AR-CONTROL-FILE INTO WS-AR-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE AR-CONTROL-FILE
           END-IF
           IF ARC-RESERVE-PCTS NOT NUMERIC
               MOVE 1.00 TO ARC-RSV-PCT (1)
               MOVE 5.00 TO ARC-RSV-PCT (2)
               MOVE 10.00 TO ARC-RSV-PCT (3)
               MOVE 25.00 TO ARC-RSV-PCT (4)
               MOVE 50.00 TO ARC-RSV-PCT (5)
           END-IF.

       FIND-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BD-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "BAD DEBT EXPENSE ACCOUNT NOT ON MASTER"
                   CLOSE ACCOUNT-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-BD-ACCTNO
           END-READ
           MOVE WS-AL-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "BAD DEBT ALLOWANCE ACCOUNT NOT ON MASTER"
                   CLOSE ACCOUNT-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-AL-ACCTNO
           END-READ
           CLOSE ACCOUNT-MASTER.

       CHECK-PENDING-BATCHES.
           MOVE "N" TO WS-PENDING
           MOVE "N" TO WS-EOF
           OPEN INPUT JOURNAL-OUT
           IF WS-JFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ JOURNAL-OUT
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JOURNAL-OUT-REC(1:6) = "HDR,AV" OR
                                   JOURNAL-OUT-REC(1:6) = "HDR,WO"
                               MOVE "Y" TO WS-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OUT
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-SPECIFIC-RESERVES.
           MOVE 0 TO WS-SP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SPECIFIC-FILE
           IF WS-SRFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SPECIFIC-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-SPECIFIC-RESERVE
               END-READ
           END-PERFORM
           IF WS-SRFS = "00" OR WS-SRFS = "10"
               CLOSE SPECIFIC-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-SPECIFIC-RESERVE.
           MOVE SPACES TO WS-SP-CUST-IN WS-SP-PCT-IN WS-SP-REASON-IN
           UNSTRING SPECIFIC-REC
               DELIMITED BY ","
               INTO WS-SP-CUST-IN
                   WS-SP-PCT-IN
                   WS-SP-REASON-IN
           END-UNSTRING
           IF WS-SP-CUST-IN = SPACES
               CONTINUE
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-SP-PCT-IN) NOT = 0
               DISPLAY "SPECIFIC RESERVE FOR " WS-SP-CUST-IN
                   " HAS NO VALID PERCENT - IGNORED"
           ELSE
           IF FUNCTION NUMVAL(WS-SP-PCT-IN) < 0 OR
                   FUNCTION NUMVAL(WS-SP-PCT-IN) > 100
               DISPLAY "SPECIFIC RESERVE FOR " WS-SP-CUST-IN
                   " IS NOT 0-100 PCT - IGNORED"
           ELSE
           IF WS-SP-COUNT < 100
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-CUST-IN TO WS-SP-CUST (WS-SP-COUNT)
               MOVE FUNCTION NUMVAL(WS-SP-PCT-IN)
                   TO WS-SP-PCT (WS-SP-COUNT)
               MOVE WS-SP-REASON-IN TO WS-SP-REASON (WS-SP-COUNT)
               MOVE 0 TO WS-SP-BALANCE (WS-SP-COUNT)
               MOVE 0 TO WS-SP-RESERVE (WS-SP-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

       AGE-ONE-INVOICE.
      *> The AR-AGING buckets, measured from the due date to the
      *> business date.
           ADD 1 TO WS-INV-COUNT
           COMPUTE WS-OPEN-AMT = OI-AMOUNT - OI-PAID

           MOVE 1 TO WS-BUCKET
           IF OI-DUE-DATE(1:4) NUMERIC AND
                   OI-DUE-DATE(6:2) NUMERIC AND
                   OI-DUE-DATE(9:2) NUMERIC
               COMPUTE WS-DUE-NUM =
                   FUNCTION NUMVAL(OI-DUE-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(OI-DUE-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(OI-DUE-DATE(9:2))
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
               IF WS-DUE-INT > 0
                   COMPUTE WS-DAYS-PAST = WS-ASOF-INT - WS-DUE-INT
                   EVALUATE TRUE
                       WHEN WS-DAYS-PAST <= 0
                           MOVE 1 TO WS-BUCKET
                       WHEN WS-DAYS-PAST <= 30
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-DAYS-PAST <= 60
                           MOVE 3 TO WS-BUCKET
                       WHEN WS-DAYS-PAST <= 90
                           MOVE 4 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 5 TO WS-BUCKET
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-FOUND-IDX > 0
               ADD WS-OPEN-AMT TO
                   WS-AGE-BUCKET (WS-FOUND-IDX, WS-BUCKET)
               ADD WS-OPEN-AMT TO WS-AGE-TOTAL (WS-FOUND-IDX)
               ADD WS-OPEN-AMT TO WS-AGED-TOTAL
           ELSE
               ADD 1 TO WS-DROPPED
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               IF WS-AGE-CUST (CUST-IDX) = OI-CUSTOMER
                   SET WS-FOUND-IDX TO CUST-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 AND WS-CUST-COUNT < 500
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT TO WS-FOUND-IDX
               MOVE OI-CUSTOMER TO WS-AGE-CUST (WS-FOUND-IDX)
               MOVE 0 TO WS-AGE-BUCKET (WS-FOUND-IDX, 1)
               MOVE 0 TO WS-AGE-BUCKET (WS-FOUND-IDX, 2)
               MOVE 0 TO WS-AGE-BUCKET (WS-FOUND-IDX, 3)
               MOVE 0 TO WS-AGE-BUCKET (WS-FOUND-IDX, 4)
               MOVE 0 TO WS-AGE-BUCKET (WS-FOUND-IDX, 5)
               MOVE 0 TO WS-AGE-TOTAL (WS-FOUND-IDX)
               MOVE 0 TO WS-AGE-SPECIFIC (WS-FOUND-IDX)
               MOVE 0 TO WS-AGE-RESERVE (WS-FOUND-IDX)
           END-IF.

       COMPUTE-RESERVES.
      *> Each customer's reserve is rounded bucket by bucket and the
      *> rounded amounts are what the bucket totals add up, so the
      *> customer lines, the bucket lines and the required total
      *> all tie to the penny on the schedule.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               PERFORM VARYING SP-IDX FROM 1 BY 1
                       UNTIL SP-IDX > WS-SP-COUNT
                   IF WS-SP-CUST (SP-IDX) = WS-AGE-CUST (CUST-IDX)
                       SET WS-AGE-SPECIFIC (CUST-IDX) TO SP-IDX
                   END-IF
               END-PERFORM
               IF WS-AGE-SPECIFIC (CUST-IDX) > 0
                   MOVE WS-AGE-SPECIFIC (CUST-IDX) TO WS-FOUND-IDX
                   COMPUTE WS-AGE-RESERVE (CUST-IDX) ROUNDED =
                       WS-AGE-TOTAL (CUST-IDX)
                       * WS-SP-PCT (WS-FOUND-IDX) / 100
                   ADD WS-AGE-TOTAL (CUST-IDX) TO
                       WS-SP-BALANCE (WS-FOUND-IDX)
                   ADD WS-AGE-RESERVE (CUST-IDX) TO
                       WS-SP-RESERVE (WS-FOUND-IDX)
                   ADD WS-AGE-TOTAL (CUST-IDX) TO WS-SPC-BAL-TOTAL
                   ADD WS-AGE-RESERVE (CUST-IDX) TO WS-SPC-RSV-TOTAL
               ELSE
                   MOVE 0 TO WS-AGE-RESERVE (CUST-IDX)
                   PERFORM VARYING WS-B-SUB FROM 1 BY 1
                           UNTIL WS-B-SUB > 5
                       COMPUTE WS-PART-RESERVE ROUNDED =
                           WS-AGE-BUCKET (CUST-IDX, WS-B-SUB)
                           * ARC-RSV-PCT (WS-B-SUB) / 100
                       ADD WS-PART-RESERVE TO
                           WS-AGE-RESERVE (CUST-IDX)
                       ADD WS-AGE-BUCKET (CUST-IDX, WS-B-SUB) TO
                           WS-GEN-B (WS-B-SUB)
                       ADD WS-PART-RESERVE TO WS-GEN-R (WS-B-SUB)
                   END-PERFORM
                   ADD WS-AGE-TOTAL (CUST-IDX) TO WS-GEN-BAL-TOTAL
                   ADD WS-AGE-RESERVE (CUST-IDX) TO WS-GEN-RSV-TOTAL
               END-IF
           END-PERFORM
           COMPUTE WS-REQUIRED = WS-GEN-RSV-TOTAL + WS-SPC-RSV-TOTAL.

       READ-ALLOWANCE-BALANCE.
      *> The allowance is a balance-sheet account, so its balance
      *> is every line ever posted to it: the account's entries in
      *> the posting index, or a walk of every segment when no
      *> index has been built.  Credit balance is positive.
           MOVE 0 TO WS-AL-BALANCE
           MOVE 0 TO WS-AL-LINES
           OPEN INPUT GL-INDEX
           IF WS-GXFS = "00"
               PERFORM READ-ALLOWANCE-INDEX
               CLOSE GL-INDEX
           ELSE
               PERFORM LOAD-GL-SEGMENTS
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WS-SEG-COUNT
                   PERFORM READ-ONE-GL-SEGMENT
               END-PERFORM
           END-IF.

       READ-ALLOWANCE-INDEX.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO GX-KEY
           MOVE WS-AL-ACCTNO TO GX-ACCTNO
           START GL-INDEX KEY IS NOT LESS THAN GX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-INDEX NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GX-ACCTNO NOT = WS-AL-ACCTNO
                           MOVE "Y" TO WS-EOF
                       ELSE
                           MOVE GX-GL-LINE TO GL-REC
                           PERFORM NOTE-ALLOWANCE-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       READ-ONE-GL-SEGMENT.
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-SEG-PERIOD (SEG-IDX) ".DAT"
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
                       PERFORM NOTE-ALLOWANCE-LINE
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
               CLOSE GL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-ALLOWANCE-LINE.
           MOVE SPACES TO GL-IN-ACCTNO GL-IN-DC
           UNSTRING GL-REC DELIMITED BY ","
               INTO GL-IN-DATE
                   GL-IN-DOC-NO
                   GL-IN-ACCTNO
                   GL-IN-ACCT-NAME
                   GL-IN-CONTRA
                   GL-IN-DC
                   GL-IN-AMOUNT-X
           END-UNSTRING
           IF GL-IN-ACCTNO = WS-AL-ACCTNO AND GL-IN-AMOUNT NUMERIC
               ADD 1 TO WS-AL-LINES
               IF GL-IN-DC = "C"
                   ADD GL-IN-AMOUNT TO WS-AL-BALANCE
               ELSE
                   SUBTRACT GL-IN-AMOUNT FROM WS-AL-BALANCE
               END-IF
           END-IF.

       WRITE-PROVISION-BATCH.
      *> A shortfall is charged to bad debt expense; an excess
      *> allowance is released back through it.
           IF WS-TRUE-UP > 0
               MOVE WS-TRUE-UP TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - WS-TRUE-UP
           END-IF
           MOVE SPACES TO WS-SEQ-PREFIX
           STRING "AV" WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO WS-SEQ-PREFIX
           END-STRING
           PERFORM NEXT-BATCH-SEQ

           PERFORM ACQUIRE-JOURNAL-LOCK
           IF WS-LOCK-OK = "N"
               MOVE "99" TO WS-JFS
           ELSE
               OPEN EXTEND JOURNAL-OUT
               IF WS-JFS NOT = "00"
                   OPEN OUTPUT JOURNAL-OUT
               END-IF
           END-IF
           IF WS-JFS NOT = "00"
               DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "AV" WS-BUSINESS-DATE-X WS-BATCH-SEQ
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           MOVE 2 TO CTRL-COUNT
           MOVE WS-POST-AMOUNT TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           MOVE RC-BUSINESS-DATE TO JL-DATE
           MOVE SPACES TO JL-DOC-NO
           STRING "AV" RC-PERIOD
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING
           MOVE WS-POST-AMOUNT TO WS-JL-AMT-ED
           MOVE WS-JL-AMT-ED TO JL-AMOUNT
           MOVE 1 TO JL-LINE-NO
           MOVE WS-BD-NAME TO JL-ACCT-NAME
           MOVE WS-BD-ACCTNO TO JL-ACCTNO
           IF WS-TRUE-UP > 0
               MOVE "D" TO JL-DC
           ELSE
               MOVE "C" TO JL-DC
           END-IF
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           MOVE 2 TO JL-LINE-NO
           MOVE WS-AL-NAME TO JL-ACCT-NAME
           MOVE WS-AL-ACCTNO TO JL-ACCTNO
           IF WS-TRUE-UP > 0
               MOVE "C" TO JL-DC
           ELSE
               MOVE "D" TO JL-DC
           END-IF
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK
           MOVE "Y" TO WS-POSTED.

       PRINT-CUSTOMER-RESERVES.
           MOVE "RESERVE BY CUSTOMER" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "CUSTOMER" TO WS-RPT-LINE(1:8)
           MOVE "CURRENT" TO WS-RPT-LINE(16:7)
           MOVE "1-30 DAYS" TO WS-RPT-LINE(30:9)
           MOVE "31-60 DAYS" TO WS-RPT-LINE(45:10)
           MOVE "61-90 DAYS" TO WS-RPT-LINE(61:10)
           MOVE "OVER 90" TO WS-RPT-LINE(80:7)
           MOVE "OPEN TOTAL" TO WS-RPT-LINE(93:10)
           MOVE "BASIS" TO WS-RPT-LINE(104:5)
           MOVE "RESERVE" TO WS-RPT-LINE(118:7)
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               MOVE WS-AGE-BUCKET (CUST-IDX, 1) TO WS-B1-ED
               MOVE WS-AGE-BUCKET (CUST-IDX, 2) TO WS-B2-ED
               MOVE WS-AGE-BUCKET (CUST-IDX, 3) TO WS-B3-ED
               MOVE WS-AGE-BUCKET (CUST-IDX, 4) TO WS-B4-ED
               MOVE WS-AGE-BUCKET (CUST-IDX, 5) TO WS-B5-ED
               MOVE WS-AGE-TOTAL (CUST-IDX) TO WS-AMT-ED
               MOVE WS-AGE-RESERVE (CUST-IDX) TO WS-RSV-ED
               IF WS-AGE-SPECIFIC (CUST-IDX) > 0
                   STRING WS-AGE-CUST (CUST-IDX) " " WS-B1-ED " "
                       WS-B2-ED " " WS-B3-ED " " WS-B4-ED " "
                       WS-B5-ED " " WS-AMT-ED " SPEC  " WS-RSV-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   STRING WS-AGE-CUST (CUST-IDX) " " WS-B1-ED " "
                       WS-B2-ED " " WS-B3-ED " " WS-B4-ED " "
                       WS-B5-ED " " WS-AMT-ED " AGED  " WS-RSV-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-RPT-LINE
           END-PERFORM
           MOVE WS-AGED-TOTAL TO WS-AMT-ED
           MOVE WS-REQUIRED TO WS-RSV-ED
           MOVE "TOTAL" TO WS-RPT-LINE(1:5)
           MOVE WS-AMT-ED TO WS-RPT-LINE(88:15)
           MOVE WS-RSV-ED TO WS-RPT-LINE(110:15)
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RPT-LINE.

       PRINT-BUCKET-RESERVES.
      *> The aged customers only; the specific reserves follow.
           MOVE "GENERAL RESERVE BY AGING BUCKET" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "BUCKET" TO WS-RPT-LINE(1:6)
           MOVE "OPEN BALANCE" TO WS-RPT-LINE(20:12)
           MOVE "RESERVE PCT" TO WS-RPT-LINE(34:11)
           MOVE "RESERVE" TO WS-RPT-LINE(54:7)
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-B-SUB FROM 1 BY 1 UNTIL WS-B-SUB > 5
               MOVE WS-GEN-B (WS-B-SUB) TO WS-AMT-ED
               MOVE ARC-RSV-PCT (WS-B-SUB) TO WS-PCT-ED
               MOVE WS-GEN-R (WS-B-SUB) TO WS-RSV-ED
               STRING WS-BUCKET-LABEL (WS-B-SUB) "    " WS-AMT-ED
                   "       " WS-PCT-ED " " WS-RSV-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-PERFORM
           MOVE WS-GEN-BAL-TOTAL TO WS-AMT-ED
           MOVE WS-GEN-RSV-TOTAL TO WS-RSV-ED
           STRING "TOTAL           " WS-AMT-ED "              "
               WS-RSV-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RPT-LINE.

       PRINT-SPECIFIC-RESERVES.
           MOVE "SPECIFIC RESERVES" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-SP-COUNT = 0
               MOVE "NONE ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE "CUSTOMER" TO WS-RPT-LINE(1:8)
               MOVE "OPEN BALANCE" TO WS-RPT-LINE(15:12)
               MOVE "RESERVE PCT" TO WS-RPT-LINE(29:11)
               MOVE "RESERVE" TO WS-RPT-LINE(49:7)
               MOVE "REASON" TO WS-RPT-LINE(58:6)
               PERFORM WRITE-RPT-LINE
               PERFORM VARYING SP-IDX FROM 1 BY 1
                       UNTIL SP-IDX > WS-SP-COUNT
                   MOVE WS-SP-BALANCE (SP-IDX) TO WS-AMT-ED
                   MOVE WS-SP-PCT (SP-IDX) TO WS-PCT-ED
                   MOVE WS-SP-RESERVE (SP-IDX) TO WS-RSV-ED
                   STRING WS-SP-CUST (SP-IDX) "     " WS-AMT-ED
                       "       " WS-PCT-ED " " WS-RSV-ED "  "
                       WS-SP-REASON (SP-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-PERFORM
               MOVE WS-SPC-BAL-TOTAL TO WS-AMT-ED
               MOVE WS-SPC-RSV-TOTAL TO WS-RSV-ED
               STRING "TOTAL      " WS-AMT-ED "              "
                   WS-RSV-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-RPT-LINE.

       PRINT-SUMMARY.
           MOVE "ALLOWANCE SUMMARY" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-AGED-TOTAL TO WS-AMT-ED
           STRING "OPEN RECEIVABLES AGED           " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-GEN-RSV-TOTAL TO WS-AMT-ED
           STRING "GENERAL RESERVE                 " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-SPC-RSV-TOTAL TO WS-AMT-ED
           STRING "SPECIFIC RESERVE                " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-REQUIRED TO WS-AMT-ED
           STRING "REQUIRED ALLOWANCE              " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-AL-BALANCE TO WS-AMT-ED
           STRING "ALLOWANCE BALANCE ON LEDGER     " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TRUE-UP TO WS-AMT-ED
           STRING "TRUE-UP TO BAD DEBT EXPENSE     " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-POSTED = "Y"
               STRING "BATCH " CTRL-BATCH-ID " WRITTEN TO"
                   " JOURNALS.CSV, DOCUMENT " JL-DOC-NO
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "ALLOWANCE ALREADY AT THE REQUIRED BALANCE"
                       " - NO ENTRY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "ALLOWANCE FOR DOUBTFUL ACCOUNTS" TO WS-RPT-TITLE
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
           STRING "RPT-ARALLOW-" WS-RPT-DATE-NUM ".TXT"
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

       WRITE-AUDIT-LOG.
           MOVE "AR-ALLOWANCE" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-INV-COUNT TO AUDIT-RECORDS-READ
           MOVE 0 TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

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
           MOVE "N" TO WS-SEG-EOF.

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
               MOVE "AR-ALLOWANCE" TO LCK-PROGRAM
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
