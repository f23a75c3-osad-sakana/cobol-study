       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "ach_returns.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNFS.
           SELECT RETURN-TEMP ASSIGN TO "achrej.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJFS.
           SELECT EFT-REGISTER ASSIGN TO "eft_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFFS.
           SELECT REGISTER-TEMP ASSIGN TO "achreturn.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGTFS.
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
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
       01 RETURN-REC               PIC X(80).

       FD RETURN-TEMP.
       01 RETURN-TEMP-REC          PIC X(80).

       FD EFT-REGISTER.
       01 EFT-REGISTER-REC         PIC X(120).

       FD REGISTER-TEMP.
       01 REGISTER-TEMP-REC        PIC X(120).

       FD AP-ITEM-FILE.
           COPY APITEM.

       FD VENDOR-MASTER.
           COPY VENDREC.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC          PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC          PIC X(80).

       FD REGISTRY-FILE.
       01 REGISTRY-REC             PIC X(30).

       FD MAINT-LOG.
       01 MAINT-LOG-REC            PIC X(280).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC            PIC X(60).

       FD LOCK-FILE.
       01 LOCK-REC                 PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS                  PIC X(2).
           COPY JRNLOCK.
       01 WS-MLFS                  PIC X(2).
           COPY MAINTLOG.
       01 WS-ALFS                  PIC X(2).
           COPY AUDITREC.
       01 WS-RTNFS                 PIC X(2).
       01 WS-RJFS                  PIC X(2).
       01 WS-EFFS                  PIC X(2).
       01 WS-RGTFS                 PIC X(2).
       01 WS-APIFS                 PIC X(2).
       01 WS-VFS                   PIC X(2).
       01 WS-AFS                   PIC X(2).
       01 WS-JFS                   PIC X(2).
       01 WS-RCFS                  PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
       01 WS-RGF2                  PIC X(2).
       01 WS-BATCH-SEQ             PIC 9(2) VALUE 1.
       01 WS-SEQ-PREFIX            PIC X(10).
       01 WS-SEQ-TAG               PIC X(3).
       01 WS-SEQ-ID                PIC X(12).
       01 WS-SEQ-N                 PIC 9(2).
       01 WS-SEQ-EOF               PIC X VALUE "N".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-REG-EOF               PIC X VALUE "N".
       01 WS-LINES-READ            PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(7) VALUE 0.

       01 WS-CASH-ACCTNO           PIC X(6).
       01 WS-AP-ACCTNO             PIC X(6).
       01 WS-CASH-NAME             PIC X(20) VALUE "CASH".
       01 WS-AP-NAME               PIC X(20)
                                   VALUE "ACCOUNTS PAYABLE".
       01 WS-DISC-NAME             PIC X(20)
                                   VALUE "PURCHASE DISCOUNTS".
       01 WS-DISC-ACCTNO           PIC X(6).
       01 WS-DISC-AVAILABLE        PIC X VALUE "N".

      *> The bank's return file: trace number of the entry it sent
      *> back, the NACHA return reason code, and the date of the
      *> return (blank takes the business date).  Lines that cannot
      *> be applied stay in the file for the next run; the rest are
      *> consumed.
       01 WS-RTN-TRACE-IN          PIC X(15).
       01 WS-RTN-CODE-IN           PIC X(3).
       01 WS-RTN-DATE-IN           PIC X(10).
       01 WS-RTN-REASON            PIC X(26).
       01 WS-RTN-BANK-BAD          PIC X VALUE "N".
       01 WS-RTN-OK                PIC X VALUE "N".
       01 WS-RTN-DONE-BEFORE       PIC X VALUE "N".

      *> Return reason codes this shop sees, with a Y where the
      *> code means the vendor's bank details are no good: those
      *> vendors go back to checks so the reopened items are not
      *> sent to the same dead account again.
       01 WS-REASON-VALUES.
           05 FILLER PIC X(30) VALUE
               "R01INSUFFICIENT FUNDS        N".
           05 FILLER PIC X(30) VALUE
               "R02ACCOUNT CLOSED            Y".
           05 FILLER PIC X(30) VALUE
               "R03NO ACCOUNT/CANNOT LOCATE  Y".
           05 FILLER PIC X(30) VALUE
               "R04INVALID ACCOUNT NUMBER    Y".
           05 FILLER PIC X(30) VALUE
               "R06RETURNED PER ODFI REQUEST N".
           05 FILLER PIC X(30) VALUE
               "R07AUTHORIZATION REVOKED     N".
           05 FILLER PIC X(30) VALUE
               "R08PAYMENT STOPPED           N".
           05 FILLER PIC X(30) VALUE
               "R10NOT AUTHORIZED            N".
           05 FILLER PIC X(30) VALUE
               "R13INVALID ROUTING NUMBER    Y".
           05 FILLER PIC X(30) VALUE
               "R14PAYEE DECEASED            Y".
           05 FILLER PIC X(30) VALUE
               "R16ACCOUNT FROZEN            Y".
           05 FILLER PIC X(30) VALUE
               "R20NON-TRANSACTION ACCOUNT   Y".
           05 FILLER PIC X(30) VALUE
               "R23CREDIT REFUSED BY PAYEE   N".
           05 FILLER PIC X(30) VALUE
               "R24DUPLICATE ENTRY           N".
           05 FILLER PIC X(30) VALUE
               "R29CORPORATE NOT AUTHORIZED  N".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-RSN-ENTRY OCCURS 15 TIMES
                   INDEXED BY RSN-IDX.
               10 WS-RSN-CODE       PIC X(3).
               10 WS-RSN-DESC       PIC X(26).
               10 WS-RSN-BANK-BAD   PIC X.

      *> Returns accepted this run (one per ACH entry, so one per
      *> payment) and the register lines they take back.
       01 WS-RT-COUNT              PIC 9(3) VALUE 0.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 100 TIMES
                   INDEXED BY RT-IDX.
               10 WS-RT-TRACE       PIC X(15).
               10 WS-RT-CODE        PIC X(3).
               10 WS-RT-DATE        PIC X(10).
               10 WS-RT-PAYMENT-NO  PIC X(6).
               10 WS-RT-VENDOR      PIC X(6).
               10 WS-RT-NET         PIC S9(11)V99.
               10 WS-RT-BANK-BAD    PIC X.
       01 WS-RL-COUNT              PIC 9(4) VALUE 0.
       01 WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 500 TIMES
                   INDEXED BY RL-IDX.
               10 WS-RL-RETURN      PIC 9(3).
               10 WS-RL-INVOICE     PIC X(10).
               10 WS-RL-NET         PIC S9(9)V99.
               10 WS-RL-DISC        PIC S9(9)V99.
       01 WS-THIS-RETURN           PIC 9(3) VALUE 0.
       01 WS-FOUND-RETURN          PIC 9(3) VALUE 0.

      *> The register line split back into its columns (the layout
      *> AP-EFT writes).
       01 WS-IN-PAYMENT-NO         PIC X(6).
       01 WS-IN-DATE               PIC X(10).
       01 WS-IN-VENDOR             PIC X(6).
       01 WS-IN-VEND-NAME          PIC X(20).
       01 WS-IN-INVOICE-NO         PIC X(10).
       01 WS-IN-AMOUNT-STR         PIC X(15).
       01 WS-IN-STATUS             PIC X.
       01 WS-IN-RETURN-DATE        PIC X(10).
       01 WS-IN-DISC-STR           PIC X(15).
       01 WS-IN-TRACE              PIC X(15).
       01 WS-IN-RETURN-CODE        PIC X(3).

       01 WS-REGISTER-LINE.
           05 EFR-PAYMENT-NO        PIC 9(6).
           05 FILLER                PIC X VALUE ",".
           05 EFR-DATE              PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 EFR-VENDOR            PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 EFR-VEND-NAME         PIC X(20).
           05 FILLER                PIC X VALUE ",".
           05 EFR-INVOICE-NO        PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 EFR-AMOUNT            PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 EFR-STATUS            PIC X VALUE SPACE.
           05 FILLER                PIC X VALUE ",".
           05 EFR-RETURN-DATE       PIC X(10) VALUE SPACES.
           05 FILLER                PIC X VALUE ",".
           05 EFR-DISC-AMOUNT       PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 EFR-TRACE-NO          PIC X(15).
           05 FILLER                PIC X VALUE ",".
           05 EFR-RETURN-CODE       PIC X(3) VALUE SPACES.

       01 WS-LINE-COUNT            PIC 9(5) VALUE 0.
       01 WS-LINE-SEQ              PIC 9(3) VALUE 0.
       01 WS-DEBIT-TOTAL           PIC S9(12)V99 VALUE 0.
       01 WS-RETURN-TOTAL          PIC S9(11)V99 VALUE 0.
       01 WS-GROSS-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-AMT-ED                PIC -(9)9.99.
       01 WS-TOT-ED                PIC -(11)9.99.
       01 WS-BEFORE-IMAGE          PIC X(120) VALUE SPACES.
       01 WS-SWITCHED-COUNT        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM FIND-ACCOUNTS
           IF WS-CASH-ACCTNO = SPACES OR WS-AP-ACCTNO = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT RETURN-FILE
           IF WS-RTNFS NOT = "00"
               DISPLAY "NO ACH RETURNS ON FILE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RETURN-TEMP
           PERFORM UNTIL WS-EOF = "Y"
               READ RETURN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RETURN-REC NOT = SPACES
                           ADD 1 TO WS-LINES-READ
                           PERFORM SCREEN-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE
           CLOSE RETURN-TEMP
           MOVE "N" TO WS-EOF

           IF WS-RT-COUNT > 0
               MOVE SPACES TO WS-SEQ-PREFIX
               STRING "ER" WS-BUSINESS-DATE-X
                   DELIMITED BY SIZE INTO WS-SEQ-PREFIX
               END-STRING
               PERFORM NEXT-BATCH-SEQ
               PERFORM ACQUIRE-JOURNAL-LOCK
               IF WS-LOCK-OK = "N"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN EXTEND JOURNAL-OUT
               IF WS-JFS NOT = "00"
                   OPEN OUTPUT JOURNAL-OUT
               END-IF
               IF WS-JFS NOT = "00"
                   DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
                   PERFORM RELEASE-JOURNAL-LOCK
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM MARK-REGISTER-RETURNED
               PERFORM REOPEN-AP-ITEMS
               PERFORM WRITE-RETURN-BATCH
               CLOSE JOURNAL-OUT
               PERFORM RELEASE-JOURNAL-LOCK
               PERFORM SWITCH-VENDORS-TO-CHECK
           END-IF

           PERFORM REPLACE-RETURN-FILE

           MOVE WS-RETURN-TOTAL TO WS-TOT-ED
           DISPLAY "ACH RETURNS BOOKED: " WS-RT-COUNT
               " TOTAL " WS-TOT-ED
           IF WS-SWITCHED-COUNT > 0
               DISPLAY "VENDORS MOVED BACK TO CHECKS: "
                   WS-SWITCHED-COUNT
           END-IF
           IF WS-REJECT-COUNT > 0
               DISPLAY "RETURNS NOT APPLIED: " WS-REJECT-COUNT
                   " - LEFT IN ach_returns.csv"
           END-IF
           IF WS-RT-COUNT > 0
               DISPLAY "REVERSAL BATCH WRITTEN - RUN BATCH-DRIVER"
                   " TO VALIDATE AND POST IT"
           END-IF
           PERFORM WRITE-AUDIT-LOG
           IF WS-REJECT-COUNT > 0
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
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       FIND-ACCOUNTS.
           MOVE SPACES TO WS-CASH-ACCTNO WS-AP-ACCTNO
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
           ELSE
               MOVE WS-CASH-NAME TO ACC-NAME
               READ ACCOUNT-MASTER KEY IS ACC-NAME
                   INVALID KEY
                       DISPLAY "CASH ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       MOVE ACC-NUMBER TO WS-CASH-ACCTNO
               END-READ
               MOVE WS-AP-NAME TO ACC-NAME
               READ ACCOUNT-MASTER KEY IS ACC-NAME
                   INVALID KEY
                       DISPLAY "ACCOUNTS PAYABLE ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       MOVE ACC-NUMBER TO WS-AP-ACCTNO
               END-READ
               MOVE WS-DISC-NAME TO ACC-NAME
               READ ACCOUNT-MASTER KEY IS ACC-NAME
                   INVALID KEY
                       MOVE "N" TO WS-DISC-AVAILABLE
                   NOT INVALID KEY
                       MOVE ACC-NUMBER TO WS-DISC-ACCTNO
                       MOVE "Y" TO WS-DISC-AVAILABLE
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

       SCREEN-RETURN.
           MOVE SPACES TO WS-RTN-TRACE-IN WS-RTN-CODE-IN
               WS-RTN-DATE-IN
           UNSTRING RETURN-REC
               DELIMITED BY ","
               INTO WS-RTN-TRACE-IN
                   WS-RTN-CODE-IN
                   WS-RTN-DATE-IN
           END-UNSTRING
           IF WS-RTN-DATE-IN = SPACES
               MOVE RC-BUSINESS-DATE TO WS-RTN-DATE-IN
           END-IF

           MOVE "N" TO WS-RTN-OK
           MOVE SPACES TO WS-RTN-REASON
           MOVE "N" TO WS-RTN-BANK-BAD
           PERFORM VARYING RSN-IDX FROM 1 BY 1
                   UNTIL RSN-IDX > 15
               IF WS-RSN-CODE (RSN-IDX) = WS-RTN-CODE-IN
                   MOVE WS-RSN-DESC (RSN-IDX) TO WS-RTN-REASON
                   MOVE WS-RSN-BANK-BAD (RSN-IDX) TO WS-RTN-BANK-BAD
                   MOVE "Y" TO WS-RTN-OK
               END-IF
           END-PERFORM

           IF WS-RTN-OK = "N"
               DISPLAY "TRACE " WS-RTN-TRACE-IN " REASON "
                   WS-RTN-CODE-IN " NOT A KNOWN RETURN CODE"
               PERFORM KEEP-RETURN-LINE
           ELSE
               PERFORM CHECK-DUPLICATE-RETURN
               IF WS-RTN-OK = "N"
                   DISPLAY "TRACE " WS-RTN-TRACE-IN
                       " RETURNED TWICE IN THE FILE - SECOND DROPPED"
               ELSE
                   PERFORM FIND-PAYMENT-LINES
                   PERFORM APPLY-PAYMENT-LINES
               END-IF
           END-IF.

       CHECK-DUPLICATE-RETURN.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RT-COUNT
               IF WS-RT-TRACE (RT-IDX) = WS-RTN-TRACE-IN
                   MOVE "N" TO WS-RTN-OK
               END-IF
           END-PERFORM.

       APPLY-PAYMENT-LINES.
           IF WS-FOUND-RETURN > 0
               DISPLAY "PAYMENT " WS-RT-PAYMENT-NO (WS-FOUND-RETURN)
                   " VENDOR " WS-RT-VENDOR (WS-FOUND-RETURN)
                   " RETURNED " WS-RTN-CODE-IN " " WS-RTN-REASON
           ELSE
               IF WS-RTN-DONE-BEFORE = "Y"
                   DISPLAY "TRACE " WS-RTN-TRACE-IN
                       " ALREADY RETURNED - DROPPED"
               ELSE
                   DISPLAY "TRACE " WS-RTN-TRACE-IN
                       " NOT ON THE EFT REGISTER"
                   PERFORM KEEP-RETURN-LINE
               END-IF
           END-IF.

       KEEP-RETURN-LINE.
           ADD 1 TO WS-REJECT-COUNT
           WRITE RETURN-TEMP-REC FROM RETURN-REC.

       FIND-PAYMENT-LINES.
      *> Every live register line under the trace belongs to the
      *> one ACH entry the bank sent back.
           MOVE 0 TO WS-FOUND-RETURN
           MOVE "N" TO WS-RTN-DONE-BEFORE
           MOVE "N" TO WS-REG-EOF
           OPEN INPUT EFT-REGISTER
           IF WS-EFFS NOT = "00"
               MOVE "Y" TO WS-REG-EOF
           END-IF
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ EFT-REGISTER
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       PERFORM PARSE-REGISTER-LINE
                       IF WS-IN-TRACE = WS-RTN-TRACE-IN
                           IF WS-IN-STATUS = "R"
                               MOVE "Y" TO WS-RTN-DONE-BEFORE
                           ELSE
                               PERFORM NOTE-PAYMENT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EFFS = "00" OR WS-EFFS = "10"
               CLOSE EFT-REGISTER
           END-IF
           MOVE "N" TO WS-REG-EOF.

       NOTE-PAYMENT-LINE.
           IF WS-FOUND-RETURN = 0
               IF WS-RT-COUNT < 100
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-RT-COUNT TO WS-FOUND-RETURN
                   MOVE WS-RTN-TRACE-IN TO
                       WS-RT-TRACE (WS-FOUND-RETURN)
                   MOVE WS-RTN-CODE-IN TO WS-RT-CODE (WS-FOUND-RETURN)
                   MOVE WS-RTN-DATE-IN TO WS-RT-DATE (WS-FOUND-RETURN)
                   MOVE WS-IN-PAYMENT-NO TO
                       WS-RT-PAYMENT-NO (WS-FOUND-RETURN)
                   MOVE WS-IN-VENDOR TO WS-RT-VENDOR (WS-FOUND-RETURN)
                   MOVE 0 TO WS-RT-NET (WS-FOUND-RETURN)
                   MOVE WS-RTN-BANK-BAD TO
                       WS-RT-BANK-BAD (WS-FOUND-RETURN)
               ELSE
                   DISPLAY "RETURN TABLE FULL - TRACE "
                       WS-RTN-TRACE-IN " LEFT FOR THE NEXT RUN"
               END-IF
           END-IF
           IF WS-FOUND-RETURN > 0
               IF WS-RL-COUNT < 500
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-FOUND-RETURN TO WS-RL-RETURN (WS-RL-COUNT)
                   MOVE WS-IN-INVOICE-NO TO
                       WS-RL-INVOICE (WS-RL-COUNT)
                   MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO
                       WS-RL-NET (WS-RL-COUNT)
                   IF WS-IN-DISC-STR = SPACES
                       MOVE 0 TO WS-RL-DISC (WS-RL-COUNT)
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-IN-DISC-STR) TO
                           WS-RL-DISC (WS-RL-COUNT)
                   END-IF
                   ADD WS-RL-NET (WS-RL-COUNT) TO
                       WS-RT-NET (WS-FOUND-RETURN)
               ELSE
                   DISPLAY "RETURN LINE TABLE FULL - INVOICE "
                       WS-IN-INVOICE-NO " NOT REVERSED"
               END-IF
           END-IF.

       PARSE-REGISTER-LINE.
           MOVE SPACES TO WS-IN-PAYMENT-NO WS-IN-DATE WS-IN-VENDOR
               WS-IN-VEND-NAME WS-IN-INVOICE-NO WS-IN-AMOUNT-STR
               WS-IN-RETURN-DATE WS-IN-DISC-STR WS-IN-TRACE
               WS-IN-RETURN-CODE
           MOVE SPACE TO WS-IN-STATUS
           UNSTRING EFT-REGISTER-REC
               DELIMITED BY ","
               INTO WS-IN-PAYMENT-NO
                   WS-IN-DATE
                   WS-IN-VENDOR
                   WS-IN-VEND-NAME
                   WS-IN-INVOICE-NO
                   WS-IN-AMOUNT-STR
                   WS-IN-STATUS
                   WS-IN-RETURN-DATE
                   WS-IN-DISC-STR
                   WS-IN-TRACE
                   WS-IN-RETURN-CODE
           END-UNSTRING.

       MARK-REGISTER-RETURNED.
      *> The register is line sequential, so the return mark goes
      *> on through a temp-file rewrite (the CHECK-VOID pattern).
           MOVE "N" TO WS-REG-EOF
           OPEN INPUT EFT-REGISTER
           OPEN OUTPUT REGISTER-TEMP
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ EFT-REGISTER
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       PERFORM PARSE-REGISTER-LINE
                       MOVE 0 TO WS-THIS-RETURN
                       IF WS-IN-STATUS NOT = "R"
                           PERFORM VARYING RT-IDX FROM 1 BY 1
                                   UNTIL RT-IDX > WS-RT-COUNT
                               IF WS-RT-TRACE (RT-IDX) = WS-IN-TRACE
                                   SET WS-THIS-RETURN TO RT-IDX
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-THIS-RETURN > 0
                           PERFORM REBUILD-RETURNED-LINE
                           WRITE REGISTER-TEMP-REC
                               FROM WS-REGISTER-LINE
                       ELSE
                           WRITE REGISTER-TEMP-REC
                               FROM EFT-REGISTER-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EFT-REGISTER
           CLOSE REGISTER-TEMP

           MOVE "N" TO WS-REG-EOF
           OPEN OUTPUT EFT-REGISTER
           OPEN INPUT REGISTER-TEMP
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ REGISTER-TEMP
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       WRITE EFT-REGISTER-REC
                           FROM REGISTER-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE EFT-REGISTER
           CLOSE REGISTER-TEMP
           MOVE "N" TO WS-REG-EOF.

       REBUILD-RETURNED-LINE.
           MOVE WS-IN-PAYMENT-NO    TO EFR-PAYMENT-NO
           MOVE WS-IN-DATE          TO EFR-DATE
           MOVE WS-IN-VENDOR        TO EFR-VENDOR
           MOVE WS-IN-VEND-NAME     TO EFR-VEND-NAME
           MOVE WS-IN-INVOICE-NO    TO EFR-INVOICE-NO
           MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO EFR-AMOUNT
           MOVE "R"                 TO EFR-STATUS
           MOVE WS-RT-DATE (WS-THIS-RETURN) TO EFR-RETURN-DATE
           IF WS-IN-DISC-STR = SPACES
               MOVE 0 TO EFR-DISC-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WS-IN-DISC-STR)
                   TO EFR-DISC-AMOUNT
           END-IF
           MOVE WS-IN-TRACE         TO EFR-TRACE-NO
           MOVE WS-RT-CODE (WS-THIS-RETURN) TO EFR-RETURN-CODE.

       REOPEN-AP-ITEMS.
           OPEN I-O AP-ITEM-FILE
           IF WS-APIFS NOT = "00"
               DISPLAY "COULD NOT OPEN AP OPEN-ITEM FILE -"
                   " ITEMS NOT REOPENED"
           ELSE
               PERFORM VARYING RL-IDX FROM 1 BY 1
                       UNTIL RL-IDX > WS-RL-COUNT
                   MOVE WS-RL-INVOICE (RL-IDX) TO AP-INVOICE-NO
                   READ AP-ITEM-FILE
                       INVALID KEY
                           DISPLAY "AP ITEM "
                               WS-RL-INVOICE (RL-IDX)
                               " MISSING - NOT REOPENED"
                       NOT INVALID KEY
                           MOVE "O" TO AP-STATUS
                           REWRITE AP-ITEM-REC
                   END-READ
               END-PERFORM
               CLOSE AP-ITEM-FILE
           END-IF.

       WRITE-RETURN-BATCH.
      *> The reverse of the disbursement AP-EFT booked: cash and any
      *> discount taken come back, the payable goes back on the
      *> books at the gross amount.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RT-COUNT
               ADD 1 TO WS-LINE-COUNT
               ADD WS-RT-NET (RT-IDX) TO WS-DEBIT-TOTAL
               ADD WS-RT-NET (RT-IDX) TO WS-RETURN-TOTAL
           END-PERFORM
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RL-COUNT
               ADD 1 TO WS-LINE-COUNT
               IF WS-RL-DISC (RL-IDX) NOT = 0 AND
                       WS-DISC-AVAILABLE = "Y"
                   ADD 1 TO WS-LINE-COUNT
                   ADD WS-RL-DISC (RL-IDX) TO WS-DEBIT-TOTAL
               END-IF
           END-PERFORM

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "ER" WS-BUSINESS-DATE-X WS-BATCH-SEQ
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           MOVE WS-LINE-COUNT TO CTRL-COUNT
           MOVE WS-DEBIT-TOTAL TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RT-COUNT
               PERFORM WRITE-ONE-RETURN-DOC
           END-PERFORM

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE.

       WRITE-ONE-RETURN-DOC.
           MOVE 0 TO WS-LINE-SEQ
           MOVE RC-BUSINESS-DATE TO JL-DATE
           MOVE SPACES TO JL-DOC-NO
           STRING "ER" WS-RT-PAYMENT-NO (RT-IDX)
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING

           ADD 1 TO WS-LINE-SEQ
           MOVE WS-LINE-SEQ       TO JL-LINE-NO
           MOVE WS-CASH-NAME      TO JL-ACCT-NAME
           MOVE WS-CASH-ACCTNO    TO JL-ACCTNO
           MOVE "D"               TO JL-DC
           MOVE WS-RT-NET (RT-IDX) TO WS-AMT-ED
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           SET WS-THIS-RETURN TO RT-IDX
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RL-COUNT
               IF WS-RL-RETURN (RL-IDX) = WS-THIS-RETURN
                   PERFORM WRITE-RETURN-RELIEF-LINES
               END-IF
           END-PERFORM.

       WRITE-RETURN-RELIEF-LINES.
           IF WS-RL-DISC (RL-IDX) NOT = 0 AND
                   WS-DISC-AVAILABLE = "Y"
               ADD 1 TO WS-LINE-SEQ
               MOVE WS-LINE-SEQ   TO JL-LINE-NO
               MOVE WS-DISC-NAME  TO JL-ACCT-NAME
               MOVE WS-DISC-ACCTNO TO JL-ACCTNO
               MOVE "D"           TO JL-DC
               MOVE WS-RL-DISC (RL-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED     TO JL-AMOUNT
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
               COMPUTE WS-GROSS-AMOUNT =
                   WS-RL-NET (RL-IDX) + WS-RL-DISC (RL-IDX)
           ELSE
               MOVE WS-RL-NET (RL-IDX) TO WS-GROSS-AMOUNT
           END-IF

           ADD 1 TO WS-LINE-SEQ
           MOVE WS-LINE-SEQ       TO JL-LINE-NO
           MOVE WS-AP-NAME        TO JL-ACCT-NAME
           MOVE WS-AP-ACCTNO      TO JL-ACCTNO
           MOVE "C"               TO JL-DC
           MOVE WS-GROSS-AMOUNT   TO WS-AMT-ED
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE.

       SWITCH-VENDORS-TO-CHECK.
      *> A return that says the account is closed, missing, frozen
      *> or mis-routed puts the vendor back on checks, logged like
      *> any other vendor change, until AP confirms new details
      *> through VENDOR-MAINT.
           OPEN I-O VENDOR-MASTER
           IF WS-VFS NOT = "00"
               DISPLAY "COULD NOT OPEN VENDOR MASTER - PAYMENT"
                   " METHODS NOT CHANGED"
           ELSE
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > WS-RT-COUNT
                   IF WS-RT-BANK-BAD (RT-IDX) = "Y"
                       PERFORM SWITCH-ONE-VENDOR
                   END-IF
               END-PERFORM
               CLOSE VENDOR-MASTER
           END-IF.

       SWITCH-ONE-VENDOR.
           MOVE WS-RT-VENDOR (RT-IDX) TO VEND-NUMBER
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VEND-PAY-METHOD = "E"
                       MOVE VENDOR-REC TO WS-BEFORE-IMAGE
                       MOVE "C" TO VEND-PAY-METHOD
                       MOVE SPACES TO VEND-BANK-ROUTING
                           VEND-BANK-ACCOUNT VEND-BANK-ACCT-TYPE
                       REWRITE VENDOR-REC
                       ADD 1 TO WS-SWITCHED-COUNT
                       DISPLAY "VENDOR " VEND-NUMBER " SET TO CHECKS"
                           " AFTER RETURN " WS-RT-CODE (RT-IDX)
                       MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                       MOVE VENDOR-REC TO ML-AFTER
                       MOVE "C" TO ML-ACTION
                       PERFORM WRITE-MAINT-LOG
                   END-IF
           END-READ.

       WRITE-MAINT-LOG.
           MOVE "VENDORS" TO ML-FILE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP
           MOVE "ACH-RETN" TO ML-OPERATOR
           OPEN EXTEND MAINT-LOG
           IF WS-MLFS NOT = "00"
               OPEN OUTPUT MAINT-LOG
           END-IF
           WRITE MAINT-LOG-REC FROM WS-MAINT-LOG-LINE
           CLOSE MAINT-LOG.

       REPLACE-RETURN-FILE.
      *> Only the lines that could not be applied go back.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT RETURN-FILE
           OPEN INPUT RETURN-TEMP
           PERFORM UNTIL WS-EOF = "Y"
               READ RETURN-TEMP
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE RETURN-REC FROM RETURN-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE
           CLOSE RETURN-TEMP
           MOVE "N" TO WS-EOF.

       WRITE-AUDIT-LOG.
           MOVE "ACH-RETURN" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-LINES-READ TO AUDIT-RECORDS-READ
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
               MOVE "ACH-RETURN" TO LCK-PROGRAM
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
