       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI-FILE ASSIGN TO "bai2_prior_day.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAFS.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBFS.
           SELECT BANK-STMT ASSIGN TO "bank_stmt.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSFS.
           SELECT DEPOSIT-FEED ASSIGN TO "deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPFS.
           SELECT IMPORT-LOG ASSIGN TO "bank_imports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ILFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

       DATA DIVISION.
       FILE SECTION.
       FD BAI-FILE.
       01 BAI-REC                  PIC X(200).

       FD LOCKBOX-FILE.
       01 LOCKBOX-REC              PIC X(80).

       FD BANK-STMT.
       01 BANK-STMT-REC            PIC X(60).

       FD DEPOSIT-FEED.
       01 DEPOSIT-FEED-REC         PIC X(80).

       FD IMPORT-LOG.
       01 IMPORT-LOG-REC           PIC X(40).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC          PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-ALFS                  PIC X(2).
           COPY AUDITREC.
       01 WS-BAFS                  PIC X(2).
       01 WS-LBFS                  PIC X(2).
       01 WS-BSFS                  PIC X(2).
       01 WS-DPFS                  PIC X(2).
       01 WS-ILFS                  PIC X(2).
       01 WS-RCFS                  PIC X(2).
           COPY RUNCTL.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-LINES-READ            PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT           PIC 9(7) VALUE 0.
       01 WS-AMT-ED                PIC -(11)9.99.
       01 WS-AMT-ED2               PIC -(11)9.99.

      *> The operating account at the bank: the one POS-PAY reports
      *> issued checks against and the lockbox deposits into.  The
      *> prior-day file carries every account the company holds at
      *> the bank; all of them are held to their control totals but
      *> only this one's activity goes on the statement BANK-RECON
      *> reconciles to CASH.
       01 WS-BANK-ACCOUNT          PIC X(10) VALUE "0012345678".

      *> Either file is refused outright - nothing released from it
      *> or from the other - when its controls do not agree, it is
      *> malformed, or bank_imports.dat shows the same bank date
      *> already imported.  Both files are read and checked in full
      *> before a line is written.
       01 WS-BAI-PRESENT           PIC X VALUE "N".
       01 WS-LBX-PRESENT           PIC X VALUE "N".
       01 WS-REFUSED               PIC X VALUE "N".
       01 WS-WARNED                PIC X VALUE "N".

      *> BAI2: comma-delimited records ending in a slash, a record
      *> too long for one line carried on 88 continuations.  Each
      *> logical record is split into its fields here (an 88's
      *> fields appended to the record it continues) and processed
      *> once the next physical record shows it is complete.
       01 WS-BAI-LINE              PIC X(200).
       01 WS-BAI-LEN               PIC 9(3) VALUE 0.
       01 WS-BAI-PTR               PIC 9(3) VALUE 0.
       01 WS-BL-TYPE               PIC X(2).
       01 WS-BL-PHYS               PIC 9(3) VALUE 0.
       01 WS-BL-PENDING            PIC X VALUE "N".
       01 WS-BF-COUNT              PIC 9(2) VALUE 0.
       01 WS-BF-TABLE.
           05 WS-BF-FIELD           PIC X(30) OCCURS 66 TIMES.
       01 WS-BF-IDX                PIC 9(2) VALUE 0.
       01 WS-BF-N                  PIC 9(2) VALUE 0.
       01 WS-FUNDS-TYPE            PIC X.
       01 WS-NUM-X                 PIC X(30).
       01 WS-BAI-AMT               PIC S9(13)V99 VALUE 0.
       01 WS-BAI-TYPE-CODE         PIC 9(3) VALUE 0.
       01 WS-BAI-FILE-ID           PIC X(30).

       01 WS-IN-FILE               PIC X VALUE "N".
       01 WS-IN-GROUP              PIC X VALUE "N".
       01 WS-IN-ACCOUNT            PIC X VALUE "N".
       01 WS-FILE-DONE             PIC X VALUE "N".
       01 WS-OUR-ACCOUNT           PIC X VALUE "N".
       01 WS-ACCOUNT-ID            PIC X(30).
       01 WS-GROUP-DATE            PIC X(10).
       01 WS-FILE-TOTAL            PIC S9(15)V99 VALUE 0.
       01 WS-FILE-RECS             PIC 9(7) VALUE 0.
       01 WS-FILE-GROUPS           PIC 9(5) VALUE 0.
       01 WS-GROUP-TOTAL           PIC S9(15)V99 VALUE 0.
       01 WS-GROUP-RECS            PIC 9(7) VALUE 0.
       01 WS-GROUP-ACCTS           PIC 9(5) VALUE 0.
       01 WS-ACCT-TOTAL            PIC S9(15)V99 VALUE 0.
       01 WS-ACCT-RECS             PIC 9(7) VALUE 0.
       01 WS-CTL-COUNT             PIC 9(7) VALUE 0.

      *> The operating account's transactions, signed the way
      *> BANK-RECON reads them: deposits positive, checks and other
      *> debits negative.
       01 WS-BX-OVERFLOW           PIC X VALUE "N".
       01 WS-BX-COUNT              PIC 9(4) VALUE 0.
       01 WS-BX-TABLE.
           05 WS-BX-ENTRY OCCURS 1000 TIMES INDEXED BY BX-IDX.
               10 WS-BX-DATE        PIC X(10).
               10 WS-BX-TYPE        PIC 9(3).
               10 WS-BX-AMOUNT      PIC S9(11)V99.
               10 WS-BX-REF         PIC X(20).
       01 WS-BAI-DATE-COUNT        PIC 9(2) VALUE 0.
       01 WS-BAI-DATE-TABLE.
           05 WS-BAI-DATE OCCURS 31 TIMES INDEXED BY BDT-IDX
                                    PIC X(10).
       01 WS-DATE-FOUND            PIC X VALUE "N".

      *> Lockbox transmission, fixed 80-column records: 1 header
      *> (lockbox number, deposit date), 5 batch header, 6 check
      *> (amount, check number, remitter's customer number and the
      *> first invoice it pays with the amount applied - zero for
      *> whatever the check leaves), 4 overflow (a further invoice
      *> and amount for the check before it), 7 batch trailer (item
      *> count and total), 9 file trailer (batches, items, total).
      *> A check or overflow record that short-pays its invoice on
      *> purpose carries the remitter's deduction reason code after
      *> the amount; it rides through to CASH-RECEIPTS on the
      *> deposit row.
       01 WS-LBX-REC.
           05 LBX-TYPE              PIC X.
           05 FILLER                PIC X(79).
       01 WS-LBX-HEADER REDEFINES WS-LBX-REC.
           05 FILLER                PIC X.
           05 LBH-LOCKBOX           PIC X(10).
           05 LBH-DATE.
               10 LBH-YYYY          PIC X(4).
               10 LBH-MM            PIC X(2).
               10 LBH-DD            PIC X(2).
           05 FILLER                PIC X(61).
       01 WS-LBX-ITEM REDEFINES WS-LBX-REC.
           05 FILLER                PIC X.
           05 LBI-BATCH             PIC X(3).
           05 LBI-ITEM              PIC X(3).
           05 LBI-AMOUNT            PIC 9(8)V99.
           05 LBI-CHECK-NO          PIC X(10).
           05 LBI-CUSTOMER          PIC X(6).
           05 LBI-INVOICE           PIC X(10).
           05 LBI-INV-AMOUNT        PIC 9(8)V99.
           05 LBI-DED-REASON        PIC X(2).
           05 FILLER                PIC X(25).
       01 WS-LBX-OVERFLOW REDEFINES WS-LBX-REC.
           05 FILLER                PIC X.
           05 LBO-BATCH             PIC X(3).
           05 LBO-ITEM              PIC X(3).
           05 LBO-INVOICE           PIC X(10).
           05 LBO-INV-AMOUNT        PIC 9(8)V99.
           05 LBO-DED-REASON        PIC X(2).
           05 FILLER                PIC X(51).
       01 WS-LBX-BATCH-TRL REDEFINES WS-LBX-REC.
           05 FILLER                PIC X.
           05 LBB-BATCH             PIC X(3).
           05 LBB-COUNT             PIC 9(4).
           05 LBB-TOTAL             PIC 9(10)V99.
           05 FILLER                PIC X(60).
       01 WS-LBX-FILE-TRL REDEFINES WS-LBX-REC.
           05 FILLER                PIC X.
           05 LBF-BATCHES           PIC 9(4).
           05 LBF-COUNT             PIC 9(6).
           05 LBF-TOTAL             PIC 9(12)V99.
           05 FILLER                PIC X(55).

       01 WS-LBX-HEADER-SEEN       PIC X VALUE "N".
       01 WS-LBX-DONE              PIC X VALUE "N".
       01 WS-LBX-IN-BATCH          PIC X VALUE "N".
       01 WS-LBX-ITEM-OPEN         PIC X VALUE "N".
       01 WS-LBX-DATE              PIC X(10) VALUE SPACES.
       01 WS-LBX-LOCKBOX           PIC X(10).
       01 WS-LBX-BATCH             PIC X(3).
       01 WS-LBX-ITEM-NO           PIC X(3).
       01 WS-LBX-BATCH-COUNT       PIC 9(4) VALUE 0.
       01 WS-LBX-BATCH-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-LBX-FILE-BATCHES      PIC 9(4) VALUE 0.
       01 WS-LBX-FILE-COUNT        PIC 9(6) VALUE 0.
       01 WS-LBX-FILE-TOTAL        PIC S9(13)V99 VALUE 0.
       01 WS-ITEM-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-APPLIED          PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-REST             PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-CUSTOMER         PIC X(6).
       01 WS-ITEM-CHECK-NO         PIC X(10).
       01 WS-REST-ROW              PIC 9(4) VALUE 0.
       01 WS-NEW-ROW               PIC 9(4) VALUE 0.

      *> One deposit row per invoice a check pays, plus one for any
      *> part of a check that names no invoice (CASH-RECEIPTS books
      *> that on account).
       01 WS-LR-OVERFLOW           PIC X VALUE "N".
       01 WS-LR-COUNT              PIC 9(4) VALUE 0.
       01 WS-LR-TABLE.
           05 WS-LR-ENTRY OCCURS 2000 TIMES INDEXED BY LR-IDX.
               10 WS-LR-CUSTOMER    PIC X(6).
               10 WS-LR-INVOICE     PIC X(10).
               10 WS-LR-CHECK-NO    PIC X(10).
               10 WS-LR-AMOUNT      PIC S9(9)V99.
               10 WS-LR-REASON      PIC X(2).
       01 WS-LR-WRITTEN            PIC 9(4) VALUE 0.

      *> The bank credits the lockbox as one deposit (type 115), but
      *> CASH-RECEIPTS debits cash once per receipt.  When the day's
      *> lockbox credits on the prior-day file agree with the lockbox
      *> file, the statement carries the receipts instead of the
      *> lump so BANK-RECON can pair them one for one.
       01 WS-LBX-REPLACES          PIC X VALUE "N".
       01 WS-BAI-LBX-TOTAL         PIC S9(13)V99 VALUE 0.

       01 WS-IMPORT-LINE.
           05 IMP-KIND              PIC X(4).
           05 FILLER                PIC X VALUE ",".
           05 IMP-BANK-DATE         PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 IMP-STAMP             PIC X(14).
       01 WS-IN-KIND               PIC X(4).
       01 WS-IN-BANK-DATE          PIC X(10).

       01 WS-STMT-LINE.
           05 BST-DATE              PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 BST-AMOUNT            PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 BST-REF               PIC X(20).
       01 WS-STMT-WRITTEN          PIC 9(4) VALUE 0.

       01 WS-DEPOSIT-LINE.
           05 DPL-CUSTOMER          PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 DPL-INVOICE           PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 DPL-AMOUNT            PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 DPL-DATE              PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 DPL-REASON            PIC X(2).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-BAI-FILE
           PERFORM LOAD-LOCKBOX-FILE

           IF WS-BAI-PRESENT = "N" AND WS-LBX-PRESENT = "N"
               DISPLAY "NO BAI2 PRIOR-DAY FILE OR LOCKBOX FILE TO"
                   " IMPORT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-ALREADY-IMPORTED
           IF WS-REFUSED = "Y"
               DISPLAY "BANK FILES REFUSED - NOTHING RELEASED TO"
                   " CASH-RECEIPTS OR BANK-RECON"
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-BAI-PRESENT = "Y" AND WS-LBX-PRESENT = "Y"
               PERFORM MATCH-LOCKBOX-DEPOSIT
           END-IF
           IF WS-BAI-PRESENT = "Y"
               PERFORM WRITE-BANK-STATEMENT
           END-IF
           IF WS-LBX-PRESENT = "Y"
               PERFORM WRITE-DEPOSITS
           END-IF
           PERFORM RECORD-IMPORTS
           PERFORM WRITE-AUDIT-LOG

           IF WS-BAI-PRESENT = "Y"
               DISPLAY "BAI2 FILE " WS-BAI-FILE-ID
               DISPLAY "STATEMENT LINES ADDED TO BANK_STMT.CSV: "
                   WS-STMT-WRITTEN
           END-IF
           IF WS-LBX-PRESENT = "Y"
               MOVE WS-LBX-FILE-TOTAL TO WS-AMT-ED
               DISPLAY "LOCKBOX " WS-LBX-LOCKBOX " DEPOSIT OF "
                   WS-LBX-DATE ": " WS-LBX-FILE-COUNT " CHECKS"
                   " TOTAL " WS-AMT-ED
               DISPLAY "DEPOSIT ROWS WRITTEN TO DEPOSITS.CSV: "
                   WS-LR-WRITTEN " - RUN CASH-RECEIPTS"
           END-IF
           IF WS-WARNED = "Y"
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

       NOTE-REFUSAL.
           MOVE "Y" TO WS-REFUSED
           ADD 1 TO WS-ERROR-COUNT.

       LOAD-BAI-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT BAI-FILE
           IF WS-BAFS = "00"
               MOVE "Y" TO WS-BAI-PRESENT
               PERFORM UNTIL WS-EOF = "Y"
                   READ BAI-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM NOTE-BAI-RECORD
                   END-READ
               END-PERFORM
               CLOSE BAI-FILE
               IF WS-BL-PENDING = "Y"
                   PERFORM PROCESS-BAI-RECORD
               END-IF
               IF WS-FILE-DONE = "N"
                   DISPLAY "BAI2 FILE HAS NO FILE TRAILER -"
                       " TRANSMISSION INCOMPLETE"
                   PERFORM NOTE-REFUSAL
               END-IF
               IF WS-BX-OVERFLOW = "Y"
                   DISPLAY "BAI2 FILE HAS MORE THAN 1000 ITEMS FOR"
                       " ACCOUNT " WS-BANK-ACCOUNT
                   PERFORM NOTE-REFUSAL
               END-IF
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-BAI-RECORD.
           MOVE BAI-REC TO WS-BAI-LINE
           IF WS-BAI-LINE(1:3) = "88,"
               IF WS-BL-PENDING = "N"
                   DISPLAY "BAI2 CONTINUATION WITH NO RECORD TO"
                       " CONTINUE AT LINE " WS-LINES-READ
                   PERFORM NOTE-REFUSAL
               ELSE
                   ADD 1 TO WS-BL-PHYS
                   MOVE 4 TO WS-BAI-PTR
                   PERFORM SPLIT-BAI-FIELDS
               END-IF
           ELSE
               IF WS-BL-PENDING = "Y"
                   PERFORM PROCESS-BAI-RECORD
               END-IF
               MOVE SPACES TO WS-BF-TABLE
               MOVE 0 TO WS-BF-COUNT
               MOVE WS-BAI-LINE(1:2) TO WS-BL-TYPE
               MOVE 1 TO WS-BL-PHYS
               MOVE 1 TO WS-BAI-PTR
               PERFORM SPLIT-BAI-FIELDS
               MOVE "Y" TO WS-BL-PENDING
           END-IF.

       SPLIT-BAI-FIELDS.
      *> The record's fields end at the slash; a record without one
      *> runs to the end of the line.
           MOVE 0 TO WS-BAI-LEN
           INSPECT WS-BAI-LINE TALLYING WS-BAI-LEN
               FOR CHARACTERS BEFORE INITIAL "/"
           IF WS-BAI-LEN = LENGTH OF WS-BAI-LINE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BAI-LINE
                   TRAILING)) TO WS-BAI-LEN
           END-IF
           PERFORM UNTIL WS-BAI-PTR > WS-BAI-LEN OR
                   WS-BF-COUNT = 60
               ADD 1 TO WS-BF-COUNT
               UNSTRING WS-BAI-LINE(1:WS-BAI-LEN)
                   DELIMITED BY ","
                   INTO WS-BF-FIELD (WS-BF-COUNT)
                   WITH POINTER WS-BAI-PTR
               END-UNSTRING
           END-PERFORM.

       PROCESS-BAI-RECORD.
           MOVE "N" TO WS-BL-PENDING
           IF WS-FILE-DONE = "Y"
               DISPLAY "BAI2 RECORDS FOLLOW THE FILE TRAILER"
               PERFORM NOTE-REFUSAL
           ELSE
               EVALUATE WS-BL-TYPE
                   WHEN "01"
                       PERFORM BAI-FILE-HEADER
                   WHEN "02"
                       PERFORM BAI-GROUP-HEADER
                   WHEN "03"
                       PERFORM BAI-ACCOUNT-HEADER
                   WHEN "16"
                       PERFORM BAI-DETAIL
                   WHEN "49"
                       PERFORM BAI-ACCOUNT-TRAILER
                   WHEN "98"
                       PERFORM BAI-GROUP-TRAILER
                   WHEN "99"
                       PERFORM BAI-FILE-TRAILER
                   WHEN OTHER
                       DISPLAY "BAI2 RECORD TYPE " WS-BL-TYPE
                           " NOT RECOGNIZED"
                       PERFORM NOTE-REFUSAL
               END-EVALUATE
           END-IF.

       BAI-AMOUNT.
      *> BAI2 amounts are whole cents with an optional sign; a blank
      *> amount is zero.
           MOVE 0 TO WS-BAI-AMT
           IF WS-NUM-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NUM-X) = 0
                   COMPUTE WS-BAI-AMT =
                       FUNCTION NUMVAL(WS-NUM-X) / 100
               ELSE
                   DISPLAY "BAI2 AMOUNT NOT NUMERIC: " WS-NUM-X
                   PERFORM NOTE-REFUSAL
               END-IF
           END-IF.

       BAI-COUNT.
           MOVE 0 TO WS-CTL-COUNT
           IF WS-NUM-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NUM-X) = 0
                   MOVE FUNCTION NUMVAL(WS-NUM-X) TO WS-CTL-COUNT
               ELSE
                   DISPLAY "BAI2 COUNT NOT NUMERIC: " WS-NUM-X
                   PERFORM NOTE-REFUSAL
               END-IF
           END-IF.

       BAI-FILE-HEADER.
           IF WS-IN-FILE = "Y"
               DISPLAY "BAI2 FILE HAS A SECOND FILE HEADER"
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE "Y" TO WS-IN-FILE
           MOVE WS-BL-PHYS TO WS-FILE-RECS
           MOVE 0 TO WS-FILE-TOTAL
           MOVE 0 TO WS-FILE-GROUPS
           MOVE WS-BF-FIELD (6) TO WS-BAI-FILE-ID.

       BAI-GROUP-HEADER.
           IF WS-IN-FILE = "N" OR WS-IN-GROUP = "Y"
               DISPLAY "BAI2 GROUP HEADER OUT OF SEQUENCE"
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE "Y" TO WS-IN-GROUP
           ADD WS-BL-PHYS TO WS-FILE-RECS
           MOVE WS-BL-PHYS TO WS-GROUP-RECS
           ADD 1 TO WS-FILE-GROUPS
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE 0 TO WS-GROUP-ACCTS
      *> The as-of date is YYMMDD.
           MOVE SPACES TO WS-GROUP-DATE
           IF WS-BF-FIELD (5)(1:6) NUMERIC
               STRING "20" WS-BF-FIELD (5)(1:2) "-"
                       WS-BF-FIELD (5)(3:2) "-"
                       WS-BF-FIELD (5)(5:2)
                   DELIMITED BY SIZE INTO WS-GROUP-DATE
               END-STRING
               PERFORM NOTE-BAI-DATE
           ELSE
               DISPLAY "BAI2 GROUP AS-OF DATE NOT VALID: "
                   WS-BF-FIELD (5)
               PERFORM NOTE-REFUSAL
           END-IF.

       NOTE-BAI-DATE.
           MOVE "N" TO WS-DATE-FOUND
           PERFORM VARYING BDT-IDX FROM 1 BY 1
                   UNTIL BDT-IDX > WS-BAI-DATE-COUNT
               IF WS-BAI-DATE (BDT-IDX) = WS-GROUP-DATE
                   MOVE "Y" TO WS-DATE-FOUND
               END-IF
           END-PERFORM
           IF WS-DATE-FOUND = "N" AND WS-BAI-DATE-COUNT < 31
               ADD 1 TO WS-BAI-DATE-COUNT
               MOVE WS-GROUP-DATE TO WS-BAI-DATE (WS-BAI-DATE-COUNT)
           END-IF.

       BAI-ACCOUNT-HEADER.
           IF WS-IN-GROUP = "N" OR WS-IN-ACCOUNT = "Y"
               DISPLAY "BAI2 ACCOUNT HEADER OUT OF SEQUENCE"
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE "Y" TO WS-IN-ACCOUNT
           ADD WS-BL-PHYS TO WS-FILE-RECS
           ADD WS-BL-PHYS TO WS-GROUP-RECS
           MOVE WS-BL-PHYS TO WS-ACCT-RECS
           ADD 1 TO WS-GROUP-ACCTS
           MOVE 0 TO WS-ACCT-TOTAL
           MOVE WS-BF-FIELD (2) TO WS-ACCOUNT-ID
           IF WS-ACCOUNT-ID = WS-BANK-ACCOUNT
               MOVE "Y" TO WS-OUR-ACCOUNT
           ELSE
               MOVE "N" TO WS-OUR-ACCOUNT
           END-IF

      *> Summaries follow the currency in groups of type code,
      *> amount, item count and funds type.  Funds type S carries
      *> three availability amounts, V a value date and time, and D
      *> a count of distribution pairs; only the summary amount
      *> itself adds to the account control total.
           MOVE 4 TO WS-BF-IDX
           PERFORM UNTIL WS-BF-IDX > WS-BF-COUNT
               MOVE WS-BF-FIELD (WS-BF-IDX + 1) TO WS-NUM-X
               PERFORM BAI-AMOUNT
               ADD WS-BAI-AMT TO WS-ACCT-TOTAL
               MOVE WS-BF-FIELD (WS-BF-IDX + 3) TO WS-FUNDS-TYPE
               ADD 4 TO WS-BF-IDX
               PERFORM SKIP-FUNDS-FIELDS
           END-PERFORM.

       SKIP-FUNDS-FIELDS.
      *> WS-BF-IDX is on the field after a funds type; step it past
      *> whatever availability detail that funds type carries.
           EVALUATE WS-FUNDS-TYPE
               WHEN "S"
                   ADD 3 TO WS-BF-IDX
               WHEN "V"
                   ADD 2 TO WS-BF-IDX
               WHEN "D"
                   MOVE 0 TO WS-BF-N
                   IF WS-BF-IDX NOT > WS-BF-COUNT
                       MOVE WS-BF-FIELD (WS-BF-IDX) TO WS-NUM-X
                       IF FUNCTION TEST-NUMVAL(WS-NUM-X) = 0
                           MOVE FUNCTION NUMVAL(WS-NUM-X) TO WS-BF-N
                       END-IF
                   END-IF
                   IF WS-BF-N > 30
                       MOVE 30 TO WS-BF-N
                   END-IF
                   COMPUTE WS-BF-IDX = WS-BF-IDX + 1 + WS-BF-N * 2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BAI-DETAIL.
           IF WS-IN-ACCOUNT = "N"
               DISPLAY "BAI2 DETAIL RECORD OUTSIDE AN ACCOUNT"
               PERFORM NOTE-REFUSAL
           END-IF
           ADD WS-BL-PHYS TO WS-FILE-RECS
           ADD WS-BL-PHYS TO WS-GROUP-RECS
           ADD WS-BL-PHYS TO WS-ACCT-RECS
           MOVE WS-BF-FIELD (3) TO WS-NUM-X
           PERFORM BAI-AMOUNT
           ADD WS-BAI-AMT TO WS-ACCT-TOTAL
           IF WS-OUR-ACCOUNT = "Y"
               PERFORM NOTE-BAI-DETAIL
           END-IF.

       NOTE-BAI-DETAIL.
      *> Type codes 100-399 are credits and 400-699 debits; the
      *> loan and custom ranges above that do not occur on the
      *> operating account and are left off the statement.
           IF WS-BF-FIELD (2)(1:3) NOT NUMERIC
               DISPLAY "BAI2 DETAIL TYPE CODE NOT VALID: "
                   WS-BF-FIELD (2)
               PERFORM NOTE-REFUSAL
           ELSE
               MOVE WS-BF-FIELD (2)(1:3) TO WS-BAI-TYPE-CODE
               IF WS-BAI-TYPE-CODE >= 100 AND
                       WS-BAI-TYPE-CODE <= 699
                   IF WS-BX-COUNT < 1000
                       ADD 1 TO WS-BX-COUNT
                       SET BX-IDX TO WS-BX-COUNT
                       MOVE WS-GROUP-DATE TO WS-BX-DATE (BX-IDX)
                       MOVE WS-BAI-TYPE-CODE TO WS-BX-TYPE (BX-IDX)
                       IF WS-BAI-TYPE-CODE >= 400
                           COMPUTE WS-BX-AMOUNT (BX-IDX) =
                               0 - WS-BAI-AMT
                       ELSE
                           MOVE WS-BAI-AMT TO WS-BX-AMOUNT (BX-IDX)
                       END-IF
      *> The bank reference and customer reference follow the funds
      *> type and its detail; the customer reference (the check
      *> number on a paid check) is the one worth carrying.
                       MOVE WS-BF-FIELD (4) TO WS-FUNDS-TYPE
                       MOVE 5 TO WS-BF-IDX
                       PERFORM SKIP-FUNDS-FIELDS
                       IF WS-BF-IDX < 60
                           IF WS-BF-FIELD (WS-BF-IDX + 1) NOT = SPACES
                               MOVE WS-BF-FIELD (WS-BF-IDX + 1)
                                   TO WS-BX-REF (BX-IDX)
                           ELSE
                               MOVE WS-BF-FIELD (WS-BF-IDX)
                                   TO WS-BX-REF (BX-IDX)
                           END-IF
                       ELSE
                           MOVE SPACES TO WS-BX-REF (BX-IDX)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-BX-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       BAI-ACCOUNT-TRAILER.
           IF WS-IN-ACCOUNT = "N"
               DISPLAY "BAI2 ACCOUNT TRAILER OUT OF SEQUENCE"
               PERFORM NOTE-REFUSAL
           END-IF
           ADD WS-BL-PHYS TO WS-FILE-RECS
           ADD WS-BL-PHYS TO WS-GROUP-RECS
           ADD WS-BL-PHYS TO WS-ACCT-RECS
           MOVE WS-BF-FIELD (2) TO WS-NUM-X
           PERFORM BAI-AMOUNT
           IF WS-BAI-AMT NOT = WS-ACCT-TOTAL
               MOVE WS-ACCT-TOTAL TO WS-AMT-ED
               MOVE WS-BAI-AMT TO WS-AMT-ED2
               DISPLAY "BAI2 ACCOUNT " WS-ACCOUNT-ID
               DISPLAY "  ADDS TO " WS-AMT-ED
                   " BUT ITS CONTROL TOTAL IS " WS-AMT-ED2
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE WS-BF-FIELD (3) TO WS-NUM-X
           PERFORM BAI-COUNT
           IF WS-CTL-COUNT NOT = WS-ACCT-RECS
               DISPLAY "BAI2 ACCOUNT " WS-ACCOUNT-ID
               DISPLAY "  HAS " WS-ACCT-RECS " RECORDS BUT ITS"
                   " TRAILER SAYS " WS-CTL-COUNT
               PERFORM NOTE-REFUSAL
           END-IF
           ADD WS-ACCT-TOTAL TO WS-GROUP-TOTAL
           MOVE "N" TO WS-IN-ACCOUNT
           MOVE "N" TO WS-OUR-ACCOUNT.

       BAI-GROUP-TRAILER.
           IF WS-IN-GROUP = "N" OR WS-IN-ACCOUNT = "Y"
               DISPLAY "BAI2 GROUP TRAILER OUT OF SEQUENCE"
               PERFORM NOTE-REFUSAL
           END-IF
           ADD WS-BL-PHYS TO WS-FILE-RECS
           ADD WS-BL-PHYS TO WS-GROUP-RECS
           MOVE WS-BF-FIELD (2) TO WS-NUM-X
           PERFORM BAI-AMOUNT
           IF WS-BAI-AMT NOT = WS-GROUP-TOTAL
               MOVE WS-GROUP-TOTAL TO WS-AMT-ED
               MOVE WS-BAI-AMT TO WS-AMT-ED2
               DISPLAY "BAI2 GROUP AS OF " WS-GROUP-DATE
                   " ADDS TO " WS-AMT-ED
               DISPLAY "  BUT ITS CONTROL TOTAL IS " WS-AMT-ED2
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE WS-BF-FIELD (3) TO WS-NUM-X
           PERFORM BAI-COUNT
           IF WS-CTL-COUNT NOT = WS-GROUP-ACCTS
               DISPLAY "BAI2 GROUP AS OF " WS-GROUP-DATE " HAS "
                   WS-GROUP-ACCTS " ACCOUNTS BUT ITS TRAILER SAYS "
                   WS-CTL-COUNT
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE WS-BF-FIELD (4) TO WS-NUM-X
           PERFORM BAI-COUNT
           IF WS-CTL-COUNT NOT = WS-GROUP-RECS
               DISPLAY "BAI2 GROUP AS OF " WS-GROUP-DATE " HAS "
                   WS-GROUP-RECS " RECORDS BUT ITS TRAILER SAYS "
                   WS-CTL-COUNT
               PERFORM NOTE-REFUSAL
           END-IF
           ADD WS-GROUP-TOTAL TO WS-FILE-TOTAL
           MOVE "N" TO WS-IN-GROUP.

       BAI-FILE-TRAILER.
           IF WS-IN-FILE = "N" OR WS-IN-GROUP = "Y"
               DISPLAY "BAI2 FILE TRAILER OUT OF SEQUENCE"
               PERFORM NOTE-REFUSAL
           END-IF
           ADD WS-BL-PHYS TO WS-FILE-RECS
           MOVE WS-BF-FIELD (2) TO WS-NUM-X
           PERFORM BAI-AMOUNT
           IF WS-BAI-AMT NOT = WS-FILE-TOTAL
               MOVE WS-FILE-TOTAL TO WS-AMT-ED
               MOVE WS-BAI-AMT TO WS-AMT-ED2
               DISPLAY "BAI2 FILE ADDS TO " WS-AMT-ED
                   " BUT ITS CONTROL TOTAL IS " WS-AMT-ED2
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE WS-BF-FIELD (3) TO WS-NUM-X
           PERFORM BAI-COUNT
           IF WS-CTL-COUNT NOT = WS-FILE-GROUPS
               DISPLAY "BAI2 FILE HAS " WS-FILE-GROUPS
                   " GROUPS BUT ITS TRAILER SAYS " WS-CTL-COUNT
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE WS-BF-FIELD (4) TO WS-NUM-X
           PERFORM BAI-COUNT
           IF WS-CTL-COUNT NOT = WS-FILE-RECS
               DISPLAY "BAI2 FILE HAS " WS-FILE-RECS
                   " RECORDS BUT ITS TRAILER SAYS " WS-CTL-COUNT
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE "Y" TO WS-FILE-DONE.

       LOAD-LOCKBOX-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBFS = "00"
               MOVE "Y" TO WS-LBX-PRESENT
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOCKBOX-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           MOVE LOCKBOX-REC TO WS-LBX-REC
                           PERFORM NOTE-LOCKBOX-RECORD
                   END-READ
               END-PERFORM
               CLOSE LOCKBOX-FILE
               PERFORM CLOSE-LOCKBOX-ITEM
               IF WS-LBX-DONE = "N"
                   DISPLAY "LOCKBOX FILE HAS NO FILE TRAILER -"
                       " TRANSMISSION INCOMPLETE"
                   PERFORM NOTE-REFUSAL
               END-IF
               IF WS-LR-OVERFLOW = "Y"
                   DISPLAY "LOCKBOX FILE HAS MORE THAN 2000"
                       " REMITTANCE LINES"
                   PERFORM NOTE-REFUSAL
               END-IF
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-LOCKBOX-RECORD.
           IF WS-LBX-DONE = "Y"
               DISPLAY "LOCKBOX RECORDS FOLLOW THE FILE TRAILER"
               PERFORM NOTE-REFUSAL
           ELSE
               EVALUATE LBX-TYPE
                   WHEN "1"
                       PERFORM LOCKBOX-HEADER
                   WHEN "5"
                       PERFORM LOCKBOX-BATCH-HEADER
                   WHEN "6"
                       PERFORM LOCKBOX-CHECK
                   WHEN "4"
                       PERFORM LOCKBOX-OVERFLOW
                   WHEN "7"
                       PERFORM LOCKBOX-BATCH-TRAILER
                   WHEN "9"
                       PERFORM LOCKBOX-FILE-TRAILER
                   WHEN OTHER
                       DISPLAY "LOCKBOX RECORD TYPE " LBX-TYPE
                           " NOT RECOGNIZED"
                       PERFORM NOTE-REFUSAL
               END-EVALUATE
           END-IF.

       LOCKBOX-HEADER.
           IF WS-LBX-HEADER-SEEN = "Y"
               DISPLAY "LOCKBOX FILE HAS A SECOND HEADER"
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE "Y" TO WS-LBX-HEADER-SEEN
           MOVE LBH-LOCKBOX TO WS-LBX-LOCKBOX
           IF LBH-DATE NUMERIC
               MOVE SPACES TO WS-LBX-DATE
               STRING LBH-YYYY "-" LBH-MM "-" LBH-DD
                   DELIMITED BY SIZE INTO WS-LBX-DATE
               END-STRING
           ELSE
               DISPLAY "LOCKBOX DEPOSIT DATE NOT VALID: " LBH-DATE
               PERFORM NOTE-REFUSAL
           END-IF.

       LOCKBOX-BATCH-HEADER.
           PERFORM CLOSE-LOCKBOX-ITEM
           IF WS-LBX-HEADER-SEEN = "N" OR WS-LBX-IN-BATCH = "Y"
               DISPLAY "LOCKBOX BATCH HEADER OUT OF SEQUENCE"
               PERFORM NOTE-REFUSAL
           END-IF
           MOVE "Y" TO WS-LBX-IN-BATCH
           MOVE LBI-BATCH TO WS-LBX-BATCH
           MOVE 0 TO WS-LBX-BATCH-COUNT
           MOVE 0 TO WS-LBX-BATCH-TOTAL
           ADD 1 TO WS-LBX-FILE-BATCHES.

       LOCKBOX-CHECK.
           PERFORM CLOSE-LOCKBOX-ITEM
           IF WS-LBX-IN-BATCH = "N" OR LBI-BATCH NOT = WS-LBX-BATCH
               DISPLAY "LOCKBOX CHECK " LBI-CHECK-NO
                   " IS NOT IN AN OPEN BATCH"
               PERFORM NOTE-REFUSAL
           END-IF
           IF LBI-AMOUNT NOT NUMERIC
               DISPLAY "LOCKBOX CHECK " LBI-CHECK-NO
                   " AMOUNT NOT NUMERIC"
               PERFORM NOTE-REFUSAL
               MOVE 0 TO WS-ITEM-AMOUNT
           ELSE
               MOVE LBI-AMOUNT TO WS-ITEM-AMOUNT
           END-IF
           ADD 1 TO WS-LBX-BATCH-COUNT
           ADD WS-ITEM-AMOUNT TO WS-LBX-BATCH-TOTAL
           MOVE "Y" TO WS-LBX-ITEM-OPEN
           MOVE LBI-ITEM TO WS-LBX-ITEM-NO
           MOVE LBI-CUSTOMER TO WS-ITEM-CUSTOMER
           MOVE LBI-CHECK-NO TO WS-ITEM-CHECK-NO
           MOVE 0 TO WS-ITEM-APPLIED
           MOVE 0 TO WS-REST-ROW
           IF LBI-INVOICE NOT = SPACES
               IF LBI-INV-AMOUNT NUMERIC AND LBI-INV-AMOUNT > 0
                   PERFORM ADD-LOCKBOX-ROW
                   IF WS-NEW-ROW > 0
                       MOVE LBI-INVOICE TO WS-LR-INVOICE (LR-IDX)
                       MOVE LBI-INV-AMOUNT TO WS-LR-AMOUNT (LR-IDX)
                       MOVE LBI-DED-REASON TO WS-LR-REASON (LR-IDX)
                       ADD LBI-INV-AMOUNT TO WS-ITEM-APPLIED
                   END-IF
               ELSE
      *> No amount against the invoice: it takes whatever the
      *> check leaves once any overflow invoices are applied.
                   PERFORM ADD-LOCKBOX-ROW
                   IF WS-NEW-ROW > 0
                       MOVE LBI-INVOICE TO WS-LR-INVOICE (LR-IDX)
                       MOVE LBI-DED-REASON TO WS-LR-REASON (LR-IDX)
                       MOVE WS-NEW-ROW TO WS-REST-ROW
                   END-IF
               END-IF
           END-IF.

       LOCKBOX-OVERFLOW.
           IF WS-LBX-ITEM-OPEN = "N" OR LBO-BATCH NOT = WS-LBX-BATCH
                   OR LBO-ITEM NOT = WS-LBX-ITEM-NO
               DISPLAY "LOCKBOX OVERFLOW FOR INVOICE " LBO-INVOICE
                   " DOES NOT FOLLOW ITS CHECK"
               PERFORM NOTE-REFUSAL
           ELSE
               IF LBO-INV-AMOUNT NOT NUMERIC
                   DISPLAY "LOCKBOX OVERFLOW FOR INVOICE "
                       LBO-INVOICE " AMOUNT NOT NUMERIC"
                   PERFORM NOTE-REFUSAL
               ELSE
                   PERFORM ADD-LOCKBOX-ROW
                   IF WS-NEW-ROW > 0
                       MOVE LBO-INVOICE TO WS-LR-INVOICE (LR-IDX)
                       MOVE LBO-INV-AMOUNT TO WS-LR-AMOUNT (LR-IDX)
                       MOVE LBO-DED-REASON TO WS-LR-REASON (LR-IDX)
                       ADD LBO-INV-AMOUNT TO WS-ITEM-APPLIED
                   END-IF
               END-IF
           END-IF.

       ADD-LOCKBOX-ROW.
      *> WS-NEW-ROW (and LR-IDX) is the new row; WS-NEW-ROW is zero
      *> when the table is full.
           MOVE 0 TO WS-NEW-ROW
           IF WS-LR-COUNT < 2000
               ADD 1 TO WS-LR-COUNT
               MOVE WS-LR-COUNT TO WS-NEW-ROW
               SET LR-IDX TO WS-LR-COUNT
               MOVE WS-ITEM-CUSTOMER TO WS-LR-CUSTOMER (LR-IDX)
               MOVE WS-ITEM-CHECK-NO TO WS-LR-CHECK-NO (LR-IDX)
               MOVE SPACES TO WS-LR-INVOICE (LR-IDX)
               MOVE SPACES TO WS-LR-REASON (LR-IDX)
               MOVE 0 TO WS-LR-AMOUNT (LR-IDX)
           ELSE
               MOVE "Y" TO WS-LR-OVERFLOW
           END-IF.

       CLOSE-LOCKBOX-ITEM.
      *> Whatever the check leaves after the invoices it names goes
      *> to the invoice marked to take the rest, or else on account.
           IF WS-LBX-ITEM-OPEN = "Y"
               MOVE "N" TO WS-LBX-ITEM-OPEN
               COMPUTE WS-ITEM-REST = WS-ITEM-AMOUNT - WS-ITEM-APPLIED
               IF WS-ITEM-REST < 0
                   DISPLAY "LOCKBOX CHECK " WS-ITEM-CHECK-NO
                       " APPLIES MORE THAN ITS AMOUNT"
                   PERFORM NOTE-REFUSAL
               END-IF
               IF WS-ITEM-REST > 0
                   IF WS-REST-ROW > 0
                       SET LR-IDX TO WS-REST-ROW
                       MOVE WS-ITEM-REST TO WS-LR-AMOUNT (LR-IDX)
                   ELSE
                       PERFORM ADD-LOCKBOX-ROW
                       IF WS-NEW-ROW > 0
                           MOVE WS-ITEM-REST TO WS-LR-AMOUNT (LR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCKBOX-BATCH-TRAILER.
           PERFORM CLOSE-LOCKBOX-ITEM
           IF WS-LBX-IN-BATCH = "N" OR LBB-BATCH NOT = WS-LBX-BATCH
               DISPLAY "LOCKBOX BATCH TRAILER " LBB-BATCH
                   " OUT OF SEQUENCE"
               PERFORM NOTE-REFUSAL
           END-IF
           IF LBB-COUNT NOT NUMERIC OR LBB-TOTAL NOT NUMERIC
               DISPLAY "LOCKBOX BATCH " LBB-BATCH
                   " TRAILER NOT NUMERIC"
               PERFORM NOTE-REFUSAL
           ELSE
               IF LBB-COUNT NOT = WS-LBX-BATCH-COUNT OR
                       LBB-TOTAL NOT = WS-LBX-BATCH-TOTAL
                   MOVE WS-LBX-BATCH-TOTAL TO WS-AMT-ED
                   MOVE LBB-TOTAL TO WS-AMT-ED2
                   DISPLAY "LOCKBOX BATCH " LBB-BATCH " HOLDS "
                       WS-LBX-BATCH-COUNT " CHECKS FOR " WS-AMT-ED
                   DISPLAY "  BUT ITS TRAILER SAYS " LBB-COUNT
                       " FOR " WS-AMT-ED2
                   PERFORM NOTE-REFUSAL
               END-IF
           END-IF
           ADD WS-LBX-BATCH-COUNT TO WS-LBX-FILE-COUNT
           ADD WS-LBX-BATCH-TOTAL TO WS-LBX-FILE-TOTAL
           MOVE "N" TO WS-LBX-IN-BATCH.

       LOCKBOX-FILE-TRAILER.
           PERFORM CLOSE-LOCKBOX-ITEM
           IF WS-LBX-IN-BATCH = "Y"
               DISPLAY "LOCKBOX BATCH " WS-LBX-BATCH
                   " HAS NO TRAILER"
               PERFORM NOTE-REFUSAL
           END-IF
           IF LBF-BATCHES NOT NUMERIC OR LBF-COUNT NOT NUMERIC OR
                   LBF-TOTAL NOT NUMERIC
               DISPLAY "LOCKBOX FILE TRAILER NOT NUMERIC"
               PERFORM NOTE-REFUSAL
           ELSE
               IF LBF-BATCHES NOT = WS-LBX-FILE-BATCHES OR
                       LBF-COUNT NOT = WS-LBX-FILE-COUNT OR
                       LBF-TOTAL NOT = WS-LBX-FILE-TOTAL
                   MOVE WS-LBX-FILE-TOTAL TO WS-AMT-ED
                   MOVE LBF-TOTAL TO WS-AMT-ED2
                   DISPLAY "LOCKBOX FILE HOLDS " WS-LBX-FILE-BATCHES
                       " BATCHES, " WS-LBX-FILE-COUNT " CHECKS FOR "
                       WS-AMT-ED
                   DISPLAY "  BUT ITS TRAILER SAYS " LBF-BATCHES
                       ", " LBF-COUNT " FOR " WS-AMT-ED2
                   PERFORM NOTE-REFUSAL
               END-IF
           END-IF
           MOVE "Y" TO WS-LBX-DONE.

       CHECK-ALREADY-IMPORTED.
      *> bank_imports.dat keeps one line per file kind and bank date
      *> imported; a second file for the same date is refused even
      *> when its contents differ, since the first has already fed
      *> CASH-RECEIPTS or BANK-RECON.
           MOVE "N" TO WS-EOF
           OPEN INPUT IMPORT-LOG
           IF WS-ILFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ IMPORT-LOG
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-IMPORT
                   END-READ
               END-PERFORM
               CLOSE IMPORT-LOG
           END-IF
           MOVE "N" TO WS-EOF.

       CHECK-ONE-IMPORT.
           MOVE SPACES TO WS-IN-KIND WS-IN-BANK-DATE
           UNSTRING IMPORT-LOG-REC
               DELIMITED BY ","
               INTO WS-IN-KIND
                   WS-IN-BANK-DATE
           END-UNSTRING
           IF WS-IN-KIND = "BAI2" AND WS-BAI-PRESENT = "Y"
               PERFORM VARYING BDT-IDX FROM 1 BY 1
                       UNTIL BDT-IDX > WS-BAI-DATE-COUNT
                   IF WS-BAI-DATE (BDT-IDX) = WS-IN-BANK-DATE
                       DISPLAY "BAI2 PRIOR-DAY FILE FOR "
                           WS-IN-BANK-DATE " WAS ALREADY IMPORTED"
                       PERFORM NOTE-REFUSAL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-IN-KIND = "LBX" AND WS-LBX-PRESENT = "Y" AND
                   WS-LBX-DATE = WS-IN-BANK-DATE
               DISPLAY "LOCKBOX FILE FOR " WS-IN-BANK-DATE
                   " WAS ALREADY IMPORTED"
               PERFORM NOTE-REFUSAL
           END-IF.

       MATCH-LOCKBOX-DEPOSIT.
           MOVE 0 TO WS-BAI-LBX-TOTAL
           PERFORM VARYING BX-IDX FROM 1 BY 1
                   UNTIL BX-IDX > WS-BX-COUNT
               IF WS-BX-TYPE (BX-IDX) = 115 AND
                       WS-BX-DATE (BX-IDX) = WS-LBX-DATE
                   ADD WS-BX-AMOUNT (BX-IDX) TO WS-BAI-LBX-TOTAL
               END-IF
           END-PERFORM
           IF WS-BAI-LBX-TOTAL NOT = 0
               IF WS-BAI-LBX-TOTAL = WS-LBX-FILE-TOTAL
                   MOVE "Y" TO WS-LBX-REPLACES
               ELSE
                   MOVE WS-BAI-LBX-TOTAL TO WS-AMT-ED
                   MOVE WS-LBX-FILE-TOTAL TO WS-AMT-ED2
                   DISPLAY "WARNING: LOCKBOX CREDITS ON THE PRIOR-DAY"
                       " FILE FOR " WS-LBX-DATE " TOTAL " WS-AMT-ED
                   DISPLAY "  BUT THE LOCKBOX FILE TOTALS " WS-AMT-ED2
                       " - STATEMENT KEEPS THE BANK'S LUMP SUM"
                   MOVE "Y" TO WS-WARNED
               END-IF
           END-IF.

       WRITE-BANK-STATEMENT.
      *> bank_stmt.csv accumulates: BANK-RECON only looks past its
      *> reconciled-through date, and items still open from earlier
      *> statements have to stay in front of it.
           OPEN EXTEND BANK-STMT
           IF WS-BSFS NOT = "00"
               OPEN OUTPUT BANK-STMT
           END-IF
           PERFORM VARYING BX-IDX FROM 1 BY 1
                   UNTIL BX-IDX > WS-BX-COUNT
               IF WS-LBX-REPLACES = "Y" AND
                       WS-BX-TYPE (BX-IDX) = 115 AND
                       WS-BX-DATE (BX-IDX) = WS-LBX-DATE
                   CONTINUE
               ELSE
                   MOVE WS-BX-DATE (BX-IDX) TO BST-DATE
                   MOVE WS-BX-AMOUNT (BX-IDX) TO BST-AMOUNT
                   MOVE WS-BX-REF (BX-IDX) TO BST-REF
                   WRITE BANK-STMT-REC FROM WS-STMT-LINE
                   ADD 1 TO WS-STMT-WRITTEN
               END-IF
           END-PERFORM
           IF WS-LBX-REPLACES = "Y"
               PERFORM VARYING LR-IDX FROM 1 BY 1
                       UNTIL LR-IDX > WS-LR-COUNT
                   IF WS-LR-AMOUNT (LR-IDX) NOT = 0
                       MOVE WS-LBX-DATE TO BST-DATE
                       MOVE WS-LR-AMOUNT (LR-IDX) TO BST-AMOUNT
                       MOVE SPACES TO BST-REF
                       STRING "LBX " WS-LR-CHECK-NO (LR-IDX)
                           DELIMITED BY SIZE INTO BST-REF
                       END-STRING
                       WRITE BANK-STMT-REC FROM WS-STMT-LINE
                       ADD 1 TO WS-STMT-WRITTEN
                   END-IF
               END-PERFORM
           END-IF
           CLOSE BANK-STMT.

       WRITE-DEPOSITS.
      *> deposits.csv is the day's input to CASH-RECEIPTS and is
      *> replaced, not added to.
           MOVE 0 TO WS-LR-WRITTEN
           OPEN OUTPUT DEPOSIT-FEED
           PERFORM VARYING LR-IDX FROM 1 BY 1
                   UNTIL LR-IDX > WS-LR-COUNT
               IF WS-LR-AMOUNT (LR-IDX) NOT = 0
                   MOVE WS-LR-CUSTOMER (LR-IDX) TO DPL-CUSTOMER
                   MOVE WS-LR-INVOICE (LR-IDX) TO DPL-INVOICE
                   MOVE WS-LR-AMOUNT (LR-IDX) TO DPL-AMOUNT
                   MOVE WS-LBX-DATE TO DPL-DATE
                   MOVE WS-LR-REASON (LR-IDX) TO DPL-REASON
                   WRITE DEPOSIT-FEED-REC FROM WS-DEPOSIT-LINE
                   ADD 1 TO WS-LR-WRITTEN
               END-IF
           END-PERFORM
           CLOSE DEPOSIT-FEED.

       RECORD-IMPORTS.
           OPEN EXTEND IMPORT-LOG
           IF WS-ILFS NOT = "00"
               OPEN OUTPUT IMPORT-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO IMP-STAMP
           IF WS-BAI-PRESENT = "Y"
               MOVE "BAI2" TO IMP-KIND
               PERFORM VARYING BDT-IDX FROM 1 BY 1
                       UNTIL BDT-IDX > WS-BAI-DATE-COUNT
                   MOVE WS-BAI-DATE (BDT-IDX) TO IMP-BANK-DATE
                   WRITE IMPORT-LOG-REC FROM WS-IMPORT-LINE
               END-PERFORM
           END-IF
           IF WS-LBX-PRESENT = "Y"
               MOVE "LBX" TO IMP-KIND
               MOVE WS-LBX-DATE TO IMP-BANK-DATE
               WRITE IMPORT-LOG-REC FROM WS-IMPORT-LINE
           END-IF
           CLOSE IMPORT-LOG.

       WRITE-AUDIT-LOG.
           MOVE "BANK-IMPORT" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-LINES-READ TO AUDIT-RECORDS-READ
           MOVE WS-ERROR-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.
