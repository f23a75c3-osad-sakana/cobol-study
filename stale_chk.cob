       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-CHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER ASSIGN TO "check_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKFS.
           SELECT REGISTER-TEMP ASSIGN TO "stalechk.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTFS.
           SELECT STALE-FILE ASSIGN TO "stale_checks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFS.
           SELECT RECON-STATE ASSIGN TO "bank_recon_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSFS.
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
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.
           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-REGISTER.
       01 CHECK-REGISTER-REC       PIC X(100).

       FD REGISTER-TEMP.
       01 REGISTER-TEMP-REC        PIC X(100).

       FD STALE-FILE.
       01 STALE-REC                PIC X(100).

       FD RECON-STATE.
       01 RECON-STATE-REC          PIC X(10).

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

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC            PIC X(60).

       FD LOCK-FILE.
       01 LOCK-REC                 PIC X(30).

       FD PRINT-FILE.
       01 PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS                  PIC X(2).
           COPY RPTCTL.
       01 WS-RPT-ID                PIC X(8).
       01 WS-LKFS                  PIC X(2).
           COPY JRNLOCK.
       01 WS-CKFS                  PIC X(2).
       01 WS-RTFS                  PIC X(2).
       01 WS-SCFS                  PIC X(2).
           COPY STALECHK.
       01 WS-RSFS                  PIC X(2).
       01 WS-VFS                   PIC X(2).
       01 WS-AFS                   PIC X(2).
       01 WS-JFS                   PIC X(2).
       01 WS-RCFS                  PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
       01 WS-RGF2                  PIC X(2).
       01 WS-ALFS                  PIC X(2).
           COPY AUDITREC.
       01 WS-BATCH-SEQ             PIC 9(2) VALUE 1.
       01 WS-SEQ-PREFIX            PIC X(10).
       01 WS-SEQ-TAG               PIC X(3).
       01 WS-SEQ-ID                PIC X(12).
       01 WS-SEQ-N                 PIC 9(2).
       01 WS-SEQ-EOF               PIC X VALUE "N".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-FAILED            PIC X VALUE "N".

      *> Run-control settings, with the compiled-in defaults behind
      *> them.  The filing date is the same every year - the annual
      *> report covers what was voided to unclaimed property before
      *> it - so it lives here the way POS-PAY's bank account does.
      *> A vendor whose address shows no state is reported to the
      *> state the company is incorporated in.
       01 WS-STALE-DAYS            PIC 9(3) VALUE 180.
       01 WS-WAIT-DAYS             PIC 9(3) VALUE 60.
       01 WS-FILING-MMDD           PIC X(5) VALUE "11-01".
       01 WS-HOLDER-STATE          PIC X(2) VALUE "DE".
       01 WS-FILING-DATE           PIC X(10).
       01 WS-FILING-DUE            PIC X VALUE "N".
       01 WS-TODAY-INT             PIC 9(8) COMP VALUE 0.

       01 WS-CASH-NAME             PIC X(20) VALUE "CASH".
       01 WS-UNCLM-NAME            PIC X(20)
                                   VALUE "UNCLAIMED PROPERTY".
       01 WS-CASH-ACCTNO           PIC X(6).
       01 WS-UNCLM-ACCTNO          PIC X(6).

      *> BANK-RECON's state: every check dated on or before the
      *> reconciled-through date has been matched to the bank, and
      *> the checks it has matched since are listed after it.
       01 WS-RECON-THROUGH         PIC X(10) VALUE SPACES.
       01 WS-CL-COUNT              PIC 9(4) VALUE 0.
       01 WS-CL-TABLE.
           05 WS-CL-DOC OCCURS 1000 TIMES INDEXED BY CL-IDX
                                   PIC X(10).
       01 WS-CL-KEY                PIC X(10).
       01 WS-CLEARED               PIC X VALUE "N".

      *> stale_checks.csv held whole, with what this run does to
      *> each check: L a new letter, E voided to unclaimed property,
      *> C cashed or voided since the letter, R remitted at the
      *> filing, W due for voiding but held back by a failure.
       01 WS-TABLE-FULL            PIC X VALUE "N".
       01 WS-ST-COUNT              PIC 9(4) VALUE 0.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY ST-IDX.
               10 WS-ST-LINE        PIC X(100).
               10 WS-ST-CHECK-NO    PIC X(6).
               10 WS-ST-ACTION      PIC X.
               10 WS-ST-AMOUNT      PIC S9(9)V99.
               10 WS-ST-ADDRESS     PIC X(30).
               10 WS-ST-NO-STATE    PIC X.
       01 WS-ST-FOUND              PIC X VALUE "N".
       01 WS-ST-HIT                PIC 9(4) VALUE 0.

      *> The register line split back into its columns (the layout
      *> AP-CHECKS writes and CHECK-VOID maintains).
       01 WS-IN-CHECK-NO           PIC X(6).
       01 WS-IN-DATE               PIC X(10).
       01 WS-IN-VENDOR             PIC X(6).
       01 WS-IN-VEND-NAME          PIC X(20).
       01 WS-IN-INVOICE-NO         PIC X(10).
       01 WS-IN-AMOUNT-STR         PIC X(15).
       01 WS-IN-STATUS             PIC X.
       01 WS-IN-VOID-DATE          PIC X(10).
       01 WS-IN-DISC-STR           PIC X(15).

       01 WS-REGISTER-LINE.
           05 CKR-CHECK-NO          PIC 9(6).
           05 FILLER                PIC X VALUE ",".
           05 CKR-DATE              PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 CKR-VENDOR            PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 CKR-VEND-NAME         PIC X(20).
           05 FILLER                PIC X VALUE ",".
           05 CKR-INVOICE-NO        PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 CKR-AMOUNT            PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 CKR-STATUS            PIC X VALUE SPACE.
           05 FILLER                PIC X VALUE ",".
           05 CKR-VOID-DATE         PIC X(10) VALUE SPACES.
           05 FILLER                PIC X VALUE ",".
           05 CKR-DISC-AMOUNT       PIC -(9)9.99.

      *> A check paying several invoices has a register line for
      *> each, written together; the check is judged as a whole
      *> once its last line has gone by (the POS-PAY pattern).
       01 WS-PC-PENDING            PIC X VALUE "N".
       01 WS-PC-CHECK-NO           PIC X(6).
       01 WS-PC-DATE               PIC X(10).
       01 WS-PC-VENDOR             PIC X(6).
       01 WS-PC-VEND-NAME          PIC X(20).
       01 WS-PC-STATUS             PIC X.
       01 WS-PC-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-CHECKS-READ           PIC 9(7) VALUE 0.

      *> Owner state off the vendor's address: the last word, or
      *> the one before a trailing ZIP code, when it is two
      *> letters.  The address is read back to front.
       01 WS-ADDR-IN               PIC X(30).
       01 WS-ADDR-REV              PIC X(30).
       01 WS-ADDR-LEAD             PIC 9(2) VALUE 0.
       01 WS-ADDR-PTR              PIC 9(2) VALUE 0.
       01 WS-ADDR-TOK1             PIC X(30).
       01 WS-ADDR-TOK2             PIC X(30).
       01 WS-ADDR-CAND             PIC X(30).
       01 WS-OWNER-STATE           PIC X(2).
       01 WS-NO-STATE              PIC X VALUE "N".
       01 WS-LOWER-ALPHA           PIC X(26)
                                   VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA           PIC X(26)
                                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> The yearly remittance, one document per owner state.
       01 WS-SS-COUNT              PIC 9(2) VALUE 0.
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 60 TIMES INDEXED BY SS-IDX.
               10 WS-SS-STATE       PIC X(2).
               10 WS-SS-CHECKS      PIC 9(5).
               10 WS-SS-AMOUNT      PIC S9(11)V99.
       01 WS-SS-FOUND              PIC X VALUE "N".

       01 WS-DATE-IN               PIC X(10).
       01 WS-DATE-OUT              PIC X(10).
       01 WS-DATE-NUM              PIC 9(8) VALUE 0.
       01 WS-DATE-INT              PIC 9(8) COMP VALUE 0.
       01 WS-AGE-DAYS              PIC S9(8) COMP VALUE 0.

       01 WS-LETTER-COUNT          PIC 9(5) VALUE 0.
       01 WS-LETTER-TOTAL          PIC S9(11)V99 VALUE 0.
       01 WS-ESCHEAT-COUNT         PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-CLEARED-COUNT         PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT         PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-REMIT-COUNT           PIC 9(5) VALUE 0.
       01 WS-REMIT-TOTAL           PIC S9(11)V99 VALUE 0.
       01 WS-BLOCKED-COUNT         PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT            PIC 9(5) VALUE 0.
       01 WS-DEBIT-TOTAL           PIC S9(12)V99 VALUE 0.
       01 WS-LINE-SEQ              PIC 9(3) VALUE 0.
       01 WS-AMT-ED                PIC -(9)9.99.
       01 WS-TOT-ED                PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           IF RC-STALE-DAYS NUMERIC AND RC-STALE-DAYS > 0
               MOVE RC-STALE-DAYS TO WS-STALE-DAYS
           END-IF
           IF RC-ESCHEAT-WAIT NUMERIC AND RC-ESCHEAT-WAIT > 0
               MOVE RC-ESCHEAT-WAIT TO WS-WAIT-DAYS
           END-IF
           MOVE RC-BUSINESS-DATE TO WS-DATE-IN
           PERFORM DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-TODAY-INT
           MOVE SPACES TO WS-FILING-DATE
           STRING RC-BD-YYYY "-" WS-FILING-MMDD
               DELIMITED BY SIZE INTO WS-FILING-DATE
           END-STRING
           IF RC-BUSINESS-DATE >= WS-FILING-DATE
               MOVE "Y" TO WS-FILING-DUE
           END-IF

           PERFORM LOAD-RECON-STATE
           PERFORM LOAD-STALE-FILE
           IF WS-TABLE-FULL = "Y"
               DISPLAY "MORE THAN 2000 CHECKS ON STALE_CHECKS.CSV -"
                   " NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT VENDOR-MASTER
           IF WS-VFS NOT = "00"
               DISPLAY "COULD NOT OPEN VENDOR MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SCAN-CHECK-REGISTER
           CLOSE VENDOR-MASTER
           IF WS-TABLE-FULL = "Y"
               DISPLAY "MORE THAN 2000 CHECKS ON STALE_CHECKS.CSV -"
                   " NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FILING-DUE = "Y"
               PERFORM PLAN-FILING
           END-IF

      *> Both kinds of entry go out in one batch: each check voided
      *> puts its cash back against the unclaimed property liability,
      *> and each owner state's remittance pays that liability off.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-ACTION (ST-IDX) = "E"
                   ADD 2 TO WS-LINE-COUNT
                   ADD WS-ST-AMOUNT (ST-IDX) TO WS-DEBIT-TOTAL
               END-IF
           END-PERFORM
           PERFORM VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > WS-SS-COUNT
               ADD 2 TO WS-LINE-COUNT
               ADD WS-SS-AMOUNT (SS-IDX) TO WS-DEBIT-TOTAL
           END-PERFORM

           IF WS-LINE-COUNT > 0
               PERFORM FIND-ACCOUNTS
               IF WS-CASH-ACCTNO = SPACES OR WS-UNCLM-ACCTNO = SPACES
                   PERFORM HOLD-BACK-ENTRIES
               ELSE
      *> The journal claim is taken before the register is touched:
      *> a busy poster must never find a check marked voided with
      *> its entry still unwritten.
                   PERFORM ACQUIRE-JOURNAL-LOCK
                   IF WS-LOCK-OK = "N"
                       PERFORM HOLD-BACK-ENTRIES
                   ELSE
                       PERFORM MARK-REGISTER-ESCHEATED
                       PERFORM WRITE-ESCHEAT-BATCH
                       PERFORM RELEASE-JOURNAL-LOCK
                   END-IF
               END-IF
           END-IF

           PERFORM APPLY-ACTIONS
           PERFORM PRINT-REVIEW
           IF WS-LETTER-COUNT > 0
               PERFORM PRINT-LETTER-LIST
           END-IF
           IF WS-REMIT-COUNT > 0
               PERFORM PRINT-ESCHEAT-REPORT
           END-IF
           PERFORM REWRITE-STALE-FILE
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "CHECKS EXAMINED: " WS-CHECKS-READ
           DISPLAY "DUE-DILIGENCE LETTERS: " WS-LETTER-COUNT
               "  VOIDED TO UNCLAIMED PROPERTY: " WS-ESCHEAT-COUNT
           IF WS-REMIT-COUNT > 0
               MOVE WS-REMIT-TOTAL TO WS-TOT-ED
               DISPLAY "ESCHEATMENT FILED: " WS-REMIT-COUNT
                   " CHECKS " WS-TOT-ED
           END-IF
           IF WS-LINE-COUNT > 0 AND WS-RUN-FAILED = "N"
               DISPLAY "RUN BATCH-DRIVER TO VALIDATE AND POST THE"
                   " BATCH"
           END-IF
           IF WS-RUN-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
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
           IF RC-PERIOD NOT NUMERIC OR RC-PERIOD = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO RC-PERIOD
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

       LOAD-RECON-STATE.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-CL-COUNT
           OPEN INPUT RECON-STATE
           IF WS-RSFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               READ RECON-STATE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RECON-STATE-REC TO WS-RECON-THROUGH
               END-READ
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RECON-STATE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CL-COUNT < 1000
                           ADD 1 TO WS-CL-COUNT
                           MOVE RECON-STATE-REC TO
                               WS-CL-DOC (WS-CL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RSFS = "00" OR WS-RSFS = "10"
               CLOSE RECON-STATE
           END-IF
           IF WS-RECON-THROUGH = SPACES
               MOVE "0000-00-00" TO WS-RECON-THROUGH
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-STALE-FILE.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT STALE-FILE
           IF WS-SCFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STALE-FILE INTO WS-STALE-LINE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STALE-REC(1:6) NUMERIC
                           IF WS-ST-COUNT < 2000
                               ADD 1 TO WS-ST-COUNT
                               SET ST-IDX TO WS-ST-COUNT
                               MOVE STALE-REC TO WS-ST-LINE (ST-IDX)
                               MOVE STALE-REC(1:6) TO
                                   WS-ST-CHECK-NO (ST-IDX)
                               MOVE SPACE TO WS-ST-ACTION (ST-IDX)
                               MOVE FUNCTION NUMVAL(SC-AMOUNT) TO
                                   WS-ST-AMOUNT (ST-IDX)
                               MOVE SPACES TO WS-ST-ADDRESS (ST-IDX)
                               MOVE "N" TO WS-ST-NO-STATE (ST-IDX)
                           ELSE
                               MOVE "Y" TO WS-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SCFS = "00" OR WS-SCFS = "10"
               CLOSE STALE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SCAN-CHECK-REGISTER.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-PC-PENDING
           OPEN INPUT CHECK-REGISTER
           IF WS-CKFS NOT = "00"
               DISPLAY "NO CHECK REGISTER ON FILE"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-REGISTER
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-REGISTER-LINE
               END-READ
           END-PERFORM
           IF WS-PC-PENDING = "Y"
               PERFORM JUDGE-ONE-CHECK
           END-IF
           IF WS-CKFS = "00" OR WS-CKFS = "10"
               CLOSE CHECK-REGISTER
           END-IF
           MOVE "N" TO WS-EOF.

       PARSE-REGISTER-LINE.
           MOVE SPACES TO WS-IN-CHECK-NO WS-IN-DATE WS-IN-VENDOR
               WS-IN-VEND-NAME WS-IN-INVOICE-NO WS-IN-AMOUNT-STR
               WS-IN-VOID-DATE WS-IN-DISC-STR
           MOVE SPACE TO WS-IN-STATUS
           UNSTRING CHECK-REGISTER-REC
               DELIMITED BY ","
               INTO WS-IN-CHECK-NO
                   WS-IN-DATE
                   WS-IN-VENDOR
                   WS-IN-VEND-NAME
                   WS-IN-INVOICE-NO
                   WS-IN-AMOUNT-STR
                   WS-IN-STATUS
                   WS-IN-VOID-DATE
                   WS-IN-DISC-STR
           END-UNSTRING.

       NOTE-REGISTER-LINE.
           PERFORM PARSE-REGISTER-LINE
           IF WS-IN-CHECK-NO(1:6) NOT NUMERIC
               CONTINUE
           ELSE
               IF WS-PC-PENDING = "Y" AND
                       WS-IN-CHECK-NO NOT = WS-PC-CHECK-NO
                   PERFORM JUDGE-ONE-CHECK
               END-IF
               IF WS-PC-PENDING = "N"
                   MOVE "Y" TO WS-PC-PENDING
                   MOVE WS-IN-CHECK-NO TO WS-PC-CHECK-NO
                   MOVE WS-IN-DATE TO WS-PC-DATE
                   MOVE WS-IN-VENDOR TO WS-PC-VENDOR
                   MOVE WS-IN-VEND-NAME TO WS-PC-VEND-NAME
                   MOVE WS-IN-STATUS TO WS-PC-STATUS
                   MOVE 0 TO WS-PC-AMOUNT
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-STR) = 0
                   ADD FUNCTION NUMVAL(WS-IN-AMOUNT-STR)
                       TO WS-PC-AMOUNT
               END-IF
           END-IF.

       JUDGE-ONE-CHECK.
      *> A check already in the cycle moves on when AP voids it, the
      *> bank pays it, or its letter has had the full waiting
      *> period; a live check not yet in it gets its letter once it
      *> is older than the stale age and still unmatched.  A zero
      *> check is a spoiled stub form and was never issued.
           MOVE "N" TO WS-PC-PENDING
           ADD 1 TO WS-CHECKS-READ
           PERFORM FIND-STALE-ENTRY
           PERFORM CHECK-CLEARED
           IF WS-PC-AMOUNT = 0 OR WS-PC-STATUS = "E"
               CONTINUE
           ELSE
           IF WS-ST-FOUND = "Y"
               MOVE WS-ST-LINE (ST-IDX) TO WS-STALE-LINE
               IF SC-STATUS = "N"
                   IF WS-PC-STATUS = "V" OR WS-CLEARED = "Y"
                       MOVE "C" TO WS-ST-ACTION (ST-IDX)
                   ELSE
                       MOVE SC-NOTICE-DATE TO WS-DATE-IN
                       PERFORM DATE-TO-INTEGER
                       IF WS-DATE-INT > 0 AND
                               WS-TODAY-INT >=
                                   WS-DATE-INT + WS-WAIT-DAYS
                           PERFORM GET-OWNER-STATE
                           MOVE "E" TO WS-ST-ACTION (ST-IDX)
                       END-IF
                   END-IF
               END-IF
           ELSE
           IF WS-PC-STATUS NOT = "V" AND WS-CLEARED = "N"
               MOVE WS-PC-DATE TO WS-DATE-IN
               PERFORM DATE-TO-INTEGER
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
               IF WS-DATE-INT > 0 AND WS-AGE-DAYS >= WS-STALE-DAYS
                   PERFORM ADD-STALE-ENTRY
               END-IF
           END-IF
           END-IF
           END-IF.

       FIND-STALE-ENTRY.
           MOVE "N" TO WS-ST-FOUND
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-CHECK-NO (ST-IDX) = WS-PC-CHECK-NO
                   MOVE "Y" TO WS-ST-FOUND
                   SET WS-ST-HIT TO ST-IDX
               END-IF
           END-PERFORM
           IF WS-ST-FOUND = "Y"
               SET ST-IDX TO WS-ST-HIT
           END-IF.

       CHECK-CLEARED.
           MOVE "N" TO WS-CLEARED
           IF WS-PC-DATE <= WS-RECON-THROUGH
               MOVE "Y" TO WS-CLEARED
           ELSE
               MOVE SPACES TO WS-CL-KEY
               STRING "CK" WS-PC-CHECK-NO
                   DELIMITED BY SIZE INTO WS-CL-KEY
               END-STRING
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > WS-CL-COUNT
                   IF WS-CL-DOC (CL-IDX) = WS-CL-KEY
                       MOVE "Y" TO WS-CLEARED
                   END-IF
               END-PERFORM
           END-IF.

       ADD-STALE-ENTRY.
           IF WS-ST-COUNT >= 2000
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               PERFORM GET-OWNER-STATE
               ADD 1 TO WS-ST-COUNT
               SET ST-IDX TO WS-ST-COUNT
               MOVE WS-PC-CHECK-NO(1:6) TO SC-CHECK-NO
               MOVE WS-PC-DATE          TO SC-CHECK-DATE
               MOVE WS-PC-VENDOR        TO SC-VENDOR
               MOVE WS-PC-VEND-NAME     TO SC-VEND-NAME
               MOVE WS-PC-AMOUNT        TO SC-AMOUNT
               MOVE "N"                 TO SC-STATUS
               MOVE RC-BUSINESS-DATE    TO SC-NOTICE-DATE
               MOVE SPACES              TO SC-VOID-DATE
               MOVE WS-OWNER-STATE      TO SC-OWNER-STATE
               MOVE SPACES              TO SC-REMIT-DATE
               MOVE WS-STALE-LINE TO WS-ST-LINE (ST-IDX)
               MOVE WS-PC-CHECK-NO TO WS-ST-CHECK-NO (ST-IDX)
               MOVE "L" TO WS-ST-ACTION (ST-IDX)
               MOVE WS-PC-AMOUNT TO WS-ST-AMOUNT (ST-IDX)
           END-IF.

       GET-OWNER-STATE.
      *> Leaves the vendor's address and owner state on the entry at
      *> ST-IDX (and in WS-OWNER-STATE) for the letter and the
      *> filing.
           MOVE SPACES TO WS-ADDR-IN
           MOVE WS-PC-VENDOR TO VEND-NUMBER
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VEND-ADDRESS TO WS-ADDR-IN
           END-READ
           PERFORM DERIVE-OWNER-STATE
           IF WS-ST-FOUND = "Y"
               MOVE WS-ADDR-IN TO WS-ST-ADDRESS (ST-IDX)
               MOVE WS-NO-STATE TO WS-ST-NO-STATE (ST-IDX)
           ELSE
               MOVE WS-ADDR-IN TO
                   WS-ST-ADDRESS (WS-ST-COUNT + 1)
               MOVE WS-NO-STATE TO
                   WS-ST-NO-STATE (WS-ST-COUNT + 1)
           END-IF.

       DERIVE-OWNER-STATE.
           MOVE WS-HOLDER-STATE TO WS-OWNER-STATE
           MOVE "Y" TO WS-NO-STATE
           INSPECT WS-ADDR-IN
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           IF WS-ADDR-IN NOT = SPACES
               MOVE FUNCTION REVERSE(WS-ADDR-IN) TO WS-ADDR-REV
               MOVE 0 TO WS-ADDR-LEAD
               INSPECT WS-ADDR-REV
                   TALLYING WS-ADDR-LEAD FOR LEADING SPACES
               COMPUTE WS-ADDR-PTR = WS-ADDR-LEAD + 1
               MOVE SPACES TO WS-ADDR-TOK1 WS-ADDR-TOK2
               UNSTRING WS-ADDR-REV
                   DELIMITED BY ALL SPACES OR ALL ","
                   INTO WS-ADDR-TOK1
                       WS-ADDR-TOK2
                   WITH POINTER WS-ADDR-PTR
               END-UNSTRING
               IF WS-ADDR-TOK1(1:1) IS NUMERIC
                   MOVE WS-ADDR-TOK2 TO WS-ADDR-CAND
               ELSE
                   MOVE WS-ADDR-TOK1 TO WS-ADDR-CAND
               END-IF
               IF WS-ADDR-CAND(1:2) IS ALPHABETIC AND
                       WS-ADDR-CAND(1:1) NOT = SPACE AND
                       WS-ADDR-CAND(2:1) NOT = SPACE AND
                       WS-ADDR-CAND(3:28) = SPACES
                   MOVE WS-ADDR-CAND(2:1) TO WS-OWNER-STATE(1:1)
                   MOVE WS-ADDR-CAND(1:1) TO WS-OWNER-STATE(2:1)
                   MOVE "N" TO WS-NO-STATE
               END-IF
           END-IF.

       PLAN-FILING.
      *> Everything voided to unclaimed property before this year's
      *> filing date is reported and remitted now, by owner state;
      *> what was voided after it waits for next year's.
           MOVE 0 TO WS-SS-COUNT
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               MOVE WS-ST-LINE (ST-IDX) TO WS-STALE-LINE
               IF SC-STATUS = "E" AND WS-ST-ACTION (ST-IDX) = SPACE
                       AND SC-VOID-DATE < WS-FILING-DATE
                   PERFORM ADD-TO-STATE-TOTAL
               END-IF
           END-PERFORM.

       ADD-TO-STATE-TOTAL.
           MOVE "N" TO WS-SS-FOUND
           PERFORM VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > WS-SS-COUNT
               IF WS-SS-STATE (SS-IDX) = SC-OWNER-STATE
                   MOVE "Y" TO WS-SS-FOUND
                   ADD 1 TO WS-SS-CHECKS (SS-IDX)
                   ADD WS-ST-AMOUNT (ST-IDX) TO WS-SS-AMOUNT (SS-IDX)
               END-IF
           END-PERFORM
           IF WS-SS-FOUND = "N"
               IF WS-SS-COUNT < 60
                   ADD 1 TO WS-SS-COUNT
                   MOVE SC-OWNER-STATE TO WS-SS-STATE (WS-SS-COUNT)
                   MOVE 1 TO WS-SS-CHECKS (WS-SS-COUNT)
                   MOVE WS-ST-AMOUNT (ST-IDX) TO
                       WS-SS-AMOUNT (WS-SS-COUNT)
                   MOVE "Y" TO WS-SS-FOUND
               END-IF
           END-IF
           IF WS-SS-FOUND = "Y"
               MOVE "R" TO WS-ST-ACTION (ST-IDX)
           END-IF.

       HOLD-BACK-ENTRIES.
      *> Without the accounts or the journal nothing is voided or
      *> remitted: the checks stay where they were for the next run.
           MOVE "Y" TO WS-RUN-FAILED
           DISPLAY "NO CHECKS VOIDED OR REMITTED THIS RUN - RUN"
               " STALE-CHK AGAIN"
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-ACTION (ST-IDX) = "E"
                   MOVE "W" TO WS-ST-ACTION (ST-IDX)
                   ADD 1 TO WS-BLOCKED-COUNT
               END-IF
               IF WS-ST-ACTION (ST-IDX) = "R"
                   MOVE SPACE TO WS-ST-ACTION (ST-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SS-COUNT.

       FIND-ACCOUNTS.
           MOVE SPACES TO WS-CASH-ACCTNO WS-UNCLM-ACCTNO
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
               MOVE WS-UNCLM-NAME TO ACC-NAME
               READ ACCOUNT-MASTER KEY IS ACC-NAME
                   INVALID KEY
                       DISPLAY "UNCLAIMED PROPERTY ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       MOVE ACC-NUMBER TO WS-UNCLM-ACCTNO
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

       MARK-REGISTER-ESCHEATED.
      *> The register is line sequential, so the E mark goes on
      *> through a temp-file rewrite (the CHECK-VOID pattern).  E
      *> is a void to POS-PAY, which sends the bank the stop, but
      *> the invoices stay paid: the money is owed to the state now,
      *> not back to the vendor's account.
           MOVE "N" TO WS-EOF
           OPEN INPUT CHECK-REGISTER
           OPEN OUTPUT REGISTER-TEMP
           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-REGISTER
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-REGISTER-LINE
                       MOVE WS-IN-CHECK-NO TO WS-PC-CHECK-NO
                       PERFORM FIND-STALE-ENTRY
                       IF WS-ST-FOUND = "Y" AND
                               WS-ST-ACTION (ST-IDX) = "E" AND
                               WS-IN-STATUS NOT = "V"
                           PERFORM REBUILD-ESCHEATED-LINE
                           WRITE REGISTER-TEMP-REC
                               FROM WS-REGISTER-LINE
                       ELSE
                           WRITE REGISTER-TEMP-REC
                               FROM CHECK-REGISTER-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER
           CLOSE REGISTER-TEMP

           MOVE "N" TO WS-EOF
           OPEN OUTPUT CHECK-REGISTER
           OPEN INPUT REGISTER-TEMP
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTER-TEMP
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CHECK-REGISTER-REC
                           FROM REGISTER-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER
           CLOSE REGISTER-TEMP
           MOVE "N" TO WS-EOF.

       REBUILD-ESCHEATED-LINE.
           MOVE WS-IN-CHECK-NO(1:6) TO CKR-CHECK-NO
           MOVE WS-IN-DATE          TO CKR-DATE
           MOVE WS-IN-VENDOR        TO CKR-VENDOR
           MOVE WS-IN-VEND-NAME     TO CKR-VEND-NAME
           MOVE WS-IN-INVOICE-NO    TO CKR-INVOICE-NO
           MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO CKR-AMOUNT
           MOVE "E"                 TO CKR-STATUS
           MOVE RC-BUSINESS-DATE    TO CKR-VOID-DATE
           IF WS-IN-DISC-STR = SPACES
               MOVE 0 TO CKR-DISC-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WS-IN-DISC-STR)
                   TO CKR-DISC-AMOUNT
           END-IF.

       WRITE-ESCHEAT-BATCH.
           MOVE SPACES TO WS-SEQ-PREFIX
           STRING "UP" WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO WS-SEQ-PREFIX
           END-STRING
           PERFORM NEXT-BATCH-SEQ

      *> The journal claim is already held from before the register
      *> was marked.
           OPEN EXTEND JOURNAL-OUT
           IF WS-JFS NOT = "00"
               OPEN OUTPUT JOURNAL-OUT
           END-IF
           IF WS-JFS NOT = "00"
               DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT -"
                   " CHECKS MARKED WITHOUT THEIR ENTRIES, BOOK THEM"
                   " BY HAND"
               MOVE "Y" TO WS-RUN-FAILED
           ELSE
               MOVE "HDR" TO CTRL-TAG
               MOVE SPACES TO CTRL-BATCH-ID
               STRING "UP" WS-BUSINESS-DATE-X WS-BATCH-SEQ
                   DELIMITED BY SIZE INTO CTRL-BATCH-ID
               END-STRING
               MOVE WS-LINE-COUNT TO CTRL-COUNT
               MOVE WS-DEBIT-TOTAL TO CTRL-TOTAL
               WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > WS-ST-COUNT
                   IF WS-ST-ACTION (ST-IDX) = "E"
                       PERFORM WRITE-ESCHEAT-VOID-DOC
                   END-IF
               END-PERFORM
               PERFORM VARYING SS-IDX FROM 1 BY 1
                       UNTIL SS-IDX > WS-SS-COUNT
                   PERFORM WRITE-REMITTANCE-DOC
               END-PERFORM

               MOVE "TRL" TO CTRL-TAG
               WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
               CLOSE JOURNAL-OUT
           END-IF.

       WRITE-ESCHEAT-VOID-DOC.
      *> The check's cash comes back and is owed to the state.
           MOVE RC-BUSINESS-DATE TO JL-DATE
           MOVE SPACES TO JL-DOC-NO
           STRING "SV" WS-ST-CHECK-NO (ST-IDX)
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING
           MOVE WS-ST-AMOUNT (ST-IDX) TO WS-AMT-ED

           MOVE 1                 TO JL-LINE-NO
           MOVE WS-CASH-NAME      TO JL-ACCT-NAME
           MOVE WS-CASH-ACCTNO    TO JL-ACCTNO
           MOVE "D"               TO JL-DC
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           MOVE 2                 TO JL-LINE-NO
           MOVE WS-UNCLM-NAME     TO JL-ACCT-NAME
           MOVE WS-UNCLM-ACCTNO   TO JL-ACCTNO
           MOVE "C"               TO JL-DC
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE.

       WRITE-REMITTANCE-DOC.
      *> One remittance to each owner state for its year's total.
           MOVE RC-BUSINESS-DATE TO JL-DATE
           MOVE SPACES TO JL-DOC-NO
           STRING "ER" WS-SS-STATE (SS-IDX) RC-BD-YYYY
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING
           MOVE WS-SS-AMOUNT (SS-IDX) TO WS-AMT-ED

           MOVE 1                 TO JL-LINE-NO
           MOVE WS-UNCLM-NAME     TO JL-ACCT-NAME
           MOVE WS-UNCLM-ACCTNO   TO JL-ACCTNO
           MOVE "D"               TO JL-DC
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           MOVE 2                 TO JL-LINE-NO
           MOVE WS-CASH-NAME      TO JL-ACCT-NAME
           MOVE WS-CASH-ACCTNO    TO JL-ACCTNO
           MOVE "C"               TO JL-DC
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE.

       APPLY-ACTIONS.
      *> Carries this run's decisions onto the entries and counts
      *> them for the report.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               MOVE WS-ST-LINE (ST-IDX) TO WS-STALE-LINE
               EVALUATE WS-ST-ACTION (ST-IDX)
                   WHEN "L"
                       ADD 1 TO WS-LETTER-COUNT
                       ADD WS-ST-AMOUNT (ST-IDX) TO WS-LETTER-TOTAL
                   WHEN "C"
                       ADD 1 TO WS-CLEARED-COUNT
                   WHEN "E"
                       MOVE "E" TO SC-STATUS
                       MOVE RC-BUSINESS-DATE TO SC-VOID-DATE
                       PERFORM GET-ENTRY-STATE
                       ADD 1 TO WS-ESCHEAT-COUNT
                       ADD WS-ST-AMOUNT (ST-IDX) TO WS-ESCHEAT-TOTAL
                   WHEN "R"
                       MOVE "R" TO SC-STATUS
                       MOVE RC-BUSINESS-DATE TO SC-REMIT-DATE
                       ADD 1 TO WS-REMIT-COUNT
                       ADD WS-ST-AMOUNT (ST-IDX) TO WS-REMIT-TOTAL
                   WHEN OTHER
                       IF SC-STATUS = "N"
                           ADD 1 TO WS-WAITING-COUNT
                       END-IF
                       IF SC-STATUS = "E"
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
               END-EVALUATE
               MOVE WS-STALE-LINE TO WS-ST-LINE (ST-IDX)
           END-PERFORM.

       GET-ENTRY-STATE.
      *> The state on the address as it stands when the check is
      *> voided, in case AP corrected it after the letter.
           IF WS-ST-ADDRESS (ST-IDX) NOT = SPACES
               MOVE WS-ST-ADDRESS (ST-IDX) TO WS-ADDR-IN
               PERFORM DERIVE-OWNER-STATE
               MOVE WS-OWNER-STATE TO SC-OWNER-STATE
           END-IF.

       REWRITE-STALE-FILE.
      *> Checks cashed or voided by AP since their letter leave the
      *> file once they have been reported.
           OPEN OUTPUT STALE-FILE
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-ACTION (ST-IDX) NOT = "C"
                   WRITE STALE-REC FROM WS-ST-LINE (ST-IDX)
               END-IF
           END-PERFORM
           CLOSE STALE-FILE.

       PRINT-REVIEW.
           MOVE "STALE-DATED CHECK REVIEW" TO WS-RPT-TITLE
           MOVE "STALECHK" TO WS-RPT-ID
           PERFORM OPEN-REPORT
           STRING "CHECKS UNCASHED " WS-STALE-DAYS
               " DAYS ARE STALE; VOIDED TO UNCLAIMED PROPERTY "
               WS-WAIT-DAYS " DAYS AFTER THE LETTER"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "BANK RECONCILED THROUGH " WS-RECON-THROUGH
               "   NEXT FILING " WS-FILING-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           PERFORM WRITE-BLANK-LINE
           MOVE "DUE-DILIGENCE LETTERS SENT THIS RUN" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADS
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-ACTION (ST-IDX) = "L"
                   PERFORM PRINT-STALE-ENTRY
               END-IF
           END-PERFORM

           PERFORM WRITE-BLANK-LINE
           MOVE "VOIDED TO UNCLAIMED PROPERTY THIS RUN"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADS
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-ACTION (ST-IDX) = "E"
                   PERFORM PRINT-STALE-ENTRY
               END-IF
           END-PERFORM

           PERFORM WRITE-BLANK-LINE
           MOVE "CASHED OR VOIDED BY AP SINCE THE LETTER"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADS
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-ACTION (ST-IDX) = "C"
                   PERFORM PRINT-STALE-ENTRY
               END-IF
           END-PERFORM

           PERFORM WRITE-BLANK-LINE
           MOVE "LETTER SENT - WAITING OUT THE DUE-DILIGENCE PERIOD"
               TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADS
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               MOVE WS-ST-LINE (ST-IDX) TO WS-STALE-LINE
               IF SC-STATUS = "N" AND WS-ST-ACTION (ST-IDX) NOT = "L"
                       AND WS-ST-ACTION (ST-IDX) NOT = "C"
                   PERFORM PRINT-STALE-ENTRY
               END-IF
           END-PERFORM

           PERFORM WRITE-BLANK-LINE
           MOVE "VOIDED - HELD FOR THE NEXT FILING" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADS
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               MOVE WS-ST-LINE (ST-IDX) TO WS-STALE-LINE
               IF SC-STATUS = "E" AND WS-ST-ACTION (ST-IDX) NOT = "E"
                   PERFORM PRINT-STALE-ENTRY
               END-IF
           END-PERFORM

           PERFORM WRITE-BLANK-LINE
           MOVE WS-LETTER-TOTAL TO WS-TOT-ED
           STRING "LETTERS: " WS-LETTER-COUNT "  " WS-TOT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-ESCHEAT-TOTAL TO WS-TOT-ED
           STRING "VOIDED TO UNCLAIMED PROPERTY: " WS-ESCHEAT-COUNT
               "  " WS-TOT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "CASHED OR VOIDED SINCE THE LETTER: "
               WS-CLEARED-COUNT "   STILL WAITING: "
               WS-WAITING-COUNT "   HELD FOR FILING: "
               WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-BLOCKED-COUNT > 0
               STRING "DUE FOR VOIDING BUT HELD BACK THIS RUN: "
                   WS-BLOCKED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM CLOSE-REPORT.

       PRINT-COLUMN-HEADS.
           STRING "CHECK  CHECK DATE VENDOR NAME                 "
               "       AMOUNT  LETTER     VOIDED     ST"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       PRINT-STALE-ENTRY.
           MOVE WS-ST-LINE (ST-IDX) TO WS-STALE-LINE
           STRING SC-CHECK-NO " " SC-CHECK-DATE " " SC-VENDOR " "
               SC-VEND-NAME " " SC-AMOUNT "  " SC-NOTICE-DATE " "
               SC-VOID-DATE " " SC-OWNER-STATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.

       PRINT-LETTER-LIST.
      *> Mailing list for the due-diligence letters: the vendor's
      *> last known address, the check, and the date by which the
      *> vendor must answer before the check goes to the state.
           MOVE "DUE-DILIGENCE LETTER LIST" TO WS-RPT-TITLE
           MOVE "STALELTR" TO WS-RPT-ID
           PERFORM OPEN-REPORT
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF WS-ST-ACTION (ST-IDX) = "L"
                   PERFORM PRINT-ONE-LETTER
               END-IF
           END-PERFORM
           MOVE WS-LETTER-TOTAL TO WS-TOT-ED
           STRING "LETTERS: " WS-LETTER-COUNT "   TOTAL "
               WS-TOT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM CLOSE-REPORT.

       PRINT-ONE-LETTER.
           MOVE WS-ST-LINE (ST-IDX) TO WS-STALE-LINE
           MOVE SC-NOTICE-DATE TO WS-DATE-IN
           PERFORM DATE-TO-INTEGER
           ADD WS-WAIT-DAYS TO WS-DATE-INT
           PERFORM INTEGER-TO-DATE
           STRING SC-VENDOR " " SC-VEND-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "       " WS-ST-ADDRESS (ST-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "       CHECK " SC-CHECK-NO " DATED "
               SC-CHECK-DATE " FOR " SC-AMOUNT
               "   RESPOND BY " WS-DATE-OUT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-ST-NO-STATE (ST-IDX) = "Y"
               STRING "       ADDRESS SHOWS NO STATE - REPORTABLE"
                   " TO " WS-HOLDER-STATE " UNLESS CORRECTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE.

       PRINT-ESCHEAT-REPORT.
      *> The annual unclaimed property report: each check remitted,
      *> grouped under its owner state, with the state's total as
      *> the remittance booked in the batch.
           MOVE "UNCLAIMED PROPERTY REPORT" TO WS-RPT-TITLE
           MOVE "ESCHEAT" TO WS-RPT-ID
           PERFORM OPEN-REPORT
           STRING "PROPERTY VOIDED BEFORE " WS-FILING-DATE
               ", REMITTED " RC-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > WS-SS-COUNT
               PERFORM PRINT-ONE-STATE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE WS-REMIT-TOTAL TO WS-TOT-ED
           STRING "TOTAL REMITTED: " WS-REMIT-COUNT " CHECKS "
               WS-TOT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM CLOSE-REPORT.

       PRINT-ONE-STATE.
           PERFORM WRITE-BLANK-LINE
           STRING "OWNER STATE " WS-SS-STATE (SS-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM PRINT-COLUMN-HEADS
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               MOVE WS-ST-LINE (ST-IDX) TO WS-STALE-LINE
               IF WS-ST-ACTION (ST-IDX) = "R" AND
                       SC-OWNER-STATE = WS-SS-STATE (SS-IDX)
                   PERFORM PRINT-STALE-ENTRY
               END-IF
           END-PERFORM
           MOVE WS-SS-AMOUNT (SS-IDX) TO WS-TOT-ED
           STRING "  STATE " WS-SS-STATE (SS-IDX) " CHECKS "
               WS-SS-CHECKS (SS-IDX) " REMITTANCE " WS-TOT-ED
               "  DOC ER" WS-SS-STATE (SS-IDX) RC-BD-YYYY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       DATE-TO-INTEGER.
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-IN(1:4) NUMERIC AND
                   WS-DATE-IN(6:2) NUMERIC AND
                   WS-DATE-IN(9:2) NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(WS-DATE-IN(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-IN(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-IN(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
           END-IF.

       INTEGER-TO-DATE.
           MOVE SPACES TO WS-DATE-OUT
           IF WS-DATE-INT > 0
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
                       WS-DATE-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
               END-STRING
           END-IF.

       WRITE-AUDIT-LOG.
      *> The error count is the checks due for voiding that this run
      *> had to hold back.
           MOVE "STALE-CHK" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-CHECKS-READ TO AUDIT-RECORDS-READ
           MOVE WS-BLOCKED-COUNT TO AUDIT-ERROR-COUNT

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
               MOVE "STALE-CHK" TO LCK-PROGRAM
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

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.  The caller sets the title and the
      *> report's name.
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
           STRING "RPT-" WS-RPT-ID
                   DELIMITED BY SPACE
                   "-" WS-RPT-DATE-NUM ".TXT"
                   DELIMITED BY SIZE
               INTO WS-RPT-NAME
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
