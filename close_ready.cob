       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-READY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "pending_batches.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNFS.
           SELECT REJECT-FILE ASSIGN TO "journal_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJFS.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "on_account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-CUSTOMER
               FILE STATUS IS WS-OAFS.
           SELECT SELECTION-FILE ASSIGN TO "payment_selection.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLFS.
           SELECT RECON-STATE ASSIGN TO "bank_recon_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSFS.
           SELECT STATUS-FILE ASSIGN TO "job_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STFS.
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
       FD PENDING-FILE.
       01 PENDING-REC          PIC X(140).

       FD REJECT-FILE.
       01 REJECT-REC           PIC X(140).

       FD ON-ACCOUNT-FILE.
           COPY ONACCT.

       FD SELECTION-FILE.
       01 SELECTION-REC        PIC X(100).

       FD RECON-STATE.
       01 RECON-STATE-REC      PIC X(10).

       FD STATUS-FILE.
       01 STATUS-REC           PIC X(80).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PNFS              PIC X(2).
       01 WS-RJFS              PIC X(2).
       01 WS-OAFS              PIC X(2).
       01 WS-SLFS              PIC X(2).
       01 WS-RSFS              PIC X(2).
       01 WS-STFS              PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
       01 WS-ALFS              PIC X(2).
           COPY AUDITREC.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-EOF               PIC X VALUE "N".

      *> Month-end close readiness.  Every source of work that can
      *> leave the period's books incomplete is checked in turn and
      *> printed as one PASS or FAIL line with its count and amount:
      *> batches still waiting on JRNL-APPROVE, journal rejects not
      *> yet repaired that are dated in the period or before it,
      *> cash sitting on account, a payment selection AP-CHECKS has
      *> not consumed, the last BANK-RECON, GL-RECON and
      *> SUBLED-RECON results on the audit log (a reconciliation
      *> older than the last STEP1-SUM posting counts as not run),
      *> and a clean run in job_status.dat of each scheduled
      *> month-end step, dated in the period or after it.  Any FAIL
      *> gives return code 4; PERIOD-CLOSE calls this program first
      *> and will not close over a FAIL without a supervisor.
       01 WS-PERIOD-YM         PIC X(7).
       01 WS-CHECK-COUNT       PIC 9(3) VALUE 0.
       01 WS-FAIL-COUNT        PIC 9(3) VALUE 0.
       01 WS-CK-NAME           PIC X(34).
       01 WS-CK-PASS           PIC X VALUE "Y".
       01 WS-CK-COUNT          PIC 9(7) VALUE 0.
       01 WS-CK-AMOUNT         PIC S9(11)V99 VALUE 0.
       01 WS-CK-NOTE           PIC X(34).
       01 WS-CK-COUNT-ED       PIC Z(6)9.
       01 WS-CK-AMOUNT-ED      PIC -(11)9.99.

      *> Pending batch HDR and journal reject fields.
       01 WS-HDR-TAG           PIC X(3).
       01 WS-HDR-BATCH         PIC X(12).
       01 WS-HDR-COUNT         PIC X(5).
       01 WS-HDR-TOTAL         PIC X(15).
       01 WS-REJ-CONTENT       PIC X(120).
       01 WS-REJ-DATE          PIC X(10).
       01 WS-REJ-DOC           PIC X(10).
       01 WS-REJ-LINE          PIC X(3).
       01 WS-REJ-ACCT-NAME     PIC X(20).
       01 WS-REJ-ACCTNO        PIC X(6).
       01 WS-REJ-DC            PIC X.
       01 WS-REJ-AMOUNT        PIC X(20).
       01 WS-REJ-LATER         PIC 9(7) VALUE 0.

      *> The AP-SELECT selection line.
       01 WS-SELECTION-LINE.
           05 SEL-INVOICE-NO        PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 SEL-VENDOR            PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 SEL-AMOUNT            PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 FILLER                PIC X VALUE ",".
           05 SEL-DUE-DATE          PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 SEL-DISC-AMOUNT       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 FILLER                PIC X VALUE ",".
           05 SEL-CURRENCY          PIC X(3).
           05 FILLER                PIC X VALUE ",".
           05 SEL-FOREIGN           PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.

      *> Last audit-log result of each reconciliation, and of the
      *> last posting run.
       01 WS-IN-PROGRAM        PIC X(15).
       01 WS-IN-TIMESTAMP      PIC X(14).
       01 WS-IN-READS          PIC X(7).
       01 WS-IN-ERRORS         PIC X(7).
       01 WS-LAST-POST         PIC X(14) VALUE SPACES.
       01 WS-BR-STAMP          PIC X(14) VALUE SPACES.
       01 WS-BR-ERRORS         PIC 9(7) VALUE 0.
       01 WS-GR-STAMP          PIC X(14) VALUE SPACES.
       01 WS-GR-ERRORS         PIC 9(7) VALUE 0.
       01 WS-SR-STAMP          PIC X(14) VALUE SPACES.
       01 WS-SR-ERRORS         PIC 9(7) VALUE 0.
       01 WS-RECON-THROUGH     PIC X(10) VALUE SPACES.
       01 WS-RC-STAMP          PIC X(14).
       01 WS-RC-ERRORS         PIC 9(7).

      *> The scheduled month-end steps and the clean runs of each
      *> found in job_status.dat.
       01 WS-MONTH-END-STEPS.
           05 FILLER            PIC X(30) VALUE "DEPR-RUN".
           05 FILLER            PIC X(30) VALUE "ACCR-REVERSE".
           05 FILLER            PIC X(30) VALUE "ALLOC-RUN".
           05 FILLER            PIC X(30) VALUE "FX-REVAL".
       01 WS-ME-TABLE REDEFINES WS-MONTH-END-STEPS.
           05 WS-ME-PROGRAM     PIC X(30) OCCURS 4 TIMES
                   INDEXED BY ME-IDX.
       01 WS-ME-RUNS.
           05 WS-ME-OK          PIC 9(5) OCCURS 4 TIMES.
       01 WS-ME-FAILED.
           05 WS-ME-BAD         PIC 9(5) OCCURS 4 TIMES.
       01 WS-ME-LAST.
           05 WS-ME-LAST-DATE   PIC X(10) OCCURS 4 TIMES.
       01 WS-ST-DATE-IN        PIC X(10).
       01 WS-ST-SEQ-IN         PIC X(3).
       01 WS-ST-PROGRAM-IN     PIC X(30).
       01 WS-ST-START-IN       PIC X(14).
       01 WS-ST-END-IN         PIC X(14).
       01 WS-ST-RC-IN          PIC X(6).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           MOVE SPACES TO WS-PERIOD-YM
           STRING RC-PERIOD(1:4) "-" RC-PERIOD(5:2)
               DELIMITED BY SIZE INTO WS-PERIOD-YM
           END-STRING
           DISPLAY "CLOSE READINESS FOR PERIOD " RC-PERIOD
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-FAIL-COUNT

           PERFORM OPEN-REPORT
           MOVE "CHECK" TO WS-RPT-LINE(1:34)
           MOVE "RESULT" TO WS-RPT-LINE(37:6)
           MOVE "  COUNT" TO WS-RPT-LINE(45:7)
           MOVE "AMOUNT" TO WS-RPT-LINE(63:6)
           MOVE "NOTE" TO WS-RPT-LINE(71:4)
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RPT-LINE

           PERFORM CHECK-PENDING-BATCHES
           PERFORM CHECK-JOURNAL-REJECTS
           PERFORM CHECK-UNAPPLIED-CASH
           PERFORM CHECK-PAYMENT-SELECTION
           PERFORM LOAD-RECON-RESULTS
           PERFORM CHECK-BANK-RECON
           PERFORM CHECK-GL-RECON
           PERFORM CHECK-SUBLED-RECON
           PERFORM CHECK-MONTH-END-STEPS

           PERFORM WRITE-RPT-LINE
           IF WS-FAIL-COUNT = 0
               MOVE "ALL CHECKS PASSED - PERIOD IS READY TO CLOSE"
                   TO WS-RPT-LINE
           ELSE
               MOVE WS-FAIL-COUNT TO WS-CK-COUNT-ED
               STRING "CHECKS FAILED: " WS-CK-COUNT-ED
                       " - CLEAR THEM OR HAVE A SUPERVISOR OVERRIDE"
                       " AT PERIOD-CLOSE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           DISPLAY WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM CLOSE-REPORT

           PERFORM WRITE-AUDIT-LOG
           IF WS-FAIL-COUNT > 0
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
           END-IF
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       CHECK-PENDING-BATCHES.
      *> Any batch still in pending_batches.csv has not been
      *> approved, so none of it has reached the ledger.
           MOVE "BATCHES AWAITING APPROVAL" TO WS-CK-NAME
           MOVE 0 TO WS-CK-COUNT
           MOVE 0 TO WS-CK-AMOUNT
           MOVE SPACES TO WS-CK-NOTE
           MOVE "N" TO WS-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PNFS NOT = "00"
               MOVE "Y" TO WS-EOF
               MOVE "NO PENDING FILE" TO WS-CK-NOTE
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PENDING-REC(1:4) = "HDR,"
                           PERFORM NOTE-PENDING-BATCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PNFS = "00" OR WS-PNFS = "10"
               CLOSE PENDING-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CK-COUNT > 0
               MOVE "N" TO WS-CK-PASS
               MOVE "RUN JRNL-APPROVE" TO WS-CK-NOTE
           ELSE
               MOVE "Y" TO WS-CK-PASS
           END-IF
           PERFORM REPORT-CHECK.

       NOTE-PENDING-BATCH.
           MOVE SPACES TO WS-HDR-TAG WS-HDR-BATCH WS-HDR-COUNT
               WS-HDR-TOTAL
           UNSTRING PENDING-REC
               DELIMITED BY ","
               INTO WS-HDR-TAG
                   WS-HDR-BATCH
                   WS-HDR-COUNT
                   WS-HDR-TOTAL
           END-UNSTRING
           ADD 1 TO WS-CK-COUNT
           IF FUNCTION TEST-NUMVAL(WS-HDR-TOTAL) = 0
               ADD FUNCTION NUMVAL(WS-HDR-TOTAL) TO WS-CK-AMOUNT
           END-IF.

       CHECK-JOURNAL-REJECTS.
      *> A reject dated in the period, or in an earlier one, is a
      *> line the period's books are missing until REJECT-REPAIR
      *> puts it back.  Rejects dated after the period are left for
      *> that period's close and only noted.
           MOVE "JOURNAL REJECTS NOT REPAIRED" TO WS-CK-NAME
           MOVE 0 TO WS-CK-COUNT
           MOVE 0 TO WS-CK-AMOUNT
           MOVE 0 TO WS-REJ-LATER
           MOVE SPACES TO WS-CK-NOTE
           MOVE "N" TO WS-EOF
           OPEN INPUT REJECT-FILE
           IF WS-RJFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF REJECT-REC NOT = SPACES
                           PERFORM NOTE-JOURNAL-REJECT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RJFS = "00" OR WS-RJFS = "10"
               CLOSE REJECT-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CK-COUNT > 0
               MOVE "N" TO WS-CK-PASS
               MOVE "RUN REJECT-REPAIR" TO WS-CK-NOTE
           ELSE
               MOVE "Y" TO WS-CK-PASS
               IF WS-REJ-LATER > 0
                   MOVE WS-REJ-LATER TO WS-CK-COUNT-ED
                   STRING WS-CK-COUNT-ED " DATED AFTER THE PERIOD"
                       DELIMITED BY SIZE INTO WS-CK-NOTE
                   END-STRING
               END-IF
           END-IF
           PERFORM REPORT-CHECK.

       NOTE-JOURNAL-REJECT.
           MOVE REJECT-REC(12:120) TO WS-REJ-CONTENT
           MOVE SPACES TO WS-REJ-DATE WS-REJ-DOC WS-REJ-LINE
               WS-REJ-ACCT-NAME WS-REJ-ACCTNO WS-REJ-DC
               WS-REJ-AMOUNT
           UNSTRING WS-REJ-CONTENT
               DELIMITED BY ","
               INTO WS-REJ-DATE
                   WS-REJ-DOC
                   WS-REJ-LINE
                   WS-REJ-ACCT-NAME
                   WS-REJ-ACCTNO
                   WS-REJ-DC
                   WS-REJ-AMOUNT
           END-UNSTRING
      *> An undated or unreadable date cannot be placed after the
      *> period, so it counts against it.
           IF WS-REJ-DATE(1:7) > WS-PERIOD-YM AND
                   WS-REJ-DATE(1:4) NUMERIC
               ADD 1 TO WS-REJ-LATER
           ELSE
               ADD 1 TO WS-CK-COUNT
               IF FUNCTION TEST-NUMVAL(WS-REJ-AMOUNT) = 0
                   ADD FUNCTION NUMVAL(WS-REJ-AMOUNT)
                       TO WS-CK-AMOUNT
               END-IF
           END-IF.

       CHECK-UNAPPLIED-CASH.
      *> Cash OA-APPLY has not yet moved onto invoices.
           MOVE "UNAPPLIED CASH ON ACCOUNT" TO WS-CK-NAME
           MOVE 0 TO WS-CK-COUNT
           MOVE 0 TO WS-CK-AMOUNT
           MOVE SPACES TO WS-CK-NOTE
           MOVE "N" TO WS-EOF
           OPEN INPUT ON-ACCOUNT-FILE
           IF WS-OAFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO OA-CUSTOMER
               START ON-ACCOUNT-FILE KEY IS GREATER THAN OA-CUSTOMER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OA-BALANCE NOT = 0
                           ADD 1 TO WS-CK-COUNT
                           ADD OA-BALANCE TO WS-CK-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OAFS = "00" OR WS-OAFS = "10"
               CLOSE ON-ACCOUNT-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CK-COUNT > 0
               MOVE "N" TO WS-CK-PASS
               MOVE "RUN OA-APPLY" TO WS-CK-NOTE
           ELSE
               MOVE "Y" TO WS-CK-PASS
           END-IF
           PERFORM REPORT-CHECK.

       CHECK-PAYMENT-SELECTION.
      *> A selection still on file holds items marked S that no
      *> check has paid.
           MOVE "PAYMENT SELECTION NOT CONSUMED" TO WS-CK-NAME
           MOVE 0 TO WS-CK-COUNT
           MOVE 0 TO WS-CK-AMOUNT
           MOVE SPACES TO WS-CK-NOTE
           MOVE "N" TO WS-EOF
           OPEN INPUT SELECTION-FILE
           IF WS-SLFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SELECTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SELECTION-REC NOT = SPACES
                           MOVE SELECTION-REC TO WS-SELECTION-LINE
                           ADD 1 TO WS-CK-COUNT
                           IF SEL-AMOUNT NUMERIC
                               ADD SEL-AMOUNT TO WS-CK-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SLFS = "00" OR WS-SLFS = "10"
               CLOSE SELECTION-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-CK-COUNT > 0
               MOVE "N" TO WS-CK-PASS
               MOVE "RUN AP-CHECKS" TO WS-CK-NOTE
           ELSE
               MOVE "Y" TO WS-CK-PASS
           END-IF
           PERFORM REPORT-CHECK.

       LOAD-RECON-RESULTS.
      *> The audit log is appended in run order, so the last entry
      *> of a program is its latest result.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-LOG
           IF WS-ALFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-LOG
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           IF WS-ALFS = "00" OR WS-ALFS = "10"
               CLOSE AUDIT-LOG
           END-IF
           MOVE "N" TO WS-EOF

           MOVE SPACES TO WS-RECON-THROUGH
           OPEN INPUT RECON-STATE
           IF WS-RSFS = "00"
               READ RECON-STATE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RECON-STATE-REC TO WS-RECON-THROUGH
               END-READ
               CLOSE RECON-STATE
           END-IF
           IF WS-RECON-THROUGH = SPACES
               MOVE "0000-00-00" TO WS-RECON-THROUGH
           END-IF.

       NOTE-AUDIT-ENTRY.
           MOVE SPACES TO WS-IN-PROGRAM WS-IN-TIMESTAMP
               WS-IN-READS WS-IN-ERRORS
           UNSTRING AUDIT-LOG-REC
               DELIMITED BY ","
               INTO WS-IN-PROGRAM
                   WS-IN-TIMESTAMP
                   WS-IN-READS
                   WS-IN-ERRORS
           END-UNSTRING
           IF WS-IN-ERRORS NOT NUMERIC
               MOVE ZEROS TO WS-IN-ERRORS
           END-IF
           EVALUATE WS-IN-PROGRAM
               WHEN "STEP1-SUM"
                   MOVE WS-IN-TIMESTAMP TO WS-LAST-POST
               WHEN "BANK-RECON"
                   MOVE WS-IN-TIMESTAMP TO WS-BR-STAMP
                   MOVE WS-IN-ERRORS TO WS-BR-ERRORS
               WHEN "GL-RECON"
                   MOVE WS-IN-TIMESTAMP TO WS-GR-STAMP
                   MOVE WS-IN-ERRORS TO WS-GR-ERRORS
               WHEN "SUBLED-RECON"
                   MOVE WS-IN-TIMESTAMP TO WS-SR-STAMP
                   MOVE WS-IN-ERRORS TO WS-SR-ERRORS
           END-EVALUATE.

       CHECK-BANK-RECON.
           MOVE "BANK RECONCILIATION" TO WS-CK-NAME
           MOVE WS-BR-STAMP TO WS-RC-STAMP
           MOVE WS-BR-ERRORS TO WS-RC-ERRORS
           PERFORM JUDGE-RECON-RESULT
           IF WS-CK-PASS = "Y"
               STRING "RECONCILED THROUGH " WS-RECON-THROUGH
                   DELIMITED BY SIZE INTO WS-CK-NOTE
               END-STRING
           END-IF
           PERFORM REPORT-CHECK.

       CHECK-GL-RECON.
           MOVE "GL RECONCILIATION" TO WS-CK-NAME
           MOVE WS-GR-STAMP TO WS-RC-STAMP
           MOVE WS-GR-ERRORS TO WS-RC-ERRORS
           PERFORM JUDGE-RECON-RESULT
           PERFORM REPORT-CHECK.

       CHECK-SUBLED-RECON.
           MOVE "SUBLEDGER RECONCILIATION" TO WS-CK-NAME
           MOVE WS-SR-STAMP TO WS-RC-STAMP
           MOVE WS-SR-ERRORS TO WS-RC-ERRORS
           PERFORM JUDGE-RECON-RESULT
           PERFORM REPORT-CHECK.

       JUDGE-RECON-RESULT.
      *> The count is the items the last run left unreconciled; no
      *> run at all, or one made before the ledger last moved, is
      *> a fail with nothing counted.
           MOVE 0 TO WS-CK-COUNT
           MOVE 0 TO WS-CK-AMOUNT
           MOVE SPACES TO WS-CK-NOTE
           MOVE "N" TO WS-CK-PASS
           IF WS-RC-STAMP = SPACES
               MOVE "NEVER RUN" TO WS-CK-NOTE
           ELSE
           IF WS-RC-STAMP < WS-LAST-POST
               STRING "LAST RUN " WS-RC-STAMP(1:8)
                       " BEFORE LAST POSTING"
                   DELIMITED BY SIZE INTO WS-CK-NOTE
               END-STRING
           ELSE
           IF WS-RC-ERRORS > 0
               MOVE WS-RC-ERRORS TO WS-CK-COUNT
               STRING "LAST RUN " WS-RC-STAMP(1:8) " UNRECONCILED"
                   DELIMITED BY SIZE INTO WS-CK-NOTE
               END-STRING
           ELSE
               MOVE "Y" TO WS-CK-PASS
           END-IF
           END-IF
           END-IF.

       CHECK-MONTH-END-STEPS.
      *> A step counts as run for the period when job_status.dat
      *> shows it finishing with return code 0 on a business date
      *> in the period or after it.
           PERFORM VARYING ME-IDX FROM 1 BY 1 UNTIL ME-IDX > 4
               MOVE 0 TO WS-ME-OK (ME-IDX)
               MOVE 0 TO WS-ME-BAD (ME-IDX)
               MOVE SPACES TO WS-ME-LAST-DATE (ME-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT STATUS-FILE
           IF WS-STFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STATUS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-JOB-STATUS
               END-READ
           END-PERFORM
           IF WS-STFS = "00" OR WS-STFS = "10"
               CLOSE STATUS-FILE
           END-IF
           MOVE "N" TO WS-EOF

           PERFORM VARYING ME-IDX FROM 1 BY 1 UNTIL ME-IDX > 4
               PERFORM REPORT-MONTH-END-STEP
           END-PERFORM.

       NOTE-JOB-STATUS.
           MOVE SPACES TO WS-ST-DATE-IN WS-ST-SEQ-IN
               WS-ST-PROGRAM-IN WS-ST-START-IN WS-ST-END-IN
               WS-ST-RC-IN
           UNSTRING STATUS-REC
               DELIMITED BY ","
               INTO WS-ST-DATE-IN
                   WS-ST-SEQ-IN
                   WS-ST-PROGRAM-IN
                   WS-ST-START-IN
                   WS-ST-END-IN
                   WS-ST-RC-IN
           END-UNSTRING
           IF WS-ST-DATE-IN(1:7) >= WS-PERIOD-YM
               PERFORM VARYING ME-IDX FROM 1 BY 1 UNTIL ME-IDX > 4
                   IF WS-ST-PROGRAM-IN = WS-ME-PROGRAM (ME-IDX)
                       IF FUNCTION TEST-NUMVAL(WS-ST-RC-IN) = 0
                               AND FUNCTION NUMVAL(WS-ST-RC-IN) = 0
                           ADD 1 TO WS-ME-OK (ME-IDX)
                           MOVE WS-ST-DATE-IN TO
                               WS-ME-LAST-DATE (ME-IDX)
                       ELSE
                           ADD 1 TO WS-ME-BAD (ME-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-MONTH-END-STEP.
           MOVE SPACES TO WS-CK-NAME
           STRING "MONTH-END STEP " WS-ME-PROGRAM (ME-IDX)
               DELIMITED BY "  " INTO WS-CK-NAME
           END-STRING
           MOVE WS-ME-OK (ME-IDX) TO WS-CK-COUNT
           MOVE 0 TO WS-CK-AMOUNT
           MOVE SPACES TO WS-CK-NOTE
           IF WS-ME-OK (ME-IDX) > 0
               MOVE "Y" TO WS-CK-PASS
               STRING "LAST CLEAN RUN " WS-ME-LAST-DATE (ME-IDX)
                   DELIMITED BY SIZE INTO WS-CK-NOTE
               END-STRING
           ELSE
               MOVE "N" TO WS-CK-PASS
               IF WS-ME-BAD (ME-IDX) > 0
                   MOVE "RAN BUT DID NOT FINISH CLEAN" TO WS-CK-NOTE
               ELSE
                   MOVE "NOT RUN FOR THE PERIOD" TO WS-CK-NOTE
               END-IF
           END-IF
           PERFORM REPORT-CHECK.

       REPORT-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-CK-NAME TO WS-RPT-LINE(1:34)
           IF WS-CK-PASS = "Y"
               MOVE "PASS" TO WS-RPT-LINE(37:4)
           ELSE
               MOVE "FAIL" TO WS-RPT-LINE(37:4)
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           MOVE WS-CK-COUNT TO WS-CK-COUNT-ED
           MOVE WS-CK-COUNT-ED TO WS-RPT-LINE(45:7)
           MOVE WS-CK-AMOUNT TO WS-CK-AMOUNT-ED
           MOVE WS-CK-AMOUNT-ED TO WS-RPT-LINE(53:15)
           MOVE WS-CK-NOTE TO WS-RPT-LINE(71:34)
           DISPLAY WS-RPT-LINE(1:104)
           PERFORM WRITE-RPT-LINE.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "MONTH-END CLOSE READINESS" TO WS-RPT-TITLE
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
           STRING "RPT-CLOSERDY-" WS-RPT-DATE-NUM ".TXT"
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
           MOVE "CLOSE-READY" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-CHECK-COUNT TO AUDIT-RECORDS-READ
           MOVE WS-FAIL-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.
