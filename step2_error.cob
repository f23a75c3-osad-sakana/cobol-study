           SELECT REOPENED-PERIODS ASSIGN TO "reopened_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.
           SELECT COSTCTR-FILE ASSIGN TO "costctr.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCFS.
           SELECT RATE-FILE ASSIGN TO "rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTFS2.
           SELECT COMPANY-FILE ASSIGN TO "companies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMFS.
           SELECT ACCT-WORK ASSIGN TO "acctwork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWFS.
       FD REOPENED-PERIODS.
       01 REOPENED-REC         PIC X(30).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC       PIC X(20).

       FD COSTCTR-FILE.
       01 COSTCTR-REC          PIC X(30).

       FD RATE-FILE.
       01 RATE-REC             PIC X(30).

       FD COMPANY-FILE.
       01 COMPANY-REC          PIC X(60).

       FD ACCT-WORK.
       01 ACCT-WORK-REC        PIC X(153).

                   INDEXED BY DOC-ACCT-IDX.
               10 WS-DOC-ACCT       PIC X(6).
               10 WS-DOC-SIDE       PIC X.
               10 WS-DOC-ACCT-CO    PIC X(4).
       01 WS-SELF-FOUND         PIC X VALUE "N".

      *> Closed accounting periods, loaded from closed_periods.dat.
      *> Lines dated inside a closed period are rejected, except the
      *> CL-prefixed closing vouchers PERIOD-CLOSE itself writes and
      *> the YE year-end closing vouchers YEAR-END writes.
       01 WS-CPFS               PIC X(2).
       01 WS-CLOSED-COUNT       PIC 9(3) VALUE 0.
       01 WS-CLOSED-TABLE.
       01 WS-RO-STATUS-IN       PIC X.
       01 WS-PERIOD-REOPENED    PIC X VALUE "N".

      *> Year-end adjustments (doc prefix YA) post to the fiscal
      *> year's period 13 and must come through JRNL-ENTRY, whose
      *> JE batches only reach the journal once JRNL-APPROVE has
      *> passed them, dated inside the year's last period.
       01 WS-FCFS               PIC X(2).
           COPY FISCAL.
       01 WS-YEAR-ADJ-BAD       PIC X VALUE "N".

      *> Cost centers from costctr.csv (code,name).  A blank cost
      *> center on a journal line means company-wide and is always
      *> accepted; a non-blank code must be on the master.
       01 WS-RTFS2              PIC X(2).
           COPY RATETBL.

      *> Companies from companies.csv.  A non-blank company on a
      *> line must be on the master.  Each company's share of the
      *> document in progress is netted here (blank counting as the
      *> home company); a document naming more than one company
      *> must balance company by company, which INTERCO-GEN's
      *> due-to/due-from lines see to before this step runs.  A
      *> checkpoint restart inside a document has lost the shares
      *> of the lines before it, so that one document is not held
      *> to the company check.
       01 WS-CMFS               PIC X(2).
           COPY COMPTBL.
       01 WS-COMPANY            PIC X(4).
       01 WS-LINE-CO            PIC X(4).
       01 WS-REVERSE-FLAG       PIC X.
       01 WS-DOC-CO-COUNT       PIC 9(2) VALUE 0.
       01 WS-DOC-CO-TABLE.
           05 WS-DOC-CO-ENTRY OCCURS 20 TIMES
                   INDEXED BY DOC-CO-IDX.
               10 WS-DOC-CO-CODE    PIC X(4).
               10 WS-DOC-CO-NET     PIC S9(12)V99.
       01 WS-DOC-CO-PARTIAL     PIC X VALUE "N".
       01 WS-DOC-CO-SLOT        PIC 9(2) VALUE 0.
       01 WS-DOC-CO-BAD         PIC X(4).

      *> High-volume mode: instead of two random master reads per
      *> journal line, the account checks are written to a work
      *> file, sorted by account and validated against one
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-REOPENED-PERIODS
           PERFORM LOAD-FISCAL-CALENDAR
           PERFORM LOAD-COST-CENTERS
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-COMPANIES
           PERFORM DECIDE-VOLUME-MODE

           IF WS-HIVOL-MODE = "Y"
                       MOVE CKPT-DOC-CREDITS  TO WS-DOC-CREDITS
                       IF WS-CUR-DOC NOT = SPACES
                           MOVE "Y" TO WS-DOC-OPEN
                           MOVE "Y" TO WS-DOC-CO-PARTIAL
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
               MOVE 0 TO WS-AMT-REJECT-COUNT
               MOVE SPACES TO WS-CUR-DOC
               MOVE "N" TO WS-DOC-OPEN
               MOVE "N" TO WS-DOC-CO-PARTIAL
               MOVE 0 TO WS-DOC-DEBITS
               MOVE 0 TO WS-DOC-CREDITS
           END-IF
                       MOVE SPACES TO WS-COST-CENTER
                       MOVE SPACES TO WS-CURRENCY
                       MOVE SPACES TO WS-FOREIGN-STR
                       MOVE SPACE TO WS-REVERSE-FLAG
                       MOVE SPACES TO WS-COMPANY

                       UNSTRING JOURNAL-REC
                           DELIMITED BY ","
                               WS-CURRENCY
                               WS-FOREIGN-STR
                           COUNT IN WS-FIELD-COUNT
                               WS-REVERSE-FLAG
                               WS-COMPANY
                       END-UNSTRING
                       IF WS-COMPANY = SPACES
                           MOVE WS-HOME-CO TO WS-LINE-CO
                       ELSE
                           MOVE WS-COMPANY TO WS-LINE-CO
                       END-IF

                   IF WS-FIELD-COUNT < 7
                       DISPLAY "ERROR: LINE " WS-LINE-NO
                           END-IF
                           IF WS-PERIOD-CLOSED = "Y" AND
                                   WS-DOC-NO(1:2) NOT = "CL" AND
                                   WS-DOC-NO(1:2) NOT = "YE" AND
                                   NOT (WS-PERIOD-REOPENED = "Y"
                                   AND WS-DOC-NO(1:2) = "AJ")
                               DISPLAY "ERROR: LINE " WS-LINE-NO
                               DISPLAY "THE DATE IS IN A CLOSED"
                                   " PERIOD."
                               PERFORM WRITE-REJECT-CPER
                           ELSE
                           IF WS-YEAR-ADJ-BAD = "Y"
                               DISPLAY "ERROR: LINE " WS-LINE-NO
                               DISPLAY "CONTENT: " JOURNAL-REC
                               DISPLAY "A YEAR-END ADJUSTMENT MUST BE"
                                   " AN APPROVED JOURNAL ENTRY DATED"
                                   " IN THE LAST PERIOD OF THE YEAR."
                               PERFORM WRITE-REJECT-YADJ
                           END-IF
                           END-IF
                       END-IF

                               ADD WS-AMOUNT TO WS-CREDIT-TOTAL
                               ADD WS-AMOUNT TO WS-DOC-CREDITS
                           END-IF
                           PERFORM NOTE-DOC-COMPANY
                       END-IF

                       IF WS-HIVOL-MODE = "Y"
                           DISPLAY "COST CENTER NOT ON MASTER."
                           PERFORM WRITE-REJECT-BCCC
                       END-IF

                       IF WS-COMPANY NOT = SPACES
                           MOVE WS-COMPANY TO WS-LOOKUP-CO
                           PERFORM FIND-COMPANY
                           IF WS-CO-FOUND = "N"
                               DISPLAY "ERROR: LINE " WS-LINE-NO
                               DISPLAY "CONTENT: " JOURNAL-REC
                               DISPLAY "COMPANY NOT ON MASTER."
                               PERFORM WRITE-REJECT-NCOM
                           END-IF
                       END-IF
                   END-IF

      *> A short line never parsed its account fields, so it has

       CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED
           MOVE "N" TO WS-YEAR-ADJ-BAD
           COMPUTE WS-LINE-PERIOD =
               WS-DATE-YYYY-N * 100 + WS-DATE-MM-N
      *> Year-end adjustments and the YEAR-END closing entries are
      *> dated in the year's last period but belong to period 13,
      *> which YEAR-END closes when it locks the year.
           IF WS-DOC-NO(1:2) = "YA" OR WS-DOC-NO(1:2) = "YE"
               MOVE WS-LINE-PERIOD TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               IF WS-FC-FP NOT = 12
                   MOVE "Y" TO WS-YEAR-ADJ-BAD
               END-IF
               IF WS-DOC-NO(1:2) = "YA" AND
                       WS-CTRL-BATCH-ID(1:2) NOT = "JE"
                   MOVE "Y" TO WS-YEAR-ADJ-BAD
               END-IF
               MOVE WS-FC-ADJ-PERIOD TO WS-LINE-PERIOD
           END-IF
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-PERIOD (CP-IDX) = WS-LINE-PERIOD
           MOVE JOURNAL-REC  TO REJ-CONTENT
           WRITE REJECT-REC FROM WS-REJECT-REC.

       WRITE-REJECT-YADJ.
           MOVE "Y" TO WS-LINE-REJECTED
           MOVE WS-LINE-NO   TO REJ-LINE-NO
           MOVE "YADJ"       TO REJ-REASON-CODE
           MOVE JOURNAL-REC  TO REJ-CONTENT
           WRITE REJECT-REC FROM WS-REJECT-REC.

       LOAD-FISCAL-CALENDAR.
           MOVE 0 TO WS-FC-COUNT
           MOVE "N" TO WS-FC-EOF
           OPEN INPUT FISCAL-CALENDAR
           IF WS-FCFS = "00"
               PERFORM UNTIL WS-FC-EOF = "Y"
                   READ FISCAL-CALENDAR
                       AT END
                           MOVE "Y" TO WS-FC-EOF
                       NOT AT END
                           MOVE SPACES TO WS-FC-PERIOD-IN
                               WS-FC-YEAR-IN WS-FC-NUMBER-IN
                           UNSTRING FISCAL-CAL-REC
                               DELIMITED BY ","
                               INTO WS-FC-PERIOD-IN
                                   WS-FC-YEAR-IN
                                   WS-FC-NUMBER-IN
                           END-UNSTRING
                           IF WS-FC-COUNT < 300 AND
                                   WS-FC-PERIOD-IN NUMERIC AND
                                   WS-FC-YEAR-IN NUMERIC AND
                                   WS-FC-NUMBER-IN NUMERIC
                               ADD 1 TO WS-FC-COUNT
                               MOVE WS-FC-PERIOD-IN TO
                                   WS-FC-PERIOD (WS-FC-COUNT)
                               MOVE WS-FC-YEAR-IN TO
                                   WS-FC-YEAR (WS-FC-COUNT)
                               MOVE WS-FC-NUMBER-IN TO
                                   WS-FC-NUMBER (WS-FC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-CALENDAR
           END-IF
           MOVE "N" TO WS-FC-EOF.

       FIND-FISCAL-PERIOD.
      *> Fiscal year and period of WS-FC-LOOKUP, off the calendar
      *> file when it lists the period, else the standard calendar.
           MOVE "N" TO WS-FC-FOUND
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FC-COUNT
               IF WS-FC-PERIOD (FC-IDX) = WS-FC-LOOKUP AND
                       WS-FC-FOUND = "N"
                   MOVE WS-FC-YEAR (FC-IDX) TO WS-FC-FY
                   MOVE WS-FC-NUMBER (FC-IDX) TO WS-FC-FP
                   MOVE "Y" TO WS-FC-FOUND
               END-IF
           END-PERFORM
           IF WS-FC-FOUND = "N"
               DIVIDE WS-FC-LOOKUP BY 100 GIVING WS-FC-YYYY
                   REMAINDER WS-FC-MM
               IF WS-FC-MM = 13
                   MOVE WS-FC-YYYY TO WS-FC-FY
                   MOVE 13 TO WS-FC-FP
               ELSE
               IF WS-FC-MM >= WS-FC-START-MONTH
                   COMPUTE WS-FC-FP =
                       WS-FC-MM - WS-FC-START-MONTH + 1
                   IF WS-FC-START-MONTH = 1
                       MOVE WS-FC-YYYY TO WS-FC-FY
                   ELSE
                       COMPUTE WS-FC-FY = WS-FC-YYYY + 1
                   END-IF
               ELSE
                   COMPUTE WS-FC-FP =
                       WS-FC-MM + 13 - WS-FC-START-MONTH
                   MOVE WS-FC-YYYY TO WS-FC-FY
               END-IF
               END-IF
           END-IF
           PERFORM SET-FISCAL-YEAR-BOUNDS.

       SET-FISCAL-YEAR-BOUNDS.
      *> First, last and adjustment periods of fiscal year WS-FC-FY.
           MOVE 0 TO WS-FC-YEAR-FIRST
           MOVE 0 TO WS-FC-YEAR-LAST
           MOVE 0 TO WS-FC-ADJ-PERIOD
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FC-COUNT
               IF WS-FC-YEAR (FC-IDX) = WS-FC-FY
                   EVALUATE WS-FC-NUMBER (FC-IDX)
                       WHEN 1
                           MOVE WS-FC-PERIOD (FC-IDX)
                               TO WS-FC-YEAR-FIRST
                       WHEN 12
                           MOVE WS-FC-PERIOD (FC-IDX)
                               TO WS-FC-YEAR-LAST
                       WHEN 13
                           MOVE WS-FC-PERIOD (FC-IDX)
                               TO WS-FC-ADJ-PERIOD
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-FC-START-MONTH = 1
               IF WS-FC-YEAR-FIRST = 0
                   COMPUTE WS-FC-YEAR-FIRST = WS-FC-FY * 100 + 1
               END-IF
               IF WS-FC-YEAR-LAST = 0
                   COMPUTE WS-FC-YEAR-LAST = WS-FC-FY * 100 + 12
               END-IF
           ELSE
               IF WS-FC-YEAR-FIRST = 0
                   COMPUTE WS-FC-YEAR-FIRST =
                       (WS-FC-FY - 1) * 100 + WS-FC-START-MONTH
               END-IF
               IF WS-FC-YEAR-LAST = 0
                   COMPUTE WS-FC-YEAR-LAST =
                       WS-FC-FY * 100 + WS-FC-START-MONTH - 1
               END-IF
           END-IF
           IF WS-FC-ADJ-PERIOD = 0
               DIVIDE WS-FC-YEAR-LAST BY 100 GIVING WS-FC-YYYY
               COMPUTE WS-FC-ADJ-PERIOD = WS-FC-YYYY * 100 + 13
           END-IF.

       CLOSE-DOCUMENT.
           IF WS-DOC-OPEN = "Y"
               IF WS-DOC-DEBITS NOT = WS-DOC-CREDITS
                       WS-DOC-DIFF-ED
                   PERFORM WRITE-REJECT-DBAL
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM CHECK-DOC-COMPANIES
                   IF WS-DOC-CO-BAD NOT = SPACES
                       DISPLAY "ERROR: DOCUMENT " WS-CUR-DOC
                       DISPLAY "COMPANY " WS-DOC-CO-BAD
                           " DOES NOT BALANCE WITHIN THE DOCUMENT,"
                           " DIFFERENCE " WS-DOC-DIFF-ED
                       PERFORM WRITE-REJECT-ICBL
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-CUR-DOC
           MOVE "N" TO WS-DOC-OPEN
           MOVE "N" TO WS-DOC-CO-PARTIAL
           MOVE 0 TO WS-DOC-DEBITS
           MOVE 0 TO WS-DOC-CREDITS
           MOVE 0 TO WS-DOC-ACCT-COUNT
           MOVE 0 TO WS-DOC-CO-COUNT.

       NOTE-DOC-COMPANY.
      *> Nets the line into its company's share of the document,
      *> debits positive.
           MOVE WS-LINE-CO TO WS-LOOKUP-CO
           MOVE 0 TO WS-DOC-CO-SLOT
           PERFORM VARYING DOC-CO-IDX FROM 1 BY 1
                   UNTIL DOC-CO-IDX > WS-DOC-CO-COUNT
               IF WS-DOC-CO-CODE (DOC-CO-IDX) = WS-LOOKUP-CO
                   SET WS-DOC-CO-SLOT TO DOC-CO-IDX
               END-IF
           END-PERFORM
           IF WS-DOC-CO-SLOT = 0 AND WS-DOC-CO-COUNT < 20
               ADD 1 TO WS-DOC-CO-COUNT
               MOVE WS-DOC-CO-COUNT TO WS-DOC-CO-SLOT
               MOVE WS-LOOKUP-CO TO WS-DOC-CO-CODE (WS-DOC-CO-SLOT)
               MOVE 0 TO WS-DOC-CO-NET (WS-DOC-CO-SLOT)
           END-IF
           IF WS-DOC-CO-SLOT > 0
               IF WS-DC = "D"
                   ADD WS-AMOUNT TO WS-DOC-CO-NET (WS-DOC-CO-SLOT)
               ELSE
                   SUBTRACT WS-AMOUNT
                       FROM WS-DOC-CO-NET (WS-DOC-CO-SLOT)
               END-IF
           END-IF.

       CHECK-DOC-COMPANIES.
      *> Names the first company whose share of a multi-company
      *> document does not net to zero.
           MOVE SPACES TO WS-DOC-CO-BAD
           IF WS-DOC-CO-COUNT > 1 AND WS-DOC-CO-PARTIAL = "N"
               PERFORM VARYING DOC-CO-IDX FROM 1 BY 1
                       UNTIL DOC-CO-IDX > WS-DOC-CO-COUNT
                   IF WS-DOC-CO-NET (DOC-CO-IDX) NOT = 0 AND
                           WS-DOC-CO-BAD = SPACES
                       MOVE WS-DOC-CO-CODE (DOC-CO-IDX)
                           TO WS-DOC-CO-BAD
                       MOVE WS-DOC-CO-NET (DOC-CO-IDX)
                           TO WS-DOC-DIFF-ED
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           MOVE SPACES TO WS-HOME-CO
           MOVE "N" TO WS-EOF
           OPEN INPUT COMPANY-FILE
           IF WS-CMFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ COMPANY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-CO-CODE-IN
                               WS-CO-NAME-IN WS-CO-IC-IN
                           UNSTRING COMPANY-REC
                               DELIMITED BY ","
                               INTO WS-CO-CODE-IN
                                   WS-CO-NAME-IN
                                   WS-CO-IC-IN
                           END-UNSTRING
                           IF WS-CO-COUNT < 20 AND
                                   WS-CO-CODE-IN NOT = SPACES
                               ADD 1 TO WS-CO-COUNT
                               MOVE WS-CO-CODE-IN TO
                                   WS-CO-CODE (WS-CO-COUNT)
                               MOVE WS-CO-NAME-IN TO
                                   WS-CO-NAME (WS-CO-COUNT)
                               MOVE WS-CO-IC-IN TO
                                   WS-CO-IC-ACCTNO (WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF
           IF WS-CO-COUNT > 0
               MOVE WS-CO-CODE (1) TO WS-HOME-CO
           END-IF
           MOVE "N" TO WS-EOF.

       FIND-COMPANY.
           MOVE "N" TO WS-CO-FOUND
           MOVE 0 TO WS-CO-FOUND-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE (CO-IDX) = WS-LOOKUP-CO
                   MOVE "Y" TO WS-CO-FOUND
                   SET WS-CO-FOUND-IDX TO CO-IDX
               END-IF
           END-PERFORM.

       WRITE-REJECT-NCOM.
           MOVE "Y" TO WS-LINE-REJECTED
           MOVE WS-LINE-NO   TO REJ-LINE-NO
           MOVE "NCOM"       TO REJ-REASON-CODE
           MOVE JOURNAL-REC  TO REJ-CONTENT
           WRITE REJECT-REC FROM WS-REJECT-REC.

       WRITE-REJECT-ICBL.
           MOVE WS-DOC-LAST-LINE TO REJ-LINE-NO
           MOVE "ICBL"       TO REJ-REASON-CODE
           MOVE SPACES       TO REJ-CONTENT
           STRING "DOC " WS-CUR-DOC " COMPANY " WS-DOC-CO-BAD
                   " OUT OF BALANCE BY " WS-DOC-DIFF-ED
               DELIMITED BY SIZE INTO REJ-CONTENT
           END-STRING
           WRITE REJECT-REC FROM WS-REJECT-REC.

       CHECK-SELF-POSTING.
      *> A document that both debits and credits the same account is
      *> a self-posting, the voucher equivalent of the old one-line
      *> debit-equals-credit edit.  The same account on both sides
      *> for two different companies is not one: a shared due-to/
      *> due-from account is debited in one company and credited in
      *> the other.
           MOVE "N" TO WS-SELF-FOUND
           PERFORM VARYING DOC-ACCT-IDX FROM 1 BY 1
                   UNTIL DOC-ACCT-IDX > WS-DOC-ACCT-COUNT
               IF WS-DOC-ACCT (DOC-ACCT-IDX) = WS-ACCTNO AND
                       WS-DOC-SIDE (DOC-ACCT-IDX) NOT = WS-DC AND
                       WS-DOC-ACCT-CO (DOC-ACCT-IDX) = WS-LINE-CO
                   MOVE "Y" TO WS-SELF-FOUND
               END-IF
           END-PERFORM
               ADD 1 TO WS-DOC-ACCT-COUNT
               MOVE WS-ACCTNO TO WS-DOC-ACCT (WS-DOC-ACCT-COUNT)
               MOVE WS-DC     TO WS-DOC-SIDE (WS-DOC-ACCT-COUNT)
               MOVE WS-LINE-CO TO WS-DOC-ACCT-CO (WS-DOC-ACCT-COUNT)
           END-IF.

       WRITE-AUDIT-LOG.
