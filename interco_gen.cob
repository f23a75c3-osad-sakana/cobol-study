       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCO-GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT JOURNAL-TEMP ASSIGN TO "journals.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JTFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT COMPANY-FILE ASSIGN TO "companies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMFS.
           SELECT RATE-FILE ASSIGN TO "rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-REC           PIC X(120).

       FD JOURNAL-TEMP.
       01 JOURNAL-TEMP-REC      PIC X(120).

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD COMPANY-FILE.
       01 COMPANY-REC           PIC X(60).

       FD RATE-FILE.
       01 RATE-REC              PIC X(30).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC         PIC X(60).

       FD LOCK-FILE.
       01 LOCK-REC              PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS               PIC X(2).
           COPY JRNLOCK.
       01 WS-JFS                PIC X(2).
       01 WS-JTFS               PIC X(2).
       01 WS-AFS                PIC X(2).
       01 WS-ALFS               PIC X(2).
           COPY AUDITREC.
       01 WS-CMFS               PIC X(2).
           COPY COMPTBL.
       01 WS-RTFS               PIC X(2).
           COPY RATETBL.
           COPY JRNLINE.
       01 WS-EOF                PIC X VALUE "N".

      *> The due-to/due-from account name of each company, looked up
      *> once from accounts.dat by the number on companies.csv;
      *> blank when the company has none usable.
       01 WS-IC-NAME-TABLE.
           05 WS-IC-NAME OCCURS 20 TIMES
                                PIC X(20).

      *> Journal line as read.
       01 WS-DATE               PIC X(10).
       01 WS-DOC-NO             PIC X(10).
       01 WS-DOC-LINE           PIC X(5).
       01 WS-ACCT-NAME          PIC X(20).
       01 WS-ACCTNO             PIC X(6).
       01 WS-DC                 PIC X.
       01 WS-AMOUNT-STR         PIC X(20).
       01 WS-COST-CENTER        PIC X(4).
       01 WS-CURRENCY           PIC X(3).
       01 WS-FOREIGN-STR        PIC X(20).
       01 WS-REVERSE-FLAG       PIC X.
       01 WS-COMPANY            PIC X(4).
       01 WS-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AMOUNT-OK          PIC X VALUE "Y".

      *> Each company's share of the document in progress, debits
      *> positive, at the base amounts STEP1-SUM will post.  A line
      *> that cannot be priced (bad amount, no rate) leaves the
      *> document alone: STEP2-ERROR rejects the line itself.
       01 WS-CUR-DOC            PIC X(10) VALUE SPACES.
       01 WS-DOC-OPEN           PIC X VALUE "N".
       01 WS-DOC-DATE           PIC X(10).
       01 WS-DOC-REVERSE        PIC X.
       01 WS-DOC-LAST-LINE      PIC 9(3) VALUE 0.
       01 WS-DOC-UNPRICED       PIC X VALUE "N".
       01 WS-DOC-CO-COUNT       PIC 9(2) VALUE 0.
       01 WS-DOC-CO-TABLE.
           05 WS-DOC-CO-ENTRY OCCURS 20 TIMES
                   INDEXED BY DOC-CO-IDX.
               10 WS-DOC-CO-CODE    PIC X(4).
               10 WS-DOC-CO-NET     PIC S9(12)V99.
               10 WS-DOC-CO-SUB     PIC 9(2).
       01 WS-DOC-CO-SLOT        PIC 9(2) VALUE 0.
       01 WS-DOC-BUILDABLE      PIC X VALUE "N".
       01 WS-DOC-ADD-COUNT      PIC 9(3) VALUE 0.
       01 WS-DOC-ADD-DEBITS     PIC S9(12)V99 VALUE 0.

      *> Lines and debits each batch gains, counted on the first
      *> pass so the HDR can be corrected as it is copied on the
      *> second.  Lines outside any HDR...TRL carry no controls.
       01 WS-PASS               PIC 9 VALUE 1.
       01 WS-BATCH-NO           PIC 9(3) VALUE 0.
       01 WS-BATCH-OVERFLOW     PIC X VALUE "N".
       01 WS-BATCH-ADD-TABLE.
           05 WS-BATCH-ADD OCCURS 200 TIMES.
               10 WS-BA-COUNT       PIC 9(5).
               10 WS-BA-DEBITS      PIC S9(12)V99.
       01 WS-CTRL-TAG-IN        PIC X(3).
       01 WS-CTRL-ID-IN         PIC X(12).
       01 WS-CTRL-COUNT-IN      PIC X(20).
       01 WS-CTRL-TOTAL-IN      PIC X(20).
       01 WS-CTRL-OPER-IN       PIC X(8).

       01 WS-LINES-READ         PIC 9(7) VALUE 0.
       01 WS-IC-DOCS            PIC 9(5) VALUE 0.
       01 WS-GEN-COUNT          PIC 9(5) VALUE 0.
       01 WS-UNBUILT-DOCS       PIC 9(5) VALUE 0.
       01 WS-AMT-ED             PIC -(10)9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-COMPANIES
           IF WS-CO-COUNT < 2
               DISPLAY "SINGLE-COMPANY LEDGER - NO INTERCOMPANY"
                   " LINES TO GENERATE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-IC-ACCOUNTS

      *> The journal is rewritten in place, so no feeder may append
      *> between the two passes.
           PERFORM ACQUIRE-JOURNAL-LOCK
           IF WS-LOCK-OK = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO WS-PASS
           PERFORM SCAN-JOURNAL

           IF WS-BATCH-OVERFLOW = "Y"
               DISPLAY "MORE THAN 200 BATCHES IN JOURNALS.CSV -"
                   " NOTHING GENERATED"
               PERFORM RELEASE-JOURNAL-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GEN-COUNT > 0
               MOVE 2 TO WS-PASS
               PERFORM SCAN-JOURNAL
               PERFORM REPLACE-JOURNAL
           END-IF
           PERFORM RELEASE-JOURNAL-LOCK

           DISPLAY "INTERCOMPANY DOCUMENTS:  " WS-IC-DOCS
           DISPLAY "DUE-TO/DUE-FROM LINES:   " WS-GEN-COUNT
           IF WS-UNBUILT-DOCS > 0
               DISPLAY "DOCUMENTS LEFT UNBALANCED BY COMPANY: "
                   WS-UNBUILT-DOCS
               DISPLAY "SET THE INTERCOMPANY ACCOUNT UP ON"
                   " COMPANIES.CSV - STEP2-ERROR WILL REJECT THEM"
           END-IF
           PERFORM WRITE-AUDIT-LOG

           IF WS-UNBUILT-DOCS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SCAN-JOURNAL.
      *> Pass 1 works out what every document and batch gains; pass
      *> 2 copies the journal to journals.tmp with the HDR and TRL
      *> controls corrected and each document's new lines right
      *> after its last one.
           MOVE 0 TO WS-BATCH-NO
           MOVE "N" TO WS-EOF
           PERFORM RESET-DOCUMENT
           OPEN INPUT JOURNAL-FILE
           IF WS-JFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           IF WS-PASS = 2
               OPEN OUTPUT JOURNAL-TEMP
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                       PERFORM CLOSE-DOCUMENT
                   NOT AT END
                       IF JOURNAL-REC(1:4) = "HDR,"
                           PERFORM CLOSE-DOCUMENT
                           IF WS-BATCH-NO < 200
                               ADD 1 TO WS-BATCH-NO
                               IF WS-PASS = 1
                                   MOVE 0 TO
                                       WS-BA-COUNT (WS-BATCH-NO)
                                   MOVE 0 TO
                                       WS-BA-DEBITS (WS-BATCH-NO)
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-BATCH-OVERFLOW
                           END-IF
                           PERFORM COPY-CONTROL-RECORD
                       ELSE
                       IF JOURNAL-REC(1:4) = "TRL,"
                           PERFORM CLOSE-DOCUMENT
                           PERFORM COPY-CONTROL-RECORD
                       ELSE
                           PERFORM TAKE-JOURNAL-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JFS = "00" OR WS-JFS = "10"
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-PASS = 2
               CLOSE JOURNAL-TEMP
           END-IF
           MOVE "N" TO WS-EOF.

       TAKE-JOURNAL-LINE.
           MOVE SPACES TO WS-DATE WS-DOC-NO WS-DOC-LINE
               WS-ACCT-NAME WS-ACCTNO WS-AMOUNT-STR WS-COST-CENTER
               WS-CURRENCY WS-FOREIGN-STR WS-COMPANY
           MOVE SPACE TO WS-DC WS-REVERSE-FLAG
           UNSTRING JOURNAL-REC DELIMITED BY ","
               INTO WS-DATE
                   WS-DOC-NO
                   WS-DOC-LINE
                   WS-ACCT-NAME
                   WS-ACCTNO
                   WS-DC
                   WS-AMOUNT-STR
                   WS-COST-CENTER
                   WS-CURRENCY
                   WS-FOREIGN-STR
                   WS-REVERSE-FLAG
                   WS-COMPANY
           END-UNSTRING
           IF WS-PASS = 1
               ADD 1 TO WS-LINES-READ
           END-IF

           IF WS-DOC-NO NOT = WS-CUR-DOC
               PERFORM CLOSE-DOCUMENT
               MOVE WS-DOC-NO TO WS-CUR-DOC
               MOVE "Y" TO WS-DOC-OPEN
               MOVE WS-DATE TO WS-DOC-DATE
               MOVE WS-REVERSE-FLAG TO WS-DOC-REVERSE
           END-IF
           IF WS-DOC-LINE(1:3) NUMERIC
               IF WS-DOC-LINE(1:3) > WS-DOC-LAST-LINE
                   MOVE WS-DOC-LINE(1:3) TO WS-DOC-LAST-LINE
               END-IF
           END-IF

           PERFORM SET-LINE-AMOUNT
           IF WS-AMOUNT-OK = "Y"
               PERFORM NOTE-DOC-COMPANY
           ELSE
               MOVE "Y" TO WS-DOC-UNPRICED
           END-IF

           IF WS-PASS = 2
               WRITE JOURNAL-TEMP-REC FROM JOURNAL-REC
           END-IF.

       SET-LINE-AMOUNT.
      *> Mirrors STEP2-ERROR and STEP1-SUM: base lines as keyed,
      *> foreign lines at the rate for the line's date, so the
      *> company shares here are the ones that will post.
           MOVE "Y" TO WS-AMOUNT-OK
           MOVE 0 TO WS-AMOUNT
           IF WS-DC NOT = "D" AND WS-DC NOT = "C"
               MOVE "N" TO WS-AMOUNT-OK
           ELSE
           IF WS-CURRENCY = SPACES OR WS-CURRENCY = "USD"
               IF FUNCTION TEST-NUMVAL(WS-AMOUNT-STR) = 0
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-STR) TO WS-AMOUNT
               ELSE
                   MOVE "N" TO WS-AMOUNT-OK
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-FOREIGN-STR) NOT = 0
                   MOVE "N" TO WS-AMOUNT-OK
               ELSE
                   MOVE WS-CURRENCY TO WS-LOOKUP-CUR
                   MOVE WS-DATE     TO WS-LOOKUP-DATE
                   PERFORM LOOKUP-RATE
                   IF WS-RATE-FOUND = "Y"
                       COMPUTE WS-AMOUNT ROUNDED =
                           FUNCTION NUMVAL(WS-FOREIGN-STR)
                           * WS-BEST-RATE
                   ELSE
                       MOVE "N" TO WS-AMOUNT-OK
                   END-IF
               END-IF
           END-IF
           END-IF.

       NOTE-DOC-COMPANY.
           IF WS-COMPANY = SPACES
               MOVE WS-HOME-CO TO WS-LOOKUP-CO
           ELSE
               MOVE WS-COMPANY TO WS-LOOKUP-CO
           END-IF
           MOVE 0 TO WS-DOC-CO-SLOT
           PERFORM VARYING DOC-CO-IDX FROM 1 BY 1
                   UNTIL DOC-CO-IDX > WS-DOC-CO-COUNT
               IF WS-DOC-CO-CODE (DOC-CO-IDX) = WS-LOOKUP-CO
                   SET WS-DOC-CO-SLOT TO DOC-CO-IDX
               END-IF
           END-PERFORM
           IF WS-DOC-CO-SLOT = 0
               IF WS-DOC-CO-COUNT < 20
                   ADD 1 TO WS-DOC-CO-COUNT
                   MOVE WS-DOC-CO-COUNT TO WS-DOC-CO-SLOT
                   MOVE WS-LOOKUP-CO TO
                       WS-DOC-CO-CODE (WS-DOC-CO-SLOT)
                   MOVE 0 TO WS-DOC-CO-NET (WS-DOC-CO-SLOT)
                   PERFORM FIND-COMPANY
                   MOVE WS-CO-FOUND-IDX TO
                       WS-DOC-CO-SUB (WS-DOC-CO-SLOT)
               ELSE
                   MOVE "Y" TO WS-DOC-UNPRICED
               END-IF
           END-IF
           IF WS-DOC-CO-SLOT > 0
               IF WS-DC = "D"
                   ADD WS-AMOUNT TO WS-DOC-CO-NET (WS-DOC-CO-SLOT)
               ELSE
                   SUBTRACT WS-AMOUNT
                       FROM WS-DOC-CO-NET (WS-DOC-CO-SLOT)
               END-IF
           END-IF.

       CLOSE-DOCUMENT.
      *> A document naming one company, or already balanced company
      *> by company (a rerun, or due-to/due-from keyed by hand),
      *> gains nothing.  Otherwise every company whose share is off
      *> gets one line on its intercompany account for the
      *> difference, on the opposite side.
           IF WS-DOC-OPEN = "Y" AND WS-DOC-CO-COUNT > 1 AND
                   WS-DOC-UNPRICED = "N"
               PERFORM CHECK-DOC-BUILDABLE
               IF WS-DOC-ADD-COUNT > 0
                   IF WS-DOC-BUILDABLE = "N"
                       IF WS-PASS = 1
                           ADD 1 TO WS-UNBUILT-DOCS
                           DISPLAY "DOC " WS-CUR-DOC
                               " SPANS COMPANIES WITHOUT AN"
                               " INTERCOMPANY ACCOUNT - LEFT AS IS"
                       END-IF
                   ELSE
                       IF WS-PASS = 1
                           ADD 1 TO WS-IC-DOCS
                           ADD WS-DOC-ADD-COUNT TO WS-GEN-COUNT
                           IF WS-BATCH-NO > 0
                               ADD WS-DOC-ADD-COUNT TO
                                   WS-BA-COUNT (WS-BATCH-NO)
                               ADD WS-DOC-ADD-DEBITS TO
                                   WS-BA-DEBITS (WS-BATCH-NO)
                           END-IF
                       ELSE
                           PERFORM WRITE-IC-LINES
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM RESET-DOCUMENT.

       CHECK-DOC-BUILDABLE.
           MOVE "Y" TO WS-DOC-BUILDABLE
           MOVE 0 TO WS-DOC-ADD-COUNT
           MOVE 0 TO WS-DOC-ADD-DEBITS
           PERFORM VARYING DOC-CO-IDX FROM 1 BY 1
                   UNTIL DOC-CO-IDX > WS-DOC-CO-COUNT
               IF WS-DOC-CO-NET (DOC-CO-IDX) NOT = 0
                   ADD 1 TO WS-DOC-ADD-COUNT
                   IF WS-DOC-CO-NET (DOC-CO-IDX) < 0
                       SUBTRACT WS-DOC-CO-NET (DOC-CO-IDX)
                           FROM WS-DOC-ADD-DEBITS
                   END-IF
                   IF WS-DOC-CO-SUB (DOC-CO-IDX) = 0
                       MOVE "N" TO WS-DOC-BUILDABLE
                   ELSE
                   IF WS-IC-NAME (WS-DOC-CO-SUB (DOC-CO-IDX))
                           = SPACES
                       MOVE "N" TO WS-DOC-BUILDABLE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DOC-LAST-LINE + WS-DOC-ADD-COUNT > 999
               MOVE "N" TO WS-DOC-BUILDABLE
           END-IF.

       WRITE-IC-LINES.
      *> The new lines take the document's number, date and reversal
      *> flag, so an auto-reversing accrual reverses its due-to/
      *> due-from with it.
           PERFORM VARYING DOC-CO-IDX FROM 1 BY 1
                   UNTIL DOC-CO-IDX > WS-DOC-CO-COUNT
               IF WS-DOC-CO-NET (DOC-CO-IDX) NOT = 0
                   ADD 1 TO WS-DOC-LAST-LINE
                   MOVE WS-DOC-DATE        TO JL-DATE
                   MOVE WS-CUR-DOC         TO JL-DOC-NO
                   MOVE WS-DOC-LAST-LINE   TO JL-LINE-NO
                   MOVE WS-IC-NAME (WS-DOC-CO-SUB (DOC-CO-IDX))
                       TO JL-ACCT-NAME
                   MOVE WS-CO-IC-ACCTNO (WS-DOC-CO-SUB (DOC-CO-IDX))
                       TO JL-ACCTNO
                   IF WS-DOC-CO-NET (DOC-CO-IDX) > 0
                       MOVE "C" TO JL-DC
                       MOVE WS-DOC-CO-NET (DOC-CO-IDX) TO WS-AMT-ED
                   ELSE
                       MOVE "D" TO JL-DC
                       COMPUTE WS-AMT-ED =
                           0 - WS-DOC-CO-NET (DOC-CO-IDX)
                   END-IF
                   MOVE WS-AMT-ED          TO JL-AMOUNT
                   MOVE SPACES             TO JL-COST-CENTER
                   MOVE SPACES             TO JL-CURRENCY
                   MOVE SPACES             TO JL-FOREIGN-AMT
                   MOVE WS-DOC-REVERSE     TO JL-REVERSE
                   MOVE WS-DOC-CO-CODE (DOC-CO-IDX) TO JL-COMPANY
                   WRITE JOURNAL-TEMP-REC FROM WS-JOURNAL-LINE
               END-IF
           END-PERFORM.

       RESET-DOCUMENT.
           MOVE SPACES TO WS-CUR-DOC
           MOVE "N" TO WS-DOC-OPEN
           MOVE "N" TO WS-DOC-UNPRICED
           MOVE SPACES TO WS-DOC-DATE
           MOVE SPACE TO WS-DOC-REVERSE
           MOVE 0 TO WS-DOC-LAST-LINE
           MOVE 0 TO WS-DOC-CO-COUNT.

       COPY-CONTROL-RECORD.
      *> On pass 2 the HDR and TRL go out with the batch's count and
      *> debit total raised by what its documents gained.
           IF WS-PASS = 2
               MOVE SPACES TO WS-CTRL-TAG-IN WS-CTRL-ID-IN
                   WS-CTRL-COUNT-IN WS-CTRL-TOTAL-IN WS-CTRL-OPER-IN
               UNSTRING JOURNAL-REC DELIMITED BY ","
                   INTO WS-CTRL-TAG-IN
                       WS-CTRL-ID-IN
                       WS-CTRL-COUNT-IN
                       WS-CTRL-TOTAL-IN
                       WS-CTRL-OPER-IN
               END-UNSTRING
               IF WS-BATCH-NO > 0 AND
                       FUNCTION TEST-NUMVAL(WS-CTRL-COUNT-IN) = 0 AND
                       FUNCTION TEST-NUMVAL(WS-CTRL-TOTAL-IN) = 0
                   MOVE WS-CTRL-TAG-IN  TO CTRL-TAG
                   MOVE WS-CTRL-ID-IN   TO CTRL-BATCH-ID
                   COMPUTE CTRL-COUNT =
                       FUNCTION NUMVAL(WS-CTRL-COUNT-IN)
                       + WS-BA-COUNT (WS-BATCH-NO)
                   COMPUTE CTRL-TOTAL =
                       FUNCTION NUMVAL(WS-CTRL-TOTAL-IN)
                       + WS-BA-DEBITS (WS-BATCH-NO)
                   MOVE WS-CTRL-OPER-IN TO CTRL-OPERATOR
                   WRITE JOURNAL-TEMP-REC FROM WS-CTRL-LINE
               ELSE
                   WRITE JOURNAL-TEMP-REC FROM JOURNAL-REC
               END-IF
           END-IF.

       REPLACE-JOURNAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOURNAL-TEMP
           OPEN OUTPUT JOURNAL-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-TEMP
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE JOURNAL-REC FROM JOURNAL-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE JOURNAL-TEMP
           CLOSE JOURNAL-FILE
           MOVE "N" TO WS-EOF.

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

       LOAD-IC-ACCOUNTS.
      *> An inactive or missing account leaves the name blank, and
      *> documents needing it are left for STEP2-ERROR to reject
      *> rather than booked to an account it would refuse.
           MOVE SPACES TO WS-IC-NAME-TABLE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
           ELSE
               PERFORM VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > WS-CO-COUNT
                   IF WS-CO-IC-ACCTNO (CO-IDX) NOT = SPACES
                       MOVE WS-CO-IC-ACCTNO (CO-IDX) TO ACC-NUMBER
                       READ ACCOUNT-MASTER KEY IS ACC-NUMBER
                           INVALID KEY
                               DISPLAY "INTERCOMPANY ACCOUNT "
                                   WS-CO-IC-ACCTNO (CO-IDX)
                                   " OF COMPANY " WS-CO-CODE (CO-IDX)
                                   " NOT ON MASTER"
                           NOT INVALID KEY
                               IF ACC-STATUS = "I"
                                   DISPLAY "INTERCOMPANY ACCOUNT "
                                       ACC-NUMBER " OF COMPANY "
                                       WS-CO-CODE (CO-IDX)
                                       " IS INACTIVE"
                               ELSE
                                   MOVE ACC-NAME TO
                                       WS-IC-NAME (CO-IDX)
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT RATE-FILE
           IF WS-RTFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-RATE-CUR-IN
                               WS-RATE-DATE-IN WS-RATE-RATE-IN
                           UNSTRING RATE-REC
                               DELIMITED BY ","
                               INTO WS-RATE-CUR-IN
                                   WS-RATE-DATE-IN
                                   WS-RATE-RATE-IN
                           END-UNSTRING
                           IF WS-RATE-COUNT < 300 AND
                                   WS-RATE-CUR-IN NOT = SPACES AND
                                   FUNCTION TEST-NUMVAL
                                       (WS-RATE-RATE-IN) = 0
                               ADD 1 TO WS-RATE-COUNT
                               MOVE WS-RATE-CUR-IN TO
                                   WS-RT-CUR (WS-RATE-COUNT)
                               MOVE WS-RATE-DATE-IN TO
                                   WS-RT-DATE (WS-RATE-COUNT)
                               MOVE FUNCTION NUMVAL
                                   (WS-RATE-RATE-IN) TO
                                   WS-RT-RATE (WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOOKUP-RATE.
           MOVE "N" TO WS-RATE-FOUND
           MOVE SPACES TO WS-BEST-DATE
           MOVE 0 TO WS-BEST-RATE
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATE-COUNT
               IF WS-RT-CUR (RATE-IDX) = WS-LOOKUP-CUR AND
                       WS-RT-DATE (RATE-IDX) <= WS-LOOKUP-DATE AND
                       WS-RT-DATE (RATE-IDX) >= WS-BEST-DATE
                   MOVE WS-RT-DATE (RATE-IDX) TO WS-BEST-DATE
                   MOVE WS-RT-RATE (RATE-IDX) TO WS-BEST-RATE
                   MOVE "Y" TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

       WRITE-AUDIT-LOG.
           MOVE "INTERCO-GEN" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-LINES-READ TO AUDIT-RECORDS-READ
           MOVE WS-UNBUILT-DOCS TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

       ACQUIRE-JOURNAL-LOCK.
      *> Exclusive claim on journals.csv shared with every feeder.
      *> A claim older than an hour is presumed left by a crashed
      *> run and is taken over with a notice.
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
               MOVE "INTERCO-GEN" TO LCK-PROGRAM
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
