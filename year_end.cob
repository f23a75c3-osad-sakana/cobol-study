       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT CLOSED-PERIODS ASSIGN TO "closed_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPFS.
           SELECT REOPENED-PERIODS ASSIGN TO "reopened_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROFS.
           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC       PIC X(120).

       FD CLOSED-PERIODS.
       01 CLOSED-PERIOD-REC     PIC X(6).

       FD REOPENED-PERIODS.
       01 REOPENED-REC          PIC X(30).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC       PIC X(6).
       01 SEGMENT-SEAL-REC      PIC X(60).

       FD GL-FILE.
       01 GL-REC                PIC X(120).

       FD SNAPSHOT-FILE.
       01 SNAP-REC              PIC X(48).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC        PIC X(20).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC       PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC         PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC             PIC X(132).

       FD LOCK-FILE.
       01 LOCK-REC              PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PRFS               PIC X(2).
           COPY RPTCTL.
       01 WS-LKFS               PIC X(2).
           COPY JRNLOCK.
       01 WS-AFS                PIC X(2).
       01 WS-JFS                PIC X(2).
       01 WS-CPFS               PIC X(2).
       01 WS-ROFS               PIC X(2).
       01 WS-SDFS               PIC X(2).
       01 WS-GLFS               PIC X(2).
       01 WS-SNFS               PIC X(2).
       01 WS-RCFS               PIC X(2).
       01 WS-ALFS               PIC X(2).
           COPY AUDITREC.
           COPY RUNCTL.
           COPY JRNLINE.
           COPY GLSEGS.
           COPY GLREC.
       01 WS-FCFS               PIC X(2).
           COPY FISCAL.
       01 WS-EOF                PIC X VALUE "N".
       01 WS-SNAP-NAME          PIC X(30).
       01 WS-JOURNAL-EMPTY      PIC X VALUE "Y".

       01 WS-RE-ACCTNO          PIC X(6).
       01 WS-RE-NAME            PIC X(20) VALUE "RETAINED EARNINGS".

      *> The fiscal year being closed: the one the run-control
      *> period falls in when that is period 12 or 13, otherwise the
      *> year before it, so YEAR-END can run once the new year is
      *> under way.  WS-YE-PERIOD holds its thirteen periods in
      *> fiscal order, period 13 last.
       01 WS-YE-FY              PIC 9(4) VALUE 0.
       01 WS-YE-FIRST           PIC 9(6) VALUE 0.
       01 WS-YE-LAST            PIC 9(6) VALUE 0.
       01 WS-YE-ADJ             PIC 9(6) VALUE 0.
       01 WS-NEW-FY             PIC 9(4) VALUE 0.
       01 WS-NEW-FIRST          PIC 9(6) VALUE 0.
       01 WS-YE-FP              PIC 9(2) VALUE 0.
       01 WS-YE-PERIODS.
           05 WS-YE-PERIOD OCCURS 13 TIMES
                                PIC 9(6).

       01 WS-CLOSED-COUNT       PIC 9(3) VALUE 0.
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-PERIOD OCCURS 500 TIMES
                   INDEXED BY CP-IDX
                                PIC X(6).
       01 WS-CHECK-PERIOD       PIC 9(6) VALUE 0.
       01 WS-CHECK-PERIOD-X REDEFINES WS-CHECK-PERIOD
                                PIC X(6).
       01 WS-PER-CLOSED         PIC X VALUE "N".
       01 WS-PER-REOPENED       PIC X VALUE "N".
       01 WS-MISSING-COUNT      PIC 9(2) VALUE 0.

       01 WS-REOPEN-COUNT       PIC 9(2) VALUE 0.
       01 WS-REOPEN-TABLE.
           05 WS-REOPEN-PERIOD OCCURS 20 TIMES
                   INDEXED BY RO-IDX
                                PIC 9(6).
       01 WS-RO-PERIOD-IN       PIC X(6).
       01 WS-RO-SUPER-IN        PIC X(8).
       01 WS-RO-STAMP-IN        PIC X(14).
       01 WS-RO-STATUS-IN       PIC X.

       01 WS-CL-YYYY            PIC 9(4).
       01 WS-CL-MM              PIC 9(2).
       01 WS-CL-DD              PIC 9(2).
       01 WS-LEAP-YEAR          PIC X VALUE "N".
       01 WS-CLOSE-DATE         PIC X(10).
       01 WS-CL-YYYY-X          PIC X(4).
       01 WS-CL-MM-X            PIC X(2).
       01 WS-CL-DD-X            PIC X(2).

      *> Every account's balance through the end of the year being
      *> closed, summed from the GL segments of that year and all
      *> before it (debit positive), and its period 13 activity.
      *> Monthly PERIOD-CLOSE has already closed each month's profit
      *> and loss, so what revenue and expense still hold is period
      *> 13's adjustments and anything left over from earlier years.
       01 WS-BAL-COUNT          PIC 9(3) VALUE 0.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY BAL-IDX.
               10 WS-BT-NAME        PIC X(20).
               10 WS-BT-NET         PIC S9(12)V99.
               10 WS-BT-ADJ-DEBIT   PIC S9(12)V99.
               10 WS-BT-ADJ-CREDIT  PIC S9(12)V99.
       01 WS-BAL-SUB            PIC 9(3) VALUE 0.
       01 WS-SEG-IS-ADJ         PIC X VALUE "N".
       01 WS-LINES-READ         PIC 9(7) VALUE 0.

       01 WS-NET-BAL            PIC S9(12)V99 VALUE 0.
       01 WS-NET-INCOME         PIC S9(12)V99 VALUE 0.
       01 WS-DEBIT-TOTAL        PIC S9(12)V99 VALUE 0.
       01 WS-AMT-ED             PIC -(9)9.99.

      *> Closing lines are collected here during the master scan so
      *> the HDR control totals can be written ahead of them.
       01 WS-CLOSE-COUNT        PIC 9(3) VALUE 0.
       01 WS-CLOSE-TABLE.
           05 WS-CLOSE-ENTRY OCCURS 500 TIMES
                   INDEXED BY CL-IDX.
               10 WS-CL-ACCT-NAME   PIC X(20).
               10 WS-CL-ACCTNO      PIC X(6).
               10 WS-CL-DC          PIC X.
               10 WS-CL-AMOUNT      PIC S9(9)V99.

      *> Snapshot record, the trial balance layout PERIOD-CLOSE
      *> writes its TB-yyyymm.DAT files in.  The opening trial
      *> balance of the new year goes out in the same layout as
      *> TBO-yyyymm.DAT, named by the new year's first period.
       01 WS-SNAP-OUT.
           05 SO-NAME               PIC X(20).
           05 SO-DEBIT              PIC S9(12)V99.
           05 SO-CREDIT             PIC S9(12)V99.
       01 WS-OPEN-DEBITS        PIC S9(13)V99 VALUE 0.
       01 WS-OPEN-CREDITS       PIC S9(13)V99 VALUE 0.
       01 WS-OPEN-COUNT         PIC 9(3) VALUE 0.
       01 WS-ADJ-COUNT          PIC 9(3) VALUE 0.
       01 WS-DR-ED              PIC -(12)9.99.
       01 WS-CR-ED              PIC -(12)9.99.

       01 WS-CAL-OUT.
           05 CO-PERIOD             PIC 9(6).
           05 FILLER                PIC X VALUE ",".
           05 CO-YEAR               PIC 9(4).
           05 FILLER                PIC X VALUE ",".
           05 CO-NUMBER             PIC 9(2).
       01 WS-CAL-HAS-YEAR       PIC X VALUE "N".
       01 WS-CAL-ADDED          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-FISCAL-CALENDAR
           PERFORM SET-CLOSING-YEAR
           DISPLAY "YEAR-END FOR FISCAL YEAR " WS-YE-FY ", PERIODS "
               WS-YE-FIRST " TO " WS-YE-LAST
               ", ADJUSTMENT PERIOD " WS-YE-ADJ

           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-REOPENED-PERIODS
           MOVE WS-YE-ADJ TO WS-CHECK-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PER-CLOSED = "Y"
               DISPLAY "FISCAL YEAR " WS-YE-FY " IS ALREADY CLOSED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      *> Every month of the year must be closed, and none of them
      *> standing open again under PERIOD-REOPEN, before the year
      *> can be locked.
           PERFORM CHECK-YEAR-PERIODS
           IF WS-MISSING-COUNT > 0
               DISPLAY WS-MISSING-COUNT " PERIOD(S) OF FISCAL YEAR "
                   WS-YE-FY " STILL OPEN - CLOSE THEM WITH"
                   " PERIOD-CLOSE FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "Y" TO WS-JOURNAL-EMPTY
           OPEN INPUT JOURNAL-OUT
           IF WS-JFS = "00"
               READ JOURNAL-OUT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-JOURNAL-EMPTY
               END-READ
               CLOSE JOURNAL-OUT
           END-IF
           IF WS-JOURNAL-EMPTY = "N"
               DISPLAY "JOURNALS.CSV IS NOT EMPTY - POST THE PENDING"
                   " BATCH BEFORE CLOSING THE YEAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RE-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "RETAINED EARNINGS ACCOUNT NOT ON MASTER"
                   CLOSE ACCOUNT-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-RE-ACCTNO
           END-READ

           PERFORM OPEN-REPORT
           PERFORM SUM-LEDGER
           PERFORM SET-CLOSE-DATE
           PERFORM BUILD-CLOSING-LINES

           IF WS-CLOSE-COUNT = 0
               DISPLAY "NO REVENUE OR EXPENSE BALANCES LEFT TO CLOSE"
           ELSE
               PERFORM ADD-RETAINED-EARNINGS-LINE
               PERFORM WRITE-CLOSING-JOURNAL
           END-IF
           PERFORM PRINT-CLOSING-LINES

           PERFORM SNAPSHOT-ADJ-PERIOD
           PERFORM WRITE-OPENING-BALANCES
           PERFORM MARK-YEAR-CLOSED
           PERFORM EXTEND-FISCAL-CALENDAR

           CLOSE ACCOUNT-MASTER
           PERFORM CLOSE-REPORT

           DISPLAY "FISCAL YEAR " WS-YE-FY " CLOSED, "
               WS-CLOSE-COUNT " CLOSING LINES WRITTEN"
           DISPLAY "PERIOD " WS-YE-ADJ " IS LOCKED - NO FURTHER"
               " YEAR-END ADJUSTMENTS OR REOPENING FOR THE YEAR"
           PERFORM WRITE-AUDIT-LOG
           IF WS-OPEN-DEBITS NOT = WS-OPEN-CREDITS
               DISPLAY "OPENING TRIAL BALANCE DOES NOT BALANCE -"
                   " SEE THE REPORT"
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

       SET-CLOSING-YEAR.
           MOVE RC-PERIOD TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           IF WS-FC-FP < 12
               SUBTRACT 1 FROM WS-FC-FY
               PERFORM SET-FISCAL-YEAR-BOUNDS
           END-IF
           MOVE WS-FC-FY         TO WS-YE-FY
           MOVE WS-FC-YEAR-FIRST TO WS-YE-FIRST
           MOVE WS-FC-YEAR-LAST  TO WS-YE-LAST
           MOVE WS-FC-ADJ-PERIOD TO WS-YE-ADJ
           PERFORM VARYING WS-YE-FP FROM 1 BY 1
                   UNTIL WS-YE-FP > 12
               MOVE WS-YE-FY TO WS-FC-FY
               MOVE WS-YE-FP TO WS-FC-FP
               PERFORM FIND-FISCAL-PERIOD-NO
               MOVE WS-FC-LOOKUP TO WS-YE-PERIOD (WS-YE-FP)
           END-PERFORM
           MOVE WS-YE-ADJ TO WS-YE-PERIOD (13)

      *> The new year's first period comes off the calendar when
      *> it is already there, else a year on from this one's.
           COMPUTE WS-NEW-FY = WS-YE-FY + 1
           MOVE WS-NEW-FY TO WS-FC-FY
           PERFORM CHECK-CALENDAR-YEAR
           IF WS-CAL-HAS-YEAR = "Y"
               MOVE 1 TO WS-FC-FP
               PERFORM FIND-FISCAL-PERIOD-NO
               MOVE WS-FC-LOOKUP TO WS-NEW-FIRST
           ELSE
               COMPUTE WS-NEW-FIRST = WS-YE-PERIOD (1) + 100
           END-IF.

       CHECK-CALENDAR-YEAR.
           MOVE "N" TO WS-CAL-HAS-YEAR
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FC-COUNT
               IF WS-FC-YEAR (FC-IDX) = WS-FC-FY
                   MOVE "Y" TO WS-CAL-HAS-YEAR
               END-IF
           END-PERFORM.

       LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-CLOSED-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSED-PERIODS
           IF WS-CPFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ CLOSED-PERIODS
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CLOSED-COUNT < 500
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE CLOSED-PERIOD-REC TO
                                   WS-CLOSED-PERIOD (WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-REOPENED-PERIODS.
           MOVE 0 TO WS-REOPEN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT REOPENED-PERIODS
           IF WS-ROFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ REOPENED-PERIODS
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-RO-PERIOD-IN
                               WS-RO-SUPER-IN WS-RO-STAMP-IN
                           MOVE SPACE TO WS-RO-STATUS-IN
                           UNSTRING REOPENED-REC
                               DELIMITED BY ","
                               INTO WS-RO-PERIOD-IN
                                   WS-RO-SUPER-IN
                                   WS-RO-STAMP-IN
                                   WS-RO-STATUS-IN
                           END-UNSTRING
                           IF WS-REOPEN-COUNT < 20 AND
                                   WS-RO-PERIOD-IN NUMERIC AND
                                   WS-RO-STATUS-IN = "A"
                               ADD 1 TO WS-REOPEN-COUNT
                               MOVE WS-RO-PERIOD-IN TO
                                   WS-REOPEN-PERIOD
                                       (WS-REOPEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REOPENED-PERIODS
           END-IF
           MOVE "N" TO WS-EOF.

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PER-CLOSED
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-PERIOD (CP-IDX) = WS-CHECK-PERIOD-X
                   MOVE "Y" TO WS-PER-CLOSED
               END-IF
           END-PERFORM
           MOVE "N" TO WS-PER-REOPENED
           PERFORM VARYING RO-IDX FROM 1 BY 1
                   UNTIL RO-IDX > WS-REOPEN-COUNT
               IF WS-REOPEN-PERIOD (RO-IDX) = WS-CHECK-PERIOD
                   MOVE "Y" TO WS-PER-REOPENED
               END-IF
           END-PERFORM.

       CHECK-YEAR-PERIODS.
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM VARYING WS-YE-FP FROM 1 BY 1
                   UNTIL WS-YE-FP > 12
               MOVE WS-YE-PERIOD (WS-YE-FP) TO WS-CHECK-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-PER-CLOSED = "N"
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "PERIOD " WS-CHECK-PERIOD
                       " (FISCAL PERIOD " WS-YE-FP ") IS NOT CLOSED"
               ELSE
               IF WS-PER-REOPENED = "Y"
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "PERIOD " WS-CHECK-PERIOD
                       " (FISCAL PERIOD " WS-YE-FP ") IS REOPENED -"
                       " RELOCK IT WITH PERIOD-REOPEN"
               END-IF
               END-IF
           END-PERFORM.

       SUM-LEDGER.
           MOVE 0 TO WS-BAL-COUNT
           PERFORM LOAD-GL-SEGMENTS
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               IF WS-FC-FY <= WS-YE-FY
                   MOVE "N" TO WS-SEG-IS-ADJ
                   IF WS-SEG-PERIOD (SEG-IDX) = WS-YE-ADJ
                       MOVE "Y" TO WS-SEG-IS-ADJ
                   END-IF
                   PERFORM SUM-ONE-SEGMENT
               END-IF
           END-PERFORM.

       LOAD-GL-SEGMENTS.
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

       SUM-ONE-SEGMENT.
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
                       ADD 1 TO WS-LINES-READ
                       PERFORM SUM-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
               CLOSE GL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SUM-ONE-LINE.
           MOVE SPACES TO WS-GL-FIELDS
           UNSTRING GL-REC DELIMITED BY ","
               INTO GL-IN-DATE
                   GL-IN-DOC-NO
                   GL-IN-ACCTNO
                   GL-IN-ACCT-NAME
                   GL-IN-CONTRA
                   GL-IN-DC
                   GL-IN-AMOUNT-X
                   GL-IN-COST-CENTER
                   GL-IN-CURRENCY
                   GL-IN-FOREIGN-X
                   GL-IN-OPERATOR
                   GL-IN-COMPANY
           END-UNSTRING
           MOVE 0 TO WS-BAL-SUB
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > WS-BAL-COUNT
               IF WS-BT-NAME (BAL-IDX) = GL-IN-ACCT-NAME
                   SET WS-BAL-SUB TO BAL-IDX
               END-IF
           END-PERFORM
           IF WS-BAL-SUB = 0 AND WS-BAL-COUNT < 500
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-SUB
               MOVE GL-IN-ACCT-NAME TO WS-BT-NAME (WS-BAL-SUB)
               MOVE 0 TO WS-BT-NET (WS-BAL-SUB)
               MOVE 0 TO WS-BT-ADJ-DEBIT (WS-BAL-SUB)
               MOVE 0 TO WS-BT-ADJ-CREDIT (WS-BAL-SUB)
           END-IF
           IF WS-BAL-SUB > 0
               IF GL-IN-DC = "D"
                   ADD GL-IN-AMOUNT TO WS-BT-NET (WS-BAL-SUB)
               ELSE
                   SUBTRACT GL-IN-AMOUNT FROM WS-BT-NET (WS-BAL-SUB)
               END-IF
               IF WS-SEG-IS-ADJ = "Y" AND
                       GL-IN-DOC-NO(1:2) NOT = "YE"
                   IF GL-IN-DC = "D"
                       ADD GL-IN-AMOUNT TO
                           WS-BT-ADJ-DEBIT (WS-BAL-SUB)
                   ELSE
                       ADD GL-IN-AMOUNT TO
                           WS-BT-ADJ-CREDIT (WS-BAL-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-BALANCE-ENTRY.
           MOVE 0 TO WS-BAL-SUB
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > WS-BAL-COUNT
               IF WS-BT-NAME (BAL-IDX) = ACC-NAME
                   SET WS-BAL-SUB TO BAL-IDX
               END-IF
           END-PERFORM.

       SET-CLOSE-DATE.
      *> The closing entries are dated the last day of the year's
      *> final month, inside fiscal period 12, and STEP1-SUM posts
      *> them to period 13.
           DIVIDE WS-YE-LAST BY 100 GIVING WS-CL-YYYY
               REMAINDER WS-CL-MM
           MOVE "N" TO WS-LEAP-YEAR
           IF FUNCTION MOD(WS-CL-YYYY, 4) = 0 AND
               (FUNCTION MOD(WS-CL-YYYY, 100) NOT = 0 OR
                FUNCTION MOD(WS-CL-YYYY, 400) = 0)
               MOVE "Y" TO WS-LEAP-YEAR
           END-IF
           EVALUATE WS-CL-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-CL-DD
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-CL-DD
               WHEN 2
                   IF WS-LEAP-YEAR = "Y"
                       MOVE 29 TO WS-CL-DD
                   ELSE
                       MOVE 28 TO WS-CL-DD
                   END-IF
               WHEN OTHER
                   MOVE 28 TO WS-CL-DD
           END-EVALUATE
           MOVE WS-CL-YYYY TO WS-CL-YYYY-X
           MOVE WS-CL-MM   TO WS-CL-MM-X
           MOVE WS-CL-DD   TO WS-CL-DD-X
           MOVE SPACES TO WS-CLOSE-DATE
           STRING WS-CL-YYYY-X "-" WS-CL-MM-X "-" WS-CL-DD-X
               DELIMITED BY SIZE INTO WS-CLOSE-DATE
           END-STRING
      *> As in PERIOD-CLOSE, a run before the month is out falls
      *> back to the business date so the future-date edit passes.
           IF WS-BUSINESS-DATE-X(1:6) = WS-YE-LAST AND
                   RC-BUSINESS-DATE < WS-CLOSE-DATE
               MOVE RC-BUSINESS-DATE TO WS-CLOSE-DATE
           END-IF.

       BUILD-CLOSING-LINES.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-NET-INCOME
           MOVE LOW-VALUES TO ACC-NUMBER
           START ACCOUNT-MASTER KEY IS GREATER THAN ACC-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(ACC-TYPE) = "REVENUE" OR
                               FUNCTION TRIM(ACC-TYPE) = "EXPENSE"
                           PERFORM CLOSE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       CLOSE-ONE-ACCOUNT.
           PERFORM FIND-BALANCE-ENTRY
           IF WS-BAL-SUB > 0
               IF FUNCTION TRIM(ACC-TYPE) = "REVENUE"
                   COMPUTE WS-NET-BAL = 0 - WS-BT-NET (WS-BAL-SUB)
                   ADD WS-NET-BAL TO WS-NET-INCOME
                   IF WS-NET-BAL > 0
                       PERFORM ADD-CLOSING-LINE-D
                   END-IF
                   IF WS-NET-BAL < 0
                       COMPUTE WS-NET-BAL = 0 - WS-NET-BAL
                       PERFORM ADD-CLOSING-LINE-C
                   END-IF
               ELSE
                   MOVE WS-BT-NET (WS-BAL-SUB) TO WS-NET-BAL
                   SUBTRACT WS-NET-BAL FROM WS-NET-INCOME
                   IF WS-NET-BAL > 0
                       PERFORM ADD-CLOSING-LINE-C
                   END-IF
                   IF WS-NET-BAL < 0
                       COMPUTE WS-NET-BAL = 0 - WS-NET-BAL
                       PERFORM ADD-CLOSING-LINE-D
                   END-IF
               END-IF
           END-IF.

       ADD-CLOSING-LINE-D.
           IF WS-CLOSE-COUNT < 500
               ADD 1 TO WS-CLOSE-COUNT
               MOVE ACC-NAME   TO WS-CL-ACCT-NAME (WS-CLOSE-COUNT)
               MOVE ACC-NUMBER TO WS-CL-ACCTNO (WS-CLOSE-COUNT)
               MOVE "D"        TO WS-CL-DC (WS-CLOSE-COUNT)
               MOVE WS-NET-BAL TO WS-CL-AMOUNT (WS-CLOSE-COUNT)
           END-IF.

       ADD-CLOSING-LINE-C.
           IF WS-CLOSE-COUNT < 500
               ADD 1 TO WS-CLOSE-COUNT
               MOVE ACC-NAME   TO WS-CL-ACCT-NAME (WS-CLOSE-COUNT)
               MOVE ACC-NUMBER TO WS-CL-ACCTNO (WS-CLOSE-COUNT)
               MOVE "C"        TO WS-CL-DC (WS-CLOSE-COUNT)
               MOVE WS-NET-BAL TO WS-CL-AMOUNT (WS-CLOSE-COUNT)
           END-IF.

       ADD-RETAINED-EARNINGS-LINE.
           IF WS-NET-INCOME = 0
               CONTINUE
           ELSE
               IF WS-CLOSE-COUNT < 500
                   ADD 1 TO WS-CLOSE-COUNT
                   MOVE WS-RE-NAME TO
                       WS-CL-ACCT-NAME (WS-CLOSE-COUNT)
                   MOVE WS-RE-ACCTNO TO
                       WS-CL-ACCTNO (WS-CLOSE-COUNT)
                   IF WS-NET-INCOME > 0
                       MOVE "C" TO WS-CL-DC (WS-CLOSE-COUNT)
                       MOVE WS-NET-INCOME TO
                           WS-CL-AMOUNT (WS-CLOSE-COUNT)
                   ELSE
                       MOVE "D" TO WS-CL-DC (WS-CLOSE-COUNT)
                       COMPUTE WS-CL-AMOUNT (WS-CLOSE-COUNT) =
                           0 - WS-NET-INCOME
                   END-IF
               END-IF
           END-IF.

       WRITE-CLOSING-JOURNAL.
           MOVE 0 TO WS-DEBIT-TOTAL
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               IF WS-CL-DC (CL-IDX) = "D"
                   ADD WS-CL-AMOUNT (CL-IDX) TO WS-DEBIT-TOTAL
               END-IF
           END-PERFORM

           PERFORM ACQUIRE-JOURNAL-LOCK
           IF WS-LOCK-OK = "N"
               MOVE "99" TO WS-JFS
           ELSE
               OPEN OUTPUT JOURNAL-OUT
           END-IF
           IF WS-JFS NOT = "00"
               DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "YE" WS-YE-ADJ "0001"
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           MOVE WS-CLOSE-COUNT TO CTRL-COUNT
           MOVE WS-DEBIT-TOTAL TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           MOVE 0 TO JL-LINE-NO
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               MOVE WS-CLOSE-DATE TO JL-DATE
               MOVE SPACES TO JL-DOC-NO
               STRING "YE" WS-YE-ADJ
                   DELIMITED BY SIZE INTO JL-DOC-NO
               END-STRING
               ADD 1 TO JL-LINE-NO
               MOVE WS-CL-ACCT-NAME (CL-IDX) TO JL-ACCT-NAME
               MOVE WS-CL-ACCTNO (CL-IDX)    TO JL-ACCTNO
               MOVE WS-CL-DC (CL-IDX)        TO JL-DC
               MOVE WS-CL-AMOUNT (CL-IDX)    TO WS-AMT-ED
               MOVE WS-AMT-ED                TO JL-AMOUNT
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           END-PERFORM

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK

           DISPLAY "YEAR-END CLOSING BATCH WRITTEN - RUN"
               " BATCH-DRIVER TO VALIDATE AND POST IT".

       PRINT-CLOSING-LINES.
           STRING "FISCAL YEAR " WS-YE-FY " PERIODS " WS-YE-FIRST
               " TO " WS-YE-LAST ", ADJUSTMENT PERIOD " WS-YE-ADJ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "CLOSING ENTRIES, DOCUMENT YE" WS-YE-ADJ
               " DATED " WS-CLOSE-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "ACCOUNT              NUMBER            DEBIT"
               "           CREDIT"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CLOSE-COUNT
               MOVE 0 TO WS-DR-ED
               MOVE 0 TO WS-CR-ED
               IF WS-CL-DC (CL-IDX) = "D"
                   MOVE WS-CL-AMOUNT (CL-IDX) TO WS-DR-ED
               ELSE
                   MOVE WS-CL-AMOUNT (CL-IDX) TO WS-CR-ED
               END-IF
               STRING WS-CL-ACCT-NAME (CL-IDX) " "
                   WS-CL-ACCTNO (CL-IDX) " " WS-DR-ED " " WS-CR-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-PERFORM
           IF WS-CLOSE-COUNT = 0
               STRING "  NO REVENUE OR EXPENSE BALANCES LEFT TO CLOSE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE WS-NET-INCOME TO WS-DR-ED
           STRING "NET INCOME CLOSED TO RETAINED EARNINGS "
               WS-DR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       SNAPSHOT-ADJ-PERIOD.
      *> Period 13's own activity - the year-end adjustments - in
      *> the snapshot layout, so FIN-COMPARE and the period
      *> reports can show it like any closed month.  The closing
      *> entries just written are not in it.
           MOVE SPACES TO WS-SNAP-NAME
           STRING "TB-" WS-YE-ADJ ".DAT"
               DELIMITED BY SIZE INTO WS-SNAP-NAME
           END-STRING
           MOVE 0 TO WS-ADJ-COUNT
           OPEN OUTPUT SNAPSHOT-FILE
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO ACC-NAME
           START ACCOUNT-MASTER KEY IS GREATER THAN ACC-NAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM FIND-BALANCE-ENTRY
                       IF WS-BAL-SUB > 0
                           IF WS-BT-ADJ-DEBIT (WS-BAL-SUB) NOT = 0
                               OR WS-BT-ADJ-CREDIT (WS-BAL-SUB)
                                   NOT = 0
                               MOVE ACC-NAME TO SO-NAME
                               MOVE WS-BT-ADJ-DEBIT (WS-BAL-SUB)
                                   TO SO-DEBIT
                               MOVE WS-BT-ADJ-CREDIT (WS-BAL-SUB)
                                   TO SO-CREDIT
                               WRITE SNAP-REC FROM WS-SNAP-OUT
                               ADD 1 TO WS-ADJ-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           MOVE "N" TO WS-EOF
           DISPLAY "PERIOD 13 SNAPSHOT WRITTEN TO " WS-SNAP-NAME
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "PERIOD 13 ACTIVITY, " WS-ADJ-COUNT
               " ACCOUNTS, WRITTEN TO " WS-SNAP-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-OPENING-BALANCES.
      *> The new year opens with the balance-sheet accounts only:
      *> revenue and expense start at zero and retained earnings
      *> takes the net income the closing entries carry into it.
           MOVE SPACES TO WS-SNAP-NAME
           STRING "TBO-" WS-NEW-FIRST ".DAT"
               DELIMITED BY SIZE INTO WS-SNAP-NAME
           END-STRING
           MOVE 0 TO WS-OPEN-DEBITS
           MOVE 0 TO WS-OPEN-CREDITS
           MOVE 0 TO WS-OPEN-COUNT
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "OPENING TRIAL BALANCE, FISCAL YEAR " WS-NEW-FY
               " FROM PERIOD " WS-NEW-FIRST
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "ACCOUNT              NUMBER            DEBIT"
               "           CREDIT"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           OPEN OUTPUT SNAPSHOT-FILE
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO ACC-NAME
           START ACCOUNT-MASTER KEY IS GREATER THAN ACC-NAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(ACC-TYPE) = "ASSET" OR
                               FUNCTION TRIM(ACC-TYPE) = "LIABILITY"
                               OR FUNCTION TRIM(ACC-TYPE) = "EQUITY"
                           PERFORM OPEN-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           MOVE "N" TO WS-EOF

           MOVE WS-OPEN-DEBITS TO WS-DR-ED
           MOVE WS-OPEN-CREDITS TO WS-CR-ED
           STRING "  TOTAL                     " WS-DR-ED " "
               WS-CR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-OPEN-DEBITS NOT = WS-OPEN-CREDITS
               STRING "  *** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           DISPLAY "OPENING TRIAL BALANCE WRITTEN TO " WS-SNAP-NAME
               ", " WS-OPEN-COUNT " ACCOUNTS".

       OPEN-ONE-ACCOUNT.
           MOVE 0 TO WS-NET-BAL
           PERFORM FIND-BALANCE-ENTRY
           IF WS-BAL-SUB > 0
               MOVE WS-BT-NET (WS-BAL-SUB) TO WS-NET-BAL
           END-IF
           IF ACC-NAME = WS-RE-NAME
               SUBTRACT WS-NET-INCOME FROM WS-NET-BAL
           END-IF
           IF WS-NET-BAL NOT = 0
               MOVE ACC-NAME TO SO-NAME
               MOVE 0 TO SO-DEBIT
               MOVE 0 TO SO-CREDIT
               MOVE 0 TO WS-DR-ED
               MOVE 0 TO WS-CR-ED
               IF WS-NET-BAL > 0
                   MOVE WS-NET-BAL TO SO-DEBIT
                   MOVE WS-NET-BAL TO WS-DR-ED
                   ADD WS-NET-BAL TO WS-OPEN-DEBITS
               ELSE
                   COMPUTE SO-CREDIT = 0 - WS-NET-BAL
                   MOVE SO-CREDIT TO WS-CR-ED
                   ADD SO-CREDIT TO WS-OPEN-CREDITS
               END-IF
               WRITE SNAP-REC FROM WS-SNAP-OUT
               ADD 1 TO WS-OPEN-COUNT
               STRING ACC-NAME " " ACC-NUMBER " " WS-DR-ED " "
                   WS-CR-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       MARK-YEAR-CLOSED.
      *> Period 13 on the closed list is what locks the year: no
      *> more year-end adjustments post to it and PERIOD-REOPEN
      *> will not reopen any of its months.
           OPEN EXTEND CLOSED-PERIODS
           IF WS-CPFS NOT = "00"
               OPEN OUTPUT CLOSED-PERIODS
           END-IF
           MOVE WS-YE-ADJ TO CLOSED-PERIOD-REC
           WRITE CLOSED-PERIOD-REC
           CLOSE CLOSED-PERIODS.

       EXTEND-FISCAL-CALENDAR.
      *> The calendar file is given rows for the year just closed,
      *> when it did not list them, and for the new year as the
      *> same periods one year on, so the new year follows the
      *> same months without anyone keying them.
           MOVE 0 TO WS-CAL-ADDED
           OPEN EXTEND FISCAL-CALENDAR
           IF WS-FCFS NOT = "00"
               OPEN OUTPUT FISCAL-CALENDAR
           END-IF
           MOVE WS-YE-FY TO WS-FC-FY
           PERFORM CHECK-CALENDAR-YEAR
           IF WS-CAL-HAS-YEAR = "N"
               PERFORM VARYING WS-YE-FP FROM 1 BY 1
                       UNTIL WS-YE-FP > 13
                   MOVE WS-YE-PERIOD (WS-YE-FP) TO CO-PERIOD
                   MOVE WS-YE-FY TO CO-YEAR
                   MOVE WS-YE-FP TO CO-NUMBER
                   WRITE FISCAL-CAL-REC FROM WS-CAL-OUT
                   ADD 1 TO WS-CAL-ADDED
               END-PERFORM
           END-IF
           MOVE WS-NEW-FY TO WS-FC-FY
           PERFORM CHECK-CALENDAR-YEAR
           IF WS-CAL-HAS-YEAR = "N"
               PERFORM VARYING WS-YE-FP FROM 1 BY 1
                       UNTIL WS-YE-FP > 13
                   COMPUTE CO-PERIOD = WS-YE-PERIOD (WS-YE-FP) + 100
                   MOVE WS-NEW-FY TO CO-YEAR
                   MOVE WS-YE-FP TO CO-NUMBER
                   WRITE FISCAL-CAL-REC FROM WS-CAL-OUT
                   ADD 1 TO WS-CAL-ADDED
               END-PERFORM
           END-IF
           CLOSE FISCAL-CALENDAR
           IF WS-CAL-ADDED > 0
               DISPLAY WS-CAL-ADDED " ROWS ADDED TO FISCAL_CALENDAR"
                   ".CSV"
           END-IF.

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

       FIND-FISCAL-PERIOD-NO.
      *> The period that is fiscal period WS-FC-FP of WS-FC-FY.
           MOVE 0 TO WS-FC-LOOKUP
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FC-COUNT
               IF WS-FC-YEAR (FC-IDX) = WS-FC-FY AND
                       WS-FC-NUMBER (FC-IDX) = WS-FC-FP
                   MOVE WS-FC-PERIOD (FC-IDX) TO WS-FC-LOOKUP
               END-IF
           END-PERFORM
           IF WS-FC-LOOKUP = 0
               PERFORM SET-FISCAL-YEAR-BOUNDS
               IF WS-FC-FP = 13
                   MOVE WS-FC-ADJ-PERIOD TO WS-FC-LOOKUP
               ELSE
                   DIVIDE WS-FC-YEAR-FIRST BY 100 GIVING WS-FC-YYYY
                       REMAINDER WS-FC-MM
                   ADD WS-FC-FP TO WS-FC-MM
                   SUBTRACT 1 FROM WS-FC-MM
                   IF WS-FC-MM > 12
                       SUBTRACT 12 FROM WS-FC-MM
                       ADD 1 TO WS-FC-YYYY
                   END-IF
                   COMPUTE WS-FC-LOOKUP = WS-FC-YYYY * 100 + WS-FC-MM
               END-IF
           END-IF.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "YEAR-END ROLLOVER" TO WS-RPT-TITLE
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
           STRING "RPT-YEAREND-" WS-RPT-DATE-NUM ".TXT"
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
           MOVE "YEAR-END" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-LINES-READ TO AUDIT-RECORDS-READ
           MOVE 0 TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

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
               MOVE "YEAR-END" TO LCK-PROGRAM
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
