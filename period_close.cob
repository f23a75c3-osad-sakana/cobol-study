           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
       FD AUDIT-LOG.
       01 AUDIT-LOG-REC         PIC X(60).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC        PIC X(20).

       FD LOCK-FILE.
       01 LOCK-REC              PIC X(30).

       FD OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-LKFS               PIC X(2).
           COPY JRNLOCK.
           COPY AUDITREC.
           COPY RUNCTL.
           COPY JRNLINE.
       01 WS-FCFS               PIC X(2).
           COPY FISCAL.
       01 WS-EOF                PIC X VALUE "N".
       01 WS-SNAP-NAME          PIC X(30).
       01 WS-ALREADY-CLOSED     PIC X VALUE "N".
       01 WS-JOURNAL-EMPTY      PIC X VALUE "Y".

      *> CLOSE-READY runs first; a period that fails any of its
      *> checks closes only when a supervisor signs the override,
      *> and the override goes on the audit log under the
      *> supervisor's id.
       01 WS-OPFS               PIC X(2).
       01 WS-READY-RC           PIC S9(4) COMP-5 VALUE 0.
       01 WS-CALL-FAILED        PIC X VALUE "N".
       01 WS-SUPERVISOR         PIC X(8) VALUE SPACES.
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-OVERRIDE           PIC X VALUE "N".

       01 WS-RE-ACCTNO          PIC X(6).
       01 WS-RE-NAME            PIC X(20) VALUE "RETAINED EARNINGS".


       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-FISCAL-CALENDAR
           MOVE RC-PERIOD TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           DISPLAY "CLOSING PERIOD " RC-PERIOD ", FISCAL YEAR "
               WS-FC-FY " PERIOD " WS-FC-FP

      *> Period 13 carries only year-end adjustments and is closed
      *> by YEAR-END together with the rest of the year.
           IF WS-FC-FP = 13
               DISPLAY "PERIOD " RC-PERIOD " IS THE YEAR-END"
                   " ADJUSTMENT PERIOD - RUN YEAR-END TO CLOSE IT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-ALREADY-CLOSED
           IF WS-ALREADY-CLOSED = "Y"
               GOBACK
           END-IF

           MOVE "N" TO WS-CALL-FAILED
           MOVE 0 TO RETURN-CODE
           CALL "CLOSE-READY"
               ON EXCEPTION
                   DISPLAY "PROGRAM CLOSE-READY NOT FOUND"
                   MOVE "Y" TO WS-CALL-FAILED
           END-CALL
           IF WS-CALL-FAILED = "Y"
               MOVE 12 TO WS-READY-RC
           ELSE
               MOVE RETURN-CODE TO WS-READY-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-READY-RC NOT = 0
               DISPLAY "PERIOD " RC-PERIOD " IS NOT READY TO CLOSE"
                   " - SEE THE CLOSE READINESS REPORT"
               PERFORM SUPERVISOR-OVERRIDE
               IF WS-OVERRIDE = "N"
                   DISPLAY "PERIOD " RC-PERIOD " NOT CLOSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"

           DISPLAY "PERIOD " RC-PERIOD " CLOSED, "
               WS-CLOSE-COUNT " CLOSING LINES WRITTEN"
           IF WS-FC-FP = 12
               DISPLAY "LAST PERIOD OF FISCAL YEAR " WS-FC-FY
                   " - PERIOD " WS-FC-ADJ-PERIOD " STAYS OPEN FOR"
                   " YEAR-END ADJUSTMENTS UNTIL YEAR-END RUNS"
           END-IF
           PERFORM WRITE-AUDIT-LOG
           MOVE 0 TO RETURN-CODE
           GOBACK.
           WRITE CLOSED-PERIOD-REC
           CLOSE CLOSED-PERIODS.

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

       SUPERVISOR-OVERRIDE.
      *> Only a supervisor may close over a failed check.  A blank
      *> id (or an unattended run with nothing to read) declines.
      *> The override entry carries CLOSE-READY's return code as its
      *> error count, and the closing run's own entry after it
      *> keeps the supervisor's id.
           MOVE "N" TO WS-OVERRIDE
           MOVE SPACES TO WS-SUPERVISOR
           MOVE SPACE TO WS-SIGNON-LEVEL
           DISPLAY "SUPERVISOR ID TO CLOSE ANYWAY (BLANK TO STOP): "
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR = SPACES
               DISPLAY "NO OVERRIDE GIVEN"
           ELSE
               OPEN INPUT OPERATOR-FILE
               IF WS-OPFS NOT = "00"
                   DISPLAY "NO OPERATOR FILE - SET OPERATORS UP WITH"
                       " OPER-MAINT"
               ELSE
                   MOVE WS-SUPERVISOR TO OP-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           DISPLAY "OPERATOR NOT ON FILE"
                       NOT INVALID KEY
                           MOVE OP-LEVEL TO WS-SIGNON-LEVEL
                           DISPLAY "SIGNED ON: " OP-NAME
                   END-READ
                   CLOSE OPERATOR-FILE
                   IF WS-SIGNON-LEVEL = "S"
                       MOVE "Y" TO WS-OVERRIDE
                   ELSE
                   IF WS-SIGNON-LEVEL NOT = SPACE
                       DISPLAY "THE OVERRIDE NEEDS A SUPERVISOR"
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-OVERRIDE = "Y"
               DISPLAY "CLOSE READINESS OVERRIDDEN BY " WS-SUPERVISOR
               MOVE "CLOSE-OVERRIDE" TO AUDIT-PROGRAM
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
               MOVE 0 TO AUDIT-RECORDS-READ
               MOVE WS-READY-RC TO AUDIT-ERROR-COUNT
               MOVE WS-SUPERVISOR TO AUDIT-OPERATOR
               OPEN EXTEND AUDIT-LOG
               IF WS-ALFS NOT = "00"
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
               CLOSE AUDIT-LOG
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE "PERIOD-CLOSE" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
