           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFS.
           SELECT COMPANY-FILE ASSIGN TO "companies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAY-FILE.
       01 HOLIDAY-REC          PIC X(10).

       FD COMPANY-FILE.
       01 COMPANY-REC          PIC X(60).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC       PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-HOLFS             PIC X(2).
           COPY HOLTBL.
               10 WS-DL-DC          PIC X.
               10 WS-DL-AMOUNT      PIC S9(7)V99.
               10 WS-DL-COST-CENTER PIC X(4).
               10 WS-DL-COMPANY     PIC X(4).
       01 WS-SELF-FOUND         PIC X VALUE "N".

      *> The released batch, built document by document.
               10 WS-BL-AMOUNT      PIC S9(7)V99.
               10 WS-BL-COST-CENTER PIC X(4).
               10 WS-BL-REVERSE     PIC X.
               10 WS-BL-COMPANY     PIC X(4).

       01 WS-AMT-ED             PIC -(7)9.99.
       01 WS-TOT-ED             PIC -(11)9.99.
       01 WS-PERIOD-REOPENED    PIC X VALUE "N".
       01 WS-DOC-ADJUST         PIC X VALUE "N".

      *> A document dated in the last period of a fiscal year may
      *> be keyed as a year-end audit adjustment (doc prefix YA)
      *> while that year's period 13 is still open - even after the
      *> month itself has closed.  STEP1-SUM posts it to period 13.
       01 WS-FCFS               PIC X(2).
           COPY FISCAL.
       01 WS-YEAR-END-OPEN      PIC X VALUE "N".
       01 WS-DOC-YEAR-END       PIC X VALUE "N".

      *> Companies from companies.csv, the master STEP2-ERROR checks
      *> the company column against.  The prompt only appears once
      *> a second company is set up; a blank answer is the home
      *> company.  Lines for two companies in one document are fine
      *> here - INTERCO-GEN adds the due-to/due-from lines overnight.
       01 WS-CMFS               PIC X(2).
           COPY COMPTBL.
       01 WS-CO-EOF             PIC X VALUE "N".
       01 WS-CO-IN              PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-COST-CENTERS
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-REOPENED-PERIODS
           PERFORM LOAD-FISCAL-CALENDAR
           PERFORM LOAD-COMPANIES

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"

       ACCEPT-DOC-DATE.
           MOVE "N" TO WS-DOC-ADJUST
           MOVE "N" TO WS-DOC-YEAR-END
           DISPLAY "DOCUMENT DATE (YYYY-MM-DD): "
           ACCEPT WS-DATE-IN
           PERFORM CHECK-DATE
               DISPLAY "THE DATE IS NOT VALID."
           ELSE
               PERFORM CHECK-CLOSED-PERIOD
               PERFORM CHECK-YEAR-END-PERIOD
               IF WS-PERIOD-CLOSED = "Y"
                   PERFORM CHECK-REOPENED-PERIOD
                   IF WS-PERIOD-REOPENED = "Y"
                           DISPLAY "ONLY ADJUSTMENT DOCUMENTS MAY"
                               " POST TO THE REOPENED PERIOD."
                       END-IF
                   ELSE
                   IF WS-YEAR-END-OPEN = "Y"
                       PERFORM ASK-YEAR-END-ADJUSTMENT
                       IF WS-DOC-YEAR-END = "N"
                           MOVE "N" TO WS-DATE-OK
                           DISPLAY "THE DATE IS IN A CLOSED PERIOD."
                       END-IF
                   ELSE
                       MOVE "N" TO WS-DATE-OK
                       DISPLAY "THE DATE IS IN A CLOSED PERIOD."
                   END-IF
                   END-IF
               ELSE
                   IF WS-YEAR-END-OPEN = "Y"
                       PERFORM ASK-YEAR-END-ADJUSTMENT
                   END-IF
               END-IF
           END-IF
      *> A warning only: back-dating onto a weekend is sometimes
               END-IF
           END-PERFORM.

       CHECK-YEAR-END-PERIOD.
      *> Period 13 is open for the year of the line's period when
      *> that period is the year's last and YEAR-END has not yet
      *> locked the year (period 13 not on closed_periods.dat).
           MOVE "N" TO WS-YEAR-END-OPEN
           MOVE WS-LINE-PERIOD TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           IF WS-FC-FP = 12
               MOVE "Y" TO WS-YEAR-END-OPEN
               PERFORM VARYING CP-IDX FROM 1 BY 1
                       UNTIL CP-IDX > WS-CLOSED-COUNT
                   IF WS-CLOSED-PERIOD (CP-IDX) = WS-FC-ADJ-PERIOD
                       MOVE "N" TO WS-YEAR-END-OPEN
                   END-IF
               END-PERFORM
           END-IF.

       ASK-YEAR-END-ADJUSTMENT.
           DISPLAY "YEAR-END AUDIT ADJUSTMENT TO PERIOD 13 OF FISCAL"
               " YEAR " WS-FC-FY "? (Y/N) "
           ACCEPT WS-REV-IN
           IF WS-REV-IN = "Y" OR WS-REV-IN = "y"
               MOVE "Y" TO WS-DOC-YEAR-END
               DISPLAY "THE DOCUMENT POSTS TO PERIOD "
                   WS-FC-ADJ-PERIOD " ONCE APPROVED."
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

       ENTER-DOC-LINES.
           MOVE "Y" TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER NOT = "Y"
                   DISPLAY "ACCOUNT IS INACTIVE - LINE REFUSED"
                 ELSE
                   DISPLAY "ACCOUNT: " ACC-NAME
                   PERFORM ACCEPT-LINE-COMPANY
                   DISPLAY "D OR C: "
                   ACCEPT WS-DC-IN
                   IF WS-CO-FOUND = "N"
                       DISPLAY "COMPANY NOT ON MASTER - LINE DROPPED"
                   ELSE
                   IF WS-DC-IN NOT = "D" AND WS-DC-IN NOT = "C"
                       DISPLAY "FLAG MUST BE D OR C - LINE DROPPED"
                   ELSE
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                 END-IF
           END-READ.

       ACCEPT-LINE-COMPANY.
           MOVE SPACES TO WS-CO-IN
           MOVE "Y" TO WS-CO-FOUND
           IF WS-CO-COUNT > 1
               DISPLAY "COMPANY (BLANK FOR " WS-HOME-CO "): "
               ACCEPT WS-CO-IN
               IF WS-CO-IN = WS-HOME-CO
                   MOVE SPACES TO WS-CO-IN
               END-IF
               IF WS-CO-IN NOT = SPACES
                   MOVE WS-CO-IN TO WS-LOOKUP-CO
                   PERFORM FIND-COMPANY
               END-IF
           END-IF.

       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           MOVE SPACES TO WS-HOME-CO
           MOVE "N" TO WS-CO-EOF
           OPEN INPUT COMPANY-FILE
           IF WS-CMFS = "00"
               PERFORM UNTIL WS-CO-EOF = "Y"
                   READ COMPANY-FILE
                       AT END
                           MOVE "Y" TO WS-CO-EOF
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
           END-IF.

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

       LOAD-COST-CENTERS.
           MOVE 0 TO WS-CC-COUNT
           MOVE "N" TO WS-CC-EOF
           PERFORM VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > WS-DOC-COUNT
               IF WS-DL-ACCTNO (DOC-IDX) = WS-ACCT-IN AND
                       WS-DL-DC (DOC-IDX) NOT = WS-DC-IN AND
                       WS-DL-COMPANY (DOC-IDX) = WS-CO-IN
                   MOVE "Y" TO WS-SELF-FOUND
               END-IF
           END-PERFORM.
               MOVE WS-DC-IN     TO WS-DL-DC (WS-DOC-COUNT)
               MOVE WS-AMOUNT-IN TO WS-DL-AMOUNT (WS-DOC-COUNT)
               MOVE WS-CC-IN     TO WS-DL-COST-CENTER (WS-DOC-COUNT)
               MOVE WS-CO-IN     TO WS-DL-COMPANY (WS-DOC-COUNT)
               IF WS-DC-IN = "D"
                   ADD WS-AMOUNT-IN TO WS-DOC-DEBITS
               ELSE
                   MOVE SPACES TO WS-BL-DOC-NO (WS-BATCH-COUNT)
      *> Adjustment documents carry the AJ prefix, which is what
      *> STEP2-ERROR's closed-period edit lets through into a
      *> reopened period; year-end audit adjustments carry YA,
      *> which STEP1-SUM routes to period 13.
                   IF WS-DOC-YEAR-END = "Y"
                       STRING "YA" WS-DOC-SEQ DELIMITED BY SIZE
                           INTO WS-BL-DOC-NO (WS-BATCH-COUNT)
                       END-STRING
                   ELSE
                   IF WS-DOC-ADJUST = "Y"
                       STRING "AJ" WS-DOC-SEQ DELIMITED BY SIZE
                           INTO WS-BL-DOC-NO (WS-BATCH-COUNT)
                           INTO WS-BL-DOC-NO (WS-BATCH-COUNT)
                       END-STRING
                   END-IF
                   END-IF
                   MOVE WS-LINE-SEQ TO
                       WS-BL-LINE-NO (WS-BATCH-COUNT)
                   MOVE WS-DL-ACCT-NAME (DOC-IDX) TO
                       WS-BL-COST-CENTER (WS-BATCH-COUNT)
                   MOVE WS-DOC-REVERSE TO
                       WS-BL-REVERSE (WS-BATCH-COUNT)
                   MOVE WS-DL-COMPANY (DOC-IDX) TO
                       WS-BL-COMPANY (WS-BATCH-COUNT)
                   IF WS-DL-DC (DOC-IDX) = "D"
                       ADD WS-DL-AMOUNT (DOC-IDX)
                           TO WS-BATCH-DEBITS
               MOVE WS-AMT-ED                 TO JL-AMOUNT
               MOVE WS-BL-COST-CENTER (BAT-IDX) TO JL-COST-CENTER
               MOVE WS-BL-REVERSE (BAT-IDX)   TO JL-REVERSE
               MOVE WS-BL-COMPANY (BAT-IDX)   TO JL-COMPANY
               WRITE PENDING-REC FROM WS-JOURNAL-LINE
           END-PERFORM

