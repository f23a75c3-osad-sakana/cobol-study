           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT COMPANY-FILE ASSIGN TO "companies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.
           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD COMPANY-FILE.
       01 COMPANY-REC          PIC X(60).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC       PIC X(20).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

           COPY RUNCTL.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-SNAP-NAME         PIC X(30).
       01 WS-CMFS              PIC X(2).
           COPY COMPTBL.
       01 WS-ENTITY-OK         PIC X VALUE "Y".

      *> The three PERIOD-CLOSE snapshots compared: the current
      *> period, the prior period, and the same period last year,
      *> prior and last year taken off the fiscal calendar.
      *> A period that was never closed simply shows zeros, with a
      *> note up front.  At entity or group level the columns come
      *> off the files CONSOL-RUN wrote for each period instead.
       01 WS-COL-PERIOD.
           05 WS-COL-PER OCCURS 3 TIMES
                                PIC 9(6).
       01 WS-COL-SUB           PIC 9 VALUE 0.
       01 WS-FCFS              PIC X(2).
           COPY FISCAL.
       01 WS-CUR-FY            PIC 9(4) VALUE 0.
       01 WS-CUR-FP            PIC 9(2) VALUE 0.
       01 WS-PRIOR-FY          PIC 9(4) VALUE 0.

       01 WS-SNAP-COUNT-T.
           05 WS-SNAP-COUNT OCCURS 3 TIMES
       01 WS-PCTP-ED           PIC -(4)9.9.
       01 WS-PCTL-ED           PIC -(4)9.9.

      *> Fiscal year to date: revenue and expense from the first
      *> period of the fiscal year through the report period, this
      *> year in column 1 and the same span last year in column 2,
      *> summed from the GL segments.  PERIOD-CLOSE's CL and
      *> YEAR-END's YE closing entries are left out, so the figures
      *> are what was earned and spent rather than what was closed
      *> to retained earnings each month.
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-GLFS              PIC X(2).
           COPY GLREC.
       01 WS-YTD-COL           PIC 9 VALUE 0.
       01 WS-YTD-COUNT         PIC 9(3) VALUE 0.
       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 500 TIMES
                   INDEXED BY YTD-IDX.
               10 WS-YT-NAME        PIC X(20).
               10 WS-YT-NET OCCURS 2 TIMES
                                    PIC S9(12)V99.
       01 WS-YTD-SUB           PIC 9(3) VALUE 0.
       01 WS-YTD-BAL.
           05 WS-YTD-COL-BAL OCCURS 2 TIMES
                                PIC S9(12)V99.
       01 WS-YTD-SEC.
           05 WS-YTD-COL-SEC OCCURS 2 TIMES
                                PIC S9(12)V99.
       01 WS-YTD-NET.
           05 WS-YTD-COL-NET OCCURS 2 TIMES
                                PIC S9(12)V99.
       01 WS-LINE-CO-OK        PIC X VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM SET-REPORT-ENTITY
           IF WS-ENTITY-OK = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-REPORT
           PERFORM LOAD-FISCAL-CALENDAR
           PERFORM SET-COMPARE-PERIODS
           PERFORM LOAD-FISCAL-YTD

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
           PERFORM COMPARE-ACCOUNT-TYPE
           PERFORM PRINT-SECTION-TOTAL

           PERFORM PRINT-FISCAL-YTD

           CLOSE ACCOUNT-MASTER
           PERFORM CLOSE-REPORT
           MOVE 0 TO RETURN-CODE
           END-IF.

       SET-COMPARE-PERIODS.
      *> The prior period of period 01 is last year's period 12,
      *> and period 13 is compared with the period 12 before it.
           MOVE RC-PERIOD TO WS-COL-PER (1)
           MOVE RC-PERIOD TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           MOVE WS-FC-FY TO WS-CUR-FY
           MOVE WS-FC-FP TO WS-CUR-FP
           COMPUTE WS-PRIOR-FY = WS-CUR-FY - 1
           EVALUATE WS-CUR-FP
               WHEN 1
                   MOVE WS-PRIOR-FY TO WS-FC-FY
                   MOVE 12 TO WS-FC-FP
               WHEN 13
                   MOVE 12 TO WS-FC-FP
               WHEN OTHER
                   COMPUTE WS-FC-FP = WS-CUR-FP - 1
           END-EVALUATE
           PERFORM FIND-FISCAL-PERIOD-NO
           MOVE WS-FC-LOOKUP TO WS-COL-PER (2)
           MOVE WS-PRIOR-FY TO WS-FC-FY
           MOVE WS-CUR-FP TO WS-FC-FP
           PERFORM FIND-FISCAL-PERIOD-NO
           MOVE WS-FC-LOOKUP TO WS-COL-PER (3).

       LOAD-FISCAL-YTD.
           MOVE 0 TO WS-YTD-COUNT
           PERFORM LOAD-GL-SEGMENTS
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               MOVE 0 TO WS-YTD-COL
               IF WS-FC-FP <= WS-CUR-FP
                   IF WS-FC-FY = WS-CUR-FY
                       MOVE 1 TO WS-YTD-COL
                   END-IF
                   IF WS-FC-FY = WS-PRIOR-FY
                       MOVE 2 TO WS-YTD-COL
                   END-IF
               END-IF
               IF WS-YTD-COL > 0
                   PERFORM SUM-YTD-SEGMENT
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

       SUM-YTD-SEGMENT.
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
                       PERFORM SUM-YTD-LINE
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
               CLOSE GL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SUM-YTD-LINE.
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
      *> At company level only that company's lines count, a blank
      *> company being the home company's.
           MOVE "Y" TO WS-LINE-CO-OK
           IF RC-REPORT-ENTITY NOT = SPACES AND
                   RC-REPORT-ENTITY NOT = "CONS"
               IF GL-IN-COMPANY = SPACES
                   IF RC-REPORT-ENTITY NOT = WS-HOME-CO
                       MOVE "N" TO WS-LINE-CO-OK
                   END-IF
               ELSE
                   IF GL-IN-COMPANY NOT = RC-REPORT-ENTITY
                       MOVE "N" TO WS-LINE-CO-OK
                   END-IF
               END-IF
           END-IF
           IF GL-IN-DOC-NO(1:2) = "CL" OR GL-IN-DOC-NO(1:2) = "YE"
               MOVE "N" TO WS-LINE-CO-OK
           END-IF

           IF WS-LINE-CO-OK = "Y"
               MOVE 0 TO WS-YTD-SUB
               PERFORM VARYING YTD-IDX FROM 1 BY 1
                       UNTIL YTD-IDX > WS-YTD-COUNT
                   IF WS-YT-NAME (YTD-IDX) = GL-IN-ACCT-NAME
                       SET WS-YTD-SUB TO YTD-IDX
                   END-IF
               END-PERFORM
               IF WS-YTD-SUB = 0 AND WS-YTD-COUNT < 500
                   ADD 1 TO WS-YTD-COUNT
                   MOVE WS-YTD-COUNT TO WS-YTD-SUB
                   MOVE GL-IN-ACCT-NAME TO WS-YT-NAME (WS-YTD-SUB)
                   MOVE 0 TO WS-YT-NET (WS-YTD-SUB, 1)
                   MOVE 0 TO WS-YT-NET (WS-YTD-SUB, 2)
               END-IF
               IF WS-YTD-SUB > 0
                   IF GL-IN-DC = "D"
                       ADD GL-IN-AMOUNT TO
                           WS-YT-NET (WS-YTD-SUB, WS-YTD-COL)
                   ELSE
                       SUBTRACT GL-IN-AMOUNT FROM
                           WS-YT-NET (WS-YTD-SUB, WS-YTD-COL)
                   END-IF
               END-IF
           END-IF.

       PRINT-FISCAL-YTD.
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "FISCAL YEAR TO DATE, PERIODS 01-" WS-CUR-FP
               "  FY " WS-CUR-FY " AGAINST FY " WS-PRIOR-FY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF RC-REPORT-ENTITY = "CONS"
               STRING "(BEFORE INTERCOMPANY ELIMINATION)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           STRING "ACCOUNT              THIS YEAR     LAST YEAR"
               "           VAR   PCT"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-YTD-COL-NET (1)
           MOVE 0 TO WS-YTD-COL-NET (2)

           STRING "REVENUE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE "REVENUE"   TO WS-CUR-TYPE
           MOVE "N"         TO WS-DEBIT-NORMAL
           PERFORM YTD-ACCOUNT-TYPE
           ADD WS-YTD-COL-SEC (1) TO WS-YTD-COL-NET (1)
           ADD WS-YTD-COL-SEC (2) TO WS-YTD-COL-NET (2)
           PERFORM PRINT-YTD-SECTION-TOTAL

           STRING "EXPENSES"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE "EXPENSE"   TO WS-CUR-TYPE
           MOVE "Y"         TO WS-DEBIT-NORMAL
           PERFORM YTD-ACCOUNT-TYPE
           SUBTRACT WS-YTD-COL-SEC (1) FROM WS-YTD-COL-NET (1)
           SUBTRACT WS-YTD-COL-SEC (2) FROM WS-YTD-COL-NET (2)
           PERFORM PRINT-YTD-SECTION-TOTAL

           MOVE WS-YTD-COL-NET (1) TO WS-YTD-COL-SEC (1)
           MOVE WS-YTD-COL-NET (2) TO WS-YTD-COL-SEC (2)
           MOVE WS-YTD-COL-NET (1) TO WS-CUR-ED
           MOVE WS-YTD-COL-NET (2) TO WS-PRI-ED
           COMPUTE WS-VAR-PRIOR =
               WS-YTD-COL-NET (1) - WS-YTD-COL-NET (2)
           MOVE WS-VAR-PRIOR TO WS-VARP-ED
           STRING "NET INCOME YTD       " WS-CUR-ED " " WS-PRI-ED
               " " WS-VARP-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       YTD-ACCOUNT-TYPE.
           MOVE 0 TO WS-YTD-COL-SEC (1)
           MOVE 0 TO WS-YTD-COL-SEC (2)
           MOVE "N" TO WS-EOF
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
                       IF FUNCTION TRIM(ACC-TYPE) = WS-CUR-TYPE
                           PERFORM YTD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       YTD-ONE-ACCOUNT.
           MOVE 0 TO WS-YTD-COL-BAL (1)
           MOVE 0 TO WS-YTD-COL-BAL (2)
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > WS-YTD-COUNT
               IF WS-YT-NAME (YTD-IDX) = ACC-NAME
                   IF IS-DEBIT-NORMAL
                       MOVE WS-YT-NET (YTD-IDX, 1)
                           TO WS-YTD-COL-BAL (1)
                       MOVE WS-YT-NET (YTD-IDX, 2)
                           TO WS-YTD-COL-BAL (2)
                   ELSE
                       COMPUTE WS-YTD-COL-BAL (1) =
                           0 - WS-YT-NET (YTD-IDX, 1)
                       COMPUTE WS-YTD-COL-BAL (2) =
                           0 - WS-YT-NET (YTD-IDX, 2)
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-YTD-COL-BAL (1) TO WS-YTD-COL-SEC (1)
           ADD WS-YTD-COL-BAL (2) TO WS-YTD-COL-SEC (2)

           IF WS-YTD-COL-BAL (1) = 0 AND WS-YTD-COL-BAL (2) = 0
               CONTINUE
           ELSE
               COMPUTE WS-VAR-PRIOR =
                   WS-YTD-COL-BAL (1) - WS-YTD-COL-BAL (2)
               MOVE 0 TO WS-PCT
               IF WS-YTD-COL-BAL (2) NOT = 0
                   COMPUTE WS-PCT ROUNDED =
                       WS-VAR-PRIOR * 100 / WS-YTD-COL-BAL (2)
               END-IF
               MOVE WS-YTD-COL-BAL (1) TO WS-CUR-ED
               MOVE WS-YTD-COL-BAL (2) TO WS-PRI-ED
               MOVE WS-VAR-PRIOR TO WS-VARP-ED
               MOVE WS-PCT TO WS-PCTP-ED
               STRING ACC-NAME " " WS-CUR-ED " " WS-PRI-ED " "
                   WS-VARP-ED " " WS-PCTP-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       PRINT-YTD-SECTION-TOTAL.
           COMPUTE WS-VAR-PRIOR =
               WS-YTD-COL-SEC (1) - WS-YTD-COL-SEC (2)
           MOVE WS-YTD-COL-SEC (1) TO WS-CUR-ED
           MOVE WS-YTD-COL-SEC (2) TO WS-PRI-ED
           MOVE WS-VAR-PRIOR TO WS-VARP-ED
           STRING "  SECTION TOTAL      " WS-CUR-ED " "
               WS-PRI-ED " " WS-VARP-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       LOAD-ONE-SNAPSHOT.
           MOVE 0 TO WS-SNAP-COUNT (WS-COL-SUB)
           MOVE SPACES TO WS-SNAP-NAME
           EVALUATE RC-REPORT-ENTITY
               WHEN SPACES
                   STRING "TB-" WS-COL-PER (WS-COL-SUB) ".DAT"
                       DELIMITED BY SIZE INTO WS-SNAP-NAME
                   END-STRING
               WHEN "CONS"
                   STRING "TBC-" WS-COL-PER (WS-COL-SUB) ".DAT"
                       DELIMITED BY SIZE INTO WS-SNAP-NAME
                   END-STRING
               WHEN OTHER
                   STRING "TBE-" RC-REPORT-ENTITY
                           DELIMITED BY SPACE
                           "-" WS-COL-PER (WS-COL-SUB) ".DAT"
                           DELIMITED BY SIZE
                       INTO WS-SNAP-NAME
                   END-STRING
           END-EVALUATE
           MOVE "N" TO WS-EOF
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNFS NOT = "00"
           END-IF
           MOVE "N" TO WS-EOF.

       SET-REPORT-ENTITY.
      *> Blank compares the ledger as a whole; CONS the group after
      *> elimination; anything else must be a company on
      *> companies.csv, whose name heads the report.
           MOVE "Y" TO WS-ENTITY-OK
           IF RC-REPORT-ENTITY NOT = SPACES AND
                   RC-REPORT-ENTITY NOT = "CONS"
               PERFORM LOAD-COMPANIES
               MOVE RC-REPORT-ENTITY TO WS-LOOKUP-CO
               PERFORM FIND-COMPANY
               IF WS-CO-FOUND = "N"
                   DISPLAY "REPORT ENTITY " RC-REPORT-ENTITY
                       " NOT ON COMPANIES.CSV"
                   MOVE "N" TO WS-ENTITY-OK
               ELSE
                   MOVE WS-CO-NAME (WS-CO-FOUND-IDX)
                       TO WS-RPT-COMPANY
               END-IF
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

       FIND-SNAPSHOT-BALANCE.
      *> Sets WS-COL-BAL (WS-COL-SUB) to the account's net balance
      *> in that column, signed by the section's normal side.
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "COMPARATIVE STATEMENTS" TO WS-RPT-TITLE
           IF RC-REPORT-ENTITY = "CONS"
               MOVE "CONSOLIDATED COMPARATIVES" TO WS-RPT-TITLE
           END-IF
           IF RC-BUSINESS-DATE(1:4) NUMERIC AND
                   RC-BUSINESS-DATE(6:2) NUMERIC AND
                   RC-BUSINESS-DATE(9:2) NUMERIC
                   TO WS-RPT-DATE-NUM
           END-IF
           MOVE SPACES TO WS-RPT-NAME
           IF RC-REPORT-ENTITY = SPACES
               STRING "RPT-FINCOMP-" WS-RPT-DATE-NUM ".TXT"
                   DELIMITED BY SIZE INTO WS-RPT-NAME
               END-STRING
           ELSE
               STRING "RPT-FINCOMP-" RC-REPORT-ENTITY
                       DELIMITED BY SPACE
                       "-" WS-RPT-DATE-NUM ".TXT"
                       DELIMITED BY SIZE
                   INTO WS-RPT-NAME
               END-STRING
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE 999 TO WS-RPT-LINE-CNT
           MOVE 0 TO WS-RPT-PAGE.
