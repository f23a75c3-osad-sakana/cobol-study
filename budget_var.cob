           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
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

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC       PIC X(20).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       01 WS-VAR-ED            PIC -(11)9.99.
       01 WS-PCT-ED            PIC -(4)9.9.

      *> Fiscal year to date: budget summed over the fiscal year's
      *> periods through the report period, actual summed from the
      *> same periods' GL segments.  The CL and YE closing entries
      *> are left out of actual, as they are not spending.
       01 WS-FCFS              PIC X(2).
           COPY FISCAL.
       01 WS-CUR-FY            PIC 9(4) VALUE 0.
       01 WS-CUR-FP            PIC 9(2) VALUE 0.
       01 WS-BUD-FP            PIC 9(2) VALUE 0.
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-GLFS              PIC X(2).
           COPY GLREC.
       01 WS-YTD-COUNT         PIC 9(3) VALUE 0.
       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 500 TIMES
                   INDEXED BY YTD-IDX.
               10 WS-YT-NAME        PIC X(20).
               10 WS-YT-NET         PIC S9(12)V99.
       01 WS-YTD-SUB           PIC 9(3) VALUE 0.
       01 WS-YTD-ACTUAL        PIC S9(12)V99 VALUE 0.
       01 WS-YTD-BUDGET        PIC S9(12)V99 VALUE 0.
       01 WS-YTD-VARIANCE      PIC S9(12)V99 VALUE 0.
       01 WS-SEC-YTD-ACTUAL    PIC S9(12)V99 VALUE 0.
       01 WS-SEC-YTD-BUDGET    PIC S9(12)V99 VALUE 0.
       01 WS-SEC-YTD-VARIANCE  PIC S9(12)V99 VALUE 0.
       01 WS-YBUD-ED           PIC -(11)9.99.
       01 WS-YACT-ED           PIC -(11)9.99.
       01 WS-YVAR-ED           PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-REPORT
           PERFORM LOAD-FISCAL-CALENDAR
           MOVE RC-PERIOD TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           MOVE WS-FC-FY TO WS-CUR-FY
           MOVE WS-FC-FP TO WS-CUR-FP
           PERFORM LOAD-FISCAL-YTD

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
           END-IF

           STRING "BUDGET VERSUS ACTUAL, PERIOD " RC-PERIOD
               "  FISCAL YEAR " WS-CUR-FY " PERIOD " WS-CUR-FP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "ACCOUNT                      BUDGET"
               "         ACTUAL       VARIANCE    PCT"
               "      YTD BUDGET      YTD ACTUAL    YTD VARIANCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-SEC-ACTUAL
           MOVE 0 TO WS-SEC-BUDGET
           MOVE 0 TO WS-SEC-VARIANCE
           MOVE 0 TO WS-SEC-YTD-ACTUAL
           MOVE 0 TO WS-SEC-YTD-BUDGET
           MOVE 0 TO WS-SEC-YTD-VARIANCE

           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO ACC-NUMBER
           MOVE WS-SEC-BUDGET TO WS-BUD-ED
           MOVE WS-SEC-ACTUAL TO WS-ACT-ED
           MOVE WS-SEC-VARIANCE TO WS-VAR-ED
           MOVE WS-SEC-YTD-BUDGET TO WS-YBUD-ED
           MOVE WS-SEC-YTD-ACTUAL TO WS-YACT-ED
           MOVE WS-SEC-YTD-VARIANCE TO WS-YVAR-ED
           STRING "  TOTAL " WS-CUR-TYPE " " WS-BUD-ED " "
               WS-ACT-ED " " WS-VAR-ED "        "
               WS-YBUD-ED " " WS-YACT-ED " " WS-YVAR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.
           END-READ
           MOVE BUD-AMOUNT TO WS-BUDGET

           MOVE 0 TO WS-YTD-BUDGET
           MOVE WS-CUR-FY TO WS-FC-FY
           PERFORM VARYING WS-BUD-FP FROM 1 BY 1
                   UNTIL WS-BUD-FP > WS-CUR-FP
               MOVE WS-BUD-FP TO WS-FC-FP
               PERFORM FIND-FISCAL-PERIOD-NO
               MOVE ACC-NUMBER   TO BUD-ACCTNO
               MOVE WS-FC-LOOKUP TO BUD-PERIOD
               READ BUDGET-FILE
                   INVALID KEY
                       MOVE 0 TO BUD-AMOUNT
               END-READ
               ADD BUD-AMOUNT TO WS-YTD-BUDGET
           END-PERFORM

           MOVE 0 TO WS-YTD-ACTUAL
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > WS-YTD-COUNT
               IF WS-YT-NAME (YTD-IDX) = ACC-NAME
                   IF WS-DEBIT-NORMAL = "Y"
                       MOVE WS-YT-NET (YTD-IDX) TO WS-YTD-ACTUAL
                   ELSE
                       COMPUTE WS-YTD-ACTUAL =
                           0 - WS-YT-NET (YTD-IDX)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-YTD-VARIANCE = WS-YTD-ACTUAL - WS-YTD-BUDGET

           IF WS-BUDGET = 0 AND WS-ACTUAL = 0 AND
                   WS-YTD-BUDGET = 0 AND WS-YTD-ACTUAL = 0
               CONTINUE
           ELSE
               COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
               ADD WS-ACTUAL   TO WS-SEC-ACTUAL
               ADD WS-BUDGET   TO WS-SEC-BUDGET
               ADD WS-VARIANCE TO WS-SEC-VARIANCE
               ADD WS-YTD-ACTUAL   TO WS-SEC-YTD-ACTUAL
               ADD WS-YTD-BUDGET   TO WS-SEC-YTD-BUDGET
               ADD WS-YTD-VARIANCE TO WS-SEC-YTD-VARIANCE

               MOVE WS-BUDGET   TO WS-BUD-ED
               MOVE WS-ACTUAL   TO WS-ACT-ED
               MOVE WS-VARIANCE TO WS-VAR-ED
               MOVE WS-PCT      TO WS-PCT-ED
               MOVE WS-YTD-BUDGET   TO WS-YBUD-ED
               MOVE WS-YTD-ACTUAL   TO WS-YACT-ED
               MOVE WS-YTD-VARIANCE TO WS-YVAR-ED
               STRING "  " ACC-NAME " " WS-BUD-ED " "
                   WS-ACT-ED " " WS-VAR-ED " " WS-PCT-ED " "
                   WS-YBUD-ED " " WS-YACT-ED " " WS-YVAR-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       LOAD-FISCAL-YTD.
           MOVE 0 TO WS-YTD-COUNT
           PERFORM LOAD-GL-SEGMENTS
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               IF WS-FC-FY = WS-CUR-FY AND WS-FC-FP <= WS-CUR-FP
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
           IF GL-IN-DOC-NO(1:2) = "CL" OR GL-IN-DOC-NO(1:2) = "YE"
               CONTINUE
           ELSE
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
                   MOVE 0 TO WS-YT-NET (WS-YTD-SUB)
               END-IF
               IF WS-YTD-SUB > 0
                   IF GL-IN-DC = "D"
                       ADD GL-IN-AMOUNT TO WS-YT-NET (WS-YTD-SUB)
                   ELSE
                       SUBTRACT GL-IN-AMOUNT FROM
                           WS-YT-NET (WS-YTD-SUB)
                   END-IF
               END-IF
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
