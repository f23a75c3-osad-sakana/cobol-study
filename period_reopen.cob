           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC       PIC X(20).

       FD OPERATOR-FILE.
           COPY OPERREC.

       01 WS-IS-CLOSED         PIC X VALUE "N".
       01 WS-IS-REOPENED       PIC X VALUE "N".

      *> Once YEAR-END has rolled a fiscal year over (its period 13
      *> is on closed_periods.dat) none of its periods can reopen:
      *> the new year's opening balances were struck from them.
       01 WS-FCFS              PIC X(2).
           COPY FISCAL.
       01 WS-YEAR-LOCKED       PIC X VALUE "N".
       01 WS-PERIOD-FY         PIC 9(4) VALUE 0.
       01 WS-PERIOD-FP         PIC 9(2) VALUE 0.

      *> One record per reopen, kept even after the relock so the
      *> whole cycle stays on file: period, supervisor, timestamp,
      *> and a status byte A while open for adjustment and L once
           END-IF.

       CHECK-PERIOD-STATE.
           PERFORM LOAD-FISCAL-CALENDAR
           MOVE WS-PERIOD-IN TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           MOVE WS-FC-FY TO WS-PERIOD-FY
           MOVE WS-FC-FP TO WS-PERIOD-FP
           MOVE "N" TO WS-YEAR-LOCKED
           MOVE "N" TO WS-IS-CLOSED
           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSED-PERIODS
                           IF CLOSED-PERIOD-REC = WS-PERIOD-IN
                               MOVE "Y" TO WS-IS-CLOSED
                           END-IF
                           IF CLOSED-PERIOD-REC = WS-FC-ADJ-PERIOD
                               MOVE "Y" TO WS-YEAR-LOCKED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIODS
                   " IS ALREADY OPEN FOR ADJUSTMENT"
               STOP RUN
           END-IF
           IF WS-PERIOD-FP = 13
               DISPLAY "PERIOD " WS-PERIOD-IN " IS A YEAR-END"
                   " ADJUSTMENT PERIOD AND CANNOT BE REOPENED"
               STOP RUN
           END-IF
           IF WS-YEAR-LOCKED = "Y"
               DISPLAY "FISCAL YEAR " WS-PERIOD-FY " HAS BEEN"
                   " ROLLED OVER BY YEAR-END - ITS PERIODS CANNOT"
                   " BE REOPENED"
               STOP RUN
           END-IF

           MOVE WS-PERIOD-IN TO ROP-PERIOD
           MOVE WS-SUPERVISOR TO ROP-SUPERVISOR
      *> balances by relock time, so the reopened period's snapshot
      *> is rebuilt from the GL segments instead: every segment up
      *> to and including the period, which is where STEP1-SUM
      *> routed the AJ adjustment legs.  Segments are taken in
      *> fiscal order, so an earlier year's period 13 counts even
      *> though its number sorts after the period's own.
           PERFORM LOAD-GL-SEGMENTS
           IF WS-SEG-COUNT = 0
               DISPLAY "NO GL SEGMENTS ON FILE - SNAPSHOT NOT"
               MOVE 0 TO WS-TBAL-COUNT
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WS-SEG-COUNT
                   MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-FC-LOOKUP
                   PERFORM FIND-FISCAL-PERIOD
                   IF WS-FC-FY < WS-PERIOD-FY OR
                           (WS-FC-FY = WS-PERIOD-FY AND
                            WS-FC-FP <= WS-PERIOD-FP)
                       PERFORM SUM-ONE-GL-SEGMENT
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-SEG-EOF.

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

       MARK-REOPEN-RELOCKED.
      *> Line sequential, so the status flips through a temp-file
      *> rewrite (the REJECT-REPAIR pattern); the history record
