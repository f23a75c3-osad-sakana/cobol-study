       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFREV-ROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRAL-FILE ASSIGN TO "deferral_schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DSFS.
           SELECT TB-FILE ASSIGN TO "trial_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-NAME
               FILE STATUS IS WS-TFS.
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
       FD DEFERRAL-FILE.
           COPY DEFSCHED.

       FD TB-FILE.
       01 TB-REC.
           05 TB-NAME           PIC X(20).
           05 TB-DEBIT-TOTAL    PIC S9(12)V99 VALUE 0.
           05 TB-CREDIT-TOTAL   PIC S9(12)V99 VALUE 0.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-DSFS              PIC X(2).
       01 WS-TFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
       01 WS-ALFS              PIC X(2).
           COPY RUNCTL.
           COPY AUDITREC.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-ROWS-READ         PIC 9(7) VALUE 0.
       01 WS-DIFF-COUNT        PIC 9(5) VALUE 0.

      *> Rollforward for the accounting period, per contract, from
      *> the schedule rows: a row is in the opening balance when it
      *> was billed before the period and not recognized before it,
      *> billed when its invoice is of the period, recognized when
      *> REV-RECOG released it in the period.  The closing balance
      *> is what is left billed and unrecognized, which is what the
      *> deferred revenue account should carry once the period's
      *> AR and recognition batches have posted.
       01 WS-CON-COUNT         PIC 9(3) VALUE 0.
       01 WS-CON-TABLE.
           05 WS-CON-ENTRY OCCURS 500 TIMES
                   INDEXED BY CON-IDX.
               10 WS-RF-CONTRACT    PIC X(6).
               10 WS-RF-CUSTOMER    PIC X(6).
               10 WS-RF-OPENING     PIC S9(11)V99.
               10 WS-RF-BILLED      PIC S9(11)V99.
               10 WS-RF-RECOG       PIC S9(11)V99.
               10 WS-RF-CLOSING     PIC S9(11)V99.
       01 WS-CON-SUB           PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL        PIC X VALUE "N".
       01 WS-ROW-CONTRACT      PIC X(6).

       01 WS-TOT-OPENING       PIC S9(12)V99 VALUE 0.
       01 WS-TOT-BILLED        PIC S9(12)V99 VALUE 0.
       01 WS-TOT-RECOG         PIC S9(12)V99 VALUE 0.
       01 WS-TOT-CLOSING       PIC S9(12)V99 VALUE 0.

       01 WS-DEFREV-NAME       PIC X(20) VALUE "DEFERRED REVENUE".
       01 WS-CONTROL           PIC S9(12)V99 VALUE 0.
       01 WS-DIFF              PIC S9(12)V99 VALUE 0.
       01 WS-OPEN-ED           PIC -(11)9.99.
       01 WS-BILL-ED           PIC -(11)9.99.
       01 WS-RECOG-ED          PIC -(11)9.99.
       01 WS-CLOSE-ED          PIC -(11)9.99.
       01 WS-VAL-ED            PIC -(12)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-REPORT

           STRING "CONTRACT CUSTOMER       OPENING"
                   "          BILLED      RECOGNIZED"
                   "         CLOSING"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           PERFORM SUM-SCHEDULE
           PERFORM PRINT-CONTRACTS
           PERFORM READ-CONTROL-BALANCE
           PERFORM COMPARE-SIDES

           PERFORM CLOSE-REPORT
           PERFORM WRITE-AUDIT-LOG
           IF WS-DIFF-COUNT > 0
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
           IF RC-PERIOD NOT NUMERIC OR RC-PERIOD = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO RC-PERIOD
           END-IF.

       SUM-SCHEDULE.
           MOVE "N" TO WS-EOF
           OPEN INPUT DEFERRAL-FILE
           IF WS-DSFS NOT = "00"
               DISPLAY "NO DEFERRAL SCHEDULE - DEFERRED REVENUE"
                   " TAKEN AS ZERO"
               MOVE "Y" TO WS-EOF
           END-IF
           IF WS-EOF = "N"
               MOVE LOW-VALUES TO DS-KEY
               START DEFERRAL-FILE KEY IS GREATER THAN DS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ DEFERRAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF DS-BILL-PERIOD <= RC-PERIOD
                           PERFORM ADD-SCHEDULE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DSFS = "00" OR WS-DSFS = "10"
               CLOSE DEFERRAL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       ADD-SCHEDULE-ROW.
      *> Invoices billed without a contract are gathered on one
      *> line of their own.
           MOVE DS-CONTRACT TO WS-ROW-CONTRACT
           IF WS-ROW-CONTRACT = SPACES
               MOVE "(NONE)" TO WS-ROW-CONTRACT
           END-IF
           MOVE 0 TO WS-CON-SUB
           PERFORM VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > WS-CON-COUNT
               IF WS-RF-CONTRACT (CON-IDX) = WS-ROW-CONTRACT
                   SET WS-CON-SUB TO CON-IDX
               END-IF
           END-PERFORM
           IF WS-CON-SUB = 0
               IF WS-CON-COUNT < 500
                   ADD 1 TO WS-CON-COUNT
                   MOVE WS-CON-COUNT TO WS-CON-SUB
                   MOVE WS-ROW-CONTRACT TO WS-RF-CONTRACT (WS-CON-SUB)
                   IF DS-CONTRACT = SPACES
                       MOVE SPACES TO WS-RF-CUSTOMER (WS-CON-SUB)
                   ELSE
                       MOVE DS-CUSTOMER TO WS-RF-CUSTOMER (WS-CON-SUB)
                   END-IF
                   MOVE 0 TO WS-RF-OPENING (WS-CON-SUB)
                   MOVE 0 TO WS-RF-BILLED (WS-CON-SUB)
                   MOVE 0 TO WS-RF-RECOG (WS-CON-SUB)
                   MOVE 0 TO WS-RF-CLOSING (WS-CON-SUB)
               ELSE
                   IF WS-TABLE-FULL = "N"
                       DISPLAY "MORE THAN 500 CONTRACTS - ROLLFORWARD"
                           " INCOMPLETE"
                       MOVE "Y" TO WS-TABLE-FULL
                       ADD 1 TO WS-DIFF-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-CON-SUB > 0
               IF DS-BILL-PERIOD < RC-PERIOD
                   IF DS-STATUS NOT = "R" OR
                           DS-POSTED-PERIOD >= RC-PERIOD
                       ADD DS-AMOUNT TO WS-RF-OPENING (WS-CON-SUB)
                   END-IF
               ELSE
                   ADD DS-AMOUNT TO WS-RF-BILLED (WS-CON-SUB)
               END-IF
               IF DS-STATUS = "R" AND DS-POSTED-PERIOD = RC-PERIOD
                   ADD DS-AMOUNT TO WS-RF-RECOG (WS-CON-SUB)
               END-IF
               IF DS-STATUS NOT = "R" OR
                       DS-POSTED-PERIOD > RC-PERIOD
                   ADD DS-AMOUNT TO WS-RF-CLOSING (WS-CON-SUB)
               END-IF
           END-IF.

       PRINT-CONTRACTS.
           PERFORM VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > WS-CON-COUNT
               IF WS-RF-OPENING (CON-IDX) NOT = 0 OR
                       WS-RF-BILLED (CON-IDX) NOT = 0 OR
                       WS-RF-RECOG (CON-IDX) NOT = 0 OR
                       WS-RF-CLOSING (CON-IDX) NOT = 0
                   MOVE WS-RF-OPENING (CON-IDX) TO WS-OPEN-ED
                   MOVE WS-RF-BILLED (CON-IDX)  TO WS-BILL-ED
                   MOVE WS-RF-RECOG (CON-IDX)   TO WS-RECOG-ED
                   MOVE WS-RF-CLOSING (CON-IDX) TO WS-CLOSE-ED
                   STRING WS-RF-CONTRACT (CON-IDX) "   "
                           WS-RF-CUSTOMER (CON-IDX) " "
                           WS-OPEN-ED " " WS-BILL-ED " "
                           WS-RECOG-ED " " WS-CLOSE-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   ADD WS-RF-OPENING (CON-IDX) TO WS-TOT-OPENING
                   ADD WS-RF-BILLED (CON-IDX)  TO WS-TOT-BILLED
                   ADD WS-RF-RECOG (CON-IDX)   TO WS-TOT-RECOG
                   ADD WS-RF-CLOSING (CON-IDX) TO WS-TOT-CLOSING
               END-IF
           END-PERFORM
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-OPENING TO WS-OPEN-ED
           MOVE WS-TOT-BILLED  TO WS-BILL-ED
           MOVE WS-TOT-RECOG   TO WS-RECOG-ED
           MOVE WS-TOT-CLOSING TO WS-CLOSE-ED
           STRING "TOTAL           " WS-OPEN-ED " " WS-BILL-ED " "
                   WS-RECOG-ED " " WS-CLOSE-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       READ-CONTROL-BALANCE.
      *> The liability carries a credit balance, so the control
      *> figure is credits less debits.
           OPEN INPUT TB-FILE
           IF WS-TFS NOT = "00"
               DISPLAY "COULD NOT OPEN TRIAL BALANCE FILE"
               DISPLAY "RUN TRIAL-BAL FOR THIS PERIOD FIRST"
               PERFORM CLOSE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DEFREV-NAME TO TB-NAME
           READ TB-FILE KEY IS TB-NAME
               INVALID KEY
                   MOVE 0 TO TB-DEBIT-TOTAL
                   MOVE 0 TO TB-CREDIT-TOTAL
           END-READ
           COMPUTE WS-CONTROL = TB-CREDIT-TOTAL - TB-DEBIT-TOTAL
           CLOSE TB-FILE.

       COMPARE-SIDES.
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-CLOSING TO WS-VAL-ED
           STRING "DEFERRAL SCHEDULE CLOSING" WS-VAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-CONTROL TO WS-VAL-ED
           STRING "DEFERRED REVENUE ACCOUNT " WS-VAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-TOT-CLOSING NOT = WS-CONTROL
               ADD 1 TO WS-DIFF-COUNT
               COMPUTE WS-DIFF = WS-TOT-CLOSING - WS-CONTROL
               MOVE WS-DIFF TO WS-VAL-ED
               STRING "DIFF SCHEDULE-CONTROL    " WS-VAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               DISPLAY "DIFF DEFERRED REVENUE SCHEDULE-CONTROL "
                   WS-VAL-ED
           ELSE
               MOVE "SCHEDULE AGREES TO CONTROL ACCOUNT"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE "DEFREV-ROLL" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-ROWS-READ TO AUDIT-RECORDS-READ
           MOVE WS-DIFF-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

       OPEN-REPORT.
           MOVE "DEFERRED REVENUE ROLLFORWARD" TO WS-RPT-TITLE
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
           STRING "RPT-DEFREV-" WS-RPT-DATE-NUM ".TXT"
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
