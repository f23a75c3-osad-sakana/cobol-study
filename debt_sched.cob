       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBT-SCHED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LNFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.

           SELECT DEBT-SPLIT-FILE ASSIGN TO WS-DSP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSFS.
           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER.
           COPY LOANREC.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD DEBT-SPLIT-FILE.
       01 DSP-REC.
           05 DSP-ACCTNO        PIC X(6).
           05 DSP-CURRENT       PIC S9(12)V99.
           05 DSP-LONG-TERM     PIC S9(12)V99.

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-LNFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
           COPY LOANCALC.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-LOAN-COUNT        PIC 9(5) VALUE 0.

      *> Each loan as at the end of the run-control period: the
      *> principal left after the installments due through the
      *> period, the principal share of the next twelve (the
      *> current portion), the rest (long-term), and the interest
      *> LOAN-RUN has accrued for the next installment.
       01 WS-OUTSTANDING       PIC S9(11)V99 VALUE 0.
       01 WS-CURRENT           PIC S9(11)V99 VALUE 0.
       01 WS-LONG-TERM         PIC S9(11)V99 VALUE 0.
       01 WS-ACCRUED           PIC S9(11)V99 VALUE 0.
       01 WS-NEXT-COUNT        PIC 9(2) VALUE 0.

      *> Totals by the liability account the loans are carried in,
      *> handed to FIN-STMT in DEBT-YYYYMM.DAT for the balance
      *> sheet split.
       01 WS-DSFS              PIC X(2).
       01 WS-DSP-NAME          PIC X(30).
       01 WS-DA-COUNT          PIC 9(3) VALUE 0.
       01 WS-DA-SUB            PIC 9(3) VALUE 0.
       01 WS-DA-TABLE.
           05 WS-DA-ENTRY OCCURS 50 TIMES
                   INDEXED BY DA-IDX.
               10 WS-DA-ACCTNO      PIC X(6).
               10 WS-DA-OUTSTANDING PIC S9(11)V99.
               10 WS-DA-CURRENT     PIC S9(11)V99.
               10 WS-DA-LONG-TERM   PIC S9(11)V99.
               10 WS-DA-ACCRUED     PIC S9(11)V99.
       01 WS-TOT-OUTSTANDING   PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CURRENT       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-LONG-TERM     PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ACCRUED       PIC S9(11)V99 VALUE 0.

       01 WS-OUT-ED            PIC -(11)9.99.
       01 WS-CUR-ED            PIC -(11)9.99.
       01 WS-LT-ED             PIC -(11)9.99.
       01 WS-ACR-ED            PIC -(11)9.99.
       01 WS-RATE-ED           PIC Z9.9999.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL

           OPEN INPUT LOAN-MASTER
           IF WS-LNFS NOT = "00"
               DISPLAY "COULD NOT OPEN LOAN MASTER"
               DISPLAY "SET LOANS UP WITH LOAN-MAINT FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               CLOSE LOAN-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-REPORT

           STRING "NOTES PAYABLE AND TERM DEBT AT THE END OF PERIOD "
               RC-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "LOAN   LENDER                  RATE  ACCT  "
               "      OUTSTANDING          CURRENT"
               "        LONG-TERM   ACCRUED INTEREST"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO LN-LOAN-ID
           START LOAN-MASTER KEY IS GREATER THAN LN-LOAN-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SCHEDULE-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER

           PERFORM PRINT-ACCOUNT-TOTALS
           CLOSE ACCOUNT-MASTER
           PERFORM WRITE-DEBT-SPLIT

           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-TOT-OUTSTANDING TO WS-OUT-ED
           MOVE WS-TOT-CURRENT TO WS-CUR-ED
           MOVE WS-TOT-LONG-TERM TO WS-LT-ED
           MOVE WS-TOT-ACCRUED TO WS-ACR-ED
           STRING "TOTAL DEBT" "                                "
               WS-OUT-ED "  " WS-CUR-ED "  " WS-LT-ED "  " WS-ACR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "LOANS OUTSTANDING: " WS-LOAN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM CLOSE-REPORT
           MOVE 0 TO RETURN-CODE
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
           END-IF
           IF RC-BUSINESS-DATE = SPACES
               MOVE SPACES TO RC-BUSINESS-DATE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                       FUNCTION CURRENT-DATE(5:2) "-"
                       FUNCTION CURRENT-DATE(7:2)
                   DELIMITED BY SIZE INTO RC-BUSINESS-DATE
               END-STRING
           END-IF
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       SCHEDULE-ONE-LOAN.
      *> A loan not yet drawn by the period end, or already repaid,
      *> carries no debt and is left off.  Installments behind the
      *> prior terms' base are not worked again: the prior base
      *> balance stands for them.  The next twelve are worked on
      *> whichever terms each falls under.
           MOVE 0 TO WS-OUTSTANDING WS-CURRENT WS-LONG-TERM
               WS-ACCRUED
           PERFORM LOAN-MONTH-NUMBER
           IF LN-START-DATE(1:4) NUMERIC AND
                   LN-START-DATE(6:2) NUMERIC AND
                   WS-LC-MONTH-NO >= 0 AND
                   WS-LC-MONTH-NO < LN-TERM-MONTHS
               IF WS-LC-MONTH-NO <= LN-PRIOR-INST
                   MOVE LN-PRIOR-BALANCE TO WS-LC-BAL-AFTER
                   MOVE LN-PRIOR-INST TO WS-LC-STEP
               ELSE
                   MOVE WS-LC-MONTH-NO TO WS-LC-INST
                   PERFORM WORK-TO-INSTALLMENT
                   MOVE WS-LC-MONTH-NO TO WS-LC-STEP
               END-IF
               MOVE WS-LC-BAL-AFTER TO WS-OUTSTANDING
               MOVE 0 TO WS-NEXT-COUNT
               PERFORM UNTIL WS-NEXT-COUNT >= 12 OR
                       WS-LC-STEP >= LN-TERM-MONTHS
                   ADD 1 TO WS-NEXT-COUNT
                   ADD 1 TO WS-LC-STEP
                   PERFORM WORK-ONE-INSTALLMENT
                   IF WS-NEXT-COUNT = 1
                       MOVE WS-LC-INTEREST TO WS-ACCRUED
                   END-IF
                   ADD WS-LC-PRINCIPAL TO WS-CURRENT
               END-PERFORM
               COMPUTE WS-LONG-TERM = WS-OUTSTANDING - WS-CURRENT
               IF WS-OUTSTANDING > 0
                   PERFORM PRINT-ONE-LOAN
               END-IF
           END-IF.

       PRINT-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           MOVE LN-RATE TO WS-RATE-ED
           MOVE WS-OUTSTANDING TO WS-OUT-ED
           MOVE WS-CURRENT TO WS-CUR-ED
           MOVE WS-LONG-TERM TO WS-LT-ED
           MOVE WS-ACCRUED TO WS-ACR-ED
           STRING LN-LOAN-ID " " LN-LENDER " " WS-RATE-ED " "
               LN-ACCTNO " " WS-OUT-ED "  " WS-CUR-ED "  " WS-LT-ED
               "  " WS-ACR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           ADD WS-OUTSTANDING TO WS-TOT-OUTSTANDING
           ADD WS-CURRENT TO WS-TOT-CURRENT
           ADD WS-LONG-TERM TO WS-TOT-LONG-TERM
           ADD WS-ACCRUED TO WS-TOT-ACCRUED

           MOVE 0 TO WS-DA-SUB
           PERFORM VARYING DA-IDX FROM 1 BY 1
                   UNTIL DA-IDX > WS-DA-COUNT
               IF WS-DA-ACCTNO (DA-IDX) = LN-ACCTNO
                   SET WS-DA-SUB TO DA-IDX
               END-IF
           END-PERFORM
           IF WS-DA-SUB = 0 AND WS-DA-COUNT < 50
               ADD 1 TO WS-DA-COUNT
               MOVE WS-DA-COUNT TO WS-DA-SUB
               MOVE LN-ACCTNO TO WS-DA-ACCTNO (WS-DA-SUB)
               MOVE 0 TO WS-DA-OUTSTANDING (WS-DA-SUB)
               MOVE 0 TO WS-DA-CURRENT (WS-DA-SUB)
               MOVE 0 TO WS-DA-LONG-TERM (WS-DA-SUB)
               MOVE 0 TO WS-DA-ACCRUED (WS-DA-SUB)
           END-IF
           IF WS-DA-SUB > 0
               ADD WS-OUTSTANDING TO WS-DA-OUTSTANDING (WS-DA-SUB)
               ADD WS-CURRENT TO WS-DA-CURRENT (WS-DA-SUB)
               ADD WS-LONG-TERM TO WS-DA-LONG-TERM (WS-DA-SUB)
               ADD WS-ACCRUED TO WS-DA-ACCRUED (WS-DA-SUB)
           END-IF.

       PRINT-ACCOUNT-TOTALS.
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "BY LIABILITY ACCOUNT"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING DA-IDX FROM 1 BY 1
                   UNTIL DA-IDX > WS-DA-COUNT
               MOVE WS-DA-ACCTNO (DA-IDX) TO ACC-NUMBER
               READ ACCOUNT-MASTER KEY IS ACC-NUMBER
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO ACC-NAME
               END-READ
               MOVE WS-DA-OUTSTANDING (DA-IDX) TO WS-OUT-ED
               MOVE WS-DA-CURRENT (DA-IDX) TO WS-CUR-ED
               MOVE WS-DA-LONG-TERM (DA-IDX) TO WS-LT-ED
               MOVE WS-DA-ACCRUED (DA-IDX) TO WS-ACR-ED
               STRING "  " WS-DA-ACCTNO (DA-IDX) " " ACC-NAME
                   "          " WS-OUT-ED "  " WS-CUR-ED "  "
                   WS-LT-ED "  " WS-ACR-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-PERFORM.

       WRITE-DEBT-SPLIT.
      *> Rewritten whole on every run so it always matches the
      *> report; FIN-STMT reads the one for its period.
           MOVE SPACES TO WS-DSP-NAME
           STRING "DEBT-" RC-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-DSP-NAME
           END-STRING
           OPEN OUTPUT DEBT-SPLIT-FILE
           IF WS-DSFS NOT = "00"
               DISPLAY "COULD NOT WRITE " WS-DSP-NAME
           ELSE
               PERFORM VARYING DA-IDX FROM 1 BY 1
                       UNTIL DA-IDX > WS-DA-COUNT
                   MOVE WS-DA-ACCTNO (DA-IDX) TO DSP-ACCTNO
                   MOVE WS-DA-CURRENT (DA-IDX) TO DSP-CURRENT
                   MOVE WS-DA-LONG-TERM (DA-IDX) TO DSP-LONG-TERM
                   WRITE DSP-REC
               END-PERFORM
               CLOSE DEBT-SPLIT-FILE
               DISPLAY "BALANCE SHEET SPLIT WRITTEN TO " WS-DSP-NAME
           END-IF.

       LOAN-MONTH-NUMBER.
      *> Months from the start month to the run-control period:
      *> the number of the installment falling due in that period.
           MOVE 0 TO WS-LC-MONTH-NO
           IF LN-START-DATE(1:4) NUMERIC AND
                   LN-START-DATE(6:2) NUMERIC
               MOVE LN-START-DATE(1:4) TO WS-LC-START-YYYY
               MOVE LN-START-DATE(6:2) TO WS-LC-START-MM
               DIVIDE RC-PERIOD BY 100 GIVING WS-LC-PER-YYYY
                   REMAINDER WS-LC-PER-MM
               COMPUTE WS-LC-MONTH-NO =
                   (WS-LC-PER-YYYY - WS-LC-START-YYYY) * 12
                   + WS-LC-PER-MM - WS-LC-START-MM
           END-IF.

       WORK-TO-INSTALLMENT.
           MOVE 0 TO WS-LC-INTEREST WS-LC-PRINCIPAL
               WS-LC-BAL-BEFORE WS-LC-BAL-AFTER
           IF WS-LC-INST > LN-PRIOR-INST AND
                   WS-LC-INST <= LN-TERM-MONTHS
               IF WS-LC-INST > LN-BASE-INST
                   MOVE LN-BASE-BALANCE TO WS-LC-BAL-AFTER
                   MOVE LN-BASE-INST TO WS-LC-STEP
               ELSE
                   MOVE LN-PRIOR-BALANCE TO WS-LC-BAL-AFTER
                   MOVE LN-PRIOR-INST TO WS-LC-STEP
               END-IF
               PERFORM UNTIL WS-LC-STEP >= WS-LC-INST
                   ADD 1 TO WS-LC-STEP
                   PERFORM WORK-ONE-INSTALLMENT
               END-PERFORM
           END-IF.

       WORK-ONE-INSTALLMENT.
           IF WS-LC-STEP > LN-BASE-INST
               COMPUTE WS-LC-RATE-MO ROUNDED = LN-RATE / 1200
               MOVE LN-PAYMENT TO WS-LC-LEVEL-PAY
           ELSE
               COMPUTE WS-LC-RATE-MO ROUNDED = LN-PRIOR-RATE / 1200
               MOVE LN-PRIOR-PAYMENT TO WS-LC-LEVEL-PAY
           END-IF
           MOVE WS-LC-BAL-AFTER TO WS-LC-BAL-BEFORE
           COMPUTE WS-LC-INTEREST ROUNDED =
               WS-LC-BAL-BEFORE * WS-LC-RATE-MO
           IF WS-LC-STEP = LN-TERM-MONTHS
               MOVE WS-LC-BAL-BEFORE TO WS-LC-PRINCIPAL
           ELSE
               COMPUTE WS-LC-PRINCIPAL =
                   WS-LC-LEVEL-PAY - WS-LC-INTEREST
               IF WS-LC-PRINCIPAL > WS-LC-BAL-BEFORE
                   MOVE WS-LC-BAL-BEFORE TO WS-LC-PRINCIPAL
               END-IF
           END-IF
           COMPUTE WS-LC-BAL-AFTER =
               WS-LC-BAL-BEFORE - WS-LC-PRINCIPAL.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "DEBT SCHEDULE" TO WS-RPT-TITLE
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
           STRING "RPT-DEBTSCHED-" WS-RPT-DATE-NUM ".TXT"
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
