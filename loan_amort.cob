       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-AMORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LNFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFS.

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER.
           COPY LOANREC.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC          PIC X(10).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-LNFS              PIC X(2).
       01 WS-RCFS              PIC X(2).
       01 WS-HOLFS             PIC X(2).
           COPY RUNCTL.
           COPY HOLTBL.
           COPY LOANCALC.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-LOAN-COUNT        PIC 9(5) VALUE 0.

      *> Each loan is printed installment by installment from its
      *> base - the start, or the last rate change - to the end of
      *> the term.  Installments falling due in or before the
      *> run-control period are flagged as already paid.
       01 WS-PAID-FLAG         PIC X(4).
       01 WS-INST-ED           PIC ZZ9.
       01 WS-TOT-INTEREST      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-PRINCIPAL     PIC S9(11)V99 VALUE 0.
       01 WS-AMT-ED            PIC -(11)9.99.
       01 WS-PAY-ED            PIC -(9)9.99.
       01 WS-INT-ED            PIC -(9)9.99.
       01 WS-PRIN-ED           PIC -(9)9.99.
       01 WS-BAL-ED            PIC -(11)9.99.
       01 WS-RATE-ED           PIC Z9.9999.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-HOLIDAYS

           OPEN INPUT LOAN-MASTER
           IF WS-LNFS NOT = "00"
               DISPLAY "COULD NOT OPEN LOAN MASTER"
               DISPLAY "SET LOANS UP WITH LOAN-MAINT FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-REPORT

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
                       PERFORM PRINT-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER

           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "LOANS SCHEDULED: " WS-LOAN-COUNT
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

       PRINT-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           MOVE 0 TO WS-TOT-INTEREST WS-TOT-PRINCIPAL
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE LN-PRINCIPAL TO WS-AMT-ED
           MOVE LN-RATE TO WS-RATE-ED
           STRING "LOAN " LN-LOAN-ID "  " LN-DESC "  " LN-LENDER
               "  ACCOUNT " LN-ACCTNO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE LN-PAYMENT TO WS-PAY-ED
           STRING "  PRINCIPAL " WS-AMT-ED "  RATE " WS-RATE-ED
               " " LN-RATE-TYPE "  STARTED " LN-START-DATE
               "  TERM " LN-TERM-MONTHS "  PAYMENT " WS-PAY-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF LN-PRIOR-INST > 0
               MOVE LN-PRIOR-INST TO WS-INST-ED
               MOVE LN-PRIOR-BALANCE TO WS-BAL-ED
               STRING "  INSTALLMENTS 1 TO " WS-INST-ED
                   " AT EARLIER TERMS - BALANCE AFTER THEM "
                   WS-BAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF LN-BASE-INST > LN-PRIOR-INST
               MOVE LN-BASE-INST TO WS-INST-ED
               MOVE LN-PRIOR-RATE TO WS-RATE-ED
               MOVE LN-PRIOR-PAYMENT TO WS-PAY-ED
               STRING "  INSTALLMENTS TO " WS-INST-ED
                   " AT THE PRIOR RATE " WS-RATE-ED
                   "  PAYMENT " WS-PAY-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           STRING "  INST  DUE DATE          PAYMENT"
               "         INTEREST        PRINCIPAL"
               "            BALANCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           IF LN-START-DATE(1:4) NOT NUMERIC OR
                   LN-START-DATE(6:2) NOT NUMERIC
               STRING "  START DATE IS NOT VALID - NO SCHEDULE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE LN-PRIOR-BALANCE TO WS-LC-BAL-AFTER
               MOVE LN-PRIOR-INST TO WS-LC-STEP
               PERFORM UNTIL WS-LC-STEP >= LN-TERM-MONTHS
                   ADD 1 TO WS-LC-STEP
                   PERFORM WORK-ONE-INSTALLMENT
                   PERFORM PRINT-ONE-INSTALLMENT
               END-PERFORM
               MOVE WS-TOT-INTEREST TO WS-INT-ED
               MOVE WS-TOT-PRINCIPAL TO WS-PRIN-ED
               STRING "  TOTAL                           "
                   WS-INT-ED "  " WS-PRIN-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       PRINT-ONE-INSTALLMENT.
           MOVE WS-LC-STEP TO WS-LC-INST
           PERFORM INSTALLMENT-DUE-DATE
           IF WS-LC-DUE-PERIOD <= RC-PERIOD
               MOVE "PAID" TO WS-PAID-FLAG
           ELSE
               MOVE SPACES TO WS-PAID-FLAG
           END-IF
           ADD WS-LC-INTEREST TO WS-TOT-INTEREST
           ADD WS-LC-PRINCIPAL TO WS-TOT-PRINCIPAL
           MOVE WS-LC-STEP TO WS-INST-ED
           COMPUTE WS-LC-PAYMENT = WS-LC-INTEREST + WS-LC-PRINCIPAL
           MOVE WS-LC-PAYMENT TO WS-PAY-ED
           MOVE WS-LC-INTEREST TO WS-INT-ED
           MOVE WS-LC-PRINCIPAL TO WS-PRIN-ED
           MOVE WS-LC-BAL-AFTER TO WS-BAL-ED
           STRING "  " WS-INST-ED "   " WS-LC-DUE-DATE " "
               WS-PAY-ED "  " WS-INT-ED "  " WS-PRIN-ED " "
               WS-BAL-ED "  " WS-PAID-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

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

       INSTALLMENT-DUE-DATE.
           MOVE LN-START-DATE(1:4) TO WS-LC-START-YYYY
           MOVE LN-START-DATE(6:2) TO WS-LC-START-MM
           COMPUTE WS-LC-MONTH-NO =
               WS-LC-START-YYYY * 12 + WS-LC-START-MM - 1
               + WS-LC-INST
           DIVIDE WS-LC-MONTH-NO BY 12 GIVING WS-LC-DUE-YYYY
               REMAINDER WS-LC-DUE-MM
           ADD 1 TO WS-LC-DUE-MM
           COMPUTE WS-LC-DUE-PERIOD =
               WS-LC-DUE-YYYY * 100 + WS-LC-DUE-MM
           MOVE "N" TO WS-LC-LEAP
           IF FUNCTION MOD(WS-LC-DUE-YYYY, 4) = 0 AND
               (FUNCTION MOD(WS-LC-DUE-YYYY, 100) NOT = 0 OR
                FUNCTION MOD(WS-LC-DUE-YYYY, 400) = 0)
               MOVE "Y" TO WS-LC-LEAP
           END-IF
           EVALUATE WS-LC-DUE-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-LC-LAST-DD
               WHEN 2
                   IF WS-LC-LEAP = "Y"
                       MOVE 29 TO WS-LC-LAST-DD
                   ELSE
                       MOVE 28 TO WS-LC-LAST-DD
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-LC-LAST-DD
           END-EVALUATE
           IF LN-PAY-DAY > WS-LC-LAST-DD OR LN-PAY-DAY = 0
               MOVE WS-LC-LAST-DD TO WS-LC-DUE-DD
           ELSE
               MOVE LN-PAY-DAY TO WS-LC-DUE-DD
           END-IF
           MOVE SPACES TO WS-BD-DATE-IN
           STRING WS-LC-DUE-YYYY "-" WS-LC-DUE-MM "-" WS-LC-DUE-DD
               DELIMITED BY SIZE INTO WS-BD-DATE-IN
           END-STRING
           MOVE WS-BD-DATE-IN TO WS-LC-DUE-DATE
           PERFORM NEXT-BUSINESS-DAY
           IF WS-BD-DATE-OUT(1:7) = WS-LC-DUE-DATE(1:7)
               MOVE WS-BD-DATE-OUT TO WS-LC-DUE-DATE
           ELSE
               MOVE WS-LC-DUE-DATE TO WS-BD-DATE-IN
               PERFORM PREV-BUSINESS-DAY
               MOVE WS-BD-DATE-OUT TO WS-LC-DUE-DATE
           END-IF.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           MOVE "N" TO WS-HOL-EOF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLFS = "00"
               PERFORM UNTIL WS-HOL-EOF = "Y"
                   READ HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO WS-HOL-EOF
                       NOT AT END
                           IF WS-HOL-COUNT < 200 AND
                                   HOLIDAY-REC(1:4) NUMERIC
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HOLIDAY-REC TO
                                   WS-HOL-DATE (WS-HOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       CHECK-BUSINESS-DAY.
      *> N on a Saturday, Sunday or calendar holiday.  The day
      *> numbers count from a Monday, so MOD 7 of 6 is Saturday
      *> and 0 is Sunday.
           MOVE "Y" TO WS-BD-IS-BUS
           IF WS-BD-DATE-IN(1:4) NUMERIC AND
                   WS-BD-DATE-IN(6:2) NUMERIC AND
                   WS-BD-DATE-IN(9:2) NUMERIC
               COMPUTE WS-BD-NUM =
                   FUNCTION NUMVAL(WS-BD-DATE-IN(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-BD-DATE-IN(6:2)) * 100
                   + FUNCTION NUMVAL(WS-BD-DATE-IN(9:2))
               COMPUTE WS-BD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BD-NUM)
               COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-INT, 7)
               IF WS-BD-DOW = 6 OR WS-BD-DOW = 0
                   MOVE "N" TO WS-BD-IS-BUS
               END-IF
               PERFORM VARYING HOL-IDX FROM 1 BY 1
                       UNTIL HOL-IDX > WS-HOL-COUNT
                   IF WS-HOL-DATE (HOL-IDX) = WS-BD-DATE-IN
                       MOVE "N" TO WS-BD-IS-BUS
                   END-IF
               END-PERFORM
           END-IF.

       NEXT-BUSINESS-DAY.
      *> WS-BD-DATE-OUT becomes the first business day on or after
      *> WS-BD-DATE-IN.
           MOVE WS-BD-DATE-IN TO WS-BD-DATE-OUT
           PERFORM CHECK-BUSINESS-DAY
           MOVE 0 TO WS-BD-TRIES
           PERFORM UNTIL WS-BD-IS-BUS = "Y" OR WS-BD-TRIES > 14
               ADD 1 TO WS-BD-TRIES
               ADD 1 TO WS-BD-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-BD-INT)
                   TO WS-BD-NUM
               MOVE SPACES TO WS-BD-DATE-OUT
               STRING WS-BD-NUM(1:4) "-" WS-BD-NUM(5:2) "-"
                       WS-BD-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-BD-DATE-OUT
               END-STRING
               MOVE WS-BD-DATE-OUT TO WS-BD-DATE-IN
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       PREV-BUSINESS-DAY.
      *> WS-BD-DATE-OUT becomes the last business day on or before
      *> WS-BD-DATE-IN.
           MOVE WS-BD-DATE-IN TO WS-BD-DATE-OUT
           PERFORM CHECK-BUSINESS-DAY
           MOVE 0 TO WS-BD-TRIES
           PERFORM UNTIL WS-BD-IS-BUS = "Y" OR WS-BD-TRIES > 14
               ADD 1 TO WS-BD-TRIES
               SUBTRACT 1 FROM WS-BD-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-BD-INT)
                   TO WS-BD-NUM
               MOVE SPACES TO WS-BD-DATE-OUT
               STRING WS-BD-NUM(1:4) "-" WS-BD-NUM(5:2) "-"
                       WS-BD-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-BD-DATE-OUT
               END-STRING
               MOVE WS-BD-DATE-OUT TO WS-BD-DATE-IN
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "LOAN AMORTIZATION SCHEDULE" TO WS-RPT-TITLE
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
           STRING "RPT-LOANAMORT-" WS-RPT-DATE-NUM ".TXT"
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
