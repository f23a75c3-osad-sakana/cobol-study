       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-RUN.

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
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER.
           COPY LOANREC.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC      PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC          PIC X(10).

       FD LOCK-FILE.
       01 LOCK-REC             PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS              PIC X(2).
           COPY JRNLOCK.
       01 WS-LNFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-JFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
       01 WS-HOLFS             PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
           COPY HOLTBL.
           COPY LOANCALC.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01 WS-DEBIT-TOTAL       PIC S9(12)V99 VALUE 0.
       01 WS-AMT-ED            PIC -(7)9.99.

       01 WS-INTEXP-NAME       PIC X(20)
                               VALUE "INTEREST EXPENSE".
       01 WS-ACCRINT-NAME      PIC X(20)
                               VALUE "ACCRUED INTEREST".
       01 WS-CASH-NAME         PIC X(20) VALUE "CASH".
       01 WS-INTEXP-ACCTNO     PIC X(6).
       01 WS-ACCRINT-ACCTNO    PIC X(6).
       01 WS-CASH-ACCTNO       PIC X(6).
       01 WS-LOAN-ACCT-NAME    PIC X(20).

      *> What the loan in hand books this period: the interest of
      *> the installment falling due next period, accrued at this
      *> period's end, and the installment falling due in this
      *> period, paid on its due date out of that accrual and the
      *> loan balance.
       01 WS-ACCRUE-AMT        PIC S9(9)V99 VALUE 0.
       01 WS-PAY-INTEREST      PIC S9(9)V99 VALUE 0.
       01 WS-PAY-PRINCIPAL     PIC S9(9)V99 VALUE 0.
       01 WS-PAY-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-PAY-DATE          PIC X(10).

       01 WS-CL-YYYY           PIC 9(4).
       01 WS-CL-MM             PIC 9(2).
       01 WS-CL-DD             PIC 9(2).
       01 WS-LEAP-YEAR         PIC X VALUE "N".
       01 WS-CL-YYYY-X         PIC X(4).
       01 WS-CL-MM-X           PIC X(2).
       01 WS-CL-DD-X           PIC X(2).
       01 WS-ACCRUE-DATE       PIC X(10).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM SET-ACCRUE-DATE
           PERFORM LOAD-HOLIDAYS

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-INTEXP-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "INTEREST EXPENSE ACCOUNT NOT FOUND"
                   MOVE SPACES TO WS-INTEXP-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-INTEXP-ACCTNO
           END-READ

           MOVE WS-ACCRINT-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "ACCRUED INTEREST ACCOUNT NOT FOUND"
                   MOVE SPACES TO WS-ACCRINT-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-ACCRINT-ACCTNO
           END-READ

           MOVE WS-CASH-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "CASH ACCOUNT NOT FOUND"
                   MOVE SPACES TO WS-CASH-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-CASH-ACCTNO
           END-READ

           IF WS-INTEXP-ACCTNO = SPACES OR
                   WS-ACCRINT-ACCTNO = SPACES OR
                   WS-CASH-ACCTNO = SPACES
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LOAN-MASTER
           IF WS-LNFS NOT = "00"
               DISPLAY "COULD NOT OPEN LOAN MASTER"
               DISPLAY "SET LOANS UP WITH LOAN-MAINT FIRST"
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> First pass: count the due lines and total the debit side
      *> so the HDR control record can go out in front.
           PERFORM COUNT-DUE-LINES

           IF WS-LINE-COUNT = 0
               DISPLAY "NO LOAN INTEREST OR PAYMENTS DUE FOR PERIOD "
                   RC-PERIOD
               CLOSE LOAN-MASTER
               CLOSE ACCOUNT-MASTER
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ACQUIRE-JOURNAL-LOCK
           IF WS-LOCK-OK = "N"
               MOVE "99" TO WS-JFS
           ELSE
               OPEN EXTEND JOURNAL-OUT
               IF WS-JFS NOT = "00"
                   OPEN OUTPUT JOURNAL-OUT
               END-IF
           END-IF
           IF WS-JFS NOT = "00"
               DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
               CLOSE LOAN-MASTER
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "LN" RC-PERIOD "0001"
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           MOVE WS-LINE-COUNT TO CTRL-COUNT
           MOVE WS-DEBIT-TOTAL TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           PERFORM WRITE-DUE-LINES

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK
           CLOSE LOAN-MASTER
           CLOSE ACCOUNT-MASTER

           DISPLAY "LOAN INTEREST AND PAYMENTS GENERATED: "
               WS-LINE-COUNT " LINES FOR PERIOD " RC-PERIOD
           DISPLAY "RUN BATCH-DRIVER TO VALIDATE AND POST THE BATCH"
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

       SET-ACCRUE-DATE.
      *> Same convention as PERIOD-CLOSE: last day of the period,
      *> or the business date if the run comes inside the month.
           DIVIDE RC-PERIOD BY 100 GIVING WS-CL-YYYY
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
           MOVE SPACES TO WS-ACCRUE-DATE
           STRING WS-CL-YYYY-X "-" WS-CL-MM-X "-" WS-CL-DD-X
               DELIMITED BY SIZE INTO WS-ACCRUE-DATE
           END-STRING
           IF WS-BUSINESS-DATE-X(1:6) = RC-PERIOD AND
                   RC-BUSINESS-DATE < WS-ACCRUE-DATE
               MOVE RC-BUSINESS-DATE TO WS-ACCRUE-DATE
           END-IF.

       COMPUTE-PERIOD-AMOUNTS.
      *> Zero in either amount means the loan books nothing of that
      *> kind this period: not started, paid off, bad start date,
      *> or an installment already behind the prior terms' base.
      *> One behind the current base is worked on the prior terms,
      *> the rate its interest was accrued at.
           MOVE 0 TO WS-ACCRUE-AMT WS-PAY-INTEREST
               WS-PAY-PRINCIPAL WS-PAY-TOTAL
           PERFORM LOAN-MONTH-NUMBER
           IF LN-START-DATE(1:4) NUMERIC AND
                   LN-START-DATE(6:2) NUMERIC AND
                   LN-TERM-MONTHS > 0
               IF WS-LC-MONTH-NO >= 0 AND
                       WS-LC-MONTH-NO < LN-TERM-MONTHS
                   COMPUTE WS-LC-INST = WS-LC-MONTH-NO + 1
                   PERFORM WORK-TO-INSTALLMENT
                   MOVE WS-LC-INTEREST TO WS-ACCRUE-AMT
               END-IF
               IF WS-LC-MONTH-NO >= 1 AND
                       WS-LC-MONTH-NO <= LN-TERM-MONTHS
                   MOVE WS-LC-MONTH-NO TO WS-LC-INST
                   PERFORM WORK-TO-INSTALLMENT
                   MOVE WS-LC-INTEREST TO WS-PAY-INTEREST
                   MOVE WS-LC-PRINCIPAL TO WS-PAY-PRINCIPAL
                   COMPUTE WS-PAY-TOTAL =
                       WS-PAY-INTEREST + WS-PAY-PRINCIPAL
               END-IF
           END-IF.

       COUNT-DUE-LINES.
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
                       PERFORM COMPUTE-PERIOD-AMOUNTS
                       IF WS-ACCRUE-AMT > 0
                           ADD 2 TO WS-LINE-COUNT
                           ADD WS-ACCRUE-AMT TO WS-DEBIT-TOTAL
                       END-IF
                       IF WS-PAY-TOTAL > 0
                           ADD 1 TO WS-LINE-COUNT
                           IF WS-PAY-INTEREST > 0
                               ADD 1 TO WS-LINE-COUNT
                           END-IF
                           IF WS-PAY-PRINCIPAL > 0
                               ADD 1 TO WS-LINE-COUNT
                           END-IF
                           ADD WS-PAY-TOTAL TO WS-DEBIT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       WRITE-DUE-LINES.
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
                       PERFORM COMPUTE-PERIOD-AMOUNTS
                       IF WS-ACCRUE-AMT > 0
                           PERFORM WRITE-ACCRUAL-LINES
                       END-IF
                       IF WS-PAY-TOTAL > 0
                           PERFORM WRITE-PAYMENT-LINES
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       WRITE-ACCRUAL-LINES.
           MOVE WS-ACCRUE-DATE    TO JL-DATE
           MOVE SPACES            TO JL-DOC-NO
           STRING "LI" LN-LOAN-ID
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING
           MOVE 1                 TO JL-LINE-NO
           MOVE WS-INTEXP-NAME    TO JL-ACCT-NAME
           MOVE WS-INTEXP-ACCTNO  TO JL-ACCTNO
           MOVE "D"               TO JL-DC
           MOVE WS-ACCRUE-AMT     TO WS-AMT-ED
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           MOVE 2                 TO JL-LINE-NO
           MOVE WS-ACCRINT-NAME   TO JL-ACCT-NAME
           MOVE WS-ACCRINT-ACCTNO TO JL-ACCTNO
           MOVE "C"               TO JL-DC
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE.

       WRITE-PAYMENT-LINES.
      *> The installment clears the interest accrued for it last
      *> period and reduces the loan by the principal share.
           MOVE WS-LC-MONTH-NO TO WS-LC-INST
           PERFORM INSTALLMENT-DUE-DATE
           MOVE WS-LC-DUE-DATE    TO JL-DATE
           MOVE SPACES            TO JL-DOC-NO
           STRING "LP" LN-LOAN-ID
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING
           MOVE 0                 TO JL-LINE-NO
           IF WS-PAY-INTEREST > 0
               ADD 1              TO JL-LINE-NO
               MOVE WS-ACCRINT-NAME   TO JL-ACCT-NAME
               MOVE WS-ACCRINT-ACCTNO TO JL-ACCTNO
               MOVE "D"               TO JL-DC
               MOVE WS-PAY-INTEREST   TO WS-AMT-ED
               MOVE WS-AMT-ED         TO JL-AMOUNT
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           END-IF
           IF WS-PAY-PRINCIPAL > 0
               MOVE LN-ACCTNO TO ACC-NUMBER
               READ ACCOUNT-MASTER KEY IS ACC-NUMBER
                   INVALID KEY
                       MOVE SPACES TO WS-LOAN-ACCT-NAME
                   NOT INVALID KEY
                       MOVE ACC-NAME TO WS-LOAN-ACCT-NAME
               END-READ
               ADD 1              TO JL-LINE-NO
               MOVE WS-LOAN-ACCT-NAME TO JL-ACCT-NAME
               MOVE LN-ACCTNO         TO JL-ACCTNO
               MOVE "D"               TO JL-DC
               MOVE WS-PAY-PRINCIPAL  TO WS-AMT-ED
               MOVE WS-AMT-ED         TO JL-AMOUNT
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           END-IF
           ADD 1                  TO JL-LINE-NO
           MOVE WS-CASH-NAME      TO JL-ACCT-NAME
           MOVE WS-CASH-ACCTNO    TO JL-ACCTNO
           MOVE "C"               TO JL-DC
           MOVE WS-PAY-TOTAL      TO WS-AMT-ED
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE.

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
               MOVE "LOAN-RUN" TO LCK-PROGRAM
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
