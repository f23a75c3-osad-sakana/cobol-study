       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
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

           SELECT MAINT-LOG ASSIGN TO "maint_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLFS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER.
           COPY LOANREC.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       WORKING-STORAGE SECTION.
       01 WS-MLFS               PIC X(2).
           COPY MAINTLOG.
       01 WS-BEFORE-IMAGE       PIC X(120) VALUE SPACES.
       01 WS-MAINT-FILE         PIC X(12) VALUE "LOANS".
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-LNFS               PIC X(2).
       01 WS-AFS                PIC X(2).
       01 WS-RCFS               PIC X(2).
           COPY RUNCTL.
           COPY LOANCALC.
       01 WS-CHOICE             PIC 9 VALUE 0.
       01 WS-DONE                PIC X VALUE "N".
       01 WS-EOF                 PIC X VALUE "N".
       01 WS-LOAN-OK             PIC X VALUE "N".
       01 WS-PRINCIPAL-IN        PIC 9(9)V99 VALUE 0.
       01 WS-RATE-IN             PIC 9(2)V9(4) VALUE 0.
       01 WS-TERM-IN             PIC 9(3) VALUE 0.
       01 WS-PAY-DAY-IN          PIC 9(2) VALUE 0.
       01 WS-FIRST-INST-IN       PIC 9(3) VALUE 0.
       01 WS-AMT-ED              PIC -(9)9.99.
       01 WS-RATE-ED             PIC Z9.9999.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           PERFORM READ-RUN-CONTROL
           OPEN I-O LOAN-MASTER
           IF WS-LNFS NOT = "00"
               OPEN OUTPUT LOAN-MASTER
               CLOSE LOAN-MASTER
               OPEN I-O LOAN-MASTER
           END-IF
           IF WS-LNFS NOT = "00"
               DISPLAY "COULD NOT OPEN LOAN MASTER"
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               CLOSE LOAN-MASTER
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "1. ADD LOAN"
               DISPLAY "2. CHANGE LOAN"
               DISPLAY "3. CHANGE RATE (VARIABLE-RATE LOAN)"
               DISPLAY "4. REMOVE LOAN"
               DISPLAY "5. LIST LOANS"
               DISPLAY "6. EXIT"
               DISPLAY "ENTER CHOICE: "
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM ADD-LOAN
                   WHEN 2
                       PERFORM CHANGE-LOAN
                   WHEN 3
                       PERFORM CHANGE-LOAN-RATE
                   WHEN 4
                       PERFORM REMOVE-LOAN
                   WHEN 5
                       PERFORM LIST-LOANS
                   WHEN 6
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM

           CLOSE LOAN-MASTER
           CLOSE ACCOUNT-MASTER
           STOP RUN.

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

       ADD-LOAN.
           DISPLAY "LOAN ID: "
           ACCEPT LN-LOAN-ID
           PERFORM ACCEPT-LOAN-FIELDS
           IF WS-LOAN-OK = "Y"
               PERFORM ACCEPT-LOAN-TERMS
           END-IF
           IF WS-LOAN-OK = "Y"
               WRITE LOAN-REC
                   INVALID KEY
                       DISPLAY "LOAN ID ALREADY EXISTS."
                   NOT INVALID KEY
                       DISPLAY "LOAN ADDED."
                       MOVE SPACES TO ML-BEFORE
                       MOVE LOAN-REC TO ML-AFTER
                       MOVE "A" TO ML-ACTION
                       PERFORM WRITE-MAINT-LOG
               END-WRITE
           END-IF.

       CHANGE-LOAN.
      *> The terms can be re-keyed only before the run-control
      *> period reaches the start month, when LOAN-RUN first books
      *> interest; after that a correction would rewrite booked
      *> history, and only a variable rate may move (option 3).
           DISPLAY "LOAN ID TO CHANGE: "
           ACCEPT LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND."
               NOT INVALID KEY
                   MOVE LOAN-REC TO WS-BEFORE-IMAGE
                   PERFORM ACCEPT-LOAN-FIELDS
                   IF WS-LOAN-OK = "Y"
                       PERFORM LOAN-MONTH-NUMBER
                       IF WS-LC-MONTH-NO < 0
                           PERFORM ACCEPT-LOAN-TERMS
                       ELSE
                           DISPLAY "INTEREST ALREADY BOOKED - TERMS"
                               " KEPT"
                       END-IF
                   END-IF
                   IF WS-LOAN-OK = "Y"
                       REWRITE LOAN-REC
                       DISPLAY "LOAN CHANGED."
                       MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                       MOVE LOAN-REC TO ML-AFTER
                       MOVE "C" TO ML-ACTION
                       PERFORM WRITE-MAINT-LOG
                   END-IF
           END-READ.

       CHANGE-LOAN-RATE.
      *> A new rate applies from a given installment on: the balance
      *> left after the one before it becomes the base, and the
      *> level payment is worked again over the rest of the term.
      *> Installments already due in the run-control period or
      *> before it, and the next one whose interest LOAN-RUN
      *> accrues in that period, keep the rate they were booked at:
      *> the terms replaced become the prior terms, and LOAN-RUN
      *> goes on working the installments up to the new base on
      *> them.  Only one set of prior terms is kept, so the rate
      *> cannot move again until every installment behind the last
      *> change's base fell due before the run-control period.
           DISPLAY "LOAN ID: "
           ACCEPT LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND."
               NOT INVALID KEY
                   MOVE LOAN-REC TO WS-BEFORE-IMAGE
                   PERFORM LOAN-MONTH-NUMBER
                   IF LN-RATE-TYPE NOT = "V"
                       DISPLAY "LOAN " LN-LOAN-ID
                           " CARRIES A FIXED RATE."
                   ELSE
                   IF LN-BASE-INST > LN-PRIOR-INST AND
                           LN-BASE-INST >= WS-LC-MONTH-NO
                       DISPLAY "INSTALLMENTS TO " LN-BASE-INST
                           " ARE STILL BOOKING AT THE EARLIER RATE"
                           " - CHANGE AGAIN ONCE THEY ARE PAST"
                   ELSE
                       MOVE LN-RATE TO WS-RATE-ED
                       DISPLAY "CURRENT RATE " WS-RATE-ED
                           " PCT.  NEW ANNUAL RATE PCT: "
                       ACCEPT WS-RATE-IN
                       DISPLAY "FIRST INSTALLMENT AT THE NEW RATE: "
                       ACCEPT WS-FIRST-INST-IN
                       IF WS-FIRST-INST-IN <= WS-LC-MONTH-NO + 1 OR
                               WS-FIRST-INST-IN <= LN-BASE-INST OR
                               WS-FIRST-INST-IN > LN-TERM-MONTHS
                           DISPLAY "INSTALLMENT MUST BE AFTER ANY"
                               " ALREADY DUE OR ACCRUED AND WITHIN"
                               " THE TERM"
                       ELSE
                           COMPUTE WS-LC-INST = WS-FIRST-INST-IN - 1
                           IF WS-LC-INST = LN-BASE-INST
                               MOVE LN-BASE-BALANCE TO WS-LC-BAL-AFTER
                           ELSE
                               PERFORM WORK-TO-INSTALLMENT
                           END-IF
                           MOVE LN-BASE-INST TO LN-PRIOR-INST
                           MOVE LN-BASE-BALANCE TO LN-PRIOR-BALANCE
                           MOVE LN-RATE TO LN-PRIOR-RATE
                           MOVE LN-PAYMENT TO LN-PRIOR-PAYMENT
                           MOVE WS-LC-INST TO LN-BASE-INST
                           MOVE WS-LC-BAL-AFTER TO LN-BASE-BALANCE
                           MOVE WS-RATE-IN TO LN-RATE
                           MOVE LN-BASE-BALANCE TO WS-LC-BALANCE
                           COMPUTE WS-LC-MONTHS =
                               LN-TERM-MONTHS - LN-BASE-INST
                           PERFORM COMPUTE-LOAN-PAYMENT
                           MOVE WS-LC-PAYMENT TO LN-PAYMENT
                           REWRITE LOAN-REC
                           MOVE LN-PAYMENT TO WS-AMT-ED
                           DISPLAY "RATE CHANGED - NEW PAYMENT "
                               WS-AMT-ED
                           MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                           MOVE LOAN-REC TO ML-AFTER
                           MOVE "C" TO ML-ACTION
                           PERFORM WRITE-MAINT-LOG
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       REMOVE-LOAN.
           DISPLAY "LOAN ID TO REMOVE: "
           ACCEPT LN-LOAN-ID
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "LOAN NOT FOUND."
               NOT INVALID KEY
                   MOVE LOAN-REC TO WS-BEFORE-IMAGE
                   DELETE LOAN-MASTER RECORD
                       INVALID KEY
                           DISPLAY "LOAN NOT FOUND."
                       NOT INVALID KEY
                           DISPLAY "LOAN REMOVED."
                           MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                           MOVE SPACES TO ML-AFTER
                           MOVE "D" TO ML-ACTION
                           PERFORM WRITE-MAINT-LOG
                   END-DELETE
           END-READ.

       ACCEPT-LOAN-FIELDS.
      *> The loan account is validated against the master the same
      *> way ASSET-MAINT validates its asset accounts, so the
      *> monthly run cannot bounce overnight.
           MOVE "N" TO WS-LOAN-OK
           DISPLAY "DESCRIPTION: "
           ACCEPT LN-DESC
           DISPLAY "LENDER: "
           ACCEPT LN-LENDER
           DISPLAY "LOAN ACCOUNT NUMBER: "
           ACCEPT LN-ACCTNO
           MOVE LN-ACCTNO TO ACC-NUMBER
           READ ACCOUNT-MASTER KEY IS ACC-NUMBER
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON MASTER - NOT SAVED."
               NOT INVALID KEY
                   IF FUNCTION TRIM(ACC-TYPE) NOT = "LIABILITY"
                       DISPLAY "ACCOUNT " ACC-NAME
                           " IS NOT A LIABILITY ACCOUNT - NOT SAVED."
                   ELSE
                   IF ACC-STATUS = "I"
                       DISPLAY "ACCOUNT " ACC-NAME
                           " IS INACTIVE - NOT SAVED."
                   ELSE
                       MOVE "Y" TO WS-LOAN-OK
                       DISPLAY "ACCOUNT: " ACC-NAME
                   END-IF
                   END-IF
           END-READ
           IF WS-LOAN-OK = "Y"
               DISPLAY "PAYMENT DAY OF THE MONTH (1-31): "
               ACCEPT WS-PAY-DAY-IN
               IF WS-PAY-DAY-IN < 1 OR WS-PAY-DAY-IN > 31
                   DISPLAY "PAYMENT DAY MUST BE 1 TO 31 - NOT SAVED."
                   MOVE "N" TO WS-LOAN-OK
               ELSE
                   MOVE WS-PAY-DAY-IN TO LN-PAY-DAY
               END-IF
           END-IF.

       ACCEPT-LOAN-TERMS.
           MOVE "N" TO WS-LOAN-OK
           DISPLAY "PRINCIPAL: "
           ACCEPT WS-PRINCIPAL-IN
           DISPLAY "ANNUAL RATE PCT: "
           ACCEPT WS-RATE-IN
           DISPLAY "START DATE (YYYY-MM-DD): "
           ACCEPT LN-START-DATE
           DISPLAY "TERM IN MONTHS: "
           ACCEPT WS-TERM-IN
           DISPLAY "RATE TYPE (F=FIXED, V=VARIABLE): "
           ACCEPT LN-RATE-TYPE
           IF LN-RATE-TYPE NOT = "V"
               MOVE "F" TO LN-RATE-TYPE
           END-IF
           IF WS-PRINCIPAL-IN = 0
               DISPLAY "PRINCIPAL MUST BE MORE THAN ZERO - NOT SAVED."
           ELSE
           IF LN-START-DATE(1:4) NOT NUMERIC OR
                   LN-START-DATE(5:1) NOT = "-" OR
                   LN-START-DATE(6:2) NOT NUMERIC OR
                   LN-START-DATE(8:1) NOT = "-" OR
                   LN-START-DATE(9:2) NOT NUMERIC
               DISPLAY "START DATE MUST BE YYYY-MM-DD - NOT SAVED."
           ELSE
           IF WS-TERM-IN = 0
               DISPLAY "TERM MUST BE AT LEAST 1 - NOT SAVED."
           ELSE
               MOVE WS-PRINCIPAL-IN TO LN-PRINCIPAL
               MOVE WS-RATE-IN TO LN-RATE
               MOVE WS-TERM-IN TO LN-TERM-MONTHS
               MOVE 0 TO LN-BASE-INST
               MOVE LN-PRINCIPAL TO LN-BASE-BALANCE
               MOVE LN-PRINCIPAL TO WS-LC-BALANCE
               MOVE LN-TERM-MONTHS TO WS-LC-MONTHS
               PERFORM COMPUTE-LOAN-PAYMENT
               MOVE WS-LC-PAYMENT TO LN-PAYMENT
               MOVE 0 TO LN-PRIOR-INST
               MOVE LN-PRINCIPAL TO LN-PRIOR-BALANCE
               MOVE LN-RATE TO LN-PRIOR-RATE
               MOVE LN-PAYMENT TO LN-PRIOR-PAYMENT
               MOVE LN-PAYMENT TO WS-AMT-ED
               DISPLAY "MONTHLY PAYMENT: " WS-AMT-ED
               MOVE "Y" TO WS-LOAN-OK
           END-IF
           END-IF
           END-IF.

       LIST-LOANS.
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
                       MOVE LN-PRINCIPAL TO WS-AMT-ED
                       MOVE LN-RATE TO WS-RATE-ED
                       DISPLAY LN-LOAN-ID " " LN-DESC " "
                           LN-LENDER " " LN-ACCTNO
                       DISPLAY "       " WS-AMT-ED " AT "
                           WS-RATE-ED " " LN-RATE-TYPE " FROM "
                           LN-START-DATE " " LN-TERM-MONTHS
                           "M DAY " LN-PAY-DAY
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

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

       COMPUTE-LOAN-PAYMENT.
      *> Level installment B * r * (1+r)**n / ((1+r)**n - 1), r the
      *> monthly rate; the straight share of the balance when the
      *> rate is nil.
           MOVE 0 TO WS-LC-PAYMENT
           IF WS-LC-MONTHS > 0
               COMPUTE WS-LC-RATE-MO ROUNDED = LN-RATE / 1200
               IF WS-LC-RATE-MO = 0
                   COMPUTE WS-LC-PAYMENT ROUNDED =
                       WS-LC-BALANCE / WS-LC-MONTHS
               ELSE
                   COMPUTE WS-LC-FACTOR ROUNDED =
                       (1 + WS-LC-RATE-MO) ** WS-LC-MONTHS
                   COMPUTE WS-LC-PAYMENT ROUNDED =
                       WS-LC-BALANCE * WS-LC-RATE-MO * WS-LC-FACTOR
                       / (WS-LC-FACTOR - 1)
               END-IF
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

       WRITE-MAINT-LOG.
      *> Every add, change and removal goes on the maintenance
      *> journal with the loan before and after.
           MOVE WS-MAINT-FILE TO ML-FILE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP
           MOVE WS-SIGNON-ID TO ML-OPERATOR
           OPEN EXTEND MAINT-LOG
           IF WS-MLFS NOT = "00"
               OPEN OUTPUT MAINT-LOG
           END-IF
           WRITE MAINT-LOG-REC FROM WS-MAINT-LOG-LINE
           CLOSE MAINT-LOG.

       SIGN-ON.
      *> Operator sign-on against operators.dat; this screen
      *> needs an update or supervisor operator.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFS NOT = "00"
               DISPLAY "NO OPERATOR FILE - SET OPERATORS UP WITH"
                   " OPER-MAINT"
               STOP RUN
           END-IF
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-SIGNON-ID
           MOVE WS-SIGNON-ID TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
                   CLOSE OPERATOR-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE OP-LEVEL TO WS-SIGNON-LEVEL
                   DISPLAY "SIGNED ON: " OP-NAME
           END-READ
           CLOSE OPERATOR-FILE
           IF WS-SIGNON-LEVEL NOT = "U" AND
                   WS-SIGNON-LEVEL NOT = "S"
               DISPLAY "OPERATOR IS NOT AUTHORIZED FOR"
                   " LOAN MAINTENANCE"
               STOP RUN
           END-IF.
