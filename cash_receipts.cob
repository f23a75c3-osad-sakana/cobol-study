               RECORD KEY IS OA-CUSTOMER
               FILE STATUS IS WS-OAFS.

           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-NUMBER
               FILE STATUS IS WS-DDFS.
           SELECT DEDCODE-FILE ASSIGN TO "deduction_codes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCFS.

           SELECT RATE-FILE ASSIGN TO "rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTFS.
       FD ON-ACCOUNT-FILE.
           COPY ONACCT.

       FD DEDUCTION-FILE.
           COPY DEDREC.

       FD DEDCODE-FILE.
       01 DEDCODE-REC              PIC X(40).

       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       01 WS-OA-DOC-NO             PIC X(10).
       01 WS-OA-BOOKED             PIC 9(5) VALUE 0.

      *> Column five of the deposit feed carries a deduction reason
      *> code when the customer short-paid on purpose.  With a code
      *> on deduction_codes.csv, the invoice closes and the shortfall
      *> moves out of receivables into CUSTOMER DEDUCTIONS as its
      *> own deduction item (deductions.dat) for DEDUCT-MAINT to
      *> resolve.  An unknown code, or no deductions account on the
      *> master, leaves the row a plain short-pay.
       01 WS-DDFS                  PIC X(2).
       01 WS-DCFS                  PIC X(2).
           COPY DEDCODE.
       01 WS-DEP-REASON            PIC X(2).
       01 WS-DED-NAME              PIC X(20)
                                   VALUE "CUSTOMER DEDUCTIONS".
       01 WS-DED-ACCTNO            PIC X(6).
       01 WS-DED-AVAILABLE         PIC X VALUE "N".
       01 WS-DED-AMOUNT            PIC S9(9)V99 VALUE 0.
       01 WS-DED-SEQ               PIC 9(8) VALUE 0.
       01 WS-DED-LINE              PIC 9(3) VALUE 0.
       01 WS-DED-BOOKED            PIC 9(5) VALUE 0.

       01 WS-EXCEPTION-REC.
           05 EXC-REASON            PIC X(4).
           05 FILLER                PIC X VALUE ",".
                   MOVE ACC-NUMBER TO WS-FX-ACCTNO
                   MOVE "Y" TO WS-FX-AVAILABLE
           END-READ

           MOVE WS-DED-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   MOVE "N" TO WS-DED-AVAILABLE
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-DED-ACCTNO
                   MOVE "Y" TO WS-DED-AVAILABLE
           END-READ
           IF WS-DED-AVAILABLE = "Y"
               PERFORM LOAD-DEDUCTION-CODES
           END-IF
           CLOSE ACCOUNT-MASTER

           IF WS-CASH-ACCTNO = SPACES OR WS-AR-ACCTNO = SPACES
               END-IF
           END-IF

           IF WS-DED-AVAILABLE = "Y"
               PERFORM OPEN-DEDUCTION-FILE
           END-IF

           OPEN OUTPUT EXCEPTION-FILE

           MOVE "N" TO WS-EOF
                   CLOSE CUSTOMER-MASTER
                   CLOSE ON-ACCOUNT-FILE
               END-IF
               IF WS-DED-AVAILABLE = "Y"
                   CLOSE DEDUCTION-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               CLOSE CUSTOMER-MASTER
               CLOSE ON-ACCOUNT-FILE
           END-IF
           IF WS-DED-AVAILABLE = "Y"
               CLOSE DEDUCTION-FILE
           END-IF

           IF WS-JRNL-COUNT > 0
               PERFORM WRITE-RECEIPTS-JOURNAL
           DISPLAY "DEPOSIT ROWS READ: " WS-ROWS-READ
           DISPLAY "RECEIPTS APPLIED: " WS-ROWS-APPLIED
           DISPLAY "BOOKED ON ACCOUNT: " WS-OA-BOOKED
           DISPLAY "DEDUCTIONS SPLIT OFF: " WS-DED-BOOKED
           DISPLAY "EXCEPTIONS: " WS-ROWS-EXCEPTED
           MOVE 0 TO RETURN-CODE
           GOBACK.
           END-STRING.

       APPLY-ONE-DEPOSIT.
           MOVE SPACES TO WS-DEP-DATE WS-DEP-REASON
           UNSTRING DEPOSIT-FEED-REC
               DELIMITED BY ","
               INTO WS-DEP-CUSTOMER
                   WS-DEP-INVOICE-NO
                   WS-DEP-AMOUNT-STR
                   WS-DEP-DATE
                   WS-DEP-REASON
           END-UNSTRING
           IF WS-DEP-DATE = SPACES
               MOVE RC-BUSINESS-DATE TO WS-DEP-DATE
               IF WS-DEP-AMOUNT > WS-OPEN-AMT
                   PERFORM HANDLE-OVERPAYMENT
               ELSE
               IF WS-DEP-AMOUNT < WS-OPEN-AMT AND
                       WS-DEP-REASON NOT = SPACES
                   PERFORM HANDLE-DEDUCTION
               ELSE
      *> The capacity check comes BEFORE the subledger is touched:
      *> an overflow row must not be applied without being booked.
               IF WS-JRNL-COUNT >= 499
                   PERFORM ADD-RECEIPT-LINES
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       HANDLE-DEDUCTION.
      *> A short-pay with a reason code: the cash applies as usual,
      *> the invoice closes, and the shortfall becomes a deduction
      *> item under the same document - debit CUSTOMER DEDUCTIONS,
      *> credit receivables.  A code that cannot be used leaves the
      *> row a partial payment flagged DEDX (the reason) instead of
      *> SHRT.
           MOVE WS-DEP-REASON TO WS-DC-CODE-IN
           PERFORM FIND-DEDUCTION-CODE
           IF WS-JRNL-COUNT >= 497
               PERFORM WRITE-EXCEPTION-FULL
           ELSE
           IF WS-DED-AVAILABLE = "N" OR WS-DC-SUB = 0
               MOVE WS-DEP-AMOUNT TO WS-APPLIED-AMT
               PERFORM WRITE-EXCEPTION-DEDX
               ADD WS-APPLIED-AMT TO OI-PAID
               REWRITE OPEN-INVOICE-REC
               ADD 1 TO WS-ROWS-APPLIED
               PERFORM ADD-RECEIPT-LINES
           ELSE
               COMPUTE WS-DED-AMOUNT = WS-OPEN-AMT - WS-DEP-AMOUNT
               MOVE WS-DEP-AMOUNT TO WS-APPLIED-AMT
               MOVE OI-AMOUNT TO OI-PAID
               MOVE "P" TO OI-STATUS
               REWRITE OPEN-INVOICE-REC
               ADD 1 TO WS-ROWS-APPLIED
               MOVE 0 TO WS-DED-LINE
               IF WS-APPLIED-AMT > 0
                   PERFORM ADD-RECEIPT-LINES
                   MOVE 2 TO WS-DED-LINE
               END-IF
               PERFORM WRITE-DEDUCTION-ITEM
               PERFORM ADD-DEDUCTION-LINES
               ADD 1 TO WS-DED-BOOKED
           END-IF
           END-IF.

       WRITE-DEDUCTION-ITEM.
           ADD 1 TO WS-DED-SEQ
           MOVE SPACES TO DEDUCTION-REC
           STRING "DD" WS-DED-SEQ
               DELIMITED BY SIZE INTO DED-NUMBER
           END-STRING
           MOVE OI-INVOICE-NO    TO DED-INVOICE
           MOVE OI-CUSTOMER      TO DED-CUSTOMER
           MOVE WS-DEP-REASON    TO DED-REASON
           MOVE WS-DED-AMOUNT    TO DED-AMOUNT
           MOVE WS-DEP-DATE      TO DED-DATE
           MOVE "O"              TO DED-STATUS
           WRITE DEDUCTION-REC
               INVALID KEY
                   DISPLAY "DEDUCTION " DED-NUMBER
                       " ALREADY ON FILE - INVOICE " OI-INVOICE-NO
                       " SHORTFALL BOOKED WITHOUT AN ITEM"
           END-WRITE.

       ADD-DEDUCTION-LINES.
           ADD 1 TO WS-JRNL-COUNT
           ADD 1 TO WS-DED-LINE
           MOVE SPACES TO WS-JT-CUR (WS-JRNL-COUNT)
           MOVE SPACES TO WS-JT-FRN-ED (WS-JRNL-COUNT)
           MOVE WS-DEP-DATE       TO WS-JT-DATE (WS-JRNL-COUNT)
           MOVE WS-DEP-INVOICE-NO TO WS-JT-DOC-NO (WS-JRNL-COUNT)
           MOVE WS-DED-LINE       TO WS-JT-LINE-NO (WS-JRNL-COUNT)
           MOVE WS-DED-NAME       TO WS-JT-ACCT-NAME (WS-JRNL-COUNT)
           MOVE WS-DED-ACCTNO     TO WS-JT-ACCTNO (WS-JRNL-COUNT)
           MOVE "D"               TO WS-JT-DC (WS-JRNL-COUNT)
           MOVE WS-DED-AMOUNT     TO WS-JT-AMOUNT (WS-JRNL-COUNT)
           ADD WS-DED-AMOUNT      TO WS-JRNL-DEBITS

           ADD 1 TO WS-JRNL-COUNT
           ADD 1 TO WS-DED-LINE
           MOVE SPACES TO WS-JT-CUR (WS-JRNL-COUNT)
           MOVE SPACES TO WS-JT-FRN-ED (WS-JRNL-COUNT)
           MOVE WS-DEP-DATE       TO WS-JT-DATE (WS-JRNL-COUNT)
           MOVE WS-DEP-INVOICE-NO TO WS-JT-DOC-NO (WS-JRNL-COUNT)
           MOVE WS-DED-LINE       TO WS-JT-LINE-NO (WS-JRNL-COUNT)
           MOVE WS-AR-NAME        TO WS-JT-ACCT-NAME (WS-JRNL-COUNT)
           MOVE WS-AR-ACCTNO      TO WS-JT-ACCTNO (WS-JRNL-COUNT)
           MOVE "C"               TO WS-JT-DC (WS-JRNL-COUNT)
           MOVE WS-DED-AMOUNT     TO WS-JT-AMOUNT (WS-JRNL-COUNT).

       OPEN-DEDUCTION-FILE.
      *> Deduction numbers run on from the highest already on file.
           OPEN I-O DEDUCTION-FILE
           IF WS-DDFS NOT = "00"
               OPEN OUTPUT DEDUCTION-FILE
               CLOSE DEDUCTION-FILE
               OPEN I-O DEDUCTION-FILE
           END-IF
           IF WS-DDFS NOT = "00"
               DISPLAY "COULD NOT OPEN DEDUCTION FILE -"
                   " DEDUCTIONS WILL BOOK AS SHORT-PAYS"
               MOVE "N" TO WS-DED-AVAILABLE
           ELSE
               MOVE 0 TO WS-DED-SEQ
               MOVE "N" TO WS-EOF
               MOVE LOW-VALUES TO DED-NUMBER
               START DEDUCTION-FILE KEY IS GREATER THAN DED-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ DEDUCTION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF DED-NUMBER(1:2) = "DD" AND
                                   DED-NUMBER(3:8) NUMERIC
                               MOVE DED-NUMBER(3:8) TO WS-DED-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           END-IF.

       LOAD-DEDUCTION-CODES.
      *> Performed while the account master is still open so each
      *> code's account can be validated on the spot.
           MOVE 0 TO WS-DC-COUNT
           MOVE "N" TO WS-DC-EOF
           OPEN INPUT DEDCODE-FILE
           IF WS-DCFS = "00"
               PERFORM UNTIL WS-DC-EOF = "Y"
                   READ DEDCODE-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-DEDUCTION-CODE
                   END-READ
               END-PERFORM
               CLOSE DEDCODE-FILE
           END-IF.

       LOAD-ONE-DEDUCTION-CODE.
           MOVE SPACES TO WS-DC-CODE-IN WS-DC-DESC-IN WS-DC-ACCT-IN
           UNSTRING DEDCODE-REC
               DELIMITED BY ","
               INTO WS-DC-CODE-IN
                   WS-DC-DESC-IN
                   WS-DC-ACCT-IN
           END-UNSTRING
           IF WS-DC-CODE-IN NOT = SPACES AND WS-DC-COUNT < 50
               MOVE WS-DC-ACCT-IN TO ACC-NUMBER
               READ ACCOUNT-MASTER KEY IS ACC-NUMBER
                   INVALID KEY
                       DISPLAY "DEDUCTION CODE " WS-DC-CODE-IN
                           " ACCOUNT " WS-DC-ACCT-IN
                           " NOT ON MASTER - CODE DROPPED"
                   NOT INVALID KEY
                       IF ACC-STATUS = "I"
                           DISPLAY "DEDUCTION CODE " WS-DC-CODE-IN
                               " ACCOUNT " WS-DC-ACCT-IN
                               " IS INACTIVE - CODE DROPPED"
                       ELSE
                           ADD 1 TO WS-DC-COUNT
                           MOVE WS-DC-CODE-IN TO
                               WS-DC-CODE (WS-DC-COUNT)
                           MOVE WS-DC-DESC-IN TO
                               WS-DC-DESC (WS-DC-COUNT)
                           MOVE ACC-NUMBER TO
                               WS-DC-ACCTNO (WS-DC-COUNT)
                           MOVE ACC-NAME TO
                               WS-DC-ACCT-NAME (WS-DC-COUNT)
                       END-IF
               END-READ
           END-IF.

       FIND-DEDUCTION-CODE.
           MOVE 0 TO WS-DC-SUB
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DC-COUNT
               IF WS-DC-CODE (DC-IDX) = WS-DC-CODE-IN
                   SET WS-DC-SUB TO DC-IDX
               END-IF
           END-PERFORM.

       SETTLE-FOREIGN-INVOICE.
      *> The deposit is the base cash the bank actually took; the
      *> receivable is relieved at the deposit-date rate on the
           MOVE DEPOSIT-FEED-REC TO EXC-CONTENT
           WRITE EXCEPTION-REC FROM WS-EXCEPTION-REC.

       WRITE-EXCEPTION-DEDX.
      *> A deduction reason that is not on deduction_codes.csv (or
      *> no deductions account to book it to): applied as a partial
      *> payment and left for the cash application clerk.
           ADD 1 TO WS-ROWS-EXCEPTED
           MOVE "DEDX" TO EXC-REASON
           MOVE DEPOSIT-FEED-REC TO EXC-CONTENT
           WRITE EXCEPTION-REC FROM WS-EXCEPTION-REC.

       WRITE-EXCEPTION-SHRT.
      *> Short-pays are applied as partial payments but flagged so
      *> collections can follow up on the remainder.
