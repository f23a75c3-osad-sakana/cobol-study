       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-NUMBER
               FILE STATUS IS WS-DDFS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "open_invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OIFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT DEDCODE-FILE ASSIGN TO "deduction_codes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCFS.
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT REGISTRY-FILE ASSIGN TO "posted_batches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF2.
           SELECT MAINT-LOG ASSIGN TO "maint_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD DEDUCTION-FILE.
           COPY DEDREC.

       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD DEDCODE-FILE.
       01 DEDCODE-REC          PIC X(40).

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC      PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD REGISTRY-FILE.
       01 REGISTRY-REC         PIC X(30).

       FD MAINT-LOG.
       01 MAINT-LOG-REC        PIC X(280).

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD LOCK-FILE.
       01 LOCK-REC             PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS              PIC X(2).
           COPY JRNLOCK.
       01 WS-MLFS              PIC X(2).
           COPY MAINTLOG.
       01 WS-MAINT-FILE        PIC X(12) VALUE "DEDUCTIONS".
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-DDFS              PIC X(2).
       01 WS-OIFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-DCFS              PIC X(2).
           COPY DEDCODE.
       01 WS-JFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
       01 WS-RGF2              PIC X(2).
       01 WS-BATCH-SEQ         PIC 9(2) VALUE 1.
       01 WS-SEQ-PREFIX        PIC X(10).
       01 WS-SEQ-TAG           PIC X(3).
       01 WS-SEQ-ID            PIC X(12).
       01 WS-SEQ-N             PIC 9(2).
       01 WS-SEQ-EOF           PIC X VALUE "N".
       01 WS-EOF               PIC X VALUE "N".
       01 WS-ANSWER            PIC X VALUE "Y".
       01 WS-CONFIRM           PIC X.

       01 WS-CUSTOMER-IN       PIC X(6).
       01 WS-DEDUCTION-IN      PIC X(10).
       01 WS-ACTION-IN         PIC X.
       01 WS-IN-SESSION        PIC X VALUE "N".
       01 WS-LISTED            PIC 9(4) VALUE 0.

       01 WS-AR-NAME           PIC X(20)
                               VALUE "ACCOUNTS RECEIVABLE".
       01 WS-DED-NAME          PIC X(20)
                               VALUE "CUSTOMER DEDUCTIONS".
       01 WS-AR-ACCTNO         PIC X(6).
       01 WS-DED-ACCTNO        PIC X(6).

      *> A deduction CASH-RECEIPTS split off a short-paid invoice
      *> sits in CUSTOMER DEDUCTIONS until it is worked here.  Found
      *> valid, it is written off to the account its reason code
      *> carries on deduction_codes.csv (the reason may be corrected
      *> on the way); found invalid, it goes back to the customer as
      *> a new open item under the deduction number, due on the
      *> business date, so it ages and dunns like any invoice.
      *> Either way the credit is to CUSTOMER DEDUCTIONS.
      *> Resolutions keyed this session are tabled and booked
      *> together at exit, in a DD batch.
       01 WS-DR-COUNT          PIC 9(3) VALUE 0.
       01 WS-DR-POSTED         PIC 9(3) VALUE 0.
       01 WS-DR-DEBITS         PIC S9(12)V99 VALUE 0.
       01 WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 200 TIMES
                   INDEXED BY DR-IDX.
               10 WS-DR-NUMBER      PIC X(10).
      *> V valid, I invalid; X once posting finds it gone.
               10 WS-DR-ACTION      PIC X.
               10 WS-DR-REASON      PIC X(2).
               10 WS-DR-ACCTNO      PIC X(6).
               10 WS-DR-ACCT-NAME   PIC X(20).
               10 WS-DR-AMOUNT      PIC S9(9)V99.
       01 WS-POST-OK           PIC X VALUE "N".
       01 WS-AMT-ED            PIC -(9)9.99.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           PERFORM READ-RUN-CONTROL
           PERFORM FIND-ACCOUNTS

      *> The keying session only reads; the files change inside the
      *> journal claim at the end (the OA-APPLY shape).
           OPEN INPUT DEDUCTION-FILE
           IF WS-DDFS NOT = "00"
               DISPLAY "NO DEDUCTIONS ON FILE"
               STOP RUN
           END-IF
           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               DISPLAY "COULD NOT OPEN OPEN-INVOICE FILE"
               CLOSE DEDUCTION-FILE
               STOP RUN
           END-IF

           DISPLAY "CUSTOMER DEDUCTION RESOLUTION, BUSINESS DATE "
               RC-BUSINESS-DATE

           PERFORM UNTIL WS-ANSWER NOT = "Y"
               DISPLAY "RESOLVE A DEDUCTION? (Y/N) "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y"
                   PERFORM RESOLVE-ONE-DEDUCTION
               END-IF
           END-PERFORM

           CLOSE DEDUCTION-FILE
           CLOSE OPEN-INVOICE-FILE

           IF WS-DR-COUNT > 0
               PERFORM ACQUIRE-JOURNAL-LOCK
               IF WS-LOCK-OK = "N"
                   DISPLAY "KEYED RESOLUTIONS DISCARDED - NOTHING"
                       " BOOKED; RUN AGAIN WHEN THE JOURNAL FREES"
                   STOP RUN
               END-IF
               PERFORM POST-RESOLUTIONS
               IF WS-POST-OK = "Y" AND WS-DR-POSTED > 0
                   PERFORM WRITE-DEDUCTION-BATCH
                   DISPLAY "DEDUCTION BATCH WRITTEN - RUN"
                       " BATCH-DRIVER TO POST IT"
               ELSE
                   PERFORM RELEASE-JOURNAL-LOCK
                   DISPLAY "NOTHING LEFT TO BOOK - NO BATCH WRITTEN"
               END-IF
           ELSE
               DISPLAY "NOTHING RESOLVED - NO BATCH WRITTEN"
           END-IF
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

       FIND-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               STOP RUN
           END-IF
           MOVE WS-AR-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "ACCOUNTS RECEIVABLE ACCOUNT NOT FOUND"
                   CLOSE ACCOUNT-MASTER
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-AR-ACCTNO
           END-READ
           MOVE WS-DED-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "CUSTOMER DEDUCTIONS ACCOUNT NOT ON MASTER"
                   CLOSE ACCOUNT-MASTER
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-DED-ACCTNO
           END-READ
           PERFORM LOAD-DEDUCTION-CODES
           CLOSE ACCOUNT-MASTER
           IF WS-DC-COUNT = 0
               DISPLAY "NO USABLE REASON CODES ON DEDUCTION_CODES.CSV"
                   " - VALID DEDUCTIONS CANNOT BE WRITTEN OFF"
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

       RESOLVE-ONE-DEDUCTION.
           DISPLAY "CUSTOMER NUMBER (BLANK FOR ALL): "
           ACCEPT WS-CUSTOMER-IN
           PERFORM LIST-OPEN-DEDUCTIONS
           IF WS-LISTED = 0
               DISPLAY "NO OPEN DEDUCTIONS LEFT TO RESOLVE"
           ELSE
               DISPLAY "DEDUCTION NUMBER (OR END): "
               ACCEPT WS-DEDUCTION-IN
               IF WS-DEDUCTION-IN NOT = "END" AND
                       WS-DEDUCTION-IN NOT = "end" AND
                       WS-DEDUCTION-IN NOT = SPACES
                   PERFORM WORK-DEDUCTION
               END-IF
           END-IF.

       LIST-OPEN-DEDUCTIONS.
           MOVE 0 TO WS-LISTED
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
                       IF DED-STATUS = "O" AND
                               (WS-CUSTOMER-IN = SPACES OR
                                DED-CUSTOMER = WS-CUSTOMER-IN)
                           MOVE DED-NUMBER TO WS-DEDUCTION-IN
                           PERFORM CHECK-DEDUCTION-IN-SESSION
                           IF WS-IN-SESSION = "N"
                               ADD 1 TO WS-LISTED
                               MOVE DED-AMOUNT TO WS-AMT-ED
                               DISPLAY "  " DED-NUMBER " "
                                   DED-CUSTOMER " INV " DED-INVOICE
                                   " " DED-REASON " " DED-DATE
                                   " " WS-AMT-ED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       CHECK-DEDUCTION-IN-SESSION.
           MOVE "N" TO WS-IN-SESSION
           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > WS-DR-COUNT
               IF WS-DR-NUMBER (DR-IDX) = WS-DEDUCTION-IN
                   MOVE "Y" TO WS-IN-SESSION
               END-IF
           END-PERFORM.

       WORK-DEDUCTION.
           PERFORM CHECK-DEDUCTION-IN-SESSION
           MOVE WS-DEDUCTION-IN TO DED-NUMBER
           READ DEDUCTION-FILE
               INVALID KEY
                   DISPLAY "DEDUCTION NOT ON FILE"
               NOT INVALID KEY
                   IF DED-STATUS NOT = "O"
                       DISPLAY "DEDUCTION ALREADY RESOLVED ON "
                           DED-RESOLVED-DATE " BY " DED-RESOLVED-BY
                   ELSE
                   IF WS-IN-SESSION = "Y"
                       DISPLAY "DEDUCTION ALREADY RESOLVED THIS"
                           " SESSION"
                   ELSE
                   IF WS-DR-COUNT >= 200
                       DISPLAY "SESSION TABLE FULL - RELEASE AND START"
                           " AGAIN"
                   ELSE
                       MOVE DED-REASON TO WS-DC-CODE-IN
                       PERFORM FIND-DEDUCTION-CODE
                       MOVE DED-AMOUNT TO WS-AMT-ED
                       DISPLAY "DEDUCTION " DED-NUMBER " CUSTOMER "
                           DED-CUSTOMER " INVOICE " DED-INVOICE
                       IF WS-DC-SUB > 0
                           DISPLAY "  REASON " DED-REASON " "
                               WS-DC-DESC (WS-DC-SUB) " AMOUNT "
                               WS-AMT-ED
                       ELSE
                           DISPLAY "  REASON " DED-REASON
                               " (NOT ON THE CODE TABLE) AMOUNT "
                               WS-AMT-ED
                       END-IF
                       DISPLAY "VALID - WRITE OFF (V), INVALID -"
                           " REBILL (I), OR SKIP: "
                       ACCEPT WS-ACTION-IN
                       IF WS-ACTION-IN = "V" OR WS-ACTION-IN = "v"
                           PERFORM RESOLVE-VALID
                       ELSE
                       IF WS-ACTION-IN = "I" OR WS-ACTION-IN = "i"
                           PERFORM RESOLVE-INVALID
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       RESOLVE-VALID.
      *> The reason may be corrected before the write-off; the
      *> account always comes off the code table, never the keyboard.
           DISPLAY "REASON CODE (BLANK KEEPS " DED-REASON "): "
           ACCEPT WS-DC-CODE-IN
           IF WS-DC-CODE-IN = SPACES
               MOVE DED-REASON TO WS-DC-CODE-IN
           END-IF
           PERFORM FIND-DEDUCTION-CODE
           IF WS-DC-SUB = 0
               DISPLAY "REASON CODE " WS-DC-CODE-IN
                   " IS NOT ON DEDUCTION_CODES.CSV"
           ELSE
               DISPLAY "WRITE OFF " WS-AMT-ED " TO "
                   WS-DC-ACCT-NAME (WS-DC-SUB) "? (Y/N) "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   ADD 1 TO WS-DR-COUNT
                   MOVE DED-NUMBER TO WS-DR-NUMBER (WS-DR-COUNT)
                   MOVE "V" TO WS-DR-ACTION (WS-DR-COUNT)
                   MOVE WS-DC-CODE-IN TO WS-DR-REASON (WS-DR-COUNT)
                   MOVE WS-DC-ACCTNO (WS-DC-SUB) TO
                       WS-DR-ACCTNO (WS-DR-COUNT)
                   MOVE WS-DC-ACCT-NAME (WS-DC-SUB) TO
                       WS-DR-ACCT-NAME (WS-DR-COUNT)
                   MOVE DED-AMOUNT TO WS-DR-AMOUNT (WS-DR-COUNT)
                   DISPLAY "WRITE-OFF OF " DED-NUMBER " TABLED"
               END-IF
           END-IF.

       RESOLVE-INVALID.
      *> The re-bill takes the deduction number as its invoice
      *> number, which must not already be on the open-item file.
           MOVE DED-NUMBER TO OI-INVOICE-NO
           READ OPEN-INVOICE-FILE
               INVALID KEY
                   DISPLAY "REBILL " WS-AMT-ED " TO CUSTOMER "
                       DED-CUSTOMER " AS INVOICE " DED-NUMBER
                       "? (Y/N) "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       ADD 1 TO WS-DR-COUNT
                       MOVE DED-NUMBER TO WS-DR-NUMBER (WS-DR-COUNT)
                       MOVE "I" TO WS-DR-ACTION (WS-DR-COUNT)
                       MOVE DED-REASON TO WS-DR-REASON (WS-DR-COUNT)
                       MOVE WS-AR-ACCTNO TO
                           WS-DR-ACCTNO (WS-DR-COUNT)
                       MOVE WS-AR-NAME TO
                           WS-DR-ACCT-NAME (WS-DR-COUNT)
                       MOVE DED-AMOUNT TO WS-DR-AMOUNT (WS-DR-COUNT)
                       DISPLAY "REBILL OF " DED-NUMBER " TABLED"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "INVOICE " DED-NUMBER
                       " ALREADY ON THE OPEN-ITEM FILE - CANNOT"
                       " REBILL"
           END-READ.

       POST-RESOLUTIONS.
      *> The tabled resolutions hit the deduction file and the open
      *> items only now, inside the journal claim, right before
      *> their batch is appended.  One resolved elsewhere since it
      *> was keyed is dropped from the batch.
           MOVE "N" TO WS-POST-OK
           MOVE 0 TO WS-DR-POSTED
           MOVE 0 TO WS-DR-DEBITS
           OPEN I-O DEDUCTION-FILE
           IF WS-DDFS NOT = "00"
               DISPLAY "COULD NOT OPEN DEDUCTION FILE -"
                   " NOTHING BOOKED"
               PERFORM RELEASE-JOURNAL-LOCK
               STOP RUN
           END-IF
           OPEN I-O OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               DISPLAY "COULD NOT OPEN OPEN-INVOICE FILE -"
                   " NOTHING BOOKED"
               CLOSE DEDUCTION-FILE
               PERFORM RELEASE-JOURNAL-LOCK
               STOP RUN
           END-IF

           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > WS-DR-COUNT
               PERFORM POST-ONE-RESOLUTION
           END-PERFORM

           CLOSE DEDUCTION-FILE
           CLOSE OPEN-INVOICE-FILE
           MOVE "Y" TO WS-POST-OK.

       POST-ONE-RESOLUTION.
           MOVE WS-DR-NUMBER (DR-IDX) TO DED-NUMBER
           READ DEDUCTION-FILE
               INVALID KEY
                   DISPLAY "DEDUCTION " WS-DR-NUMBER (DR-IDX)
                       " VANISHED - NOT BOOKED"
                   MOVE "X" TO WS-DR-ACTION (DR-IDX)
               NOT INVALID KEY
                   IF DED-STATUS NOT = "O"
                       DISPLAY "DEDUCTION " DED-NUMBER
                           " RESOLVED ELSEWHERE - NOT BOOKED"
                       MOVE "X" TO WS-DR-ACTION (DR-IDX)
                   ELSE
                       IF WS-DR-ACTION (DR-IDX) = "I"
                           PERFORM WRITE-REBILL-ITEM
                       END-IF
                   END-IF
           END-READ
           IF WS-DR-ACTION (DR-IDX) NOT = "X"
               MOVE DEDUCTION-REC TO ML-BEFORE
               MOVE WS-DR-ACTION (DR-IDX) TO DED-STATUS
               MOVE WS-DR-REASON (DR-IDX) TO DED-REASON
               MOVE RC-BUSINESS-DATE TO DED-RESOLVED-DATE
               MOVE WS-SIGNON-ID TO DED-RESOLVED-BY
               IF WS-DR-ACTION (DR-IDX) = "I"
                   MOVE DED-NUMBER TO DED-REBILL-NO
               END-IF
               REWRITE DEDUCTION-REC
               MOVE DEDUCTION-REC TO ML-AFTER
               MOVE "C" TO ML-ACTION
               PERFORM WRITE-MAINT-LOG
               ADD 1 TO WS-DR-POSTED
               ADD WS-DR-AMOUNT (DR-IDX) TO WS-DR-DEBITS
           END-IF.

       WRITE-REBILL-ITEM.
           MOVE DED-NUMBER        TO OI-INVOICE-NO
           MOVE DED-CUSTOMER      TO OI-CUSTOMER
           MOVE DED-AMOUNT        TO OI-AMOUNT
           MOVE 0                 TO OI-PAID
           MOVE RC-BUSINESS-DATE  TO OI-INVOICE-DATE
           MOVE RC-BUSINESS-DATE  TO OI-DUE-DATE
           MOVE "O"               TO OI-STATUS
           MOVE SPACES            TO OI-CURRENCY
           MOVE 0                 TO OI-FOREIGN
           WRITE OPEN-INVOICE-REC
               INVALID KEY
                   DISPLAY "INVOICE " DED-NUMBER
                       " TAKEN SINCE IT WAS KEYED - NOT BOOKED"
                   MOVE "X" TO WS-DR-ACTION (DR-IDX)
           END-WRITE.

       WRITE-DEDUCTION-BATCH.
      *> The journal claim is already held around the update and
      *> the append.
           MOVE SPACES TO WS-SEQ-PREFIX
           STRING "DD" WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO WS-SEQ-PREFIX
           END-STRING
           PERFORM NEXT-BATCH-SEQ

           OPEN EXTEND JOURNAL-OUT
           IF WS-JFS NOT = "00"
               OPEN OUTPUT JOURNAL-OUT
           END-IF
           IF WS-JFS NOT = "00"
               DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
               PERFORM RELEASE-JOURNAL-LOCK
               STOP RUN
           END-IF

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "DD" WS-BUSINESS-DATE-X WS-BATCH-SEQ
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           COMPUTE CTRL-COUNT = WS-DR-POSTED * 2
           MOVE WS-DR-DEBITS TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           PERFORM VARYING DR-IDX FROM 1 BY 1
                   UNTIL DR-IDX > WS-DR-COUNT
               IF WS-DR-ACTION (DR-IDX) NOT = "X"
                   MOVE RC-BUSINESS-DATE TO JL-DATE
                   MOVE WS-DR-NUMBER (DR-IDX) TO JL-DOC-NO
                   MOVE 1 TO JL-LINE-NO
                   MOVE WS-DR-ACCT-NAME (DR-IDX) TO JL-ACCT-NAME
                   MOVE WS-DR-ACCTNO (DR-IDX) TO JL-ACCTNO
                   MOVE "D" TO JL-DC
                   MOVE WS-DR-AMOUNT (DR-IDX) TO WS-AMT-ED
                   MOVE WS-AMT-ED TO JL-AMOUNT
                   WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

                   MOVE 2 TO JL-LINE-NO
                   MOVE WS-DED-NAME TO JL-ACCT-NAME
                   MOVE WS-DED-ACCTNO TO JL-ACCTNO
                   MOVE "C" TO JL-DC
                   WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
               END-IF
           END-PERFORM

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK.

       NEXT-BATCH-SEQ.
      *> Two-digit batch sequence for this source and business date:
      *> one past the highest already in posted_batches.dat or still
      *> pending in journals.csv, so two same-day batches from one
      *> source never collide in the posted-batch registry.
           MOVE 1 TO WS-BATCH-SEQ
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-RGF2 = "00"
               PERFORM UNTIL WS-SEQ-EOF = "Y"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-SEQ-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SEQ-ID
                           UNSTRING REGISTRY-REC
                               DELIMITED BY ","
                               INTO WS-SEQ-ID
                           END-UNSTRING
                           PERFORM NOTE-BATCH-SEQ
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT JOURNAL-OUT
           IF WS-JFS = "00"
               PERFORM UNTIL WS-SEQ-EOF = "Y"
                   READ JOURNAL-OUT
                       AT END
                           MOVE "Y" TO WS-SEQ-EOF
                       NOT AT END
                           IF JOURNAL-OUT-REC(1:4) = "HDR,"
                               MOVE SPACES TO WS-SEQ-ID
                               UNSTRING JOURNAL-OUT-REC
                                   DELIMITED BY ","
                                   INTO WS-SEQ-TAG
                                       WS-SEQ-ID
                               END-UNSTRING
                               PERFORM NOTE-BATCH-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OUT
           END-IF
           MOVE "N" TO WS-SEQ-EOF.

       NOTE-BATCH-SEQ.
           IF WS-SEQ-ID(1:10) = WS-SEQ-PREFIX(1:10) AND
                   WS-SEQ-ID(11:2) NUMERIC
               MOVE WS-SEQ-ID(11:2) TO WS-SEQ-N
               IF WS-SEQ-N >= WS-BATCH-SEQ
                   IF WS-SEQ-N < 99
                       COMPUTE WS-BATCH-SEQ = WS-SEQ-N + 1
                   ELSE
                       MOVE 99 TO WS-BATCH-SEQ
                   END-IF
               END-IF
           END-IF.

       WRITE-MAINT-LOG.
      *> Every resolution goes on the maintenance journal with the
      *> deduction before and after.
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
      *> Operator sign-on against operators.dat; resolving a
      *> deduction books to the ledger, so inquiry-only operators
      *> are turned away.
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
           IF WS-SIGNON-LEVEL NOT = "U" AND WS-SIGNON-LEVEL NOT = "S"
               DISPLAY "OPERATOR IS NOT AUTHORIZED FOR"
                   " DEDUCTION RESOLUTION"
               STOP RUN
           END-IF.

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
               MOVE "DEDUCT-MAINT" TO LCK-PROGRAM
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
