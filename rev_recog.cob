       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV-RECOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRAL-FILE ASSIGN TO "deferral_schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DSFS.
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
           SELECT REGISTRY-FILE ASSIGN TO "posted_batches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF2.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD DEFERRAL-FILE.
           COPY DEFSCHED.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC      PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD REGISTRY-FILE.
       01 REGISTRY-REC         PIC X(30).

       FD LOCK-FILE.
       01 LOCK-REC             PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS              PIC X(2).
           COPY JRNLOCK.
       01 WS-DSFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-JFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01 WS-DEBIT-TOTAL       PIC S9(12)V99 VALUE 0.
       01 WS-AMT-ED            PIC -(7)9.99.

       01 WS-DEFREV-NAME       PIC X(20)
                               VALUE "DEFERRED REVENUE".
       01 WS-REVENUE-NAME      PIC X(20)
                               VALUE "REVENUE".
       01 WS-DEFREV-ACCTNO     PIC X(6).
       01 WS-REVENUE-ACCTNO    PIC X(6).

       01 WS-RGF2              PIC X(2).
       01 WS-BATCH-SEQ         PIC 9(2) VALUE 1.
       01 WS-SEQ-PREFIX        PIC X(10).
       01 WS-SEQ-TAG           PIC X(3).
       01 WS-SEQ-ID            PIC X(12).
       01 WS-SEQ-N             PIC 9(2).
       01 WS-SEQ-EOF           PIC X VALUE "N".

      *> Every schedule month whose period has come and is not yet
      *> recognized is released in this run, so a month missed is
      *> caught up in the next one.  One document per invoice,
      *> numbered DR + YYMM + a sequence that carries on past the
      *> documents an earlier run in the same period already used
      *> (the schedule rows keep the document that released them).
       01 WS-PERIOD-X          PIC X(6).
       01 WS-DOC-SEQ           PIC 9(4) VALUE 0.
       01 WS-DOC-SEQ-IN        PIC 9(4) VALUE 0.
       01 WS-CUR-INVOICE       PIC X(10) VALUE SPACES.
       01 WS-CUR-DOC-NO        PIC X(10) VALUE SPACES.
       01 WS-DOC-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-DOC-COUNT         PIC 9(5) VALUE 0.
       01 WS-ROWS-RELEASED     PIC 9(7) VALUE 0.

       01 WS-CL-YYYY           PIC 9(4).
       01 WS-CL-MM             PIC 9(2).
       01 WS-CL-DD             PIC 9(2).
       01 WS-LEAP-YEAR         PIC X VALUE "N".
       01 WS-CL-YYYY-X         PIC X(4).
       01 WS-CL-MM-X           PIC X(2).
       01 WS-CL-DD-X           PIC X(2).
       01 WS-RECOG-DATE        PIC X(10).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM SET-RECOG-DATE
           MOVE RC-PERIOD TO WS-PERIOD-X

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-DEFREV-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "DEFERRED REVENUE ACCOUNT NOT FOUND"
                   MOVE SPACES TO WS-DEFREV-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-DEFREV-ACCTNO
           END-READ

           MOVE WS-REVENUE-NAME TO ACC-NAME
           READ ACCOUNT-MASTER KEY IS ACC-NAME
               INVALID KEY
                   DISPLAY "REVENUE ACCOUNT NOT FOUND"
                   MOVE SPACES TO WS-REVENUE-ACCTNO
               NOT INVALID KEY
                   MOVE ACC-NUMBER TO WS-REVENUE-ACCTNO
           END-READ
           CLOSE ACCOUNT-MASTER

           IF WS-DEFREV-ACCTNO = SPACES OR WS-REVENUE-ACCTNO = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O DEFERRAL-FILE
           IF WS-DSFS NOT = "00"
               DISPLAY "NO DEFERRAL SCHEDULE FILE - NOTHING TO"
                   " RECOGNIZE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

      *> First pass: count the documents due and total the debit
      *> side so the HDR control record can go out in front.
           PERFORM COUNT-DUE-MONTHS

           IF WS-LINE-COUNT = 0
               DISPLAY "NO DEFERRED REVENUE DUE FOR PERIOD " RC-PERIOD
               CLOSE DEFERRAL-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-SEQ-PREFIX
           STRING "DR" WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO WS-SEQ-PREFIX
           END-STRING
           PERFORM NEXT-BATCH-SEQ

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
               CLOSE DEFERRAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "DR" WS-BUSINESS-DATE-X WS-BATCH-SEQ
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           MOVE WS-LINE-COUNT TO CTRL-COUNT
           MOVE WS-DEBIT-TOTAL TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           PERFORM RELEASE-DUE-MONTHS

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK
           CLOSE DEFERRAL-FILE

           DISPLAY "DEFERRED REVENUE RECOGNIZED: " WS-DOC-COUNT
               " INVOICES, " WS-ROWS-RELEASED " MONTHS FOR PERIOD "
               RC-PERIOD
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

       SET-RECOG-DATE.
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
           MOVE SPACES TO WS-RECOG-DATE
           STRING WS-CL-YYYY-X "-" WS-CL-MM-X "-" WS-CL-DD-X
               DELIMITED BY SIZE INTO WS-RECOG-DATE
           END-STRING
           IF WS-BUSINESS-DATE-X(1:6) = RC-PERIOD AND
                   RC-BUSINESS-DATE < WS-RECOG-DATE
               MOVE RC-BUSINESS-DATE TO WS-RECOG-DATE
           END-IF.

       COUNT-DUE-MONTHS.
      *> The schedule is keyed invoice then month, so an invoice's
      *> months come together and each change of invoice among the
      *> due rows is one more two-line document.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-CUR-INVOICE
           MOVE LOW-VALUES TO DS-KEY
           START DEFERRAL-FILE KEY IS GREATER THAN DS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ DEFERRAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DS-STATUS = "R" AND
                               DS-POSTED-PERIOD = RC-PERIOD AND
                               DS-DOC-NO(7:4) NUMERIC
                           MOVE DS-DOC-NO(7:4) TO WS-DOC-SEQ-IN
                           IF WS-DOC-SEQ-IN > WS-DOC-SEQ
                               MOVE WS-DOC-SEQ-IN TO WS-DOC-SEQ
                           END-IF
                       END-IF
                       IF DS-STATUS = "O" AND DS-PERIOD <= RC-PERIOD
                           IF DS-INVOICE-NO NOT = WS-CUR-INVOICE
                               ADD 2 TO WS-LINE-COUNT
                               MOVE DS-INVOICE-NO TO WS-CUR-INVOICE
                           END-IF
                           ADD DS-AMOUNT TO WS-DEBIT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-CUR-INVOICE
           MOVE "N" TO WS-EOF.

       RELEASE-DUE-MONTHS.
      *> Each due month is marked recognized as it is read; the
      *> invoice's document goes out once its last due month has
      *> been added in.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-CUR-INVOICE
           MOVE 0 TO WS-DOC-AMOUNT
           MOVE LOW-VALUES TO DS-KEY
           START DEFERRAL-FILE KEY IS GREATER THAN DS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ DEFERRAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DS-STATUS = "O" AND DS-PERIOD <= RC-PERIOD
                           IF DS-INVOICE-NO NOT = WS-CUR-INVOICE
                               PERFORM WRITE-RECOG-DOCUMENT
                               PERFORM START-RECOG-DOCUMENT
                           END-IF
                           ADD DS-AMOUNT TO WS-DOC-AMOUNT
                           MOVE "R" TO DS-STATUS
                           MOVE RC-PERIOD TO DS-POSTED-PERIOD
                           MOVE WS-CUR-DOC-NO TO DS-DOC-NO
                           REWRITE DEFERRAL-REC
                           ADD 1 TO WS-ROWS-RELEASED
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-RECOG-DOCUMENT
           MOVE "N" TO WS-EOF.

       START-RECOG-DOCUMENT.
           MOVE DS-INVOICE-NO TO WS-CUR-INVOICE
           MOVE 0 TO WS-DOC-AMOUNT
           ADD 1 TO WS-DOC-SEQ
           MOVE SPACES TO WS-CUR-DOC-NO
           STRING "DR" WS-PERIOD-X(3:4) WS-DOC-SEQ
               DELIMITED BY SIZE INTO WS-CUR-DOC-NO
           END-STRING.

       WRITE-RECOG-DOCUMENT.
      *> Nothing to write before the first due invoice is met.
           IF WS-CUR-INVOICE NOT = SPACES
               MOVE WS-RECOG-DATE     TO JL-DATE
               MOVE WS-CUR-DOC-NO     TO JL-DOC-NO
               MOVE 1                 TO JL-LINE-NO
               MOVE WS-DEFREV-NAME    TO JL-ACCT-NAME
               MOVE WS-DEFREV-ACCTNO  TO JL-ACCTNO
               MOVE "D"               TO JL-DC
               MOVE WS-DOC-AMOUNT     TO WS-AMT-ED
               MOVE WS-AMT-ED         TO JL-AMOUNT
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

               MOVE 2                 TO JL-LINE-NO
               MOVE WS-REVENUE-NAME   TO JL-ACCT-NAME
               MOVE WS-REVENUE-ACCTNO TO JL-ACCTNO
               MOVE "C"               TO JL-DC
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
               ADD 1 TO WS-DOC-COUNT
           END-IF.

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
               MOVE "REV-RECOG" TO LCK-PROGRAM
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
