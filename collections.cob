       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "open_invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OIFS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CMFS.
           SELECT NOTES-FILE ASSIGN TO "collection_notes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNFS.
           SELECT AR-CONTROL-FILE ASSIGN TO "ar_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTFS.
           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD NOTES-FILE.
       01 NOTES-REC            PIC X(120).

       FD AR-CONTROL-FILE.
       01 AR-CONTROL-REC       PIC X(80).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD LETTER-FILE.
       01 LETTER-REC           PIC X(80).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-ALFS              PIC X(2).
           COPY AUDITREC.
       01 WS-OIFS              PIC X(2).
       01 WS-CMFS              PIC X(2).
       01 WS-CNFS              PIC X(2).
       01 WS-LTFS              PIC X(2).
       01 WS-ACFS              PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
           COPY ARCTLREC.
           COPY COLLNOTE.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-RECORDS-READ      PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01 WS-TABLE-FULL        PIC X VALUE "N".
       01 WS-AMT-ED            PIC -(9)9.99.

       01 WS-ASOF-INT          PIC 9(8) COMP VALUE 0.
       01 WS-DATE-INT          PIC 9(8) COMP VALUE 0.
       01 WS-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-DATE-X            PIC X(10).
       01 WS-DAYS-PAST         PIC S9(5) COMP VALUE 0.
       01 WS-OPEN-AMT          PIC S9(9)V99 VALUE 0.

      *> One entry per customer with an open balance.  The dunning
      *> level follows the oldest past-due invoice: 1 (friendly
      *> reminder) from 30 days, 2 (firm notice) from 60, 3 (final
      *> demand) from 90.  The notes fill in the last contact, the
      *> latest promise to pay and the last date each letter level
      *> went out.
       01 WS-CU-COUNT          PIC 9(3) VALUE 0.
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 500 TIMES INDEXED BY CU-IDX.
               10 WS-CU-CUST        PIC X(6).
               10 WS-CU-OPEN        PIC S9(11)V99.
               10 WS-CU-PAST-DUE    PIC S9(11)V99.
               10 WS-CU-OLDEST      PIC S9(5).
               10 WS-CU-LEVEL       PIC 9.
               10 WS-CU-PD-COUNT    PIC 9(4).
               10 WS-CU-LAST-CONTACT PIC X(10).
               10 WS-CU-PROM-NOTED  PIC X(10).
               10 WS-CU-PROM-DATE   PIC X(10).
               10 WS-CU-PROM-AMT    PIC S9(9)V99.
               10 WS-CU-PROM-BAL    PIC S9(11)V99.
               10 WS-CU-LAST-LETTER PIC X(10) OCCURS 3 TIMES.
      *> B broken promise, P promise still pending, space neither.
               10 WS-CU-PROMISE     PIC X.
      *> S letter sent this run, H held (same level sent within the
      *> spacing days), W withheld while a promise is pending.
               10 WS-CU-ACTION      PIC X.
               10 WS-CU-KEY         PIC 9(16)V99.
       01 WS-FOUND-IDX         PIC 9(3) VALUE 0.
       01 WS-LEVEL             PIC 9 VALUE 0.

      *> The past-due invoices, listed on the customer's letter.
       01 WS-PD-COUNT          PIC 9(4) VALUE 0.
       01 WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 3000 TIMES INDEXED BY PD-IDX.
               10 WS-PD-CU          PIC 9(3).
               10 WS-PD-INVOICE     PIC X(10).
               10 WS-PD-DUE-DATE    PIC X(10).
               10 WS-PD-DAYS        PIC S9(5).
               10 WS-PD-OPEN        PIC S9(9)V99.

      *> Worklist order: broken promises first, then the highest
      *> dunning level, then the largest past-due balance.
       01 WS-ORDER-COUNT       PIC 9(3) VALUE 0.
       01 WS-ORDER-TABLE.
           05 WS-ORDER OCCURS 500 TIMES PIC 9(3).
       01 WS-SORT-I            PIC 9(3) VALUE 0.
       01 WS-SORT-J            PIC 9(3) VALUE 0.
       01 WS-SORT-HOLD         PIC 9(3) VALUE 0.
       01 WS-SORT-DONE         PIC X VALUE "N".
       01 WS-RANK              PIC 9(3) VALUE 0.
       01 WS-CUR               PIC 9(3) VALUE 0.

       01 WS-DUN-DAYS          PIC 9(3) VALUE 30.
       01 WS-SENT-COUNT        PIC 9(5) VALUE 0.
       01 WS-SENT-BY-LEVEL.
           05 WS-SENT-LEVEL OCCURS 3 TIMES PIC 9(5).
       01 WS-HELD-COUNT        PIC 9(5) VALUE 0.
       01 WS-BROKEN-COUNT      PIC 9(5) VALUE 0.

       01 WS-WORK-HEAD.
           05 FILLER            PIC X(5) VALUE "RANK".
           05 FILLER            PIC X(7) VALUE "CUST".
           05 FILLER            PIC X(21) VALUE "NAME".
           05 FILLER            PIC X(16) VALUE "PHONE".
           05 FILLER            PIC X(14) VALUE "   OPEN BAL".
           05 FILLER            PIC X(14) VALUE "   PAST DUE".
           05 FILLER            PIC X(6) VALUE " DAYS".
           05 FILLER            PIC X(4) VALUE "LVL".
           05 FILLER            PIC X(11) VALUE "LAST CONT".
           05 FILLER            PIC X(11) VALUE "PROMISED".
           05 FILLER            PIC X(23) VALUE "STATUS".
       01 WS-WORK-LINE.
           05 PWK-RANK          PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PWK-CUST          PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PWK-NAME          PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 PWK-PHONE         PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 PWK-OPEN          PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 PWK-PAST-DUE      PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 PWK-DAYS          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PWK-LEVEL         PIC 9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PWK-CONTACT       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PWK-PROMISE       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PWK-STATUS        PIC X(23).

      *> Dunning letters go to their own print file, each letter
      *> the same fixed number of lines so the printer stays on the
      *> form without page ejects.
       01 WS-LETTER-NAME       PIC X(30).
       01 WS-LETTER-LINE       PIC X(80).
       01 WS-LETTER-LINES      PIC 9(2) VALUE 60.
       01 WS-LETTER-LINE-NO    PIC 9(2) VALUE 0.
       01 WS-LETTER-MAX-INV    PIC 9(2) VALUE 20.
       01 WS-LETTER-INV        PIC 9(4) VALUE 0.
       01 WS-LETTER-REST       PIC 9(4) VALUE 0.
       01 WS-LETTER-DETAIL.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 PLD-INVOICE       PIC X(10).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 PLD-DUE-DATE      PIC X(10).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 PLD-DAYS          PIC ZZZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 PLD-OPEN          PIC -(9)9.99.
       01 WS-LETTER-TITLES.
           05 FILLER            PIC X(30) VALUE "PAYMENT REMINDER".
           05 FILLER            PIC X(30)
                                VALUE "SECOND NOTICE - PAST DUE".
           05 FILLER            PIC X(30)
                                VALUE "FINAL DEMAND FOR PAYMENT".
       01 WS-LETTER-TITLE-TBL REDEFINES WS-LETTER-TITLES.
           05 WS-LETTER-TITLE   PIC X(30) OCCURS 3 TIMES.
       01 WS-LETTER-TEXTS.
           05 FILLER            PIC X(54) VALUE
               "OUR RECORDS SHOW THAT THE INVOICES LISTED BELOW ARE".
           05 FILLER            PIC X(54) VALUE
               "NOW PAST DUE.  IF YOUR PAYMENT IS ALREADY ON ITS WAY,".
           05 FILLER            PIC X(54) VALUE
               "PLEASE ACCEPT OUR THANKS AND DISREGARD THIS REMINDER.".
           05 FILLER            PIC X(54) VALUE
               "OTHERWISE WE WOULD BE GRATEFUL FOR YOUR REMITTANCE AT".
           05 FILLER            PIC X(54) VALUE
               "YOUR EARLIEST CONVENIENCE.".
           05 FILLER            PIC X(54) VALUE SPACES.
           05 FILLER            PIC X(54) VALUE
               "DESPITE OUR EARLIER REMINDER, THE INVOICES LISTED".
           05 FILLER            PIC X(54) VALUE
               "BELOW REMAIN UNPAID AND ARE NOW MORE THAN 60 DAYS PAST".
           05 FILLER            PIC X(54) VALUE
               "DUE.  PLEASE SEND PAYMENT IN FULL WITHIN TEN DAYS OR".
           05 FILLER            PIC X(54) VALUE
               "CALL US TO DISCUSS THE ACCOUNT.  FURTHER DELAY MAY".
           05 FILLER            PIC X(54) VALUE
               "AFFECT THE CREDIT TERMS WE ARE ABLE TO OFFER YOU.".
           05 FILLER            PIC X(54) VALUE SPACES.
           05 FILLER            PIC X(54) VALUE
               "THE INVOICES LISTED BELOW ARE MORE THAN 90 DAYS PAST".
           05 FILLER            PIC X(54) VALUE
               "DUE AND OUR PREVIOUS NOTICES HAVE GONE UNANSWERED.".
           05 FILLER            PIC X(54) VALUE
               "THIS IS OUR FINAL DEMAND FOR PAYMENT.  UNLESS THE FULL".
           05 FILLER            PIC X(54) VALUE
               "PAST-DUE BALANCE IS RECEIVED WITHIN TEN DAYS OF THE".
           05 FILLER            PIC X(54) VALUE
               "DATE OF THIS LETTER, THE ACCOUNT WILL BE PLACED ON".
           05 FILLER            PIC X(54) VALUE
               "CREDIT HOLD AND REFERRED FOR COLLECTION.".
       01 WS-LETTER-TEXT-TBL REDEFINES WS-LETTER-TEXTS.
           05 WS-LETTER-TEXT    PIC X(54) OCCURS 18 TIMES.
       01 WS-TEXT-IDX          PIC 9(2) VALUE 0.
       01 WS-TEXT-N            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM READ-AR-CONTROL
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)

           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               DISPLAY "COULD NOT OPEN OPEN-INVOICE FILE"
               DISPLAY "RUN AR-INTERFACE FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LOW-VALUES TO OI-INVOICE-NO
           START OPEN-INVOICE-FILE KEY IS GREATER THAN OI-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF OI-STATUS = "O"
                           PERFORM NOTE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-INVOICE-FILE
           MOVE "N" TO WS-EOF

           PERFORM LOAD-NOTES
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CU-COUNT
               PERFORM ASSESS-ONE-CUSTOMER
           END-PERFORM
           PERFORM RANK-WORKLIST

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CMFS NOT = "00"
               DISPLAY "COULD NOT OPEN CUSTOMER MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-LETTER-NAME
           STRING "DUNNING-" WS-BUSINESS-DATE-X ".TXT"
               DELIMITED BY SIZE INTO WS-LETTER-NAME
           END-STRING
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND NOTES-FILE
           IF WS-CNFS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF
           MOVE "COLLECTIONS WORKLIST" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT
           PERFORM PRINT-WORKLIST
           PERFORM CLOSE-REPORT
           CLOSE LETTER-FILE
           CLOSE NOTES-FILE
           CLOSE CUSTOMER-MASTER
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "CUSTOMERS ON WORKLIST: " WS-ORDER-COUNT
           DISPLAY "BROKEN PROMISES FLAGGED: " WS-BROKEN-COUNT
           DISPLAY "DUNNING LETTERS: " WS-SENT-COUNT
               " (REMINDER " WS-SENT-LEVEL (1) ", NOTICE "
               WS-SENT-LEVEL (2) ", FINAL " WS-SENT-LEVEL (3) ")"
           IF WS-HELD-COUNT > 0
               DISPLAY "LETTERS HELD - SAME LEVEL SENT WITHIN "
                   WS-DUN-DAYS " DAYS: " WS-HELD-COUNT
           END-IF
           IF WS-SENT-COUNT > 0
               DISPLAY "LETTERS ARE IN " WS-LETTER-NAME
           END-IF
           IF WS-TABLE-FULL = "Y"
               DISPLAY "MORE CUSTOMERS OR PAST-DUE INVOICES THAN THE"
                   " WORKLIST HOLDS - LIST IS INCOMPLETE"
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
           IF RC-BUSINESS-DATE = SPACES
               MOVE SPACES TO RC-BUSINESS-DATE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                       FUNCTION CURRENT-DATE(5:2) "-"
                       FUNCTION CURRENT-DATE(7:2)
                   DELIMITED BY SIZE INTO RC-BUSINESS-DATE
               END-STRING
           END-IF
           IF RC-PERIOD NOT NUMERIC OR RC-PERIOD = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO RC-PERIOD
           END-IF
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       READ-AR-CONTROL.
           MOVE SPACES TO WS-AR-CONTROL
           OPEN INPUT AR-CONTROL-FILE
           IF WS-ACFS = "00"
               READ AR-CONTROL-FILE INTO WS-AR-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE AR-CONTROL-FILE
           END-IF
           IF ARC-DUN-DAYS NUMERIC AND ARC-DUN-DAYS > 0
               MOVE ARC-DUN-DAYS TO WS-DUN-DAYS
           END-IF.

       NOTE-ONE-INVOICE.
           COMPUTE WS-OPEN-AMT = OI-AMOUNT - OI-PAID
           MOVE 0 TO WS-DAYS-PAST
           MOVE OI-DUE-DATE TO WS-DATE-X
           PERFORM DAYS-SINCE-DATE
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-FOUND-IDX = 0
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               SET CU-IDX TO WS-FOUND-IDX
               ADD WS-OPEN-AMT TO WS-CU-OPEN (CU-IDX)
               IF WS-DAYS-PAST > 0 AND WS-OPEN-AMT > 0
                   ADD WS-OPEN-AMT TO WS-CU-PAST-DUE (CU-IDX)
                   ADD 1 TO WS-CU-PD-COUNT (CU-IDX)
                   IF WS-DAYS-PAST > WS-CU-OLDEST (CU-IDX)
                       MOVE WS-DAYS-PAST TO WS-CU-OLDEST (CU-IDX)
                   END-IF
                   IF WS-PD-COUNT < 3000
                       ADD 1 TO WS-PD-COUNT
                       SET PD-IDX TO WS-PD-COUNT
                       MOVE WS-FOUND-IDX TO WS-PD-CU (PD-IDX)
                       MOVE OI-INVOICE-NO TO WS-PD-INVOICE (PD-IDX)
                       MOVE OI-DUE-DATE TO WS-PD-DUE-DATE (PD-IDX)
                       MOVE WS-DAYS-PAST TO WS-PD-DAYS (PD-IDX)
                       MOVE WS-OPEN-AMT TO WS-PD-OPEN (PD-IDX)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       DAYS-SINCE-DATE.
      *> WS-DAYS-PAST becomes the days from WS-DATE-X to the
      *> business date, zero when WS-DATE-X is not a date.
           MOVE 0 TO WS-DAYS-PAST
           IF WS-DATE-X(1:4) NUMERIC AND
                   WS-DATE-X(6:2) NUMERIC AND
                   WS-DATE-X(9:2) NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(WS-DATE-X(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-X(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-X(9:2))
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-DATE-INT > 0
                   COMPUTE WS-DAYS-PAST = WS-ASOF-INT - WS-DATE-INT
               END-IF
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CU-COUNT
               IF WS-CU-CUST (CU-IDX) = OI-CUSTOMER
                   SET WS-FOUND-IDX TO CU-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 AND WS-CU-COUNT < 500
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-FOUND-IDX
               SET CU-IDX TO WS-CU-COUNT
               MOVE OI-CUSTOMER TO WS-CU-CUST (CU-IDX)
               MOVE 0 TO WS-CU-OPEN (CU-IDX)
               MOVE 0 TO WS-CU-PAST-DUE (CU-IDX)
               MOVE 0 TO WS-CU-OLDEST (CU-IDX)
               MOVE 0 TO WS-CU-LEVEL (CU-IDX)
               MOVE 0 TO WS-CU-PD-COUNT (CU-IDX)
               MOVE SPACES TO WS-CU-LAST-CONTACT (CU-IDX)
               MOVE SPACES TO WS-CU-PROM-NOTED (CU-IDX)
               MOVE SPACES TO WS-CU-PROM-DATE (CU-IDX)
               MOVE 0 TO WS-CU-PROM-AMT (CU-IDX)
               MOVE 0 TO WS-CU-PROM-BAL (CU-IDX)
               MOVE SPACES TO WS-CU-LAST-LETTER (CU-IDX, 1)
               MOVE SPACES TO WS-CU-LAST-LETTER (CU-IDX, 2)
               MOVE SPACES TO WS-CU-LAST-LETTER (CU-IDX, 3)
               MOVE SPACE TO WS-CU-PROMISE (CU-IDX)
               MOVE SPACE TO WS-CU-ACTION (CU-IDX)
               MOVE 0 TO WS-CU-KEY (CU-IDX)
           END-IF.

       LOAD-NOTES.
      *> The notes are in the order they were made, so the last
      *> promise and the last letter of each level read win.
           MOVE "N" TO WS-EOF
           OPEN INPUT NOTES-FILE
           IF WS-CNFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ NOTES-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM NOTE-ONE-CONTACT
               END-READ
           END-PERFORM
           IF WS-CNFS = "00" OR WS-CNFS = "10"
               CLOSE NOTES-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       NOTE-ONE-CONTACT.
           MOVE SPACES TO CN-IN-CUSTOMER CN-IN-DATE CN-IN-KIND
               CN-IN-COLLECTOR CN-IN-ACTION CN-IN-PROMISE-DATE
               CN-IN-PROMISE-AMT-X CN-IN-BALANCE-X CN-IN-TEXT
           UNSTRING NOTES-REC
               DELIMITED BY ","
               INTO CN-IN-CUSTOMER
                   CN-IN-DATE
                   CN-IN-KIND
                   CN-IN-COLLECTOR
                   CN-IN-ACTION
                   CN-IN-PROMISE-DATE
                   CN-IN-PROMISE-AMT-X
                   CN-IN-BALANCE-X
                   CN-IN-TEXT
           END-UNSTRING
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CU-COUNT
               IF WS-CU-CUST (CU-IDX) = CN-IN-CUSTOMER
                   SET WS-FOUND-IDX TO CU-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               SET CU-IDX TO WS-FOUND-IDX
               EVALUATE CN-IN-KIND
                   WHEN "L"
                       IF CN-IN-ACTION >= "1" AND CN-IN-ACTION <= "3"
                           MOVE CN-IN-ACTION TO WS-LEVEL
                           MOVE CN-IN-DATE TO
                               WS-CU-LAST-LETTER (CU-IDX, WS-LEVEL)
                       END-IF
                   WHEN "C"
                       MOVE CN-IN-DATE TO WS-CU-LAST-CONTACT (CU-IDX)
                       IF CN-IN-PROMISE-DATE NOT = SPACES
                           MOVE CN-IN-DATE TO
                               WS-CU-PROM-NOTED (CU-IDX)
                           MOVE CN-IN-PROMISE-DATE TO
                               WS-CU-PROM-DATE (CU-IDX)
                           MOVE 0 TO WS-CU-PROM-AMT (CU-IDX)
                           MOVE 0 TO WS-CU-PROM-BAL (CU-IDX)
                           IF FUNCTION TEST-NUMVAL(CN-IN-PROMISE-AMT-X)
                                   = 0
                               MOVE FUNCTION NUMVAL(CN-IN-PROMISE-AMT-X)
                                   TO WS-CU-PROM-AMT (CU-IDX)
                           END-IF
                           IF FUNCTION TEST-NUMVAL(CN-IN-BALANCE-X) = 0
                               MOVE FUNCTION NUMVAL(CN-IN-BALANCE-X)
                                   TO WS-CU-PROM-BAL (CU-IDX)
                           END-IF
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
           END-IF.

       ASSESS-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-CU-OLDEST (CU-IDX) >= 90
                   MOVE 3 TO WS-CU-LEVEL (CU-IDX)
               WHEN WS-CU-OLDEST (CU-IDX) >= 60
                   MOVE 2 TO WS-CU-LEVEL (CU-IDX)
               WHEN WS-CU-OLDEST (CU-IDX) >= 30
                   MOVE 1 TO WS-CU-LEVEL (CU-IDX)
               WHEN OTHER
                   MOVE 0 TO WS-CU-LEVEL (CU-IDX)
           END-EVALUATE

      *> A promise is kept once the balance has come down by the
      *> amount promised since it was made; past its date without
      *> that, it is broken.  While a promise is still running the
      *> customer gets no letter.
           IF WS-CU-PROM-DATE (CU-IDX) NOT = SPACES
               IF WS-CU-PROM-DATE (CU-IDX) >= RC-BUSINESS-DATE
                   MOVE "P" TO WS-CU-PROMISE (CU-IDX)
               ELSE
                   IF WS-CU-OPEN (CU-IDX) > WS-CU-PROM-BAL (CU-IDX)
                           - WS-CU-PROM-AMT (CU-IDX)
                       MOVE "B" TO WS-CU-PROMISE (CU-IDX)
                       ADD 1 TO WS-BROKEN-COUNT
                   END-IF
               END-IF
           END-IF

           IF WS-CU-LEVEL (CU-IDX) > 0
               MOVE WS-CU-LEVEL (CU-IDX) TO WS-LEVEL
               IF WS-CU-PROMISE (CU-IDX) = "P"
                   MOVE "W" TO WS-CU-ACTION (CU-IDX)
               ELSE
                   MOVE "S" TO WS-CU-ACTION (CU-IDX)
                   MOVE WS-CU-LAST-LETTER (CU-IDX, WS-LEVEL)
                       TO WS-DATE-X
                   IF WS-DATE-X NOT = SPACES
                       PERFORM DAYS-SINCE-DATE
                       IF WS-DAYS-PAST < WS-DUN-DAYS
                           MOVE "H" TO WS-CU-ACTION (CU-IDX)
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-CU-PAST-DUE (CU-IDX) > 0 OR
                   WS-CU-PROMISE (CU-IDX) = "B"
               MOVE 0 TO WS-CU-KEY (CU-IDX)
               IF WS-CU-PROMISE (CU-IDX) = "B"
                   ADD 10000000000000 TO WS-CU-KEY (CU-IDX)
               END-IF
               COMPUTE WS-CU-KEY (CU-IDX) = WS-CU-KEY (CU-IDX)
                   + WS-CU-LEVEL (CU-IDX) * 1000000000000
                   + WS-CU-PAST-DUE (CU-IDX)
               ADD 1 TO WS-ORDER-COUNT
               SET WS-ORDER (WS-ORDER-COUNT) TO CU-IDX
           END-IF.

       RANK-WORKLIST.
      *> Insertion sort on the key, highest first.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-ORDER-COUNT
               MOVE WS-ORDER (WS-SORT-I) TO WS-SORT-HOLD
               MOVE WS-SORT-I TO WS-SORT-J
               MOVE "N" TO WS-SORT-DONE
               PERFORM UNTIL WS-SORT-DONE = "Y"
                   IF WS-SORT-J < 2
                       MOVE "Y" TO WS-SORT-DONE
                   ELSE
                       IF WS-CU-KEY (WS-ORDER (WS-SORT-J - 1)) <
                               WS-CU-KEY (WS-SORT-HOLD)
                           MOVE WS-ORDER (WS-SORT-J - 1)
                               TO WS-ORDER (WS-SORT-J)
                           SUBTRACT 1 FROM WS-SORT-J
                       ELSE
                           MOVE "Y" TO WS-SORT-DONE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-ORDER (WS-SORT-J)
           END-PERFORM.

       PRINT-WORKLIST.
           STRING "CUSTOMERS PAST DUE AS OF " RC-BUSINESS-DATE
                   " - BROKEN PROMISES FIRST, THEN OLDEST BUCKET,"
                   " THEN LARGEST PAST-DUE BALANCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE WS-WORK-HEAD TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-ORDER-COUNT
               MOVE WS-ORDER (WS-SORT-I) TO WS-CUR
               SET CU-IDX TO WS-CUR
               ADD 1 TO WS-RANK
               PERFORM WORK-ONE-CUSTOMER
           END-PERFORM.

       WORK-ONE-CUSTOMER.
           MOVE WS-CU-CUST (CU-IDX) TO CUST-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO CUST-NAME
                   MOVE SPACES TO CUST-PHONE CUST-ADDRESS
           END-READ
           MOVE WS-RANK TO PWK-RANK
           MOVE WS-CU-CUST (CU-IDX) TO PWK-CUST
           MOVE CUST-NAME TO PWK-NAME
           MOVE CUST-PHONE TO PWK-PHONE
           MOVE WS-CU-OPEN (CU-IDX) TO PWK-OPEN
           MOVE WS-CU-PAST-DUE (CU-IDX) TO PWK-PAST-DUE
           MOVE WS-CU-OLDEST (CU-IDX) TO PWK-DAYS
           MOVE WS-CU-LEVEL (CU-IDX) TO PWK-LEVEL
           MOVE WS-CU-LAST-CONTACT (CU-IDX) TO PWK-CONTACT
           MOVE WS-CU-PROM-DATE (CU-IDX) TO PWK-PROMISE
           MOVE SPACES TO PWK-STATUS
           MOVE WS-CU-LEVEL (CU-IDX) TO WS-LEVEL
           EVALUATE TRUE
               WHEN WS-CU-PROMISE (CU-IDX) = "B" AND
                       WS-CU-ACTION (CU-IDX) = "S"
                   STRING "BROKEN PROMISE-LETTER " WS-LEVEL
                       DELIMITED BY SIZE INTO PWK-STATUS
                   END-STRING
               WHEN WS-CU-PROMISE (CU-IDX) = "B"
                   MOVE "BROKEN PROMISE" TO PWK-STATUS
               WHEN WS-CU-ACTION (CU-IDX) = "W"
                   MOVE "PROMISE PENDING" TO PWK-STATUS
               WHEN WS-CU-ACTION (CU-IDX) = "S"
                   STRING "LETTER " WS-LEVEL " SENT"
                       DELIMITED BY SIZE INTO PWK-STATUS
                   END-STRING
               WHEN WS-CU-ACTION (CU-IDX) = "H"
                   STRING "LETTER " WS-LEVEL " SENT "
                           WS-CU-LAST-LETTER (CU-IDX, WS-LEVEL)
                       DELIMITED BY SIZE INTO PWK-STATUS
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-WORK-LINE TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-CU-ACTION (CU-IDX) = "S"
               PERFORM PRINT-LETTER
               PERFORM RECORD-LETTER
           END-IF.

       PRINT-LETTER.
           MOVE 0 TO WS-LETTER-LINE-NO
           MOVE WS-RPT-COMPANY TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE RC-BUSINESS-DATE TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE CUST-NAME TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE CUST-ADDRESS TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           STRING "ACCOUNT " WS-CU-CUST (CU-IDX)
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE WS-LETTER-TITLE (WS-LEVEL) TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM VARYING WS-TEXT-N FROM 1 BY 1 UNTIL WS-TEXT-N > 6
               COMPUTE WS-TEXT-IDX = (WS-LEVEL - 1) * 6 + WS-TEXT-N
               MOVE WS-LETTER-TEXT (WS-TEXT-IDX) TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
           END-PERFORM
           PERFORM WRITE-LETTER-LINE
           MOVE "    INVOICE       DUE DATE      DAYS LATE"
               TO WS-LETTER-LINE
           MOVE "   AMOUNT DUE" TO WS-LETTER-LINE(42:)
           PERFORM WRITE-LETTER-LINE

      *> The letter has room for twenty invoices; any more are
      *> summed into one line.
           MOVE 0 TO WS-LETTER-INV
           MOVE 0 TO WS-LETTER-REST
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PD-COUNT
               IF WS-PD-CU (PD-IDX) = WS-CUR
                   IF WS-LETTER-INV < WS-LETTER-MAX-INV
                       ADD 1 TO WS-LETTER-INV
                       MOVE WS-PD-INVOICE (PD-IDX) TO PLD-INVOICE
                       MOVE WS-PD-DUE-DATE (PD-IDX) TO PLD-DUE-DATE
                       MOVE WS-PD-DAYS (PD-IDX) TO PLD-DAYS
                       MOVE WS-PD-OPEN (PD-IDX) TO PLD-OPEN
                       MOVE WS-LETTER-DETAIL TO WS-LETTER-LINE
                       PERFORM WRITE-LETTER-LINE
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-LETTER-REST =
               WS-CU-PD-COUNT (CU-IDX) - WS-LETTER-INV
           IF WS-LETTER-REST > 0
               STRING "    AND " WS-LETTER-REST
                       " FURTHER PAST-DUE INVOICES"
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
               END-STRING
               PERFORM WRITE-LETTER-LINE
           END-IF
           PERFORM WRITE-LETTER-LINE
           MOVE WS-CU-PAST-DUE (CU-IDX) TO WS-AMT-ED
           STRING "    TOTAL NOW PAST DUE" WS-AMT-ED
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-STRING
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "IF YOU HAVE ANY QUESTION ABOUT THESE INVOICES PLEASE"
               TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "CALL OUR ACCOUNTS RECEIVABLE DEPARTMENT."
               TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "ACCOUNTS RECEIVABLE DEPARTMENT" TO WS-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM UNTIL WS-LETTER-LINE-NO >= WS-LETTER-LINES
               PERFORM WRITE-LETTER-LINE
           END-PERFORM
           ADD 1 TO WS-SENT-COUNT
           ADD 1 TO WS-SENT-LEVEL (WS-LEVEL).

       WRITE-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE
           ADD 1 TO WS-LETTER-LINE-NO
           MOVE SPACES TO WS-LETTER-LINE.

       RECORD-LETTER.
           MOVE WS-CU-CUST (CU-IDX) TO CN-CUSTOMER
           MOVE RC-BUSINESS-DATE TO CN-DATE
           MOVE "L" TO CN-KIND
           MOVE "DUNNING" TO CN-COLLECTOR
           MOVE WS-LEVEL TO CN-ACTION
           MOVE SPACES TO CN-PROMISE-DATE
           MOVE 0 TO CN-PROMISE-AMT
           MOVE WS-CU-OPEN (CU-IDX) TO CN-BALANCE
           MOVE WS-LETTER-TITLE (WS-LEVEL) TO CN-TEXT
           WRITE NOTES-REC FROM WS-NOTE-LINE.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE WS-BUSINESS-DATE-NUM TO WS-RPT-DATE-NUM
           MOVE SPACES TO WS-RPT-NAME
           STRING "RPT-COLLECT-" WS-RPT-DATE-NUM ".TXT"
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

       WRITE-AUDIT-LOG.
           MOVE "COLLECTIONS" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ
           MOVE WS-ERROR-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.
