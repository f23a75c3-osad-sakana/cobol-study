           SELECT CHECK-REGISTER ASSIGN TO "check_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKFS.
           SELECT CHECK-PRINT ASSIGN TO WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
       FD CHECK-REGISTER.
       01 CHECK-REGISTER-REC       PIC X(100).

       FD CHECK-PRINT.
       01 CHECK-PRINT-REC          PIC X(80).

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC          PIC X(120).

       01 WS-VFS                   PIC X(2).
       01 WS-AFS                   PIC X(2).
       01 WS-CKFS                  PIC X(2).
       01 WS-PRFS                  PIC X(2).
       01 WS-JFS                   PIC X(2).
       01 WS-RCFS                  PIC X(2).
           COPY RUNCTL.
       01 WS-NET-AMOUNT            PIC S9(9)V99 VALUE 0.
       01 WS-DISC-TAKEN-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-VEND-NAME             PIC X(20).
       01 WS-VEND-ADDRESS          PIC X(30).
      *> Domestic items of EFT vendors belong to AP-EFT, which takes
      *> them off the selection; finding one here means it has not
      *> run, and cutting a check would pay the vendor twice once
      *> it does.
       01 WS-EFT-PENDING           PIC 9(5) VALUE 0.

       01 WS-CHECK-DATE            PIC X(10).
       01 WS-ITEM-PAID             PIC X VALUE "N".
       01 WS-ITEM-INV-DATE         PIC X(10).
       01 WS-CHECK-NO              PIC 9(6) VALUE 0.
       01 WS-CHECK-COUNT           PIC 9(5) VALUE 0.
       01 WS-CHECK-TOTAL           PIC S9(11)V99 VALUE 0.
       01 WS-LINE-COUNT            PIC 9(5) VALUE 0.
       01 WS-LINE-SEQ              PIC 9(3) VALUE 0.
       01 WS-DEBIT-TOTAL           PIC S9(12)V99 VALUE 0.
       01 WS-AMT-ED                PIC -(9)9.99.
       01 WS-TOT-ED                PIC -(11)9.99.
           05 FILLER                PIC X VALUE ",".
           05 CKR-DISC-AMOUNT       PIC -(9)9.99.

      *> The run's payable items and the checks they are grouped
      *> onto.  One check pays all of a vendor's items, up to the
      *> hundred that ten stub forms can list; a vendor with more
      *> gets a second check.  Everything is gathered before the
      *> register or the journal is touched, so a selection too big
      *> for the tables stops the run with nothing half done.
       01 WS-TABLE-FULL            PIC X VALUE "N".
       01 WS-CI-COUNT              PIC 9(4) VALUE 0.
       01 WS-CI-TABLE.
           05 WS-CI-ENTRY OCCURS 1000 TIMES INDEXED BY CI-IDX.
               10 WS-CI-INVOICE     PIC X(10).
               10 WS-CI-INV-DATE    PIC X(10).
               10 WS-CI-CHECK       PIC 9(3).
               10 WS-CI-FOREIGN     PIC X.
               10 WS-CI-SEL-AMOUNT  PIC S9(9)V99.
               10 WS-CI-DISC        PIC S9(9)V99.
               10 WS-CI-PAY         PIC S9(9)V99.
               10 WS-CI-FX-DIFF     PIC S9(9)V99.
               10 WS-CI-CURRENCY    PIC X(3).
               10 WS-CI-FRN         PIC S9(9)V99.
       01 WS-CC-COUNT              PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 300 TIMES INDEXED BY CC-IDX.
               10 WS-CC-VENDOR      PIC X(6).
               10 WS-CC-ITEMS       PIC 9(3).
               10 WS-CC-PAY         PIC S9(11)V99.
               10 WS-CC-DISC        PIC S9(11)V99.
               10 WS-CC-HELD        PIC X.
       01 WS-FOUND-CHECK           PIC 9(3) VALUE 0.
       01 WS-CUR-CHECK             PIC 9(3) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-GROSS-AMOUNT          PIC S9(11)V99 VALUE 0.

      *> The items of the check being cut, in selection order, as
      *> subscripts into the item table.
       01 WS-STUB-COUNT            PIC 9(3) VALUE 0.
       01 WS-STUB-N                PIC 9(3) VALUE 0.
       01 WS-STUB-FIRST            PIC 9(3) VALUE 0.
       01 WS-STUB-LAST             PIC 9(3) VALUE 0.
       01 WS-STUB-TABLE.
           05 WS-STUB-ITEM OCCURS 100 TIMES PIC 9(4).

      *> The print file lines up with the pre-printed check stock:
      *> every form is the same 42 lines, a remittance stub of ten
      *> invoice lines over the check itself, so the printer stays
      *> registered without form feeds.  A check whose stub runs
      *> past ten invoices continues on further forms, each of
      *> which uses up a check number that is voided on the
      *> register so the sequence has no gaps.
       01 WS-PRINT-NAME            PIC X(30).
       01 WS-PRINT-LINE            PIC X(80).
       01 WS-FORM-LINES            PIC 9(2) VALUE 42.
       01 WS-STUB-LINES            PIC 9(2) VALUE 20.
       01 WS-FORM-LINE-NO          PIC 9(2) VALUE 0.
       01 WS-FORM-NO               PIC 9(2) VALUE 0.
       01 WS-FORM-COUNT            PIC 9(2) VALUE 0.
       01 WS-LIVE-CHECK-NO         PIC 9(6) VALUE 0.
       01 WS-VOID-FORM-COUNT       PIC 9(5) VALUE 0.
       01 WS-CHECK-DATE-US         PIC X(10).

       01 WS-STUB-HEAD-1.
           05 FILLER                PIC X(24)
                                    VALUE "REMITTANCE ADVICE".
           05 FILLER                PIC X(10) VALUE "CHECK NO".
           05 PSH-CHECK-NO          PIC 9(6).
           05 FILLER                PIC X(8) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "DATE".
           05 PSH-DATE              PIC X(10).
       01 WS-STUB-HEAD-2.
           05 FILLER                PIC X(7) VALUE "PAYEE".
           05 PSH-VENDOR            PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 PSH-VEND-NAME         PIC X(20).
       01 WS-STUB-HEAD-3.
           05 FILLER                PIC X(12) VALUE "INVOICE".
           05 FILLER                PIC X(12) VALUE "INV DATE".
           05 FILLER                PIC X(15)
                                    VALUE "        GROSS".
           05 FILLER                PIC X(15)
                                    VALUE "     DISCOUNT".
           05 FILLER                PIC X(13)
                                    VALUE "          NET".
       01 WS-STUB-DETAIL.
           05 PSD-INVOICE           PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 PSD-INV-DATE          PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 PSD-GROSS             PIC -(9)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 PSD-DISC              PIC -(9)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 PSD-NET               PIC -(9)9.99.
       01 WS-STUB-CONT.
           05 FILLER                PIC X(28)
                                    VALUE "CONTINUED ON NEXT STUB -".
           05 FILLER                PIC X(5) VALUE "PAGE ".
           05 PSC-FORM-NO           PIC Z9.
           05 FILLER                PIC X(4) VALUE " OF ".
           05 PSC-FORM-COUNT        PIC Z9.

       01 WS-FACE-NUMBER.
           05 FILLER                PIC X(50) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "CHECK NO".
           05 PCF-CHECK-NO          PIC 9(6).
       01 WS-FACE-DATE.
           05 FILLER                PIC X(50) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "DATE".
           05 PCF-DATE              PIC X(10).
       01 WS-FACE-WORDS.
           05 PCF-WORDS-LABEL       PIC X(5).
           05 PCF-WORDS             PIC X(65).
       01 WS-FACE-PAYEE.
           05 FILLER                PIC X(10) VALUE "ORDER OF".
           05 PCF-PAYEE             PIC X(20).
           05 FILLER                PIC X(24) VALUE SPACES.
           05 PCF-AMOUNT            PIC $**,***,**9.99.
       01 WS-FACE-ADDRESS.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 PCF-ADDRESS           PIC X(30).
       01 WS-FACE-VOID.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(45) VALUE
               "*** VOID *** REMITTANCE CONTINUED FROM CHECK".
           05 PCV-CHECK-NO          PIC 9(6).

      *> The legal amount in words: dollars spelled out, cents as a
      *> fraction, on two lines with the unused space filled with
      *> asterisks so nothing can be written in after it.
       01 WS-WORDS-AMOUNT          PIC 9(9)V99 VALUE 0.
       01 WS-WORDS-DOLLARS         PIC 9(9) VALUE 0.
       01 WS-WORDS-CENTS           PIC 9(2) VALUE 0.
       01 WS-WORDS-GROUP           PIC 9(3) VALUE 0.
       01 WS-WORDS-REST-1          PIC 9(6) VALUE 0.
       01 WS-WORDS-REST-2          PIC 9(3) VALUE 0.
       01 WS-WORDS-HUNDREDS        PIC 9 VALUE 0.
       01 WS-WORDS-UNDER-100       PIC 9(2) VALUE 0.
       01 WS-WORDS-TENS            PIC 9 VALUE 0.
       01 WS-WORDS-UNITS           PIC 9 VALUE 0.
       01 WS-WORD                  PIC X(20).
       01 WS-WORDS-TEXT            PIC X(150).
       01 WS-WORDS-PTR             PIC 9(3) VALUE 1.
       01 WS-WORDS-LEN             PIC 9(3) VALUE 0.
       01 WS-WORDS-BRK             PIC 9(3) VALUE 0.
       01 WS-WORDS-LINE-1          PIC X(65).
       01 WS-WORDS-LINE-2          PIC X(65).
       01 WS-ONE-WORD-VALUES.
           05 FILLER                PIC X(9) VALUE "ONE".
           05 FILLER                PIC X(9) VALUE "TWO".
           05 FILLER                PIC X(9) VALUE "THREE".
           05 FILLER                PIC X(9) VALUE "FOUR".
           05 FILLER                PIC X(9) VALUE "FIVE".
           05 FILLER                PIC X(9) VALUE "SIX".
           05 FILLER                PIC X(9) VALUE "SEVEN".
           05 FILLER                PIC X(9) VALUE "EIGHT".
           05 FILLER                PIC X(9) VALUE "NINE".
           05 FILLER                PIC X(9) VALUE "TEN".
           05 FILLER                PIC X(9) VALUE "ELEVEN".
           05 FILLER                PIC X(9) VALUE "TWELVE".
           05 FILLER                PIC X(9) VALUE "THIRTEEN".
           05 FILLER                PIC X(9) VALUE "FOURTEEN".
           05 FILLER                PIC X(9) VALUE "FIFTEEN".
           05 FILLER                PIC X(9) VALUE "SIXTEEN".
           05 FILLER                PIC X(9) VALUE "SEVENTEEN".
           05 FILLER                PIC X(9) VALUE "EIGHTEEN".
           05 FILLER                PIC X(9) VALUE "NINETEEN".
       01 WS-ONE-WORDS REDEFINES WS-ONE-WORD-VALUES.
           05 WS-ONE-WORD           PIC X(9) OCCURS 19 TIMES.
       01 WS-TEN-WORD-VALUES.
           05 FILLER                PIC X(7) VALUE "TWENTY".
           05 FILLER                PIC X(7) VALUE "THIRTY".
           05 FILLER                PIC X(7) VALUE "FORTY".
           05 FILLER                PIC X(7) VALUE "FIFTY".
           05 FILLER                PIC X(7) VALUE "SIXTY".
           05 FILLER                PIC X(7) VALUE "SEVENTY".
           05 FILLER                PIC X(7) VALUE "EIGHTY".
           05 FILLER                PIC X(7) VALUE "NINETY".
       01 WS-TEN-WORDS REDEFINES WS-TEN-WORD-VALUES.
           05 WS-TEN-WORD           PIC X(7) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-HOLIDAYS
               DISPLAY "BUSINESS DATE IS NOT A BANKING DAY -"
                   " CHECKS DATED " WS-CHECK-DATE
           END-IF
           MOVE SPACES TO WS-CHECK-DATE-US
           STRING WS-CHECK-DATE(6:2) "/" WS-CHECK-DATE(9:2) "/"
                   WS-CHECK-DATE(1:4)
               DELIMITED BY SIZE INTO WS-CHECK-DATE-US
           END-STRING

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               GOBACK
           END-IF

           PERFORM CHECK-EFT-PENDING
           CLOSE SELECTION-FILE
           IF WS-EFT-PENDING > 0
               DISPLAY WS-EFT-PENDING " SELECTED ITEMS ARE FOR EFT"
                   " VENDORS - RUN AP-EFT FIRST"
               CLOSE AP-ITEM-FILE
               CLOSE VENDOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SELECTION-FILE

      *> The selection is grouped into checks and the batch totalled
      *> before anything is written, so the HDR can go out first and
      *> a selection too large for one run is refused untouched.
           PERFORM LOAD-SELECTIONS
           CLOSE SELECTION-FILE
           IF WS-TABLE-FULL = "Y"
               DISPLAY "PAYMENT SELECTION TOO LARGE FOR ONE RUN -"
                   " NO CHECKS CUT"
               CLOSE AP-ITEM-FILE
               CLOSE VENDOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               PERFORM SIZE-ONE-CHECK
           END-PERFORM

           MOVE SPACES TO WS-SEQ-PREFIX
           STRING "CK" WS-BUSINESS-DATE-X
           END-STRING
           PERFORM NEXT-BATCH-SEQ

      *> The print file carries the batch id so a reprint can be
      *> matched to the disbursement it belongs to.
           MOVE SPACES TO WS-PRINT-NAME
           STRING "CHECKS-" WS-BUSINESS-DATE-X "-" WS-BATCH-SEQ
                   ".TXT"
               DELIMITED BY SIZE INTO WS-PRINT-NAME
           END-STRING
           OPEN OUTPUT CHECK-PRINT
           IF WS-PRFS NOT = "00"
               DISPLAY "COULD NOT OPEN CHECK PRINT FILE "
                   WS-PRINT-NAME
               CLOSE AP-ITEM-FILE
               CLOSE VENDOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CHECK-REGISTER
           IF WS-CKFS NOT = "00"
               OPEN OUTPUT CHECK-REGISTER
           END-IF

           PERFORM ACQUIRE-JOURNAL-LOCK
           IF WS-LOCK-OK = "N"
               MOVE "99" TO WS-JFS
               END-IF
           END-IF

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "CK" WS-BUSINESS-DATE-X WS-BATCH-SEQ
           MOVE WS-DEBIT-TOTAL TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               IF WS-CC-HELD (CC-IDX) = "Y"
                   PERFORM RETURN-HELD-ITEMS
               ELSE
                   PERFORM CUT-ONE-CHECK
               END-IF
           END-PERFORM

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT
           PERFORM RELEASE-JOURNAL-LOCK
           CLOSE CHECK-PRINT
           CLOSE CHECK-REGISTER
           CLOSE AP-ITEM-FILE
           CLOSE VENDOR-MASTER
               MOVE WS-DISC-TAKEN-TOTAL TO WS-TOT-ED
               DISPLAY "DISCOUNTS TAKEN: " WS-TOT-ED
           END-IF
           IF WS-VOID-FORM-COUNT > 0
               DISPLAY "CONTINUATION FORMS VOIDED: "
                   WS-VOID-FORM-COUNT
           END-IF
           DISPLAY "CHECKS TO PRINT ARE IN " WS-PRINT-NAME
           DISPLAY "DISBURSEMENT BATCH WRITTEN - RUN BATCH-DRIVER"
               " TO VALIDATE AND POST IT"
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-RUN-CONTROL.
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-SELECTIONS.
           MOVE 0 TO WS-CI-COUNT
           MOVE 0 TO WS-CC-COUNT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SELECTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-SELECTION
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       LOAD-ONE-SELECTION.
           PERFORM PARSE-SELECTION
           PERFORM CHECK-ITEM-PAID
           IF WS-ITEM-PAID = "Y"
               DISPLAY "AP ITEM " WS-SEL-INVOICE-NO
                   " ALREADY PAID - SKIPPED"
           ELSE
           IF WS-ITEM-PAYABLE = "N"
               DISPLAY "AP ITEM " WS-SEL-INVOICE-NO
                   " HELD - NO USABLE RATE OR FX ACCOUNT FOR "
                   WS-SEL-CURRENCY
           ELSE
               PERFORM FIND-VENDOR-CHECK
               IF WS-FOUND-CHECK = 0 OR WS-CI-COUNT NOT < 1000
                   MOVE "Y" TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-CI-COUNT
                   SET CI-IDX TO WS-CI-COUNT
                   MOVE WS-SEL-INVOICE-NO TO WS-CI-INVOICE (CI-IDX)
                   MOVE WS-ITEM-INV-DATE TO WS-CI-INV-DATE (CI-IDX)
                   MOVE WS-FOUND-CHECK  TO WS-CI-CHECK (CI-IDX)
                   MOVE WS-ITEM-FOREIGN TO WS-CI-FOREIGN (CI-IDX)
                   MOVE WS-SEL-AMOUNT   TO WS-CI-SEL-AMOUNT (CI-IDX)
                   MOVE WS-ITEM-DISC    TO WS-CI-DISC (CI-IDX)
                   MOVE WS-PAY-AMOUNT   TO WS-CI-PAY (CI-IDX)
                   MOVE WS-FX-DIFF      TO WS-CI-FX-DIFF (CI-IDX)
                   MOVE WS-SEL-CURRENCY TO WS-CI-CURRENCY (CI-IDX)
                   MOVE 0 TO WS-CI-FRN (CI-IDX)
                   IF WS-ITEM-FOREIGN = "Y"
                       MOVE WS-SEL-FRN TO WS-CI-FRN (CI-IDX)
                   END-IF
                   SET CC-IDX TO WS-FOUND-CHECK
                   ADD 1 TO WS-CC-ITEMS (CC-IDX)
                   ADD WS-PAY-AMOUNT TO WS-CC-PAY (CC-IDX)
                   ADD WS-ITEM-DISC TO WS-CC-DISC (CC-IDX)
               END-IF
           END-IF
           END-IF.

       FIND-VENDOR-CHECK.
      *> The vendor's check if its stubs still have room, otherwise
      *> a new one; zero when the check table is full.
           MOVE 0 TO WS-FOUND-CHECK
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               IF WS-CC-VENDOR (CC-IDX) = WS-SEL-VENDOR AND
                       WS-CC-ITEMS (CC-IDX) < 100
                   SET WS-FOUND-CHECK TO CC-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-CHECK = 0 AND WS-CC-COUNT < 300
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-FOUND-CHECK
               SET CC-IDX TO WS-CC-COUNT
               MOVE WS-SEL-VENDOR TO WS-CC-VENDOR (CC-IDX)
               MOVE 0 TO WS-CC-ITEMS (CC-IDX)
               MOVE 0 TO WS-CC-PAY (CC-IDX)
               MOVE 0 TO WS-CC-DISC (CC-IDX)
               MOVE "N" TO WS-CC-HELD (CC-IDX)
           END-IF.

       SIZE-ONE-CHECK.
      *> A check has to be for something: a vendor whose credit
      *> memos cover its invoices is held and its items reopened
      *> for a later run.  Otherwise the check's lines go into the
      *> batch count: one cash credit for the check, and for each
      *> item the payable debit, any discount credit and the two
      *> lines of an FS document where a foreign item realizes a
      *> difference.  A foreign item pays at the check-date rate
      *> and relieves the rest of the booked base under its FS
      *> document, so its debit side is the paid base plus the
      *> realized difference whichever way it runs.
           SET WS-CUR-CHECK TO CC-IDX
           IF WS-CC-PAY (CC-IDX) NOT > 0
               MOVE WS-CC-PAY (CC-IDX) TO WS-AMT-ED
               DISPLAY "VENDOR " WS-CC-VENDOR (CC-IDX)
                   " NETS TO " WS-AMT-ED " - ITEMS RETURNED TO OPEN"
               MOVE "Y" TO WS-CC-HELD (CC-IDX)
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-LINE-COUNT
               PERFORM VARYING CI-IDX FROM 1 BY 1
                       UNTIL CI-IDX > WS-CI-COUNT
                   IF WS-CI-CHECK (CI-IDX) = WS-CUR-CHECK
                       ADD 1 TO WS-LINE-COUNT
                       ADD WS-CI-PAY (CI-IDX) TO WS-DEBIT-TOTAL
                       IF WS-CI-DISC (CI-IDX) NOT = 0
                           ADD 1 TO WS-LINE-COUNT
                           ADD WS-CI-DISC (CI-IDX) TO WS-DEBIT-TOTAL
                       END-IF
                       IF WS-CI-FX-DIFF (CI-IDX) NOT = 0
                           ADD 2 TO WS-LINE-COUNT
                           MOVE WS-CI-FX-DIFF (CI-IDX) TO WS-ABS-DIFF
                           IF WS-ABS-DIFF < 0
                               COMPUTE WS-ABS-DIFF =
                                   0 - WS-ABS-DIFF
                           END-IF
                           ADD WS-ABS-DIFF TO WS-DEBIT-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       RETURN-HELD-ITEMS.
           SET WS-CUR-CHECK TO CC-IDX
           PERFORM VARYING CI-IDX FROM 1 BY 1
                   UNTIL CI-IDX > WS-CI-COUNT
               IF WS-CI-CHECK (CI-IDX) = WS-CUR-CHECK
                   MOVE WS-CI-INVOICE (CI-IDX) TO AP-INVOICE-NO
                   READ AP-ITEM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "O" TO AP-STATUS
                           REWRITE AP-ITEM-REC
                   END-READ
               END-IF
           END-PERFORM.

       CHECK-EFT-PENDING.
           MOVE 0 TO WS-EFT-PENDING
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SELECTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-SELECTION
                       IF WS-SEL-CURRENCY = SPACES OR
                               WS-SEL-CURRENCY = "USD"
                           MOVE WS-SEL-VENDOR TO VEND-NUMBER
                           READ VENDOR-MASTER
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF VEND-PAY-METHOD = "E"
                                       PERFORM CHECK-ITEM-PAID
                                       IF WS-ITEM-PAID = "N"
                                           ADD 1 TO WS-EFT-PENDING
                                       END-IF
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
      *> item the failed run already paid must not be cut again, so
      *> the pass skips anything already marked P.
           MOVE "N" TO WS-ITEM-PAID
           MOVE SPACES TO WS-ITEM-INV-DATE
           MOVE WS-SEL-INVOICE-NO TO AP-INVOICE-NO
           READ AP-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AP-INVOICE-DATE TO WS-ITEM-INV-DATE
                   IF AP-STATUS = "P"
                       MOVE "Y" TO WS-ITEM-PAID
                   END-IF
           END-IF.

       CUT-ONE-CHECK.
           SET WS-CUR-CHECK TO CC-IDX
           ADD 1 TO WS-CHECK-NO
           MOVE WS-CHECK-NO TO WS-LIVE-CHECK-NO
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-CC-PAY (CC-IDX) TO WS-CHECK-TOTAL
           ADD WS-CC-DISC (CC-IDX) TO WS-DISC-TAKEN-TOTAL

           MOVE SPACES TO WS-VEND-NAME
           MOVE SPACES TO WS-VEND-ADDRESS
           MOVE WS-CC-VENDOR (CC-IDX) TO VEND-NUMBER
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VEND-NAME TO WS-VEND-NAME
                   MOVE VEND-ADDRESS TO WS-VEND-ADDRESS
           END-READ

           MOVE 0 TO WS-STUB-COUNT
           PERFORM VARYING CI-IDX FROM 1 BY 1
                   UNTIL CI-IDX > WS-CI-COUNT
               IF WS-CI-CHECK (CI-IDX) = WS-CUR-CHECK
                   ADD 1 TO WS-STUB-COUNT
                   SET WS-STUB-ITEM (WS-STUB-COUNT) TO CI-IDX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-STUB-N FROM 1 BY 1
                   UNTIL WS-STUB-N > WS-STUB-COUNT
               SET CI-IDX TO WS-STUB-ITEM (WS-STUB-N)
               PERFORM REGISTER-ONE-ITEM
           END-PERFORM

           PERFORM WRITE-CHECK-DOC

      *> Ten invoices to a stub.  The check itself prints on the
      *> first form; each further form takes the next check number,
      *> which goes on the register as void so the numbers run
      *> without a gap for the bank or the auditors to chase.
           COMPUTE WS-FORM-COUNT = (WS-STUB-COUNT + 9) / 10
           PERFORM VARYING WS-FORM-NO FROM 1 BY 1
                   UNTIL WS-FORM-NO > WS-FORM-COUNT
               IF WS-FORM-NO > 1
                   ADD 1 TO WS-CHECK-NO
                   ADD 1 TO WS-VOID-FORM-COUNT
                   PERFORM REGISTER-VOID-FORM
               END-IF
               PERFORM PRINT-ONE-FORM
           END-PERFORM.

       REGISTER-ONE-ITEM.
      *> The register carries the net actually paid on each invoice
      *> under the check number; the discount taken posts to
      *> purchase discounts.
           MOVE WS-LIVE-CHECK-NO  TO CKR-CHECK-NO
           MOVE WS-CHECK-DATE     TO CKR-DATE
           MOVE WS-CC-VENDOR (CC-IDX) TO CKR-VENDOR
           MOVE WS-VEND-NAME      TO CKR-VEND-NAME
           MOVE WS-CI-INVOICE (CI-IDX) TO CKR-INVOICE-NO
           MOVE WS-CI-PAY (CI-IDX) TO CKR-AMOUNT
           MOVE SPACE             TO CKR-STATUS
           MOVE SPACES            TO CKR-VOID-DATE
           MOVE WS-CI-DISC (CI-IDX) TO CKR-DISC-AMOUNT
           WRITE CHECK-REGISTER-REC FROM WS-REGISTER-LINE

           MOVE WS-CI-INVOICE (CI-IDX) TO AP-INVOICE-NO
           READ AP-ITEM-FILE
               INVALID KEY
                   DISPLAY "AP ITEM " WS-CI-INVOICE (CI-IDX)
                       " MISSING - CHECK STILL REGISTERED"
               NOT INVALID KEY
                   MOVE "P" TO AP-STATUS
                   REWRITE AP-ITEM-REC
           END-READ.

       REGISTER-VOID-FORM.
      *> A continuation form's check number is spoiled, not paid:
      *> a zero line, void from the day it was printed.
           MOVE WS-CHECK-NO       TO CKR-CHECK-NO
           MOVE WS-CHECK-DATE     TO CKR-DATE
           MOVE WS-CC-VENDOR (CC-IDX) TO CKR-VENDOR
           MOVE WS-VEND-NAME      TO CKR-VEND-NAME
           MOVE "CONTINUED"       TO CKR-INVOICE-NO
           MOVE 0                 TO CKR-AMOUNT
           MOVE "V"               TO CKR-STATUS
           MOVE RC-BUSINESS-DATE  TO CKR-VOID-DATE
           MOVE 0                 TO CKR-DISC-AMOUNT
           WRITE CHECK-REGISTER-REC FROM WS-REGISTER-LINE.

       WRITE-CHECK-DOC.
      *> One document per check: the payable debit and any discount
      *> credit for each invoice, then a single cash credit for the
      *> face of the check, which is what BANK-RECON will find
      *> clearing the bank.
           MOVE WS-CHECK-DATE     TO JL-DATE
           MOVE SPACES TO JL-DOC-NO
           STRING "CK" WS-LIVE-CHECK-NO
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING
           MOVE 0 TO WS-LINE-SEQ
           PERFORM VARYING WS-STUB-N FROM 1 BY 1
                   UNTIL WS-STUB-N > WS-STUB-COUNT
               SET CI-IDX TO WS-STUB-ITEM (WS-STUB-N)
               PERFORM WRITE-ITEM-LINES
           END-PERFORM

           ADD 1 TO WS-LINE-SEQ
           MOVE WS-LINE-SEQ       TO JL-LINE-NO
           MOVE WS-CASH-NAME      TO JL-ACCT-NAME
           MOVE WS-CASH-ACCTNO    TO JL-ACCTNO
           MOVE "C"               TO JL-DC
           MOVE WS-CC-PAY (CC-IDX) TO WS-AMT-ED
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

      *> Foreign items' FS documents follow the check's own.
           PERFORM VARYING WS-STUB-N FROM 1 BY 1
                   UNTIL WS-STUB-N > WS-STUB-COUNT
               SET CI-IDX TO WS-STUB-ITEM (WS-STUB-N)
               IF WS-CI-FX-DIFF (CI-IDX) NOT = 0
                   MOVE WS-CI-FX-DIFF (CI-IDX) TO WS-FX-DIFF
                   MOVE WS-CI-CURRENCY (CI-IDX) TO WS-SEL-CURRENCY
                   PERFORM WRITE-FS-RELIEF-LINES
               END-IF
           END-PERFORM.

       WRITE-ITEM-LINES.
           ADD 1 TO WS-LINE-SEQ
           MOVE WS-LINE-SEQ       TO JL-LINE-NO
           MOVE WS-AP-NAME        TO JL-ACCT-NAME
           MOVE WS-AP-ACCTNO      TO JL-ACCTNO
           MOVE "D"               TO JL-DC
           IF WS-CI-FOREIGN (CI-IDX) = "Y"
      *> The relief leg carries the currency so the poster books it
      *> at the check-date rate and FX-REVAL nets the foreign
      *> amount out of the position; the rest of the booked base
      *> follows under the FS document.
               MOVE WS-CI-CURRENCY (CI-IDX) TO JL-CURRENCY
               MOVE WS-CI-FRN (CI-IDX) TO WS-FRN-ED
               MOVE WS-FRN-ED      TO JL-FOREIGN-AMT
               MOVE WS-CI-PAY (CI-IDX) TO WS-AMT-ED
           ELSE
               MOVE WS-CI-SEL-AMOUNT (CI-IDX) TO WS-AMT-ED
           END-IF
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           MOVE SPACES            TO JL-CURRENCY
           MOVE SPACES            TO JL-FOREIGN-AMT

           IF WS-CI-DISC (CI-IDX) NOT = 0
               ADD 1 TO WS-LINE-SEQ
               MOVE WS-LINE-SEQ   TO JL-LINE-NO
               MOVE WS-DISC-NAME  TO JL-ACCT-NAME
               MOVE WS-DISC-ACCTNO TO JL-ACCTNO
               MOVE "C"           TO JL-DC
               MOVE WS-CI-DISC (CI-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED     TO JL-AMOUNT
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           END-IF.

       PRINT-ONE-FORM.
      *> The stub: payee and the check it remits, then this form's
      *> ten invoice lines and either the totals or a pointer to
      *> the next stub.
           MOVE 0 TO WS-FORM-LINE-NO
           MOVE WS-LIVE-CHECK-NO TO PSH-CHECK-NO
           MOVE WS-CHECK-DATE-US TO PSH-DATE
           MOVE WS-CC-VENDOR (CC-IDX) TO PSH-VENDOR
           MOVE WS-VEND-NAME TO PSH-VEND-NAME
           MOVE WS-STUB-HEAD-1 TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE WS-STUB-HEAD-2 TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE WS-STUB-HEAD-3 TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:67)
           PERFORM PRINT-FORM-LINE

           COMPUTE WS-STUB-FIRST = (WS-FORM-NO - 1) * 10 + 1
           COMPUTE WS-STUB-LAST = WS-STUB-FIRST + 9
           PERFORM VARYING WS-STUB-N FROM WS-STUB-FIRST BY 1
                   UNTIL WS-STUB-N > WS-STUB-LAST
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-STUB-N NOT > WS-STUB-COUNT
                   SET CI-IDX TO WS-STUB-ITEM (WS-STUB-N)
                   MOVE WS-CI-INVOICE (CI-IDX) TO PSD-INVOICE
                   MOVE WS-CI-INV-DATE (CI-IDX) TO PSD-INV-DATE
                   COMPUTE WS-GROSS-AMOUNT =
                       WS-CI-PAY (CI-IDX) + WS-CI-DISC (CI-IDX)
                   MOVE WS-GROSS-AMOUNT TO PSD-GROSS
                   MOVE WS-CI-DISC (CI-IDX) TO PSD-DISC
                   MOVE WS-CI-PAY (CI-IDX) TO PSD-NET
                   MOVE WS-STUB-DETAIL TO WS-PRINT-LINE
               END-IF
               PERFORM PRINT-FORM-LINE
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           IF WS-FORM-NO < WS-FORM-COUNT
               MOVE WS-FORM-NO TO PSC-FORM-NO
               MOVE WS-FORM-COUNT TO PSC-FORM-COUNT
               MOVE WS-STUB-CONT TO WS-PRINT-LINE
           ELSE
               MOVE "TOTAL" TO PSD-INVOICE
               MOVE SPACES TO PSD-INV-DATE
               COMPUTE WS-GROSS-AMOUNT =
                   WS-CC-PAY (CC-IDX) + WS-CC-DISC (CC-IDX)
               MOVE WS-GROSS-AMOUNT TO PSD-GROSS
               MOVE WS-CC-DISC (CC-IDX) TO PSD-DISC
               MOVE WS-CC-PAY (CC-IDX) TO PSD-NET
               MOVE WS-STUB-DETAIL TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-FORM-LINE

      *> The stub tears off at the perforation; the check face
      *> starts on the line after it.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM UNTIL WS-FORM-LINE-NO NOT < WS-STUB-LINES
               PERFORM PRINT-FORM-LINE
           END-PERFORM
           IF WS-FORM-NO = 1
               PERFORM PRINT-CHECK-FACE
           ELSE
               PERFORM PRINT-VOID-FACE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM UNTIL WS-FORM-LINE-NO NOT < WS-FORM-LINES
               PERFORM PRINT-FORM-LINE
           END-PERFORM.

       PRINT-CHECK-FACE.
           MOVE WS-CHECK-NO TO PCF-CHECK-NO
           MOVE WS-FACE-NUMBER TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE WS-CHECK-DATE-US TO PCF-DATE
           MOVE WS-FACE-DATE TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE

           MOVE WS-CC-PAY (CC-IDX) TO WS-WORDS-AMOUNT
           PERFORM AMOUNT-IN-WORDS
           MOVE "PAY" TO PCF-WORDS-LABEL
           MOVE WS-WORDS-LINE-1 TO PCF-WORDS
           MOVE WS-FACE-WORDS TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE SPACES TO PCF-WORDS-LABEL
           MOVE WS-WORDS-LINE-2 TO PCF-WORDS
           MOVE WS-FACE-WORDS TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE

           MOVE "PAY TO THE" TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE WS-VEND-NAME TO PCF-PAYEE
           MOVE WS-CC-PAY (CC-IDX) TO PCF-AMOUNT
           MOVE WS-FACE-PAYEE TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE WS-VEND-ADDRESS TO PCF-ADDRESS
           MOVE WS-FACE-ADDRESS TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE.

       PRINT-VOID-FACE.
      *> A continuation form's check face is spoiled on purpose so
      *> it cannot be filled in and cashed.
           MOVE WS-CHECK-NO TO PCF-CHECK-NO
           MOVE WS-FACE-NUMBER TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE WS-CHECK-DATE-US TO PCF-DATE
           MOVE WS-FACE-DATE TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE WS-LIVE-CHECK-NO TO PCV-CHECK-NO
           MOVE WS-FACE-VOID TO WS-PRINT-LINE
           PERFORM PRINT-FORM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "*** NOT NEGOTIABLE ***" TO WS-PRINT-LINE(11:22)
           PERFORM PRINT-FORM-LINE.

       PRINT-FORM-LINE.
           WRITE CHECK-PRINT-REC FROM WS-PRINT-LINE
           ADD 1 TO WS-FORM-LINE-NO.

       AMOUNT-IN-WORDS.
      *> WS-WORDS-LINE-1 and -2 become WS-WORDS-AMOUNT written out,
      *> e.g. ONE THOUSAND TWO HUNDRED FORTY-FIVE AND 07/100
      *> DOLLARS, broken between words and asterisk filled.
           MOVE SPACES TO WS-WORDS-TEXT
           MOVE 1 TO WS-WORDS-PTR
           MOVE WS-WORDS-AMOUNT TO WS-WORDS-DOLLARS
           COMPUTE WS-WORDS-CENTS =
               (WS-WORDS-AMOUNT - WS-WORDS-DOLLARS) * 100
           IF WS-WORDS-DOLLARS = 0
               MOVE "ZERO" TO WS-WORD
               PERFORM ADD-WORD
           ELSE
               DIVIDE WS-WORDS-DOLLARS BY 1000000
                   GIVING WS-WORDS-GROUP REMAINDER WS-WORDS-REST-1
               IF WS-WORDS-GROUP > 0
                   PERFORM SAY-GROUP
                   MOVE "MILLION" TO WS-WORD
                   PERFORM ADD-WORD
               END-IF
               DIVIDE WS-WORDS-REST-1 BY 1000
                   GIVING WS-WORDS-GROUP REMAINDER WS-WORDS-REST-2
               IF WS-WORDS-GROUP > 0
                   PERFORM SAY-GROUP
                   MOVE "THOUSAND" TO WS-WORD
                   PERFORM ADD-WORD
               END-IF
               MOVE WS-WORDS-REST-2 TO WS-WORDS-GROUP
               IF WS-WORDS-GROUP > 0
                   PERFORM SAY-GROUP
               END-IF
           END-IF
           STRING "AND " WS-WORDS-CENTS "/100 DOLLARS"
               DELIMITED BY SIZE
               INTO WS-WORDS-TEXT WITH POINTER WS-WORDS-PTR
           END-STRING

           MOVE SPACES TO WS-WORDS-LINE-1
           MOVE SPACES TO WS-WORDS-LINE-2
           COMPUTE WS-WORDS-LEN = WS-WORDS-PTR - 1
           IF WS-WORDS-LEN NOT > 65
               MOVE WS-WORDS-TEXT TO WS-WORDS-LINE-1
               IF WS-WORDS-LEN < 64
                   MOVE ALL "*" TO WS-WORDS-LINE-1(WS-WORDS-LEN + 2:)
               END-IF
               MOVE ALL "*" TO WS-WORDS-LINE-2
           ELSE
               MOVE 66 TO WS-WORDS-BRK
               PERFORM UNTIL WS-WORDS-BRK = 1 OR
                       WS-WORDS-TEXT(WS-WORDS-BRK:1) = SPACE
                   SUBTRACT 1 FROM WS-WORDS-BRK
               END-PERFORM
               MOVE WS-WORDS-TEXT(1:WS-WORDS-BRK - 1)
                   TO WS-WORDS-LINE-1
               MOVE WS-WORDS-TEXT(WS-WORDS-BRK + 1:)
                   TO WS-WORDS-LINE-2
               COMPUTE WS-WORDS-LEN = WS-WORDS-LEN - WS-WORDS-BRK
               IF WS-WORDS-LEN < 64
                   MOVE ALL "*" TO WS-WORDS-LINE-2(WS-WORDS-LEN + 2:)
               END-IF
           END-IF.

       SAY-GROUP.
      *> One group of three digits (WS-WORDS-GROUP) in words.
           DIVIDE WS-WORDS-GROUP BY 100
               GIVING WS-WORDS-HUNDREDS REMAINDER WS-WORDS-UNDER-100
           IF WS-WORDS-HUNDREDS > 0
               MOVE WS-ONE-WORD (WS-WORDS-HUNDREDS) TO WS-WORD
               PERFORM ADD-WORD
               MOVE "HUNDRED" TO WS-WORD
               PERFORM ADD-WORD
           END-IF
           IF WS-WORDS-UNDER-100 NOT < 20
               DIVIDE WS-WORDS-UNDER-100 BY 10
                   GIVING WS-WORDS-TENS REMAINDER WS-WORDS-UNITS
               MOVE SPACES TO WS-WORD
               IF WS-WORDS-UNITS > 0
                   STRING WS-TEN-WORD (WS-WORDS-TENS - 1)
                           DELIMITED BY SPACE
                       "-" DELIMITED BY SIZE
                       WS-ONE-WORD (WS-WORDS-UNITS)
                           DELIMITED BY SPACE
                       INTO WS-WORD
                   END-STRING
               ELSE
                   MOVE WS-TEN-WORD (WS-WORDS-TENS - 1) TO WS-WORD
               END-IF
               PERFORM ADD-WORD
           ELSE
               IF WS-WORDS-UNDER-100 > 0
                   MOVE WS-ONE-WORD (WS-WORDS-UNDER-100) TO WS-WORD
                   PERFORM ADD-WORD
               END-IF
           END-IF.

       ADD-WORD.
           STRING WS-WORD DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
               INTO WS-WORDS-TEXT WITH POINTER WS-WORDS-PTR
           END-STRING.

       WRITE-FS-RELIEF-LINES.
      *> The paid leg posted at the check-date rate; this document
      *> relieves the rest of the booked base and books the
