       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-EFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECTION-FILE ASSIGN TO "payment_selection.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLFS.
           SELECT SELECTION-TEMP ASSIGN TO "apeft.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STFS.
           SELECT AP-ITEM-FILE ASSIGN TO "ap_open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-INVOICE-NO
               FILE STATUS IS WS-APIFS.
           SELECT VENDOR-MASTER ASSIGN TO "vendor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-NUMBER
               FILE STATUS IS WS-VFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT EFT-REGISTER ASSIGN TO "eft_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFFS.
           SELECT ACH-FILE ASSIGN TO WS-ACH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACFS.
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT REGISTRY-FILE ASSIGN TO "posted_batches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF2.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD SELECTION-FILE.
       01 SELECTION-IN             PIC X(100).

       FD SELECTION-TEMP.
       01 SELECTION-TEMP-REC       PIC X(100).

       FD AP-ITEM-FILE.
           COPY APITEM.

       FD VENDOR-MASTER.
           COPY VENDREC.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD EFT-REGISTER.
       01 EFT-REGISTER-REC         PIC X(120).

       FD ACH-FILE.
       01 ACH-REC                  PIC X(94).

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC          PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC          PIC X(80).

       FD REGISTRY-FILE.
       01 REGISTRY-REC             PIC X(30).

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC              PIC X(10).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC            PIC X(60).

       FD LOCK-FILE.
       01 LOCK-REC                 PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS                  PIC X(2).
           COPY JRNLOCK.
       01 WS-HOLFS                 PIC X(2).
           COPY HOLTBL.
       01 WS-ALFS                  PIC X(2).
           COPY AUDITREC.
       01 WS-SLFS                  PIC X(2).
       01 WS-STFS                  PIC X(2).
       01 WS-APIFS                 PIC X(2).
       01 WS-VFS                   PIC X(2).
       01 WS-AFS                   PIC X(2).
       01 WS-EFFS                  PIC X(2).
       01 WS-ACFS                  PIC X(2).
       01 WS-JFS                   PIC X(2).
       01 WS-RCFS                  PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
       01 WS-RGF2                  PIC X(2).
       01 WS-BATCH-SEQ             PIC 9(2) VALUE 1.
       01 WS-SEQ-PREFIX            PIC X(10).
       01 WS-SEQ-TAG               PIC X(3).
       01 WS-SEQ-ID                PIC X(12).
       01 WS-SEQ-N                 PIC 9(2).
       01 WS-SEQ-EOF               PIC X VALUE "N".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-RC                PIC 9 VALUE 0.
       01 WS-LINES-READ            PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(7) VALUE 0.

      *> The selection line AP-SELECT writes (the layout AP-CHECKS
      *> reads).
       01 WS-SEL-INVOICE-NO        PIC X(10).
       01 WS-SEL-VENDOR            PIC X(6).
       01 WS-SEL-AMOUNT-X          PIC X(12).
       01 WS-SEL-AMOUNT REDEFINES WS-SEL-AMOUNT-X
                                   PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
       01 WS-SEL-DUE-DATE          PIC X(10).
       01 WS-SEL-DISC-X            PIC X(12).
       01 WS-SEL-DISC REDEFINES WS-SEL-DISC-X
                                   PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
       01 WS-SEL-CURRENCY          PIC X(3).
       01 WS-SEL-FRN-X             PIC X(12).
       01 WS-ITEM-DISC             PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-PAID             PIC X VALUE "N".
       01 WS-KEEP-FOR-CHECK        PIC X VALUE "N".

       01 WS-CASH-ACCTNO           PIC X(6).
       01 WS-AP-ACCTNO             PIC X(6).
       01 WS-CASH-NAME             PIC X(20) VALUE "CASH".
       01 WS-AP-NAME               PIC X(20)
                                   VALUE "ACCOUNTS PAYABLE".
       01 WS-DISC-NAME             PIC X(20)
                                   VALUE "PURCHASE DISCOUNTS".
       01 WS-DISC-ACCTNO           PIC X(6).
       01 WS-DISC-AVAILABLE        PIC X VALUE "N".

      *> The originating bank and our company as the bank set us up
      *> for ACH origination; they change only when the banking
      *> relationship does, so they live here the way the positive
      *> pay account lives in POS-PAY.  The ODFI is the first eight
      *> digits of the destination routing number and leads every
      *> trace number.
       01 WS-ACH-DEST-RTN          PIC X(9) VALUE "021000021".
       01 WS-ACH-DEST-NAME         PIC X(23)
                                   VALUE "FIRST NATIONAL BANK".
       01 WS-ACH-ODFI              PIC X(8) VALUE "02100002".
       01 WS-ACH-ORIGIN-ID         PIC X(10) VALUE "1234567890".
       01 WS-ACH-ORIGIN-NAME       PIC X(23)
                                   VALUE "GENERAL LEDGER CO".
       01 WS-ACH-COMPANY-NAME      PIC X(16)
                                   VALUE "GENERAL LEDGER".
       01 WS-ACH-ENTRY-DESC        PIC X(10) VALUE "VENDOR PAY".
       01 WS-ACH-NAME              PIC X(30).
       01 WS-ACH-MODIFIERS         PIC X(26)
                                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> EFT items pulled off the selection, grouped into one ACH
      *> credit per vendor (WS-EP).  A vendor whose credits eat up
      *> its invoices, or an EFT vendor with no bank details on
      *> file, is held: its items go back to open instead of being
      *> paid.
       01 WS-EI-COUNT              PIC 9(4) VALUE 0.
       01 WS-EI-TABLE.
           05 WS-EI-ENTRY OCCURS 500 TIMES
                   INDEXED BY EI-IDX.
               10 WS-EI-INVOICE     PIC X(10).
               10 WS-EI-GROSS       PIC S9(9)V99.
               10 WS-EI-DISC        PIC S9(9)V99.
               10 WS-EI-PAY         PIC 9(3).
       01 WS-EP-COUNT              PIC 9(3) VALUE 0.
       01 WS-EP-TABLE.
           05 WS-EP-ENTRY OCCURS 200 TIMES
                   INDEXED BY EP-IDX.
               10 WS-EP-VENDOR      PIC X(6).
               10 WS-EP-NAME        PIC X(20).
               10 WS-EP-ROUTING     PIC X(9).
               10 WS-EP-ACCOUNT     PIC X(17).
               10 WS-EP-ACCT-TYPE   PIC X.
               10 WS-EP-GROSS       PIC S9(11)V99.
               10 WS-EP-DISC        PIC S9(11)V99.
               10 WS-EP-NET         PIC S9(11)V99.
               10 WS-EP-ITEMS       PIC 9(4).
               10 WS-EP-HELD        PIC X.
               10 WS-EP-PAYMENT-NO  PIC 9(6).
       01 WS-FOUND-PAY             PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL            PIC X VALUE "N".

       01 WS-PAY-DATE              PIC X(10).
       01 WS-EFFECTIVE-DATE        PIC X(10).
       01 WS-PAYMENT-NO            PIC 9(6) VALUE 0.
       01 WS-PAY-COUNT             PIC 9(5) VALUE 0.
       01 WS-PAY-TOTAL             PIC S9(11)V99 VALUE 0.
       01 WS-DISC-TAKEN-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-LINE-COUNT            PIC 9(5) VALUE 0.
       01 WS-LINE-SEQ              PIC 9(3) VALUE 0.
       01 WS-DEBIT-TOTAL           PIC S9(12)V99 VALUE 0.
       01 WS-AMT-ED                PIC -(9)9.99.
       01 WS-TOT-ED                PIC -(11)9.99.
       01 WS-TRACE-NO              PIC X(15).
       01 WS-TRACE-SEQ             PIC 9(7).

      *> Payment register, one line per invoice paid, in the same
      *> first nine columns as check_register.csv so TEN99-REPORT
      *> reads both the same way.  The amount is the net paid on the
      *> invoice; the payment number is the ACH entry the invoice
      *> rode in and the trace number is how the bank names it on a
      *> return.  Status is blank while the payment stands and R
      *> once ACH-RETURN books it back, with the return date and
      *> reason code alongside.
       01 WS-REGISTER-LINE.
           05 EFR-PAYMENT-NO        PIC 9(6).
           05 FILLER                PIC X VALUE ",".
           05 EFR-DATE              PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 EFR-VENDOR            PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 EFR-VEND-NAME         PIC X(20).
           05 FILLER                PIC X VALUE ",".
           05 EFR-INVOICE-NO        PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 EFR-AMOUNT            PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 EFR-STATUS            PIC X VALUE SPACE.
           05 FILLER                PIC X VALUE ",".
           05 EFR-RETURN-DATE       PIC X(10) VALUE SPACES.
           05 FILLER                PIC X VALUE ",".
           05 EFR-DISC-AMOUNT       PIC -(9)9.99.
           05 FILLER                PIC X VALUE ",".
           05 EFR-TRACE-NO          PIC X(15).
           05 FILLER                PIC X VALUE ",".
           05 EFR-RETURN-CODE       PIC X(3) VALUE SPACES.

      *> NACHA records, 94 characters each: file header (1), one
      *> CCD batch of vendor credits (5, 6s, 8), file control (9),
      *> and 9-filled records out to a full block of ten.
       01 WS-ACH-FILE-HEADER.
           05 AFH-RECORD-TYPE       PIC X VALUE "1".
           05 AFH-PRIORITY          PIC X(2) VALUE "01".
           05 AFH-DESTINATION       PIC X(10).
           05 AFH-ORIGIN            PIC X(10).
           05 AFH-CREATE-DATE       PIC X(6).
           05 AFH-CREATE-TIME       PIC X(4).
           05 AFH-FILE-ID           PIC X.
           05 AFH-RECORD-SIZE       PIC X(3) VALUE "094".
           05 AFH-BLOCKING          PIC X(2) VALUE "10".
           05 AFH-FORMAT            PIC X VALUE "1".
           05 AFH-DEST-NAME         PIC X(23).
           05 AFH-ORIGIN-NAME       PIC X(23).
           05 AFH-REFERENCE         PIC X(8) VALUE SPACES.
       01 WS-ACH-BATCH-HEADER.
           05 ABH-RECORD-TYPE       PIC X VALUE "5".
           05 ABH-SERVICE-CLASS     PIC X(3) VALUE "220".
           05 ABH-COMPANY-NAME      PIC X(16).
           05 ABH-DISCRETIONARY     PIC X(20) VALUE SPACES.
           05 ABH-COMPANY-ID        PIC X(10).
           05 ABH-SEC-CODE          PIC X(3) VALUE "CCD".
           05 ABH-ENTRY-DESC        PIC X(10).
           05 ABH-DESC-DATE         PIC X(6).
           05 ABH-EFFECTIVE-DATE    PIC X(6).
           05 ABH-SETTLEMENT        PIC X(3) VALUE SPACES.
           05 ABH-ORIG-STATUS       PIC X VALUE "1".
           05 ABH-ODFI              PIC X(8).
           05 ABH-BATCH-NO          PIC 9(7).
       01 WS-ACH-ENTRY.
           05 AEN-RECORD-TYPE       PIC X VALUE "6".
           05 AEN-TRAN-CODE         PIC X(2).
           05 AEN-RDFI              PIC X(9).
           05 AEN-ACCOUNT           PIC X(17).
           05 AEN-AMOUNT            PIC 9(8)V99.
           05 AEN-IDENT             PIC X(15).
           05 AEN-NAME              PIC X(22).
           05 AEN-DISCRETIONARY     PIC X(2) VALUE SPACES.
           05 AEN-ADDENDA           PIC X VALUE "0".
           05 AEN-TRACE             PIC X(15).
       01 WS-ACH-BATCH-CONTROL.
           05 ABC-RECORD-TYPE       PIC X VALUE "8".
           05 ABC-SERVICE-CLASS     PIC X(3) VALUE "220".
           05 ABC-ENTRY-COUNT       PIC 9(6).
           05 ABC-ENTRY-HASH        PIC 9(10).
           05 ABC-DEBIT-TOTAL       PIC 9(10)V99.
           05 ABC-CREDIT-TOTAL      PIC 9(10)V99.
           05 ABC-COMPANY-ID        PIC X(10).
           05 ABC-AUTH-CODE         PIC X(19) VALUE SPACES.
           05 ABC-RESERVED          PIC X(6) VALUE SPACES.
           05 ABC-ODFI              PIC X(8).
           05 ABC-BATCH-NO          PIC 9(7).
       01 WS-ACH-FILE-CONTROL.
           05 AFC-RECORD-TYPE       PIC X VALUE "9".
           05 AFC-BATCH-COUNT       PIC 9(6).
           05 AFC-BLOCK-COUNT       PIC 9(6).
           05 AFC-ENTRY-COUNT       PIC 9(8).
           05 AFC-ENTRY-HASH        PIC 9(10).
           05 AFC-DEBIT-TOTAL       PIC 9(10)V99.
           05 AFC-CREDIT-TOTAL      PIC 9(10)V99.
           05 AFC-RESERVED          PIC X(39) VALUE SPACES.
       01 WS-ACH-FILLER-REC         PIC X(94) VALUE ALL "9".
       01 WS-ACH-REC-COUNT          PIC 9(6) VALUE 0.
       01 WS-ACH-ENTRY-COUNT        PIC 9(6) VALUE 0.
       01 WS-ACH-HASH-SUM           PIC 9(12) VALUE 0.
       01 WS-ACH-CREDIT-TOTAL       PIC 9(10)V99 VALUE 0.
       01 WS-ACH-YYMMDD             PIC X(6).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-HOLIDAYS

      *> Payments are dated like checks, on the business date or
      *> the banking day before it; the bank settles them the next
      *> banking day after that, which is the effective date the
      *> batch asks for.
           MOVE RC-BUSINESS-DATE TO WS-PAY-DATE
           MOVE RC-BUSINESS-DATE TO WS-BD-DATE-IN
           PERFORM CHECK-BUSINESS-DAY
           IF WS-BD-IS-BUS = "N"
               MOVE RC-BUSINESS-DATE TO WS-BD-DATE-IN
               PERFORM PREV-BUSINESS-DAY
               MOVE WS-BD-DATE-OUT TO WS-PAY-DATE
               DISPLAY "BUSINESS DATE IS NOT A BANKING DAY -"
                   " PAYMENTS DATED " WS-PAY-DATE
           END-IF
           PERFORM SET-EFFECTIVE-DATE

           PERFORM FIND-ACCOUNTS
           IF WS-CASH-ACCTNO = SPACES OR WS-AP-ACCTNO = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O AP-ITEM-FILE
           IF WS-APIFS NOT = "00"
               DISPLAY "COULD NOT OPEN AP OPEN-ITEM FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VFS NOT = "00"
               DISPLAY "COULD NOT OPEN VENDOR MASTER"
               CLOSE AP-ITEM-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SELECTION-FILE
           IF WS-SLFS NOT = "00"
               DISPLAY "NO PAYMENT SELECTION ON FILE"
               DISPLAY "RUN AP-SELECT FIRST"
               CLOSE AP-ITEM-FILE
               CLOSE VENDOR-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> First pass: EFT items into the tables, everything else to
      *> the temp file that becomes the selection AP-CHECKS sees.
      *> Nothing is marked or written anywhere else until the whole
      *> selection has been screened.
           OPEN OUTPUT SELECTION-TEMP
           PERFORM UNTIL WS-EOF = "Y"
               READ SELECTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM SCREEN-SELECTION
               END-READ
           END-PERFORM
           CLOSE SELECTION-FILE
           CLOSE SELECTION-TEMP
           CLOSE VENDOR-MASTER
           MOVE "N" TO WS-EOF

           IF WS-TABLE-FULL = "Y"
               DISPLAY "TOO MANY EFT ITEMS OR VENDORS IN ONE RUN -"
                   " NOTHING PAID, SELECT FEWER ITEMS"
               CLOSE AP-ITEM-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-EI-COUNT = 0
               DISPLAY "NO EFT ITEMS IN THE PAYMENT SELECTION"
               CLOSE AP-ITEM-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING EP-IDX FROM 1 BY 1
                   UNTIL EP-IDX > WS-EP-COUNT
               PERFORM CHECK-PAYMENT-HELD
           END-PERFORM

           PERFORM NEXT-PAYMENT-NUMBER
           PERFORM VARYING EP-IDX FROM 1 BY 1
                   UNTIL EP-IDX > WS-EP-COUNT
               IF WS-EP-HELD (EP-IDX) = "N"
                   ADD 1 TO WS-PAYMENT-NO
                   MOVE WS-PAYMENT-NO TO WS-EP-PAYMENT-NO (EP-IDX)
                   ADD 1 TO WS-PAY-COUNT
                   ADD WS-EP-NET (EP-IDX) TO WS-PAY-TOTAL
                   ADD WS-EP-DISC (EP-IDX) TO WS-DISC-TAKEN-TOTAL
               END-IF
           END-PERFORM

           IF WS-PAY-COUNT > 0
               MOVE SPACES TO WS-SEQ-PREFIX
               STRING "EF" WS-BUSINESS-DATE-X
                   DELIMITED BY SIZE INTO WS-SEQ-PREFIX
               END-STRING
               PERFORM NEXT-BATCH-SEQ
               PERFORM ACQUIRE-JOURNAL-LOCK
               IF WS-LOCK-OK = "N"
                   CLOSE AP-ITEM-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN EXTEND JOURNAL-OUT
               IF WS-JFS NOT = "00"
                   OPEN OUTPUT JOURNAL-OUT
               END-IF
               IF WS-JFS NOT = "00"
                   DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
                   PERFORM RELEASE-JOURNAL-LOCK
                   CLOSE AP-ITEM-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM WRITE-ACH-FILE
               IF WS-ACFS NOT = "00"
                   DISPLAY "COULD NOT WRITE ACH FILE " WS-ACH-NAME
                   CLOSE JOURNAL-OUT
                   PERFORM RELEASE-JOURNAL-LOCK
                   CLOSE AP-ITEM-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM WRITE-EFT-BATCH
               CLOSE JOURNAL-OUT
               PERFORM RELEASE-JOURNAL-LOCK
               PERFORM WRITE-EFT-REGISTER
           END-IF

           PERFORM MARK-AP-ITEMS
           CLOSE AP-ITEM-FILE
           PERFORM REPLACE-SELECTION

           MOVE WS-PAY-TOTAL TO WS-TOT-ED
           DISPLAY "EFT PAYMENTS: " WS-PAY-COUNT " TOTAL " WS-TOT-ED
           IF WS-DISC-TAKEN-TOTAL NOT = 0
               MOVE WS-DISC-TAKEN-TOTAL TO WS-TOT-ED
               DISPLAY "DISCOUNTS TAKEN: " WS-TOT-ED
           END-IF
           IF WS-PAY-COUNT > 0
               DISPLAY "ACH FILE " WS-ACH-NAME " EFFECTIVE "
                   WS-EFFECTIVE-DATE
               DISPLAY "DISBURSEMENT BATCH WRITTEN - RUN BATCH-DRIVER"
                   " TO VALIDATE AND POST IT"
           END-IF
           IF WS-HELD-COUNT > 0
               MOVE 4 TO WS-RUN-RC
           END-IF
           PERFORM WRITE-AUDIT-LOG
           MOVE WS-RUN-RC TO RETURN-CODE
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
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       SET-EFFECTIVE-DATE.
      *> The first banking day after the payment date.
           COMPUTE WS-BD-NUM =
               FUNCTION NUMVAL(WS-PAY-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-PAY-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-PAY-DATE(9:2))
           COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-BD-NUM)
               + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-BD-INT) TO WS-BD-NUM
           MOVE SPACES TO WS-BD-DATE-IN
           STRING WS-BD-NUM(1:4) "-" WS-BD-NUM(5:2) "-"
                   WS-BD-NUM(7:2)
               DELIMITED BY SIZE INTO WS-BD-DATE-IN
           END-STRING
           PERFORM NEXT-BUSINESS-DAY
           MOVE WS-BD-DATE-OUT TO WS-EFFECTIVE-DATE.

       FIND-ACCOUNTS.
           MOVE SPACES TO WS-CASH-ACCTNO WS-AP-ACCTNO
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
           ELSE
               MOVE WS-CASH-NAME TO ACC-NAME
               READ ACCOUNT-MASTER KEY IS ACC-NAME
                   INVALID KEY
                       DISPLAY "CASH ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       MOVE ACC-NUMBER TO WS-CASH-ACCTNO
               END-READ
               MOVE WS-AP-NAME TO ACC-NAME
               READ ACCOUNT-MASTER KEY IS ACC-NAME
                   INVALID KEY
                       DISPLAY "ACCOUNTS PAYABLE ACCOUNT NOT FOUND"
                   NOT INVALID KEY
                       MOVE ACC-NUMBER TO WS-AP-ACCTNO
               END-READ
               MOVE WS-DISC-NAME TO ACC-NAME
               READ ACCOUNT-MASTER KEY IS ACC-NAME
                   INVALID KEY
                       DISPLAY "PURCHASE DISCOUNTS ACCOUNT NOT FOUND -"
                           " DISCOUNTS WILL NOT BE TAKEN"
                       MOVE "N" TO WS-DISC-AVAILABLE
                   NOT INVALID KEY
                       MOVE ACC-NUMBER TO WS-DISC-ACCTNO
                       MOVE "Y" TO WS-DISC-AVAILABLE
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

       PARSE-SELECTION.
           MOVE SPACES TO WS-SEL-INVOICE-NO WS-SEL-VENDOR
               WS-SEL-AMOUNT-X WS-SEL-DUE-DATE WS-SEL-DISC-X
               WS-SEL-CURRENCY WS-SEL-FRN-X
           UNSTRING SELECTION-IN
               DELIMITED BY ","
               INTO WS-SEL-INVOICE-NO
                   WS-SEL-VENDOR
                   WS-SEL-AMOUNT-X
                   WS-SEL-DUE-DATE
                   WS-SEL-DISC-X
                   WS-SEL-CURRENCY
                   WS-SEL-FRN-X
           END-UNSTRING
           MOVE 0 TO WS-ITEM-DISC
           IF WS-DISC-AVAILABLE = "Y" AND
                   WS-SEL-DISC-X NOT = SPACES
               MOVE WS-SEL-DISC TO WS-ITEM-DISC
           END-IF.

       SCREEN-SELECTION.
      *> An item stays on the selection for AP-CHECKS unless its
      *> vendor is paid by EFT.  Foreign items always go by check:
      *> the ACH credit carries base currency only, and the check
      *> run is where the settlement-rate FX is booked.
           PERFORM PARSE-SELECTION
           MOVE "Y" TO WS-KEEP-FOR-CHECK
           MOVE WS-SEL-VENDOR TO VEND-NUMBER
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VEND-PAY-METHOD = "E"
                       MOVE "N" TO WS-KEEP-FOR-CHECK
                   END-IF
           END-READ
           IF WS-KEEP-FOR-CHECK = "N" AND
                   WS-SEL-CURRENCY NOT = SPACES AND
                   WS-SEL-CURRENCY NOT = "USD"
               DISPLAY "AP ITEM " WS-SEL-INVOICE-NO " IN "
                   WS-SEL-CURRENCY " LEFT FOR AP-CHECKS - EFT"
                   " PAYS BASE CURRENCY ONLY"
               MOVE "Y" TO WS-KEEP-FOR-CHECK
           END-IF
           IF WS-KEEP-FOR-CHECK = "N"
               PERFORM CHECK-ITEM-PAID
               IF WS-ITEM-PAID = "Y"
                   DISPLAY "AP ITEM " WS-SEL-INVOICE-NO
                       " ALREADY PAID - DROPPED FROM SELECTION"
               ELSE
                   PERFORM NOTE-EFT-ITEM
               END-IF
           ELSE
               WRITE SELECTION-TEMP-REC FROM SELECTION-IN
           END-IF.

       CHECK-ITEM-PAID.
      *> A rerun after a crash replays the same selection file; an
      *> item the failed run already paid must not be paid again.
           MOVE "N" TO WS-ITEM-PAID
           MOVE WS-SEL-INVOICE-NO TO AP-INVOICE-NO
           READ AP-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-STATUS = "P"
                       MOVE "Y" TO WS-ITEM-PAID
                   END-IF
           END-READ.

       NOTE-EFT-ITEM.
           MOVE 0 TO WS-FOUND-PAY
           PERFORM VARYING EP-IDX FROM 1 BY 1
                   UNTIL EP-IDX > WS-EP-COUNT
               IF WS-EP-VENDOR (EP-IDX) = WS-SEL-VENDOR
                   SET WS-FOUND-PAY TO EP-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-PAY = 0
               IF WS-EP-COUNT < 200
                   ADD 1 TO WS-EP-COUNT
                   MOVE WS-EP-COUNT TO WS-FOUND-PAY
                   MOVE WS-SEL-VENDOR TO WS-EP-VENDOR (WS-FOUND-PAY)
                   MOVE VEND-NAME TO WS-EP-NAME (WS-FOUND-PAY)
                   MOVE VEND-BANK-ROUTING TO
                       WS-EP-ROUTING (WS-FOUND-PAY)
                   MOVE VEND-BANK-ACCOUNT TO
                       WS-EP-ACCOUNT (WS-FOUND-PAY)
                   MOVE VEND-BANK-ACCT-TYPE TO
                       WS-EP-ACCT-TYPE (WS-FOUND-PAY)
                   MOVE 0 TO WS-EP-GROSS (WS-FOUND-PAY)
                       WS-EP-DISC (WS-FOUND-PAY)
                       WS-EP-NET (WS-FOUND-PAY)
                       WS-EP-ITEMS (WS-FOUND-PAY)
                       WS-EP-PAYMENT-NO (WS-FOUND-PAY)
                   MOVE "N" TO WS-EP-HELD (WS-FOUND-PAY)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF
           IF WS-FOUND-PAY > 0
               IF WS-EI-COUNT < 500
                   ADD 1 TO WS-EI-COUNT
                   MOVE WS-SEL-INVOICE-NO TO
                       WS-EI-INVOICE (WS-EI-COUNT)
                   MOVE WS-SEL-AMOUNT TO WS-EI-GROSS (WS-EI-COUNT)
                   MOVE WS-ITEM-DISC TO WS-EI-DISC (WS-EI-COUNT)
                   MOVE WS-FOUND-PAY TO WS-EI-PAY (WS-EI-COUNT)
                   ADD 1 TO WS-EP-ITEMS (WS-FOUND-PAY)
                   ADD WS-SEL-AMOUNT TO WS-EP-GROSS (WS-FOUND-PAY)
                   ADD WS-ITEM-DISC TO WS-EP-DISC (WS-FOUND-PAY)
                   COMPUTE WS-EP-NET (WS-FOUND-PAY) =
                       WS-EP-NET (WS-FOUND-PAY)
                       + WS-SEL-AMOUNT - WS-ITEM-DISC
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

       CHECK-PAYMENT-HELD.
      *> An ACH credit has to be for something; a vendor whose
      *> credit memos cover its invoices is settled by a later run
      *> once more invoices come due.
           IF WS-EP-ROUTING (EP-IDX) = SPACES OR
                   WS-EP-ACCOUNT (EP-IDX) = SPACES
               DISPLAY "VENDOR " WS-EP-VENDOR (EP-IDX)
                   " IS EFT BUT HAS NO BANK DETAILS - ITEMS"
                   " RETURNED TO OPEN"
               MOVE "Y" TO WS-EP-HELD (EP-IDX)
           ELSE
               IF WS-EP-NET (EP-IDX) NOT > 0
                   MOVE WS-EP-NET (EP-IDX) TO WS-AMT-ED
                   DISPLAY "VENDOR " WS-EP-VENDOR (EP-IDX)
                       " NETS TO " WS-AMT-ED " - ITEMS RETURNED"
                       " TO OPEN"
                   MOVE "Y" TO WS-EP-HELD (EP-IDX)
               END-IF
           END-IF
           IF WS-EP-HELD (EP-IDX) = "Y"
               ADD WS-EP-ITEMS (EP-IDX) TO WS-HELD-COUNT
           END-IF.

       NEXT-PAYMENT-NUMBER.
      *> Payment numbers continue from the last one on the register.
           MOVE 0 TO WS-PAYMENT-NO
           MOVE "N" TO WS-EOF
           OPEN INPUT EFT-REGISTER
           IF WS-EFFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ EFT-REGISTER
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF EFT-REGISTER-REC(1:6) NUMERIC
                               MOVE EFT-REGISTER-REC(1:6)
                                   TO WS-PAYMENT-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EFT-REGISTER
           END-IF
           MOVE "N" TO WS-EOF.

       WRITE-ACH-FILE.
      *> One file per run, named like the batch it pays:
      *> ACH-yyyymmdd-ss.TXT for batch EFyyyymmddss, with the batch
      *> sequence picking the file id modifier so two same-day files
      *> are told apart at the bank.
           MOVE SPACES TO WS-ACH-NAME
           STRING "ACH-" WS-BUSINESS-DATE-X "-" WS-BATCH-SEQ ".TXT"
               DELIMITED BY SIZE INTO WS-ACH-NAME
           END-STRING
           OPEN OUTPUT ACH-FILE
           IF WS-ACFS = "00"
               MOVE 0 TO WS-ACH-REC-COUNT WS-ACH-ENTRY-COUNT
                   WS-ACH-HASH-SUM WS-ACH-CREDIT-TOTAL

               MOVE SPACES TO AFH-DESTINATION
               STRING " " WS-ACH-DEST-RTN
                   DELIMITED BY SIZE INTO AFH-DESTINATION
               END-STRING
               MOVE WS-ACH-ORIGIN-ID TO AFH-ORIGIN
               MOVE FUNCTION CURRENT-DATE(3:6) TO AFH-CREATE-DATE
               MOVE FUNCTION CURRENT-DATE(9:4) TO AFH-CREATE-TIME
               IF WS-BATCH-SEQ > 26
                   MOVE "Z" TO AFH-FILE-ID
               ELSE
                   MOVE WS-ACH-MODIFIERS(WS-BATCH-SEQ:1)
                       TO AFH-FILE-ID
               END-IF
               MOVE WS-ACH-DEST-NAME TO AFH-DEST-NAME
               MOVE WS-ACH-ORIGIN-NAME TO AFH-ORIGIN-NAME
               WRITE ACH-REC FROM WS-ACH-FILE-HEADER
               ADD 1 TO WS-ACH-REC-COUNT

               MOVE WS-ACH-COMPANY-NAME TO ABH-COMPANY-NAME
               MOVE WS-ACH-ORIGIN-ID TO ABH-COMPANY-ID
               MOVE WS-ACH-ENTRY-DESC TO ABH-ENTRY-DESC
               MOVE SPACES TO WS-ACH-YYMMDD
               STRING WS-PAY-DATE(3:2) WS-PAY-DATE(6:2)
                       WS-PAY-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-ACH-YYMMDD
               END-STRING
               MOVE WS-ACH-YYMMDD TO ABH-DESC-DATE
               MOVE SPACES TO WS-ACH-YYMMDD
               STRING WS-EFFECTIVE-DATE(3:2) WS-EFFECTIVE-DATE(6:2)
                       WS-EFFECTIVE-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-ACH-YYMMDD
               END-STRING
               MOVE WS-ACH-YYMMDD TO ABH-EFFECTIVE-DATE
               MOVE WS-ACH-ODFI TO ABH-ODFI
               MOVE 1 TO ABH-BATCH-NO
               WRITE ACH-REC FROM WS-ACH-BATCH-HEADER
               ADD 1 TO WS-ACH-REC-COUNT

               PERFORM VARYING EP-IDX FROM 1 BY 1
                       UNTIL EP-IDX > WS-EP-COUNT
                   IF WS-EP-HELD (EP-IDX) = "N"
                       PERFORM WRITE-ACH-ENTRY
                   END-IF
               END-PERFORM

               MOVE WS-ACH-ENTRY-COUNT TO ABC-ENTRY-COUNT
               MOVE WS-ACH-HASH-SUM TO ABC-ENTRY-HASH
               MOVE 0 TO ABC-DEBIT-TOTAL
               MOVE WS-ACH-CREDIT-TOTAL TO ABC-CREDIT-TOTAL
               MOVE WS-ACH-ORIGIN-ID TO ABC-COMPANY-ID
               MOVE WS-ACH-ODFI TO ABC-ODFI
               MOVE 1 TO ABC-BATCH-NO
               WRITE ACH-REC FROM WS-ACH-BATCH-CONTROL
               ADD 1 TO WS-ACH-REC-COUNT

      *> The file control counts itself in the blocks.
               MOVE 1 TO AFC-BATCH-COUNT
               COMPUTE AFC-BLOCK-COUNT =
                   (WS-ACH-REC-COUNT + 1 + 9) / 10
               MOVE WS-ACH-ENTRY-COUNT TO AFC-ENTRY-COUNT
               MOVE WS-ACH-HASH-SUM TO AFC-ENTRY-HASH
               MOVE 0 TO AFC-DEBIT-TOTAL
               MOVE WS-ACH-CREDIT-TOTAL TO AFC-CREDIT-TOTAL
               WRITE ACH-REC FROM WS-ACH-FILE-CONTROL
               ADD 1 TO WS-ACH-REC-COUNT

               PERFORM UNTIL FUNCTION MOD(WS-ACH-REC-COUNT, 10) = 0
                   WRITE ACH-REC FROM WS-ACH-FILLER-REC
                   ADD 1 TO WS-ACH-REC-COUNT
               END-PERFORM
               CLOSE ACH-FILE
           END-IF.

       WRITE-ACH-ENTRY.
      *> A credit to the vendor's checking (22) or savings (32)
      *> account.  The entry hash adds up the eight-digit receiving
      *> bank numbers; only its low ten digits go on the controls.
           IF WS-EP-ACCT-TYPE (EP-IDX) = "S"
               MOVE "32" TO AEN-TRAN-CODE
           ELSE
               MOVE "22" TO AEN-TRAN-CODE
           END-IF
           MOVE WS-EP-ROUTING (EP-IDX) TO AEN-RDFI
           MOVE WS-EP-ACCOUNT (EP-IDX) TO AEN-ACCOUNT
           MOVE WS-EP-NET (EP-IDX) TO AEN-AMOUNT
           MOVE WS-EP-VENDOR (EP-IDX) TO AEN-IDENT
           MOVE WS-EP-NAME (EP-IDX) TO AEN-NAME
           PERFORM BUILD-TRACE-NO
           MOVE WS-TRACE-NO TO AEN-TRACE
           WRITE ACH-REC FROM WS-ACH-ENTRY
           ADD 1 TO WS-ACH-REC-COUNT
           ADD 1 TO WS-ACH-ENTRY-COUNT
           IF WS-EP-ROUTING (EP-IDX)(1:8) NUMERIC
               ADD FUNCTION NUMVAL(WS-EP-ROUTING (EP-IDX)(1:8))
                   TO WS-ACH-HASH-SUM
           END-IF
           ADD WS-EP-NET (EP-IDX) TO WS-ACH-CREDIT-TOTAL.

       BUILD-TRACE-NO.
      *> Trace number: our ODFI and the payment number, which is
      *> how a return finds its way back to the register.
           MOVE WS-EP-PAYMENT-NO (EP-IDX) TO WS-TRACE-SEQ
           MOVE SPACES TO WS-TRACE-NO
           STRING WS-ACH-ODFI WS-TRACE-SEQ
               DELIMITED BY SIZE INTO WS-TRACE-NO
           END-STRING.

       WRITE-EFT-BATCH.
      *> Per payment, the same relief a check books: the payable
      *> comes off at gross invoice by invoice, discounts taken go
      *> to purchase discounts, and one cash credit for the net
      *> that left the bank.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           PERFORM VARYING EI-IDX FROM 1 BY 1
                   UNTIL EI-IDX > WS-EI-COUNT
               SET EP-IDX TO WS-EI-PAY (EI-IDX)
               IF WS-EP-HELD (EP-IDX) = "N"
                   ADD 1 TO WS-LINE-COUNT
                   ADD WS-EI-GROSS (EI-IDX) TO WS-DEBIT-TOTAL
                   IF WS-EI-DISC (EI-IDX) NOT = 0
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-PAY-COUNT TO WS-LINE-COUNT

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           STRING "EF" WS-BUSINESS-DATE-X WS-BATCH-SEQ
               DELIMITED BY SIZE INTO CTRL-BATCH-ID
           END-STRING
           MOVE WS-LINE-COUNT TO CTRL-COUNT
           MOVE WS-DEBIT-TOTAL TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           PERFORM VARYING EP-IDX FROM 1 BY 1
                   UNTIL EP-IDX > WS-EP-COUNT
               IF WS-EP-HELD (EP-IDX) = "N"
                   PERFORM WRITE-ONE-EFT-DOC
               END-IF
           END-PERFORM

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE.

       WRITE-ONE-EFT-DOC.
           MOVE 0 TO WS-LINE-SEQ
           MOVE WS-PAY-DATE TO JL-DATE
           MOVE SPACES TO JL-DOC-NO
           STRING "EF" WS-EP-PAYMENT-NO (EP-IDX)
               DELIMITED BY SIZE INTO JL-DOC-NO
           END-STRING
           SET WS-FOUND-PAY TO EP-IDX
           PERFORM VARYING EI-IDX FROM 1 BY 1
                   UNTIL EI-IDX > WS-EI-COUNT
               IF WS-EI-PAY (EI-IDX) = WS-FOUND-PAY
                   PERFORM WRITE-EFT-RELIEF-LINES
               END-IF
           END-PERFORM

           ADD 1 TO WS-LINE-SEQ
           MOVE WS-LINE-SEQ       TO JL-LINE-NO
           MOVE WS-CASH-NAME      TO JL-ACCT-NAME
           MOVE WS-CASH-ACCTNO    TO JL-ACCTNO
           MOVE "C"               TO JL-DC
           MOVE WS-EP-NET (EP-IDX) TO WS-AMT-ED
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE.

       WRITE-EFT-RELIEF-LINES.
           ADD 1 TO WS-LINE-SEQ
           MOVE WS-LINE-SEQ       TO JL-LINE-NO
           MOVE WS-AP-NAME        TO JL-ACCT-NAME
           MOVE WS-AP-ACCTNO      TO JL-ACCTNO
           MOVE "D"               TO JL-DC
           MOVE WS-EI-GROSS (EI-IDX) TO WS-AMT-ED
           MOVE WS-AMT-ED         TO JL-AMOUNT
           WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE

           IF WS-EI-DISC (EI-IDX) NOT = 0
               ADD 1 TO WS-LINE-SEQ
               MOVE WS-LINE-SEQ   TO JL-LINE-NO
               MOVE WS-DISC-NAME  TO JL-ACCT-NAME
               MOVE WS-DISC-ACCTNO TO JL-ACCTNO
               MOVE "C"           TO JL-DC
               MOVE WS-EI-DISC (EI-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED     TO JL-AMOUNT
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           END-IF.

       WRITE-EFT-REGISTER.
           OPEN EXTEND EFT-REGISTER
           IF WS-EFFS NOT = "00"
               OPEN OUTPUT EFT-REGISTER
           END-IF
           PERFORM VARYING EI-IDX FROM 1 BY 1
                   UNTIL EI-IDX > WS-EI-COUNT
               SET EP-IDX TO WS-EI-PAY (EI-IDX)
               IF WS-EP-HELD (EP-IDX) = "N"
                   MOVE WS-EP-PAYMENT-NO (EP-IDX) TO EFR-PAYMENT-NO
                   MOVE WS-PAY-DATE             TO EFR-DATE
                   MOVE WS-EP-VENDOR (EP-IDX)   TO EFR-VENDOR
                   MOVE WS-EP-NAME (EP-IDX)     TO EFR-VEND-NAME
                   MOVE WS-EI-INVOICE (EI-IDX)  TO EFR-INVOICE-NO
                   COMPUTE EFR-AMOUNT =
                       WS-EI-GROSS (EI-IDX) - WS-EI-DISC (EI-IDX)
                   MOVE SPACE                   TO EFR-STATUS
                   MOVE SPACES                  TO EFR-RETURN-DATE
                   MOVE WS-EI-DISC (EI-IDX)     TO EFR-DISC-AMOUNT
                   PERFORM BUILD-TRACE-NO
                   MOVE WS-TRACE-NO             TO EFR-TRACE-NO
                   MOVE SPACES                  TO EFR-RETURN-CODE
                   WRITE EFT-REGISTER-REC FROM WS-REGISTER-LINE
               END-IF
           END-PERFORM
           CLOSE EFT-REGISTER.

       MARK-AP-ITEMS.
      *> Paid items go to P; a held vendor's items go back to O so
      *> AP-SELECT can pick them up again.
           PERFORM VARYING EI-IDX FROM 1 BY 1
                   UNTIL EI-IDX > WS-EI-COUNT
               MOVE WS-EI-INVOICE (EI-IDX) TO AP-INVOICE-NO
               READ AP-ITEM-FILE
                   INVALID KEY
                       DISPLAY "AP ITEM " WS-EI-INVOICE (EI-IDX)
                           " MISSING - PAYMENT STILL REGISTERED"
                   NOT INVALID KEY
                       SET EP-IDX TO WS-EI-PAY (EI-IDX)
                       IF WS-EP-HELD (EP-IDX) = "Y"
                           MOVE "O" TO AP-STATUS
                       ELSE
                           MOVE "P" TO AP-STATUS
                       END-IF
                       REWRITE AP-ITEM-REC
               END-READ
           END-PERFORM.

       REPLACE-SELECTION.
      *> What is left on the selection is AP-CHECKS' to pay.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT SELECTION-FILE
           OPEN INPUT SELECTION-TEMP
           PERFORM UNTIL WS-EOF = "Y"
               READ SELECTION-TEMP
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE SELECTION-IN FROM SELECTION-TEMP-REC
               END-READ
           END-PERFORM
           CLOSE SELECTION-FILE
           CLOSE SELECTION-TEMP
           MOVE "N" TO WS-EOF.

       WRITE-AUDIT-LOG.
           MOVE "AP-EFT" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-LINES-READ TO AUDIT-RECORDS-READ
           MOVE WS-HELD-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

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
               MOVE "AP-EFT" TO LCK-PROGRAM
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
