       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT TB-FILE ASSIGN TO "trial_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-NAME
               FILE STATUS IS WS-TBFS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "open_invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OIFS.
           SELECT AP-ITEM-FILE ASSIGN TO "ap_open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-INVOICE-NO
               FILE STATUS IS WS-APIFS.
           SELECT SELECTION-FILE ASSIGN TO "payment_selection.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLFS.
           SELECT CONTRACT-FILE ASSIGN TO "contracts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-ID
               FILE STATUS IS WS-CNFS.
           SELECT STD-ENTRY-FILE ASSIGN TO "standing_entries.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-SEFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.
           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD TB-FILE.
       01 TB-REC.
           05 TB-NAME           PIC X(20).
           05 TB-DEBIT-TOTAL    PIC S9(12)V99 VALUE 0.
           05 TB-CREDIT-TOTAL   PIC S9(12)V99 VALUE 0.

       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       FD AP-ITEM-FILE.
           COPY APITEM.

       FD SELECTION-FILE.
       01 SELECTION-REC        PIC X(100).

       FD CONTRACT-FILE.
           COPY CONTRREC.

       FD STD-ENTRY-FILE.
           COPY STDENTRY.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC          PIC X(10).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-ALFS              PIC X(2).
           COPY AUDITREC.
       01 WS-HOLFS             PIC X(2).
           COPY HOLTBL.
       01 WS-AFS               PIC X(2).
       01 WS-TBFS              PIC X(2).
       01 WS-OIFS              PIC X(2).
       01 WS-APIFS             PIC X(2).
       01 WS-SLFS              PIC X(2).
       01 WS-CNFS              PIC X(2).
       01 WS-SEFS              PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-RECORDS-READ      PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT       PIC 9(7) VALUE 0.
       01 WS-AMT-ED            PIC -(12)9.99.

      *> The cash accounts (ACC-CASH-FLAG Y): their trial balance is
      *> the opening position, and a standing entry line on one of
      *> them is a cash movement on its day each month.
       01 WS-CASH-COUNT        PIC 9(2) VALUE 0.
       01 WS-CASH-TABLE.
           05 WS-CASH-ACCTNO OCCURS 50 TIMES INDEXED BY CASH-IDX
                                PIC X(6).
       01 WS-FOUND             PIC X VALUE "N".
       01 WS-OPENING-CASH      PIC S9(13)V99 VALUE 0.

      *> Thirteen weeks of seven calendar days from the business
      *> date.  Each flow is dated, slid forward to a business day,
      *> and falls into the week that holds that day; anything
      *> already past due is expected in week one, and anything
      *> after week thirteen is outside the forecast.  The sources
      *> in each week are, in order: receivables due, contract
      *> billings not yet invoiced, standing-entry receipts, payables
      *> due, the payment selection awaiting AP-CHECKS, and
      *> standing-entry payments.
       01 WS-WEEKS             PIC 9(2) VALUE 13.
       01 WS-START-INT         PIC 9(8) COMP VALUE 0.
       01 WS-HORIZON-PERIOD    PIC 9(6) VALUE 0.
       01 WS-WEEK-TABLE.
           05 WS-WK-ENTRY OCCURS 13 TIMES INDEXED BY WK-IDX.
               10 WS-WK-FROM        PIC X(10).
               10 WS-WK-TO          PIC X(10).
               10 WS-WK-OPENING     PIC S9(13)V99.
               10 WS-WK-IN          PIC S9(13)V99.
               10 WS-WK-OUT         PIC S9(13)V99.
               10 WS-WK-CLOSING     PIC S9(13)V99.
               10 WS-WK-SOURCE      PIC S9(13)V99 OCCURS 6 TIMES.
       01 WS-WK                PIC 9(2) VALUE 0.
       01 WS-SRC               PIC 9 VALUE 0.
       01 WS-MEMO-TABLE.
           05 WS-MEMO-ENTRY OCCURS 6 TIMES.
               10 WS-PAST-DUE       PIC S9(13)V99.
               10 WS-BEYOND         PIC S9(13)V99.
       01 WS-SOURCE-NAMES.
           05 FILLER            PIC X(24)
                                VALUE "RECEIVABLES DUE".
           05 FILLER            PIC X(24)
                                VALUE "CONTRACT BILLINGS".
           05 FILLER            PIC X(24)
                                VALUE "STANDING RECEIPTS".
           05 FILLER            PIC X(24)
                                VALUE "PAYABLES DUE".
           05 FILLER            PIC X(24)
                                VALUE "SELECTED FOR PAYMENT".
           05 FILLER            PIC X(24)
                                VALUE "STANDING PAYMENTS".
       01 WS-SOURCE-NAME-TBL REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-NAME    PIC X(24) OCCURS 6 TIMES.
       01 WS-MIN-CASH          PIC S9(13)V99 VALUE 0.
       01 WS-SHORT-WEEKS       PIC 9(2) VALUE 0.

       01 WS-FLOW-DATE         PIC X(10).
       01 WS-FLOW-AMOUNT       PIC S9(11)V99 VALUE 0.
       01 WS-FLOW-DAYS         PIC S9(8) COMP VALUE 0.
       01 WS-ITEM-DISC         PIC S9(9)V99 VALUE 0.

       01 WS-SEL-INVOICE-NO    PIC X(10).
       01 WS-SEL-VENDOR        PIC X(6).
       01 WS-SEL-AMOUNT-X      PIC X(12).
       01 WS-SEL-AMOUNT REDEFINES WS-SEL-AMOUNT-X
                               PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
       01 WS-SEL-DUE-DATE      PIC X(10).
       01 WS-SEL-DISC-X        PIC X(12).
       01 WS-SEL-DISC REDEFINES WS-SEL-DISC-X
                               PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.

      *> Contract billings and standing entries for the months after
      *> the accounting period up to the one the forecast ends in;
      *> the current period's are already invoiced or posted by
      *> CONTRACT-GEN and STDJRNL-GEN and so already in the open
      *> items or the cash balance.
       01 WS-GEN-PERIOD        PIC 9(6) VALUE 0.
       01 WS-GEN-DAY           PIC 9(2) VALUE 0.
      *> A contract only bills in its start period and every
      *> CON-BILL-MONTHS months after, as CONTRACT-GEN bills it.
       01 WS-BILL-DUE          PIC X VALUE "N".
       01 WS-BILL-MONTHS       PIC 9(2) VALUE 1.
       01 WS-ST-YYYY           PIC 9(4).
       01 WS-ST-MM             PIC 9(2).
       01 WS-CYCLE-MONTHS      PIC 9(5) VALUE 0.
       01 WS-CYCLE-QUOT        PIC 9(5) VALUE 0.
       01 WS-CYCLE-REM         PIC 9(2) VALUE 0.
       01 WS-GEN-YYYY          PIC 9(4) VALUE 0.
       01 WS-GEN-MM            PIC 9(2) VALUE 0.
       01 WS-GEN-DD            PIC 9(2) VALUE 0.
       01 WS-GEN-YYYY-X        PIC 9(4).
       01 WS-GEN-MM-X          PIC 9(2).
       01 WS-GEN-DD-X          PIC 9(2).
       01 WS-GEN-DATE          PIC X(10).
       01 WS-LEAP-YEAR         PIC X VALUE "N".
       01 WS-DAYS-IN-MONTH     PIC 9(2) VALUE 0.
       01 WS-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-DATE-INT          PIC 9(8) COMP VALUE 0.
       01 WS-PER-COUNT         PIC 9 VALUE 0.
       01 WS-PER-DONE          PIC X VALUE "N".
       01 WS-PER-TABLE.
           05 WS-PER-PERIOD OCCURS 5 TIMES INDEXED BY PER-IDX
                                PIC 9(6).

       01 WS-WEEK-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PWL-WEEK          PIC Z9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PWL-FROM          PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PWL-TO            PIC X(10).
           05 PWL-OPENING       PIC -(12)9.99.
           05 PWL-IN            PIC -(12)9.99.
           05 PWL-OUT           PIC -(12)9.99.
           05 PWL-CLOSING       PIC -(12)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PWL-FLAG          PIC X(20).
       01 WS-SOURCE-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PSL-WEEK          PIC Z9.
           05 PSL-AMOUNT        PIC -(10)9.99 OCCURS 6 TIMES.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-HOLIDAYS
           PERFORM SET-UP-WEEKS
           PERFORM LOAD-CASH-ACCOUNTS
           PERFORM LOAD-OPENING-CASH
           PERFORM FORECAST-RECEIVABLES
           PERFORM FORECAST-CONTRACTS
           PERFORM FORECAST-STANDING-ENTRIES
           PERFORM FORECAST-PAYABLES
           PERFORM FORECAST-SELECTION
           PERFORM ROLL-FORWARD

           MOVE "13-WEEK CASH FORECAST" TO WS-RPT-TITLE
           PERFORM OPEN-REPORT
           PERFORM PRINT-FORECAST
           PERFORM CLOSE-REPORT
           PERFORM WRITE-AUDIT-LOG

           MOVE WS-OPENING-CASH TO WS-AMT-ED
           DISPLAY "OPENING CASH " WS-AMT-ED
           MOVE WS-WK-CLOSING (WS-WEEKS) TO WS-AMT-ED
           DISPLAY "PROJECTED CASH AT WEEK 13 " WS-AMT-ED
           IF WS-SHORT-WEEKS > 0
               DISPLAY "WEEKS BELOW MINIMUM CASH: " WS-SHORT-WEEKS
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
           IF RC-MIN-CASH NOT NUMERIC
               MOVE 0 TO RC-MIN-CASH
           END-IF
           MOVE RC-MIN-CASH TO WS-MIN-CASH
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       SET-UP-WEEKS.
      *> Each week is shown by the first and last business days in
      *> it; the flows themselves are bucketed by calendar day.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WS-WEEKS
               SET WS-WK TO WK-IDX
               COMPUTE WS-DATE-INT = WS-START-INT + (WS-WK - 1) * 7
               PERFORM DATE-FROM-INTEGER
               MOVE WS-GEN-DATE TO WS-BD-DATE-IN
               PERFORM NEXT-BUSINESS-DAY
               MOVE WS-BD-DATE-OUT TO WS-WK-FROM (WK-IDX)
               COMPUTE WS-DATE-INT = WS-START-INT + WS-WK * 7 - 1
               PERFORM DATE-FROM-INTEGER
               MOVE WS-GEN-DATE TO WS-BD-DATE-IN
               PERFORM PREV-BUSINESS-DAY
               MOVE WS-BD-DATE-OUT TO WS-WK-TO (WK-IDX)
               MOVE 0 TO WS-WK-OPENING (WK-IDX) WS-WK-IN (WK-IDX)
                   WS-WK-OUT (WK-IDX) WS-WK-CLOSING (WK-IDX)
               PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
                   MOVE 0 TO WS-WK-SOURCE (WK-IDX, WS-SRC)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
               MOVE 0 TO WS-PAST-DUE (WS-SRC)
               MOVE 0 TO WS-BEYOND (WS-SRC)
           END-PERFORM

      *> The months whose contract billings and standing entries
      *> can land inside the thirteen weeks.
           COMPUTE WS-DATE-INT = WS-START-INT + WS-WEEKS * 7 - 1
           PERFORM DATE-FROM-INTEGER
           MOVE WS-DATE-NUM(1:6) TO WS-HORIZON-PERIOD
           MOVE 0 TO WS-PER-COUNT
           MOVE RC-PERIOD TO WS-GEN-PERIOD
           MOVE "N" TO WS-PER-DONE
           PERFORM UNTIL WS-PER-DONE = "Y"
               DIVIDE WS-GEN-PERIOD BY 100 GIVING WS-GEN-YYYY
                   REMAINDER WS-GEN-MM
               IF WS-GEN-MM >= 12
                   ADD 1 TO WS-GEN-YYYY
                   MOVE 1 TO WS-GEN-MM
               ELSE
                   ADD 1 TO WS-GEN-MM
               END-IF
               COMPUTE WS-GEN-PERIOD = WS-GEN-YYYY * 100 + WS-GEN-MM
               IF WS-GEN-PERIOD > WS-HORIZON-PERIOD OR
                       WS-PER-COUNT = 5
                   MOVE "Y" TO WS-PER-DONE
               ELSE
                   ADD 1 TO WS-PER-COUNT
                   MOVE WS-GEN-PERIOD TO WS-PER-PERIOD (WS-PER-COUNT)
               END-IF
           END-PERFORM.

       DATE-FROM-INTEGER.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
           MOVE SPACES TO WS-GEN-DATE
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
                   WS-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-GEN-DATE
           END-STRING.

       LOAD-CASH-ACCOUNTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LOW-VALUES TO ACC-NUMBER
           START ACCOUNT-MASTER KEY IS GREATER THAN ACC-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ACC-CASH-FLAG = "Y" AND WS-CASH-COUNT < 50
                           ADD 1 TO WS-CASH-COUNT
                           MOVE ACC-NUMBER TO
                               WS-CASH-ACCTNO (WS-CASH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           IF WS-CASH-COUNT = 0
               DISPLAY "NO ACCOUNT IS FLAGGED AS CASH - OPENING CASH"
                   " IS ZERO"
           END-IF.

       LOAD-OPENING-CASH.
      *> trial_balance.dat is keyed by account name, so each cash
      *> account is read back from the master for its name.  The
      *> account master is still open from LOAD-CASH-ACCOUNTS.
           MOVE 0 TO WS-OPENING-CASH
           OPEN INPUT TB-FILE
           IF WS-TBFS NOT = "00"
               DISPLAY "NO TRIAL BALANCE ON FILE - OPENING CASH IS"
                   " ZERO"
           ELSE
               PERFORM VARYING CASH-IDX FROM 1 BY 1
                       UNTIL CASH-IDX > WS-CASH-COUNT
                   MOVE WS-CASH-ACCTNO (CASH-IDX) TO ACC-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACC-NAME TO TB-NAME
                           READ TB-FILE KEY IS TB-NAME
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   COMPUTE WS-OPENING-CASH =
                                       WS-OPENING-CASH
                                       + TB-DEBIT-TOTAL
                                       - TB-CREDIT-TOTAL
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE TB-FILE
           END-IF
           CLOSE ACCOUNT-MASTER.

       BUCKET-FLOW.
      *> Adds WS-FLOW-AMOUNT for source WS-SRC on WS-FLOW-DATE to
      *> its week.  A date that is not a date counts as due now.
           IF WS-FLOW-DATE(1:4) NUMERIC AND
                   WS-FLOW-DATE(6:2) NUMERIC AND
                   WS-FLOW-DATE(9:2) NUMERIC
               MOVE WS-FLOW-DATE TO WS-BD-DATE-IN
               PERFORM NEXT-BUSINESS-DAY
               COMPUTE WS-FLOW-DAYS = WS-BD-INT - WS-START-INT
           ELSE
               MOVE 0 TO WS-FLOW-DAYS
           END-IF
           IF WS-FLOW-DAYS < 0
               ADD WS-FLOW-AMOUNT TO WS-PAST-DUE (WS-SRC)
               MOVE 0 TO WS-FLOW-DAYS
           END-IF
           COMPUTE WS-WK = WS-FLOW-DAYS / 7 + 1
           IF WS-WK > WS-WEEKS
               ADD WS-FLOW-AMOUNT TO WS-BEYOND (WS-SRC)
           ELSE
               ADD WS-FLOW-AMOUNT TO WS-WK-SOURCE (WS-WK, WS-SRC)
           END-IF.

       FORECAST-RECEIVABLES.
           MOVE 1 TO WS-SRC
           MOVE "N" TO WS-EOF
           OPEN INPUT OPEN-INVOICE-FILE
           IF WS-OIFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO OI-INVOICE-NO
               START OPEN-INVOICE-FILE
                   KEY IS GREATER THAN OI-INVOICE-NO
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ OPEN-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF OI-STATUS = "O"
                           COMPUTE WS-FLOW-AMOUNT = OI-AMOUNT - OI-PAID
                           MOVE OI-DUE-DATE TO WS-FLOW-DATE
                           IF WS-FLOW-DATE = SPACES
                               MOVE OI-INVOICE-DATE TO WS-FLOW-DATE
                           END-IF
                           IF WS-FLOW-AMOUNT > 0
                               PERFORM BUCKET-FLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OIFS = "00" OR WS-OIFS = "10"
               CLOSE OPEN-INVOICE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       FORECAST-CONTRACTS.
      *> A contract billed in a coming month is collected net 30
      *> from its bill date, as CONTRACT-GEN will invoice it.
           MOVE 2 TO WS-SRC
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTRACT-FILE
           IF WS-CNFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO CON-ID
               START CONTRACT-FILE KEY IS GREATER THAN CON-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM FORECAST-ONE-CONTRACT
               END-READ
           END-PERFORM
           IF WS-CNFS = "00" OR WS-CNFS = "10"
               CLOSE CONTRACT-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       FORECAST-ONE-CONTRACT.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PER-COUNT
               IF WS-PER-PERIOD (PER-IDX) >= CON-START-PERIOD AND
                       WS-PER-PERIOD (PER-IDX) <= CON-END-PERIOD
                   MOVE WS-PER-PERIOD (PER-IDX) TO WS-GEN-PERIOD
                   PERFORM CHECK-BILL-CYCLE
                   IF WS-BILL-DUE = "Y"
                       MOVE CON-BILL-DAY TO WS-GEN-DAY
                       PERFORM SET-GEN-DATE
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 30
                       PERFORM DATE-FROM-INTEGER
                       MOVE WS-GEN-DATE TO WS-FLOW-DATE
                       MOVE CON-AMOUNT TO WS-FLOW-AMOUNT
                       PERFORM BUCKET-FLOW
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-BILL-CYCLE.
           MOVE CON-BILL-MONTHS TO WS-BILL-MONTHS
           IF WS-BILL-MONTHS = 0
               MOVE 1 TO WS-BILL-MONTHS
           END-IF
           DIVIDE CON-START-PERIOD BY 100 GIVING WS-ST-YYYY
               REMAINDER WS-ST-MM
           DIVIDE WS-GEN-PERIOD BY 100 GIVING WS-GEN-YYYY
               REMAINDER WS-GEN-MM
           COMPUTE WS-CYCLE-MONTHS =
               (WS-GEN-YYYY - WS-ST-YYYY) * 12 + WS-GEN-MM - WS-ST-MM
           DIVIDE WS-CYCLE-MONTHS BY WS-BILL-MONTHS
               GIVING WS-CYCLE-QUOT REMAINDER WS-CYCLE-REM
           IF WS-CYCLE-REM = 0
               MOVE "Y" TO WS-BILL-DUE
           ELSE
               MOVE "N" TO WS-BILL-DUE
           END-IF.

       FORECAST-STANDING-ENTRIES.
      *> Only the lines that hit a cash account move cash: a debit
      *> to cash is a receipt, a credit a payment.
           MOVE "N" TO WS-EOF
           OPEN INPUT STD-ENTRY-FILE
           IF WS-SEFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO STD-KEY
               START STD-ENTRY-FILE KEY IS GREATER THAN STD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STD-ENTRY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE "N" TO WS-FOUND
                       PERFORM VARYING CASH-IDX FROM 1 BY 1
                               UNTIL CASH-IDX > WS-CASH-COUNT
                           IF WS-CASH-ACCTNO (CASH-IDX) = STD-ACCTNO
                               MOVE "Y" TO WS-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-FOUND = "Y"
                           PERFORM FORECAST-ONE-STANDING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SEFS = "00" OR WS-SEFS = "10"
               CLOSE STD-ENTRY-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       FORECAST-ONE-STANDING.
           IF STD-DC = "D"
               MOVE 3 TO WS-SRC
           ELSE
               MOVE 6 TO WS-SRC
           END-IF
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PER-COUNT
               IF WS-PER-PERIOD (PER-IDX) >= STD-START-PERIOD AND
                       WS-PER-PERIOD (PER-IDX) <= STD-END-PERIOD
                   MOVE WS-PER-PERIOD (PER-IDX) TO WS-GEN-PERIOD
                   MOVE STD-DAY TO WS-GEN-DAY
                   PERFORM SET-GEN-DATE
                   MOVE WS-GEN-DATE TO WS-FLOW-DATE
                   IF STD-DC = "D"
                       MOVE STD-AMOUNT TO WS-FLOW-AMOUNT
                   ELSE
                       COMPUTE WS-FLOW-AMOUNT = 0 - STD-AMOUNT
                   END-IF
                   PERFORM BUCKET-FLOW
               END-IF
           END-PERFORM.

       SET-GEN-DATE.
      *> WS-GEN-DAY within WS-GEN-PERIOD, clamped to the month's
      *> length (the CONTRACT-GEN and STDJRNL-GEN convention); the
      *> date comes back in WS-GEN-DATE and WS-DATE-NUM.
           DIVIDE WS-GEN-PERIOD BY 100 GIVING WS-GEN-YYYY
               REMAINDER WS-GEN-MM
           MOVE "N" TO WS-LEAP-YEAR
           IF FUNCTION MOD(WS-GEN-YYYY, 4) = 0 AND
               (FUNCTION MOD(WS-GEN-YYYY, 100) NOT = 0 OR
                FUNCTION MOD(WS-GEN-YYYY, 400) = 0)
               MOVE "Y" TO WS-LEAP-YEAR
           END-IF
           EVALUATE WS-GEN-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF WS-LEAP-YEAR = "Y"
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 28 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           MOVE WS-GEN-DAY TO WS-GEN-DD
           IF WS-GEN-DD < 1
               MOVE 1 TO WS-GEN-DD
           END-IF
           IF WS-GEN-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-GEN-DD
           END-IF
           MOVE WS-GEN-YYYY TO WS-GEN-YYYY-X
           MOVE WS-GEN-MM   TO WS-GEN-MM-X
           MOVE WS-GEN-DD   TO WS-GEN-DD-X
           MOVE SPACES TO WS-GEN-DATE
           STRING WS-GEN-YYYY-X "-" WS-GEN-MM-X "-" WS-GEN-DD-X
               DELIMITED BY SIZE INTO WS-GEN-DATE
           END-STRING
           COMPUTE WS-DATE-NUM =
               WS-GEN-YYYY * 10000 + WS-GEN-MM * 100 + WS-GEN-DD.

       FORECAST-PAYABLES.
      *> An open item still inside its discount window is paid net
      *> on the discount date, as AP-SELECT would take it; otherwise
      *> gross on the due date.  An item AP-DUPCHK holds (status
      *> H) is forecast the same way: most holds are released to
      *> pay, and counting one that is not errs on the safe side.
      *> Items already selected (status S) are counted from the
      *> payment selection instead, so they are left out here
      *> rather than counted twice.
           MOVE 4 TO WS-SRC
           MOVE "N" TO WS-EOF
           OPEN INPUT AP-ITEM-FILE
           IF WS-APIFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO AP-INVOICE-NO
               START AP-ITEM-FILE KEY IS GREATER THAN AP-INVOICE-NO
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ AP-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF AP-STATUS = "O" OR AP-STATUS = "H"
                           PERFORM FORECAST-ONE-PAYABLE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APIFS = "00" OR WS-APIFS = "10"
               CLOSE AP-ITEM-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       FORECAST-ONE-PAYABLE.
           MOVE 0 TO WS-ITEM-DISC
           MOVE AP-DUE-DATE TO WS-FLOW-DATE
           IF AP-DISC-DATE NOT = SPACES AND
                   AP-DISC-DATE >= RC-BUSINESS-DATE AND
                   AP-DISC-PCT > 0
               COMPUTE WS-ITEM-DISC ROUNDED =
                   AP-AMOUNT * AP-DISC-PCT / 100
               MOVE AP-DISC-DATE TO WS-FLOW-DATE
           END-IF
           COMPUTE WS-FLOW-AMOUNT = 0 - (AP-AMOUNT - WS-ITEM-DISC)
           PERFORM BUCKET-FLOW.

       FORECAST-SELECTION.
      *> The selection goes out on the next AP-CHECKS run, taken as
      *> the business date.
           MOVE 5 TO WS-SRC
           MOVE "N" TO WS-EOF
           OPEN INPUT SELECTION-FILE
           IF WS-SLFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SELECTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM FORECAST-ONE-SELECTION
               END-READ
           END-PERFORM
           IF WS-SLFS = "00" OR WS-SLFS = "10"
               CLOSE SELECTION-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       FORECAST-ONE-SELECTION.
           MOVE SPACES TO WS-SEL-INVOICE-NO WS-SEL-VENDOR
               WS-SEL-AMOUNT-X WS-SEL-DUE-DATE WS-SEL-DISC-X
           UNSTRING SELECTION-REC
               DELIMITED BY ","
               INTO WS-SEL-INVOICE-NO
                   WS-SEL-VENDOR
                   WS-SEL-AMOUNT-X
                   WS-SEL-DUE-DATE
                   WS-SEL-DISC-X
           END-UNSTRING
           IF WS-SEL-AMOUNT NOT NUMERIC
               DISPLAY "SELECTION LINE FOR " WS-SEL-INVOICE-NO
                   " NOT NUMERIC - SKIPPED"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 0 TO WS-ITEM-DISC
               IF WS-SEL-DISC-X NOT = SPACES AND WS-SEL-DISC NUMERIC
                   MOVE WS-SEL-DISC TO WS-ITEM-DISC
               END-IF
               COMPUTE WS-FLOW-AMOUNT =
                   0 - (WS-SEL-AMOUNT - WS-ITEM-DISC)
               MOVE RC-BUSINESS-DATE TO WS-FLOW-DATE
               PERFORM BUCKET-FLOW
           END-IF.

       ROLL-FORWARD.
           MOVE 0 TO WS-SHORT-WEEKS
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WS-WEEKS
               IF WK-IDX = 1
                   MOVE WS-OPENING-CASH TO WS-WK-OPENING (WK-IDX)
               ELSE
                   MOVE WS-WK-CLOSING (WK-IDX - 1)
                       TO WS-WK-OPENING (WK-IDX)
               END-IF
               COMPUTE WS-WK-IN (WK-IDX) =
                   WS-WK-SOURCE (WK-IDX, 1) + WS-WK-SOURCE (WK-IDX, 2)
                   + WS-WK-SOURCE (WK-IDX, 3)
               COMPUTE WS-WK-OUT (WK-IDX) =
                   WS-WK-SOURCE (WK-IDX, 4) + WS-WK-SOURCE (WK-IDX, 5)
                   + WS-WK-SOURCE (WK-IDX, 6)
               COMPUTE WS-WK-CLOSING (WK-IDX) =
                   WS-WK-OPENING (WK-IDX) + WS-WK-IN (WK-IDX)
                   + WS-WK-OUT (WK-IDX)
               IF WS-WK-CLOSING (WK-IDX) < WS-MIN-CASH
                   ADD 1 TO WS-SHORT-WEEKS
               END-IF
           END-PERFORM.

       PRINT-FORECAST.
           MOVE WS-MIN-CASH TO WS-AMT-ED
           STRING "AS OF " RC-BUSINESS-DATE
                   "   MINIMUM CASH LEVEL " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "WEEK  FROM        TO                  OPENING"
               TO WS-RPT-LINE
           MOVE "        INFLOWS       OUTFLOWS        CLOSING"
               TO WS-RPT-LINE(47:)
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WS-WEEKS
               SET WS-WK TO WK-IDX
               MOVE WS-WK TO PWL-WEEK
               MOVE WS-WK-FROM (WK-IDX) TO PWL-FROM
               MOVE WS-WK-TO (WK-IDX) TO PWL-TO
               MOVE WS-WK-OPENING (WK-IDX) TO PWL-OPENING
               MOVE WS-WK-IN (WK-IDX) TO PWL-IN
               MOVE WS-WK-OUT (WK-IDX) TO PWL-OUT
               MOVE WS-WK-CLOSING (WK-IDX) TO PWL-CLOSING
               MOVE SPACES TO PWL-FLAG
               IF WS-WK-CLOSING (WK-IDX) < WS-MIN-CASH
                   MOVE "** BELOW MINIMUM **" TO PWL-FLAG
               END-IF
               MOVE WS-WEEK-LINE TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-PERFORM

           PERFORM WRITE-RPT-LINE
           MOVE "FLOWS BY SOURCE" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "WEEK    RECEIVABLES      CONTRACTS  STD RECEIPTS"
               TO WS-RPT-LINE
           MOVE "       PAYABLES       SELECTED  STD PAYMENTS"
               TO WS-RPT-LINE(49:)
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > WS-WEEKS
               SET WS-WK TO WK-IDX
               MOVE WS-WK TO PSL-WEEK
               PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
                   MOVE WS-WK-SOURCE (WK-IDX, WS-SRC)
                       TO PSL-AMOUNT (WS-SRC)
               END-PERFORM
               MOVE WS-SOURCE-LINE TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-PERFORM

      *> Memo lines: what week one carries for items already past
      *> due, and what falls after the thirteenth week.
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
               IF WS-PAST-DUE (WS-SRC) NOT = 0
                   MOVE WS-PAST-DUE (WS-SRC) TO WS-AMT-ED
                   STRING "PAST DUE IN WEEK 1  " WS-SOURCE-NAME (WS-SRC)
                           WS-AMT-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
               IF WS-BEYOND (WS-SRC) NOT = 0
                   MOVE WS-BEYOND (WS-SRC) TO WS-AMT-ED
                   STRING "AFTER WEEK 13       " WS-SOURCE-NAME (WS-SRC)
                           WS-AMT-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM
           IF WS-SHORT-WEEKS > 0
               PERFORM WRITE-RPT-LINE
               STRING "*** " WS-SHORT-WEEKS " WEEK(S) PROJECTED BELOW"
                       " THE MINIMUM CASH LEVEL ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
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
           MOVE WS-BUSINESS-DATE-NUM TO WS-RPT-DATE-NUM
           MOVE SPACES TO WS-RPT-NAME
           STRING "RPT-CASHFCST-" WS-RPT-DATE-NUM ".TXT"
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
           MOVE "CASH-FORECAST" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ
           MOVE WS-ERROR-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.
