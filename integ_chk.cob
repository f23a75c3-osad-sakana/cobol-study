       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEG-CHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CMFS.
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
           SELECT COSTCTR-FILE ASSIGN TO "costctr.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCFS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "open_invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OIFS.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "on_account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-CUSTOMER
               FILE STATUS IS WS-OAFS.
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
           SELECT ASSET-MASTER ASSIGN TO "asset_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FAFS.
           SELECT LOAN-MASTER ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LNFS.
           SELECT ALLOC-FILE ASSIGN TO "alloc_rules.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALRFS.
           SELECT AP-ITEM-FILE ASSIGN TO "ap_open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-INVOICE-NO
               FILE STATUS IS WS-APIFS.
           SELECT SELECTION-FILE ASSIGN TO "payment_selection.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLFS.
           SELECT PO-MASTER ASSIGN TO "po_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-NUMBER
               FILE STATUS IS WS-DDFS.
           SELECT DEDCODE-FILE ASSIGN TO "deduction_codes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.
           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
           COPY CUSTREC.

       FD VENDOR-MASTER.
           COPY VENDREC.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD COSTCTR-FILE.
       01 COSTCTR-REC          PIC X(30).

       FD OPEN-INVOICE-FILE.
           COPY OPENITEM.

       FD ON-ACCOUNT-FILE.
           COPY ONACCT.

       FD CONTRACT-FILE.
           COPY CONTRREC.

       FD STD-ENTRY-FILE.
           COPY STDENTRY.

       FD ASSET-MASTER.
           COPY ASSETREC.

       FD LOAN-MASTER.
           COPY LOANREC.

       FD ALLOC-FILE.
           COPY ALLOCREC.

       FD AP-ITEM-FILE.
           COPY APITEM.

       FD SELECTION-FILE.
       01 SELECTION-REC        PIC X(100).

       FD PO-MASTER.
           COPY POREC.

       FD DEDUCTION-FILE.
           COPY DEDREC.

       FD DEDCODE-FILE.
       01 DEDCODE-REC          PIC X(40).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CMFS              PIC X(2).
       01 WS-VFS               PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-CCFS              PIC X(2).
           COPY CCHIER.
       01 WS-OIFS              PIC X(2).
       01 WS-OAFS              PIC X(2).
       01 WS-CNFS              PIC X(2).
       01 WS-SEFS              PIC X(2).
       01 WS-FAFS              PIC X(2).
       01 WS-LNFS              PIC X(2).
       01 WS-ALRFS             PIC X(2).
       01 WS-APIFS             PIC X(2).
       01 WS-SLFS              PIC X(2).
       01 WS-POFS              PIC X(2).
       01 WS-DDFS              PIC X(2).
       01 WS-DCFS              PIC X(2).
           COPY DEDCODE.
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
       01 WS-ALFS              PIC X(2).
           COPY AUDITREC.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-EOF               PIC X VALUE "N".

      *> Nightly referential integrity sweep.  Each maintenance
      *> screen guards its own file, but a customer, vendor or
      *> account removed or made inactive afterwards leaves the
      *> files that point at it behind.  Every master and subledger
      *> is walked against the files it references and each broken
      *> reference is listed under its category, with a count per
      *> category at the end.  Any exception gives return code 4 so
      *> SCHED-RUN stops the nightly chain before the posting steps;
      *> a master that cannot be opened at all gives 8.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(44)
               VALUE "AR INVOICES - CUSTOMER NOT ON MASTER".
           05 FILLER PIC X(44)
               VALUE "ON-ACCOUNT CREDIT - CUSTOMER NOT ON MASTER".
           05 FILLER PIC X(44)
               VALUE "CONTRACTS - CUSTOMER NOT ON MASTER".
           05 FILLER PIC X(44)
               VALUE "STANDING ENTRIES - ACCOUNT MISSING/INACTIVE".
           05 FILLER PIC X(44)
               VALUE "FIXED ASSETS - ACCOUNT MISSING/INACTIVE".
           05 FILLER PIC X(44)
               VALUE "LOANS - ACCOUNT MISSING/INACTIVE".
           05 FILLER PIC X(44)
               VALUE "ALLOCATION RULES - COST CENTER NOT ON FILE".
           05 FILLER PIC X(44)
               VALUE "AP OPEN ITEMS - VENDOR NOT ON MASTER".
           05 FILLER PIC X(44)
               VALUE "AP ITEMS AT S - NOT ON PAYMENT SELECTION".
           05 FILLER PIC X(44)
               VALUE "PAYMENT SELECTION - ITEM NOT SELECTED".
           05 FILLER PIC X(44)
               VALUE "PO LINES - VENDOR OR ACCOUNT NOT VALID".
           05 FILLER PIC X(44)
               VALUE "DEDUCTIONS - CUSTOMER OR REASON NOT VALID".
           05 FILLER PIC X(44)
               VALUE "FILES THAT COULD NOT BE OPENED".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CAT-NAME       PIC X(44) OCCURS 13 TIMES
                   INDEXED BY CAT-IDX.
       01 WS-CATEGORY-COUNTS.
           05 WS-CAT-COUNT      PIC 9(7) OCCURS 13 TIMES.
       01 WS-CAT               PIC 9(2) VALUE 0.
       01 WS-CAT-OPEN          PIC 9(2) VALUE 13.
       01 WS-EXCEPTION-COUNT   PIC 9(7) VALUE 0.
       01 WS-RECORDS-READ      PIC 9(7) VALUE 0.
       01 WS-OPEN-FAILED       PIC X VALUE "N".
       01 WS-COUNT-ED          PIC Z(6)9.

      *> The masters every other file is checked against.  A
      *> master that will not open is itself an exception, and the
      *> checks that need it are skipped rather than reported as a
      *> flood of false missing references.
       01 WS-CUST-OPEN         PIC X VALUE "N".
       01 WS-VEND-OPEN         PIC X VALUE "N".
       01 WS-ACCT-OPEN         PIC X VALUE "N".
       01 WS-CC-LOADED         PIC X VALUE "N".
       01 WS-AP-OPEN           PIC X VALUE "N".
       01 WS-OF-COUNT          PIC 9 VALUE 0.
       01 WS-OF-TABLE.
           05 WS-OF-FILE OCCURS 5 TIMES INDEXED BY OF-IDX
                                PIC X(24).

       01 WS-REF-CUSTOMER      PIC X(6).
       01 WS-REF-VENDOR        PIC X(6).
       01 WS-REF-ACCTNO        PIC X(6).
       01 WS-REF-CC            PIC X(4).
       01 WS-REF-OK            PIC X VALUE "Y".
       01 WS-REF-PROBLEM       PIC X(30).
       01 WS-FILE-NAME         PIC X(24).

      *> Exception detail: the record's key, what it points at, and
      *> what is wrong with the reference.
       01 WS-EX-KEY            PIC X(16).
       01 WS-EX-REF            PIC X(20).
       01 WS-EX-PROBLEM        PIC X(30).
       01 WS-EX-EXTRA          PIC X(30).

      *> The AP-SELECT selection line, and the invoices on it.
       01 WS-SELECTION-LINE.
           05 SEL-INVOICE-NO        PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 SEL-VENDOR            PIC X(6).
           05 FILLER                PIC X VALUE ",".
           05 SEL-AMOUNT            PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 FILLER                PIC X VALUE ",".
           05 SEL-DUE-DATE          PIC X(10).
           05 FILLER                PIC X VALUE ",".
           05 SEL-DISC-AMOUNT       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05 FILLER                PIC X VALUE ",".
           05 SEL-CURRENCY          PIC X(3).
           05 FILLER                PIC X VALUE ",".
           05 SEL-FOREIGN           PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
       01 WS-SL-COUNT          PIC 9(4) VALUE 0.
       01 WS-SL-FULL           PIC X VALUE "N".
       01 WS-SL-TABLE.
           05 WS-SL-INVOICE OCCURS 2000 TIMES INDEXED BY SL-IDX
                                PIC X(10).
       01 WS-SL-FOUND          PIC X VALUE "N".

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           DISPLAY "INTEGRITY SWEEP FOR BUSINESS DATE "
               RC-BUSINESS-DATE
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 13
               MOVE 0 TO WS-CAT-COUNT (CAT-IDX)
           END-PERFORM

           PERFORM OPEN-REPORT
           PERFORM OPEN-MASTERS

           PERFORM CHECK-AR-INVOICES
           PERFORM CHECK-ON-ACCOUNT
           PERFORM CHECK-CONTRACTS
           PERFORM CHECK-STANDING-ENTRIES
           PERFORM CHECK-ASSETS
           PERFORM CHECK-LOANS
           PERFORM CHECK-ALLOC-RULES
           PERFORM LOAD-SELECTION
           PERFORM CHECK-AP-ITEMS
           PERFORM CHECK-SELECTION
           PERFORM CHECK-PO-LINES
           PERFORM CHECK-DEDUCTIONS
           PERFORM CHECK-OPEN-FAILURES

           PERFORM CLOSE-MASTERS
           PERFORM PRINT-SUMMARY
           PERFORM CLOSE-REPORT
           PERFORM WRITE-AUDIT-LOG

           IF WS-OPEN-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
           END-IF.

       OPEN-MASTERS.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CMFS = "00"
               MOVE "Y" TO WS-CUST-OPEN
           ELSE
               MOVE "customer_master.dat" TO WS-FILE-NAME
               PERFORM NOTE-OPEN-FAILURE
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VFS = "00"
               MOVE "Y" TO WS-VEND-OPEN
           ELSE
               MOVE "vendor_master.dat" TO WS-FILE-NAME
               PERFORM NOTE-OPEN-FAILURE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS = "00"
               MOVE "Y" TO WS-ACCT-OPEN
           ELSE
               MOVE "accounts.dat" TO WS-FILE-NAME
               PERFORM NOTE-OPEN-FAILURE
           END-IF

           MOVE 0 TO WS-CC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT COSTCTR-FILE
           IF WS-CCFS = "00"
               MOVE "Y" TO WS-CC-LOADED
           ELSE
               MOVE "Y" TO WS-EOF
               MOVE "costctr.csv" TO WS-FILE-NAME
               PERFORM NOTE-OPEN-FAILURE
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ COSTCTR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CC-CODE-IN WS-CC-NAME-IN
                       UNSTRING COSTCTR-REC
                           DELIMITED BY ","
                           INTO WS-CC-CODE-IN
                               WS-CC-NAME-IN
                       END-UNSTRING
                       IF WS-CC-COUNT < 100 AND
                               WS-CC-CODE-IN NOT = SPACES
                           ADD 1 TO WS-CC-COUNT
                           MOVE WS-CC-CODE-IN TO
                               WS-CC-CODE (WS-CC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CCFS = "00" OR WS-CCFS = "10"
               CLOSE COSTCTR-FILE
           END-IF
           MOVE "N" TO WS-EOF

           OPEN INPUT AP-ITEM-FILE
           IF WS-APIFS = "00"
               MOVE "Y" TO WS-AP-OPEN
           END-IF.

       NOTE-OPEN-FAILURE.
           MOVE "Y" TO WS-OPEN-FAILED
           IF WS-OF-COUNT < 5
               ADD 1 TO WS-OF-COUNT
               MOVE WS-FILE-NAME TO WS-OF-FILE (WS-OF-COUNT)
           END-IF.

       CHECK-OPEN-FAILURES.
           MOVE WS-CAT-OPEN TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OF-COUNT
               MOVE WS-OF-FILE (OF-IDX) TO WS-EX-KEY
               MOVE SPACES TO WS-EX-REF
               MOVE "COULD NOT BE OPENED" TO WS-EX-PROBLEM
               MOVE "CHECKS AGAINST IT SKIPPED" TO WS-EX-EXTRA
               PERFORM REPORT-EXCEPTION
           END-PERFORM
           PERFORM PRINT-CATEGORY-FOOT.

       NOTE-NOT-CHECKED.
           MOVE "  NOT CHECKED - A FILE IT IS CHECKED AGAINST COULD"
               TO WS-RPT-LINE
           MOVE "NOT BE OPENED" TO WS-RPT-LINE(52:13)
           PERFORM WRITE-RPT-LINE.

       CLOSE-MASTERS.
           IF WS-CUST-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-VEND-OPEN = "Y"
               CLOSE VENDOR-MASTER
           END-IF
           IF WS-ACCT-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-AP-OPEN = "Y"
               CLOSE AP-ITEM-FILE
           END-IF.

       CHECK-AR-INVOICES.
      *> Every AR invoice, open or paid, must still name a customer
      *> on the master: statements, aging and the customer inquiry
      *> all go through it.
           MOVE 1 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-CUST-OPEN = "Y"
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
                           MOVE OI-CUSTOMER TO WS-REF-CUSTOMER
                           PERFORM CHECK-CUSTOMER
                           IF WS-REF-OK = "N"
                               MOVE OI-INVOICE-NO TO WS-EX-KEY
                               MOVE SPACES TO WS-EX-EXTRA
                               STRING "STATUS " OI-STATUS
                                   DELIMITED BY SIZE INTO WS-EX-EXTRA
                               END-STRING
                               PERFORM REPORT-CUSTOMER-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-OIFS = "00" OR WS-OIFS = "10"
                   CLOSE OPEN-INVOICE-FILE
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       CHECK-ON-ACCOUNT.
           MOVE 2 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-CUST-OPEN = "Y"
               MOVE "N" TO WS-EOF
               OPEN INPUT ON-ACCOUNT-FILE
               IF WS-OAFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE LOW-VALUES TO OA-CUSTOMER
                   START ON-ACCOUNT-FILE
                           KEY IS GREATER THAN OA-CUSTOMER
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ON-ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE OA-CUSTOMER TO WS-REF-CUSTOMER
                           PERFORM CHECK-CUSTOMER
                           IF WS-REF-OK = "N"
                               MOVE OA-CUSTOMER TO WS-EX-KEY
                               MOVE SPACES TO WS-EX-EXTRA
                               PERFORM REPORT-CUSTOMER-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-OAFS = "00" OR WS-OAFS = "10"
                   CLOSE ON-ACCOUNT-FILE
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       CHECK-CONTRACTS.
           MOVE 3 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-CUST-OPEN = "Y"
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
                           MOVE CON-CUSTOMER TO WS-REF-CUSTOMER
                           PERFORM CHECK-CUSTOMER
                           IF WS-REF-OK = "N"
                               MOVE CON-ID TO WS-EX-KEY
                               MOVE SPACES TO WS-EX-EXTRA
                               STRING "PERIODS " CON-START-PERIOD
                                   "-" CON-END-PERIOD
                                   DELIMITED BY SIZE INTO WS-EX-EXTRA
                               END-STRING
                               PERFORM REPORT-CUSTOMER-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CNFS = "00" OR WS-CNFS = "10"
                   CLOSE CONTRACT-FILE
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       CHECK-STANDING-ENTRIES.
      *> A template line that has run its course generates nothing,
      *> so only lines still due in this period or later count.
           MOVE 4 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-ACCT-OPEN = "Y"
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
                           IF STD-END-PERIOD NOT NUMERIC OR
                                   STD-END-PERIOD = 0 OR
                                   STD-END-PERIOD >= RC-PERIOD
                               MOVE STD-ACCTNO TO WS-REF-ACCTNO
                               PERFORM CHECK-ACCOUNT
                               IF WS-REF-OK = "N"
                                   MOVE SPACES TO WS-EX-KEY
                                   STRING STD-ID "/" STD-LINE-NO
                                       DELIMITED BY SIZE
                                       INTO WS-EX-KEY
                                   END-STRING
                                   MOVE STD-ACCT-NAME TO WS-EX-EXTRA
                                   PERFORM REPORT-ACCOUNT-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SEFS = "00" OR WS-SEFS = "10"
                   CLOSE STD-ENTRY-FILE
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       CHECK-ASSETS.
           MOVE 5 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-ACCT-OPEN = "Y"
               MOVE "N" TO WS-EOF
               OPEN INPUT ASSET-MASTER
               IF WS-FAFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE LOW-VALUES TO FA-ASSET-ID
                   START ASSET-MASTER KEY IS GREATER THAN FA-ASSET-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ASSET-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE FA-ACCTNO TO WS-REF-ACCTNO
                           PERFORM CHECK-ACCOUNT
                           IF WS-REF-OK = "N"
                               MOVE FA-ASSET-ID TO WS-EX-KEY
                               MOVE FA-DESC TO WS-EX-EXTRA
                               PERFORM REPORT-ACCOUNT-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FAFS = "00" OR WS-FAFS = "10"
                   CLOSE ASSET-MASTER
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       CHECK-LOANS.
           MOVE 6 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-ACCT-OPEN = "Y"
               MOVE "N" TO WS-EOF
               OPEN INPUT LOAN-MASTER
               IF WS-LNFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE LOW-VALUES TO LN-LOAN-ID
                   START LOAN-MASTER KEY IS GREATER THAN LN-LOAN-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOAN-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE LN-ACCTNO TO WS-REF-ACCTNO
                           PERFORM CHECK-ACCOUNT
                           IF WS-REF-OK = "N"
                               MOVE LN-LOAN-ID TO WS-EX-KEY
                               MOVE LN-DESC TO WS-EX-EXTRA
                               PERFORM REPORT-ACCOUNT-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LNFS = "00" OR WS-LNFS = "10"
                   CLOSE LOAN-MASTER
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       CHECK-ALLOC-RULES.
      *> Both ends of a rule must be departments on costctr.csv, or
      *> ALLOC-RUN moves the expense to a center no report shows.
           MOVE 7 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-CC-LOADED = "Y"
               MOVE "N" TO WS-EOF
               OPEN INPUT ALLOC-FILE
               IF WS-ALRFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE LOW-VALUES TO AL-KEY
                   START ALLOC-FILE KEY IS GREATER THAN AL-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ALLOC-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE AL-SOURCE-CC TO WS-REF-CC
                           PERFORM CHECK-COST-CENTER
                           IF WS-REF-OK = "N"
                               MOVE "SOURCE CENTER NOT ON FILE"
                                   TO WS-EX-PROBLEM
                               PERFORM REPORT-CC-EXCEPTION
                           END-IF
                           MOVE AL-TARGET-CC TO WS-REF-CC
                           PERFORM CHECK-COST-CENTER
                           IF WS-REF-OK = "N"
                               MOVE "TARGET CENTER NOT ON FILE"
                                   TO WS-EX-PROBLEM
                               PERFORM REPORT-CC-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ALRFS = "00" OR WS-ALRFS = "10"
                   CLOSE ALLOC-FILE
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       REPORT-CC-EXCEPTION.
           MOVE SPACES TO WS-EX-KEY
           STRING AL-SOURCE-CC "->" AL-TARGET-CC
               DELIMITED BY SIZE INTO WS-EX-KEY
           END-STRING
           MOVE SPACES TO WS-EX-REF
           STRING "CC " WS-REF-CC
               DELIMITED BY SIZE INTO WS-EX-REF
           END-STRING
           MOVE SPACES TO WS-EX-EXTRA
           PERFORM REPORT-EXCEPTION.

       LOAD-SELECTION.
           MOVE 0 TO WS-SL-COUNT
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
                       IF SELECTION-REC NOT = SPACES
                           MOVE SELECTION-REC TO WS-SELECTION-LINE
                           IF WS-SL-COUNT < 2000
                               ADD 1 TO WS-SL-COUNT
                               MOVE SEL-INVOICE-NO TO
                                   WS-SL-INVOICE (WS-SL-COUNT)
                           ELSE
                               MOVE "Y" TO WS-SL-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SLFS = "00" OR WS-SLFS = "10"
               CLOSE SELECTION-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       CHECK-AP-ITEMS.
      *> Two checks in one pass: every item must name a vendor on
      *> the master, and an item at S must be on the payment
      *> selection AP-CHECKS or AP-EFT will pay from.  An item at H
      *> is held by AP-DUPCHK off the selection and is not an
      *> exception.
           MOVE 8 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-AP-OPEN = "Y" AND WS-VEND-OPEN = "Y"
               MOVE "N" TO WS-EOF
               MOVE LOW-VALUES TO AP-INVOICE-NO
               START AP-ITEM-FILE KEY IS GREATER THAN AP-INVOICE-NO
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ AP-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           MOVE AP-VENDOR TO WS-REF-VENDOR
                           PERFORM CHECK-VENDOR
                           IF WS-REF-OK = "N"
                               MOVE AP-INVOICE-NO TO WS-EX-KEY
                               MOVE SPACES TO WS-EX-EXTRA
                               STRING "STATUS " AP-STATUS
                                   DELIMITED BY SIZE INTO WS-EX-EXTRA
                               END-STRING
                               PERFORM REPORT-VENDOR-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT

           MOVE 9 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-SL-FULL = "Y"
               MOVE "PAYMENT SELECTION OVER 2000 LINES - NOT CHECKED"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
           IF WS-AP-OPEN = "Y"
               MOVE "N" TO WS-EOF
               MOVE LOW-VALUES TO AP-INVOICE-NO
               START AP-ITEM-FILE KEY IS GREATER THAN AP-INVOICE-NO
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ AP-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AP-STATUS = "S"
                               PERFORM FIND-SELECTION-LINE
                               IF WS-SL-FOUND = "N"
                                   MOVE AP-INVOICE-NO TO WS-EX-KEY
                                   MOVE AP-VENDOR TO WS-EX-REF
                                   MOVE "SELECTED, NOT ON SELECTION"
                                       TO WS-EX-PROBLEM
                                   MOVE "RESET TO O OR RESELECT"
                                       TO WS-EX-EXTRA
                                   PERFORM REPORT-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       FIND-SELECTION-LINE.
           MOVE "N" TO WS-SL-FOUND
           PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-SL-COUNT
               IF WS-SL-INVOICE (SL-IDX) = AP-INVOICE-NO
                   MOVE "Y" TO WS-SL-FOUND
               END-IF
           END-PERFORM.

       CHECK-SELECTION.
      *> The other direction: a selection line whose item is gone
      *> or no longer at S would be paid against nothing.
           MOVE 10 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-AP-OPEN = "Y"
               PERFORM VARYING SL-IDX FROM 1 BY 1
                       UNTIL SL-IDX > WS-SL-COUNT
                   ADD 1 TO WS-RECORDS-READ
                   MOVE WS-SL-INVOICE (SL-IDX) TO AP-INVOICE-NO
                   READ AP-ITEM-FILE
                       INVALID KEY
                           MOVE WS-SL-INVOICE (SL-IDX) TO WS-EX-KEY
                           MOVE SPACES TO WS-EX-REF
                           MOVE "NOT ON AP OPEN-ITEM FILE"
                               TO WS-EX-PROBLEM
                           MOVE SPACES TO WS-EX-EXTRA
                           PERFORM REPORT-EXCEPTION
                       NOT INVALID KEY
                           IF AP-STATUS NOT = "S"
                               MOVE AP-INVOICE-NO TO WS-EX-KEY
                               MOVE AP-VENDOR TO WS-EX-REF
                               MOVE SPACES TO WS-EX-PROBLEM
                               STRING "ITEM AT STATUS " AP-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-EX-PROBLEM
                               END-STRING
                               MOVE SPACES TO WS-EX-EXTRA
                               PERFORM REPORT-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       CHECK-PO-LINES.
      *> Open PO lines only: a closed line takes no more receipts or
      *> invoices, so nothing will post against its references.
           MOVE 11 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-VEND-OPEN = "Y" AND WS-ACCT-OPEN = "Y"
               MOVE "N" TO WS-EOF
               OPEN INPUT PO-MASTER
               IF WS-POFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE LOW-VALUES TO PO-KEY
                   START PO-MASTER KEY IS GREATER THAN PO-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PO-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF PO-STATUS = "O"
                               PERFORM CHECK-ONE-PO-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-POFS = "00" OR WS-POFS = "10"
                   CLOSE PO-MASTER
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       CHECK-ONE-PO-LINE.
           MOVE SPACES TO WS-EX-KEY
           STRING PO-NUMBER "/" PO-LINE
               DELIMITED BY SIZE INTO WS-EX-KEY
           END-STRING
           MOVE PO-DESC TO WS-EX-EXTRA
           MOVE PO-VENDOR TO WS-REF-VENDOR
           PERFORM CHECK-VENDOR
           IF WS-REF-OK = "N"
               PERFORM REPORT-VENDOR-EXCEPTION
           END-IF
           MOVE PO-EXP-ACCTNO TO WS-REF-ACCTNO
           PERFORM CHECK-ACCOUNT
           IF WS-REF-OK = "N"
               PERFORM REPORT-ACCOUNT-EXCEPTION
           END-IF.

       CHECK-DEDUCTIONS.
      *> DEDUCT-MAINT re-bills a deduction to its customer or writes
      *> it off to its reason code's account, so each deduction must
      *> name a customer on the master and a code on
      *> deduction_codes.csv, and each code a live account.  The
      *> codes file is only needed once there are deductions.
           MOVE 12 TO WS-CAT
           PERFORM PRINT-CATEGORY-HEAD
           IF WS-CUST-OPEN = "Y" AND WS-ACCT-OPEN = "Y"
               MOVE "N" TO WS-EOF
               OPEN INPUT DEDUCTION-FILE
               IF WS-DDFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               ELSE
                   PERFORM LOAD-DEDUCTION-CODES
                   MOVE LOW-VALUES TO DED-NUMBER
                   START DEDUCTION-FILE KEY IS GREATER THAN DED-NUMBER
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ DEDUCTION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-DEDUCTION
                   END-READ
               END-PERFORM
               IF WS-DDFS = "00" OR WS-DDFS = "10"
                   CLOSE DEDUCTION-FILE
               END-IF
               MOVE "N" TO WS-EOF
           ELSE
               PERFORM NOTE-NOT-CHECKED
           END-IF
           PERFORM PRINT-CATEGORY-FOOT.

       LOAD-DEDUCTION-CODES.
      *> Unlike DEDUCT-MAINT, a code whose account fails is kept on
      *> the table and reported, so the deductions under it are not
      *> reported a second time as carrying an unknown code.
           MOVE 0 TO WS-DC-COUNT
           MOVE "N" TO WS-DC-EOF
           OPEN INPUT DEDCODE-FILE
           IF WS-DCFS NOT = "00"
               MOVE "Y" TO WS-DC-EOF
               MOVE "deduction_codes.csv" TO WS-FILE-NAME
               PERFORM NOTE-OPEN-FAILURE
           END-IF
           PERFORM UNTIL WS-DC-EOF = "Y"
               READ DEDCODE-FILE
                   AT END
                       MOVE "Y" TO WS-DC-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-DEDUCTION-CODE
               END-READ
           END-PERFORM
           IF WS-DCFS = "00" OR WS-DCFS = "10"
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
               ADD 1 TO WS-RECORDS-READ
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-CODE-IN TO WS-DC-CODE (WS-DC-COUNT)
               MOVE WS-DC-DESC-IN TO WS-DC-DESC (WS-DC-COUNT)
               MOVE WS-DC-ACCT-IN TO WS-DC-ACCTNO (WS-DC-COUNT)
               MOVE WS-DC-ACCT-IN TO WS-REF-ACCTNO
               PERFORM CHECK-ACCOUNT
               IF WS-REF-OK = "N"
                   MOVE SPACES TO WS-EX-KEY
                   STRING "REASON " WS-DC-CODE-IN
                       DELIMITED BY SIZE INTO WS-EX-KEY
                   END-STRING
                   MOVE WS-DC-DESC-IN TO WS-EX-EXTRA
                   PERFORM REPORT-ACCOUNT-EXCEPTION
               END-IF
           END-IF.

       CHECK-ONE-DEDUCTION.
      *> The reason is not checked when the codes file would not
      *> open; that is reported with the open failures.
           MOVE DED-NUMBER TO WS-EX-KEY
           MOVE SPACES TO WS-EX-EXTRA
           STRING "STATUS " DED-STATUS
               DELIMITED BY SIZE INTO WS-EX-EXTRA
           END-STRING
           MOVE DED-CUSTOMER TO WS-REF-CUSTOMER
           PERFORM CHECK-CUSTOMER
           IF WS-REF-OK = "N"
               PERFORM REPORT-CUSTOMER-EXCEPTION
           END-IF
           IF WS-DCFS = "00" OR WS-DCFS = "10"
               MOVE DED-REASON TO WS-DC-CODE-IN
               PERFORM FIND-DEDUCTION-CODE
               IF WS-DC-SUB = 0
                   MOVE SPACES TO WS-EX-REF
                   STRING "REASON " DED-REASON
                       DELIMITED BY SIZE INTO WS-EX-REF
                   END-STRING
                   MOVE "REASON CODE NOT ON FILE" TO WS-EX-PROBLEM
                   PERFORM REPORT-EXCEPTION
               END-IF
           END-IF.

       FIND-DEDUCTION-CODE.
           MOVE 0 TO WS-DC-SUB
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DC-COUNT
               IF WS-DC-CODE (DC-IDX) = WS-DC-CODE-IN
                   SET WS-DC-SUB TO DC-IDX
               END-IF
           END-PERFORM.

       CHECK-CUSTOMER.
           MOVE "Y" TO WS-REF-OK
           MOVE WS-REF-CUSTOMER TO CUST-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "N" TO WS-REF-OK
           END-READ.

       CHECK-VENDOR.
           MOVE "Y" TO WS-REF-OK
           MOVE WS-REF-VENDOR TO VEND-NUMBER
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "N" TO WS-REF-OK
           END-READ.

       CHECK-ACCOUNT.
      *> A blank, unknown or inactive account all fail; the reason
      *> is left in WS-REF-PROBLEM.
           MOVE "Y" TO WS-REF-OK
           MOVE SPACES TO WS-REF-PROBLEM
           IF WS-REF-ACCTNO = SPACES
               MOVE "N" TO WS-REF-OK
               MOVE "NO ACCOUNT NUMBER" TO WS-REF-PROBLEM
           ELSE
               MOVE WS-REF-ACCTNO TO ACC-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-REF-OK
                       MOVE "ACCOUNT NOT ON MASTER"
                           TO WS-REF-PROBLEM
                   NOT INVALID KEY
                       IF ACC-STATUS = "I"
                           MOVE "N" TO WS-REF-OK
                           MOVE "ACCOUNT IS INACTIVE"
                               TO WS-REF-PROBLEM
                       END-IF
               END-READ
           END-IF.

       CHECK-COST-CENTER.
           MOVE "N" TO WS-REF-OK
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE (CC-IDX) = WS-REF-CC
                   MOVE "Y" TO WS-REF-OK
               END-IF
           END-PERFORM.

       REPORT-CUSTOMER-EXCEPTION.
           MOVE SPACES TO WS-EX-REF
           STRING "CUSTOMER " WS-REF-CUSTOMER
               DELIMITED BY SIZE INTO WS-EX-REF
           END-STRING
           MOVE "CUSTOMER NOT ON MASTER" TO WS-EX-PROBLEM
           PERFORM REPORT-EXCEPTION.

       REPORT-VENDOR-EXCEPTION.
           MOVE SPACES TO WS-EX-REF
           STRING "VENDOR " WS-REF-VENDOR
               DELIMITED BY SIZE INTO WS-EX-REF
           END-STRING
           MOVE "VENDOR NOT ON MASTER" TO WS-EX-PROBLEM
           PERFORM REPORT-EXCEPTION.

       REPORT-ACCOUNT-EXCEPTION.
           MOVE SPACES TO WS-EX-REF
           STRING "ACCOUNT " WS-REF-ACCTNO
               DELIMITED BY SIZE INTO WS-EX-REF
           END-STRING
           MOVE WS-REF-PROBLEM TO WS-EX-PROBLEM
           PERFORM REPORT-EXCEPTION.

       REPORT-EXCEPTION.
           ADD 1 TO WS-CAT-COUNT (WS-CAT)
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-EX-KEY TO WS-RPT-LINE(3:16)
           MOVE WS-EX-REF TO WS-RPT-LINE(21:20)
           MOVE WS-EX-PROBLEM TO WS-RPT-LINE(43:30)
           MOVE WS-EX-EXTRA TO WS-RPT-LINE(75:30)
           PERFORM WRITE-RPT-LINE.

       PRINT-CATEGORY-HEAD.
           PERFORM WRITE-RPT-LINE
           MOVE WS-CAT-NAME (WS-CAT) TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.

       PRINT-CATEGORY-FOOT.
           MOVE WS-CAT-COUNT (WS-CAT) TO WS-COUNT-ED
           STRING "  EXCEPTIONS: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       PRINT-SUMMARY.
           PERFORM WRITE-RPT-LINE
           MOVE "SUMMARY BY CATEGORY" TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 13
               MOVE WS-CAT-NAME (CAT-IDX) TO WS-RPT-LINE(3:44)
               MOVE WS-CAT-COUNT (CAT-IDX) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO WS-RPT-LINE(49:7)
               DISPLAY WS-RPT-LINE(1:56)
               PERFORM WRITE-RPT-LINE
           END-PERFORM
           PERFORM WRITE-RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
           IF WS-EXCEPTION-COUNT = 0
               MOVE "NO BROKEN REFERENCES FOUND" TO WS-RPT-LINE
           ELSE
               STRING "TOTAL EXCEPTIONS: " WS-COUNT-ED
                       " - CORRECT THEM AND RERUN THE CHAIN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           DISPLAY WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "REFERENTIAL INTEGRITY SWEEP" TO WS-RPT-TITLE
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
           STRING "RPT-INTEGCHK-" WS-RPT-DATE-NUM ".TXT"
               DELIMITED BY SIZE INTO WS-RPT-NAME
           END-STRING
           OPEN OUTPUT PRINT-FILE
           MOVE 999 TO WS-RPT-LINE-CNT
           MOVE 0 TO WS-RPT-PAGE
           MOVE "RECORD" TO WS-RPT-LINE(3:16)
           MOVE "REFERENCE" TO WS-RPT-LINE(21:20)
           MOVE "PROBLEM" TO WS-RPT-LINE(43:30)
           MOVE "DETAIL" TO WS-RPT-LINE(75:30)
           PERFORM WRITE-RPT-LINE.

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
      *> The error count is the broken references found.
           MOVE "INTEG-CHK" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ
           MOVE WS-EXCEPTION-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.
