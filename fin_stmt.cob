               RECORD KEY IS TB-NAME
               FILE STATUS IS WS-TFS.

           SELECT ENTITY-TB-FILE ASSIGN TO WS-ETB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETFS.
           SELECT COMPANY-FILE ASSIGN TO "companies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMFS.
           SELECT DEBT-SPLIT-FILE ASSIGN TO WS-DSP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSFS.

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.
           05 TB-DEBIT-TOTAL    PIC S9(12)V99 VALUE 0.
           05 TB-CREDIT-TOTAL   PIC S9(12)V99 VALUE 0.

       FD ENTITY-TB-FILE.
       01 ETB-REC.
           05 ETB-NAME          PIC X(20).
           05 ETB-DEBIT         PIC S9(12)V99.
           05 ETB-CREDIT        PIC S9(12)V99.

       FD COMPANY-FILE.
       01 COMPANY-REC          PIC X(60).

       FD DEBT-SPLIT-FILE.
       01 DSP-REC.
           05 DSP-ACCTNO        PIC X(6).
           05 DSP-CURRENT       PIC S9(12)V99.
           05 DSP-LONG-TERM     PIC S9(12)V99.

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       01 WS-AFS                PIC X(2).
       01 WS-TFS                PIC X(2).
       01 WS-EOF                PIC X VALUE "N".
       01 WS-CMFS               PIC X(2).
           COPY COMPTBL.

      *> At entity or group level the balances come off the file
      *> CONSOL-RUN wrote for the period instead of
      *> trial_balance.dat, held here by account name.
       01 WS-ETFS               PIC X(2).
       01 WS-ETB-NAME           PIC X(30).
       01 WS-ENTITY-OK          PIC X VALUE "Y".
       01 WS-EB-COUNT           PIC 9(3) VALUE 0.
       01 WS-EB-TABLE.
           05 WS-EB-ENTRY OCCURS 500 TIMES
                   INDEXED BY EB-IDX.
               10 WS-EB-NAME        PIC X(20).
               10 WS-EB-DEBIT       PIC S9(12)V99.
               10 WS-EB-CREDIT      PIC S9(12)V99.

      *> The current portion of each liability account that
      *> carries notes payable, off the DEBT-YYYYMM.DAT DEBT-SCHED
      *> wrote for the period.  The long-term portion shown is the
      *> ledger balance less the current, so the split always foots
      *> to the account.  Only the ledger-level statement is split;
      *> the loan master is not kept by company.
       01 WS-DSFS               PIC X(2).
       01 WS-DSP-NAME           PIC X(30).
       01 WS-DS-COUNT           PIC 9(3) VALUE 0.
       01 WS-DS-TABLE.
           05 WS-DS-ENTRY OCCURS 50 TIMES
                   INDEXED BY DS-IDX.
               10 WS-DS-ACCTNO      PIC X(6).
               10 WS-DS-CURRENT     PIC S9(12)V99.
       01 WS-SPLIT-CURRENT      PIC S9(12)V99.
       01 WS-SPLIT-LONG-TERM    PIC S9(12)V99.
       01 WS-SPLIT-FOUND        PIC X VALUE "N".

       01 WS-CUR-TYPE           PIC X(10).
       01 WS-DEBIT-NORMAL       PIC X VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM SET-REPORT-ENTITY
           IF WS-ENTITY-OK = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-REPORT
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               GOBACK
           END-IF

           IF RC-REPORT-ENTITY = SPACES
               OPEN INPUT TB-FILE
               IF WS-TFS NOT = "00"
                   DISPLAY "COULD NOT OPEN TRIAL BALANCE FILE"
                   DISPLAY "RUN TRIAL-BAL FOR THIS PERIOD FIRST"
                   CLOSE ACCOUNT-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM LOAD-ENTITY-BALANCES
               IF WS-ENTITY-OK = "N"
                   CLOSE ACCOUNT-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LOAD-DEBT-SPLIT

           STRING "CLASSIFIED BALANCE SHEET"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE

           CLOSE ACCOUNT-MASTER
           IF RC-REPORT-ENTITY = SPACES
               CLOSE TB-FILE
           END-IF
           PERFORM CLOSE-REPORT
           MOVE 0 TO RETURN-CODE
           GOBACK.
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(ACC-TYPE) = WS-CUR-TYPE
                           PERFORM GET-ACCOUNT-BALANCE
                           IF IS-DEBIT-NORMAL
                               COMPUTE WS-NET-BAL =
                                   TB-DEBIT-TOTAL - TB-CREDIT-TOTAL
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           END-STRING
                           PERFORM WRITE-RPT-LINE
                           IF WS-CUR-TYPE = "LIABILITY"
                               PERFORM PRINT-DEBT-SPLIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-DEBT-SPLIT.
           MOVE "N" TO WS-SPLIT-FOUND
           MOVE 0 TO WS-SPLIT-CURRENT
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DS-COUNT
               IF WS-DS-ACCTNO (DS-IDX) = ACC-NUMBER
                   MOVE "Y" TO WS-SPLIT-FOUND
                   MOVE WS-DS-CURRENT (DS-IDX) TO WS-SPLIT-CURRENT
               END-IF
           END-PERFORM
           IF WS-SPLIT-FOUND = "Y"
               IF WS-SPLIT-CURRENT > WS-NET-BAL
                   MOVE WS-NET-BAL TO WS-SPLIT-CURRENT
               END-IF
               COMPUTE WS-SPLIT-LONG-TERM =
                   WS-NET-BAL - WS-SPLIT-CURRENT
               STRING "      CURRENT PORTION    " WS-SPLIT-CURRENT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               STRING "      LONG-TERM PORTION  " WS-SPLIT-LONG-TERM
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       LOAD-DEBT-SPLIT.
      *> No file for the period simply means no split is shown.
           MOVE 0 TO WS-DS-COUNT
           IF RC-REPORT-ENTITY = SPACES
               MOVE SPACES TO WS-DSP-NAME
               STRING "DEBT-" RC-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-DSP-NAME
               END-STRING
               MOVE "N" TO WS-EOF
               OPEN INPUT DEBT-SPLIT-FILE
               IF WS-DSFS = "00"
                   PERFORM UNTIL WS-EOF = "Y"
                       READ DEBT-SPLIT-FILE
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF WS-DS-COUNT < 50
                                   ADD 1 TO WS-DS-COUNT
                                   MOVE DSP-ACCTNO TO
                                       WS-DS-ACCTNO (WS-DS-COUNT)
                                   MOVE DSP-CURRENT TO
                                       WS-DS-CURRENT (WS-DS-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEBT-SPLIT-FILE
               END-IF
               MOVE "N" TO WS-EOF
           END-IF.

       GET-ACCOUNT-BALANCE.
      *> Leaves the account's debits and credits in TB-REC from
      *> whichever source the report is running at.
           MOVE ACC-NAME TO TB-NAME
           IF RC-REPORT-ENTITY = SPACES
               READ TB-FILE KEY IS TB-NAME
                   INVALID KEY
                       MOVE 0 TO TB-DEBIT-TOTAL
                       MOVE 0 TO TB-CREDIT-TOTAL
               END-READ
           ELSE
               MOVE 0 TO TB-DEBIT-TOTAL
               MOVE 0 TO TB-CREDIT-TOTAL
               PERFORM VARYING EB-IDX FROM 1 BY 1
                       UNTIL EB-IDX > WS-EB-COUNT
                   IF WS-EB-NAME (EB-IDX) = ACC-NAME
                       MOVE WS-EB-DEBIT (EB-IDX) TO TB-DEBIT-TOTAL
                       MOVE WS-EB-CREDIT (EB-IDX) TO TB-CREDIT-TOTAL
                   END-IF
               END-PERFORM
           END-IF.

       SET-REPORT-ENTITY.
      *> Blank reports the ledger as a whole; CONS the group after
      *> elimination; anything else must be a company on
      *> companies.csv, whose name heads the report.
           MOVE "Y" TO WS-ENTITY-OK
           MOVE SPACES TO WS-ETB-NAME
           IF RC-REPORT-ENTITY = "CONS"
               STRING "TBC-" RC-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-ETB-NAME
               END-STRING
           ELSE
               IF RC-REPORT-ENTITY NOT = SPACES
                   PERFORM LOAD-COMPANIES
                   MOVE RC-REPORT-ENTITY TO WS-LOOKUP-CO
                   PERFORM FIND-COMPANY
                   IF WS-CO-FOUND = "N"
                       DISPLAY "REPORT ENTITY " RC-REPORT-ENTITY
                           " NOT ON COMPANIES.CSV"
                       MOVE "N" TO WS-ENTITY-OK
                   ELSE
                       MOVE WS-CO-NAME (WS-CO-FOUND-IDX)
                           TO WS-RPT-COMPANY
                       STRING "TBE-" RC-REPORT-ENTITY
                               DELIMITED BY SPACE
                               "-" RC-PERIOD ".DAT"
                               DELIMITED BY SIZE
                           INTO WS-ETB-NAME
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       LOAD-ENTITY-BALANCES.
           MOVE 0 TO WS-EB-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ENTITY-TB-FILE
           IF WS-ETFS NOT = "00"
               DISPLAY "COULD NOT OPEN " WS-ETB-NAME
               DISPLAY "RUN CONSOL-RUN FOR THIS PERIOD FIRST"
               MOVE "N" TO WS-ENTITY-OK
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ENTITY-TB-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-EB-COUNT < 500
                           ADD 1 TO WS-EB-COUNT
                           MOVE ETB-NAME TO WS-EB-NAME (WS-EB-COUNT)
                           MOVE ETB-DEBIT TO
                               WS-EB-DEBIT (WS-EB-COUNT)
                           MOVE ETB-CREDIT TO
                               WS-EB-CREDIT (WS-EB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ETFS = "00" OR WS-ETFS = "10"
               CLOSE ENTITY-TB-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT
           MOVE SPACES TO WS-HOME-CO
           MOVE "N" TO WS-EOF
           OPEN INPUT COMPANY-FILE
           IF WS-CMFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ COMPANY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-CO-CODE-IN
                               WS-CO-NAME-IN WS-CO-IC-IN
                           UNSTRING COMPANY-REC
                               DELIMITED BY ","
                               INTO WS-CO-CODE-IN
                                   WS-CO-NAME-IN
                                   WS-CO-IC-IN
                           END-UNSTRING
                           IF WS-CO-COUNT < 20 AND
                                   WS-CO-CODE-IN NOT = SPACES
                               ADD 1 TO WS-CO-COUNT
                               MOVE WS-CO-CODE-IN TO
                                   WS-CO-CODE (WS-CO-COUNT)
                               MOVE WS-CO-NAME-IN TO
                                   WS-CO-NAME (WS-CO-COUNT)
                               MOVE WS-CO-IC-IN TO
                                   WS-CO-IC-ACCTNO (WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF
           IF WS-CO-COUNT > 0
               MOVE WS-CO-CODE (1) TO WS-HOME-CO
           END-IF
           MOVE "N" TO WS-EOF.

       FIND-COMPANY.
           MOVE "N" TO WS-CO-FOUND
           MOVE 0 TO WS-CO-FOUND-IDX
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE (CO-IDX) = WS-LOOKUP-CO
                   MOVE "Y" TO WS-CO-FOUND
                   SET WS-CO-FOUND-IDX TO CO-IDX
               END-IF
           END-PERFORM.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "FINANCIAL STATEMENTS" TO WS-RPT-TITLE
           IF RC-REPORT-ENTITY = "CONS"
               MOVE "CONSOLIDATED FINANCIAL STMTS" TO WS-RPT-TITLE
           END-IF
           IF RC-BUSINESS-DATE(1:4) NUMERIC AND
                   RC-BUSINESS-DATE(6:2) NUMERIC AND
                   RC-BUSINESS-DATE(9:2) NUMERIC
                   TO WS-RPT-DATE-NUM
           END-IF
           MOVE SPACES TO WS-RPT-NAME
           IF RC-REPORT-ENTITY = SPACES
               STRING "RPT-FINSTMT-" WS-RPT-DATE-NUM ".TXT"
                   DELIMITED BY SIZE INTO WS-RPT-NAME
               END-STRING
           ELSE
               STRING "RPT-FINSTMT-" RC-REPORT-ENTITY
                       DELIMITED BY SPACE
                       "-" WS-RPT-DATE-NUM ".TXT"
                       DELIMITED BY SIZE
                   INTO WS-RPT-NAME
               END-STRING
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE 999 TO WS-RPT-LINE-CNT
           MOVE 0 TO WS-RPT-PAGE.
