       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMT-WRITER.

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
               FILE STATUS IS WS-TFS.
           SELECT BUDGET-FILE ASSIGN TO "budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BFFS.
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNFS.
           SELECT LAYOUT-FILE ASSIGN TO "stmt_layouts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LYFS.
           SELECT GROUP-FILE ASSIGN TO "acct_groups.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRFS.
           SELECT COSTCTR-FILE ASSIGN TO "costctr.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCFS.
           SELECT DIVISION-FILE ASSIGN TO "divisions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DVFS.
           SELECT COMPANY-FILE ASSIGN TO "companies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.
           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.

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

       FD BUDGET-FILE.
           COPY BUDGREC.

       FD SNAPSHOT-FILE.
       01 SNAP-REC.
           05 SNAP-NAME         PIC X(20).
           05 SNAP-DEBIT        PIC S9(12)V99.
           05 SNAP-CREDIT       PIC S9(12)V99.

       FD LAYOUT-FILE.
       01 LAYOUT-REC           PIC X(100).

       FD GROUP-FILE.
       01 GROUP-REC            PIC X(30).

       FD COSTCTR-FILE.
       01 COSTCTR-REC          PIC X(30).

       FD DIVISION-FILE.
       01 DIVISION-REC         PIC X(30).

       FD COMPANY-FILE.
       01 COMPANY-REC          PIC X(60).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC       PIC X(20).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
       01 WS-AFS               PIC X(2).
       01 WS-TFS               PIC X(2).
       01 WS-BFFS              PIC X(2).
       01 WS-SNFS              PIC X(2).
       01 WS-LYFS              PIC X(2).
       01 WS-GRFS              PIC X(2).
       01 WS-CCFS              PIC X(2).
       01 WS-DVFS              PIC X(2).
       01 WS-CMFS              PIC X(2).
           COPY COMPTBL.
       01 WS-FCFS              PIC X(2).
           COPY FISCAL.
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-GLFS              PIC X(2).
           COPY GLREC.
           COPY STMTLAY.
           COPY CCHIER.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-SNAP-NAME         PIC X(30).
       01 WS-ENTITY-OK         PIC X VALUE "Y".
       01 WS-LINE-CO-OK        PIC X VALUE "Y".
       01 WS-RUN-OK            PIC X VALUE "Y".
       01 WS-NOTES             PIC 9(3) VALUE 0.

      *> The report period and the one before it on the fiscal
      *> calendar; period 13 is compared with the period 12 it
      *> adjusts.
       01 WS-CUR-PERIOD        PIC 9(6) VALUE 0.
       01 WS-PRIOR-PERIOD      PIC 9(6) VALUE 0.
       01 WS-LOAD-PERIOD       PIC 9(6) VALUE 0.
       01 WS-LOAD-COL          PIC 9 VALUE 0.
       01 WS-ACT-SOURCE        PIC X(30).

      *> The chart of accounts with the company-level actual,
      *> budget and prior figures (debit less credit), and the
      *> same actual and prior split by department off the ledger
      *> for the division and department levels.  Budgets are
      *> held by account only, so below the company the budget
      *> column prints zero.
       01 WS-ACCT-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY ACCT-IDX.
               10 WS-AT-NUMBER      PIC X(6).
               10 WS-AT-NAME        PIC X(20).
               10 WS-AT-DEBIT-NORM  PIC X.
               10 WS-AT-CO-ACT      PIC S9(12)V99.
               10 WS-AT-CO-BUD      PIC S9(12)V99.
               10 WS-AT-CO-PRI      PIC S9(12)V99.
               10 WS-AT-ACT         PIC S9(12)V99.
               10 WS-AT-BUD         PIC S9(12)V99.
               10 WS-AT-PRI         PIC S9(12)V99.
               10 WS-AT-USED        PIC X.
       01 WS-ACCT-SUB          PIC 9(3) VALUE 0.
       01 WS-CM-TABLE.
           05 WS-CM-ACCT OCCURS 500 TIMES.
               10 WS-CM-CC OCCURS 101 TIMES.
                   15 WS-CM-ACT     PIC S9(11)V99.
                   15 WS-CM-PRI     PIC S9(11)V99.
       01 WS-GL-LINES          PIC 9(7) VALUE 0.
       01 WS-SIGNED            PIC S9(11)V99 VALUE 0.

      *> The node being printed: C company, D division, P
      *> department, U the departments outside any division.
       01 WS-NODE-LEVEL        PIC X.
       01 WS-NODE-CODE         PIC X(4).
       01 WS-NODE-CAPTION      PIC X(60).
       01 WS-IN-NODE           PIC X VALUE "N".
       01 WS-HAS-UNASSIGNED    PIC X VALUE "N".
       01 WS-HR-DV             PIC 9(2) VALUE 0.
       01 WS-HR-CC             PIC 9(3) VALUE 0.

      *> Row and total arithmetic.  Level n of the accumulators
      *> holds everything since the last total of level n or
      *> higher.
       01 WS-ROW-ACT           PIC S9(12)V99 VALUE 0.
       01 WS-ROW-BUD           PIC S9(12)V99 VALUE 0.
       01 WS-ROW-PRI           PIC S9(12)V99 VALUE 0.
       01 WS-ACCUM-TABLE.
           05 WS-ACCUM OCCURS 9 TIMES.
               10 WS-AC-ACT         PIC S9(12)V99.
               10 WS-AC-BUD         PIC S9(12)V99.
               10 WS-AC-PRI         PIC S9(12)V99.
       01 WS-ACCUM-SUB         PIC 9(2) VALUE 0.
       01 WS-PR-ACT            PIC S9(12)V99 VALUE 0.
       01 WS-PR-BUD            PIC S9(12)V99 VALUE 0.
       01 WS-PR-PRI            PIC S9(12)V99 VALUE 0.
       01 WS-PR-CAPTION        PIC X(40).
       01 WS-PR-SIGN           PIC X.
       01 WS-COL-SUB           PIC 9 VALUE 0.
       01 WS-LINE-PTR          PIC 9(3) VALUE 1.
       01 WS-IN-RANGE          PIC X VALUE "N".
       01 WS-UNMAPPED          PIC 9(3) VALUE 0.
       01 WS-AMT-ED            PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM SET-REPORT-ENTITY
           IF WS-ENTITY-OK = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-LAYOUT
           IF WS-LY-COUNT = 0
               IF RC-STMT-LAYOUT = SPACES
                   DISPLAY "NO LAYOUTS ON STMT_LAYOUTS.CSV"
               ELSE
                   DISPLAY "LAYOUT " RC-STMT-LAYOUT
                       " NOT ON STMT_LAYOUTS.CSV"
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ACCOUNT-GROUPS
           PERFORM LOAD-COST-CENTERS
           PERFORM LOAD-DIVISIONS
           PERFORM CHECK-REPORT-LEVEL
           IF WS-RUN-OK = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-FISCAL-CALENDAR
           PERFORM SET-PRIOR-PERIOD

           PERFORM LOAD-ACCOUNTS
           IF WS-ACCT-COUNT = 0
               DISPLAY "COULD NOT LOAD THE ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-REPORT
           PERFORM LOAD-COMPANY-BALANCES
           IF RC-STMT-LEVEL NOT = SPACES AND
                   RC-STMT-LEVEL NOT = "C"
               PERFORM LOAD-GL-SEGMENTS
               MOVE WS-CUR-PERIOD TO WS-LOAD-PERIOD
               MOVE 1 TO WS-LOAD-COL
               PERFORM ACCUMULATE-GL
               MOVE WS-PRIOR-PERIOD TO WS-LOAD-PERIOD
               MOVE 2 TO WS-LOAD-COL
               PERFORM ACCUMULATE-GL
           END-IF

           EVALUATE RC-STMT-LEVEL
               WHEN "D"
                   MOVE "D" TO WS-NODE-LEVEL
                   MOVE RC-STMT-NODE TO WS-NODE-CODE
                   PERFORM RENDER-NODE
               WHEN "P"
                   MOVE "P" TO WS-NODE-LEVEL
                   MOVE RC-STMT-NODE TO WS-NODE-CODE
                   PERFORM RENDER-NODE
               WHEN "A"
                   PERFORM RENDER-HIERARCHY
               WHEN OTHER
                   MOVE "C" TO WS-NODE-LEVEL
                   MOVE SPACES TO WS-NODE-CODE
                   PERFORM RENDER-NODE
           END-EVALUATE

           PERFORM CLOSE-REPORT
           IF WS-NOTES > 0
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
           MOVE RC-PERIOD TO WS-CUR-PERIOD.

       SET-REPORT-ENTITY.
      *> Blank reports the ledger as a whole; CONS the group after
      *> elimination; anything else must be a company on
      *> companies.csv, whose name heads the report.
           MOVE "Y" TO WS-ENTITY-OK
           IF RC-REPORT-ENTITY NOT = SPACES AND
                   RC-REPORT-ENTITY NOT = "CONS"
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
               END-IF
           END-IF.

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

       LOAD-LAYOUT.
      *> The rows of the layout named on the run control, or of the
      *> first layout on the file when none is named.
           MOVE 0 TO WS-LY-COUNT
           MOVE 0 TO WS-LY-COL-COUNT
           MOVE SPACES TO WS-LY-COLS
           MOVE "FINANCIAL STATEMENT" TO WS-LY-TITLE
           MOVE "N" TO WS-LY-EOF
           OPEN INPUT LAYOUT-FILE
           IF WS-LYFS NOT = "00"
               MOVE "Y" TO WS-LY-EOF
           END-IF
           PERFORM UNTIL WS-LY-EOF = "Y"
               READ LAYOUT-FILE
                   AT END
                       MOVE "Y" TO WS-LY-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-LAYOUT-ROW
               END-READ
           END-PERFORM
           IF WS-LYFS = "00" OR WS-LYFS = "10"
               CLOSE LAYOUT-FILE
           END-IF
           IF WS-LY-COL-COUNT = 0
               MOVE 1 TO WS-LY-COL-COUNT
               MOVE "ACT" TO WS-LY-COL (1)
           END-IF.

       LOAD-ONE-LAYOUT-ROW.
           MOVE SPACES TO WS-LY-NAME-IN WS-LY-TYPE-IN
               WS-LY-CAPTION-IN WS-LY-FIELD4-IN WS-LY-TO-IN
               WS-LY-LEVEL-IN WS-LY-SIGN-IN
           UNSTRING LAYOUT-REC
               DELIMITED BY ","
               INTO WS-LY-NAME-IN
                   WS-LY-TYPE-IN
                   WS-LY-CAPTION-IN
                   WS-LY-FIELD4-IN
                   WS-LY-TO-IN
                   WS-LY-LEVEL-IN
                   WS-LY-SIGN-IN
           END-UNSTRING
           IF RC-STMT-LAYOUT = SPACES AND WS-LY-NAME-IN NOT = SPACES
               MOVE WS-LY-NAME-IN TO RC-STMT-LAYOUT
           END-IF
           IF WS-LY-NAME-IN = RC-STMT-LAYOUT AND
                   WS-LY-NAME-IN NOT = SPACES
               IF WS-LY-TYPE-IN = "C"
                   MOVE WS-LY-CAPTION-IN TO WS-LY-TITLE
                   MOVE 0 TO WS-LY-COL-COUNT
                   MOVE SPACES TO WS-LY-COLS
                   UNSTRING WS-LY-FIELD4-IN
                       DELIMITED BY ALL SPACE
                       INTO WS-LY-COL (1) WS-LY-COL (2)
                           WS-LY-COL (3) WS-LY-COL (4)
                           WS-LY-COL (5)
                       TALLYING IN WS-LY-COL-COUNT
                   END-UNSTRING
                   PERFORM CHECK-LAYOUT-COLUMNS
               ELSE
               IF WS-LY-COUNT < 200
                   ADD 1 TO WS-LY-COUNT
                   MOVE WS-LY-TYPE-IN TO WS-LY-TYPE (WS-LY-COUNT)
                   MOVE WS-LY-CAPTION-IN
                       TO WS-LY-CAPTION (WS-LY-COUNT)
                   MOVE WS-LY-FIELD4-IN(1:6)
                       TO WS-LY-FROM (WS-LY-COUNT)
                   MOVE WS-LY-TO-IN TO WS-LY-TO (WS-LY-COUNT)
                   IF WS-LY-TO-IN = SPACES
                       MOVE WS-LY-FIELD4-IN(1:6)
                           TO WS-LY-TO (WS-LY-COUNT)
                   END-IF
                   MOVE 1 TO WS-LY-LEVEL (WS-LY-COUNT)
                   IF WS-LY-LEVEL-IN NUMERIC AND
                           WS-LY-LEVEL-IN NOT = "0"
                       MOVE WS-LY-LEVEL-IN
                           TO WS-LY-LEVEL (WS-LY-COUNT)
                   END-IF
                   MOVE WS-LY-SIGN-IN TO WS-LY-SIGN (WS-LY-COUNT)
               ELSE
                   DISPLAY "MORE THAN 200 ROWS ON LAYOUT "
                       RC-STMT-LAYOUT " - EXCESS NOT PRINTED"
               END-IF
               END-IF
           END-IF.

       CHECK-LAYOUT-COLUMNS.
      *> A column code the writer does not know prints as actual.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-LY-COL-COUNT
               IF WS-LY-COL (WS-COL-SUB) NOT = "ACT" AND
                       WS-LY-COL (WS-COL-SUB) NOT = "BUD" AND
                       WS-LY-COL (WS-COL-SUB) NOT = "PRI" AND
                       WS-LY-COL (WS-COL-SUB) NOT = "VBU" AND
                       WS-LY-COL (WS-COL-SUB) NOT = "VPR"
                   DISPLAY "UNKNOWN COLUMN " WS-LY-COL (WS-COL-SUB)
                       " ON LAYOUT " RC-STMT-LAYOUT
                       " - PRINTED AS ACT"
                   MOVE "ACT" TO WS-LY-COL (WS-COL-SUB)
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-GROUPS.
           MOVE 0 TO WS-GR-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GROUP-FILE
           IF WS-GRFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ GROUP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-GR-CODE-IN
                               WS-GR-FROM-IN WS-GR-TO-IN
                           UNSTRING GROUP-REC
                               DELIMITED BY ","
                               INTO WS-GR-CODE-IN
                                   WS-GR-FROM-IN
                                   WS-GR-TO-IN
                           END-UNSTRING
                           IF WS-GR-COUNT < 200 AND
                                   WS-GR-CODE-IN NOT = SPACES
                               ADD 1 TO WS-GR-COUNT
                               MOVE WS-GR-CODE-IN TO
                                   WS-GR-CODE (WS-GR-COUNT)
                               MOVE WS-GR-FROM-IN TO
                                   WS-GR-FROM (WS-GR-COUNT)
                               MOVE WS-GR-TO-IN TO
                                   WS-GR-TO (WS-GR-COUNT)
                               IF WS-GR-TO-IN = SPACES
                                   MOVE WS-GR-FROM-IN TO
                                       WS-GR-TO (WS-GR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUP-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-COST-CENTERS.
           MOVE 0 TO WS-CC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT COSTCTR-FILE
           IF WS-CCFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ COSTCTR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-CC-CODE-IN
                               WS-CC-NAME-IN WS-CC-DIV-IN
                           UNSTRING COSTCTR-REC
                               DELIMITED BY ","
                               INTO WS-CC-CODE-IN
                                   WS-CC-NAME-IN
                                   WS-CC-DIV-IN
                           END-UNSTRING
                           IF WS-CC-COUNT < 100 AND
                                   WS-CC-CODE-IN NOT = SPACES
                               ADD 1 TO WS-CC-COUNT
                               MOVE WS-CC-CODE-IN TO
                                   WS-CC-CODE (WS-CC-COUNT)
                               MOVE WS-CC-NAME-IN TO
                                   WS-CC-NAME (WS-CC-COUNT)
                               MOVE WS-CC-DIV-IN TO
                                   WS-CC-DIV (WS-CC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COSTCTR-FILE
           END-IF
           MOVE "N" TO WS-EOF
           COMPUTE WS-CC-SLOTS = WS-CC-COUNT + 1
           MOVE SPACES TO WS-CC-CODE (WS-CC-SLOTS)
           MOVE "(NO COST CENTER)" TO WS-CC-NAME (WS-CC-SLOTS)
           MOVE SPACES TO WS-CC-DIV (WS-CC-SLOTS).

       LOAD-DIVISIONS.
           MOVE 0 TO WS-DV-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DIVISION-FILE
           IF WS-DVFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ DIVISION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-CC-CODE-IN WS-CC-NAME-IN
                           UNSTRING DIVISION-REC
                               DELIMITED BY ","
                               INTO WS-CC-CODE-IN
                                   WS-CC-NAME-IN
                           END-UNSTRING
                           IF WS-DV-COUNT < 30 AND
                                   WS-CC-CODE-IN NOT = SPACES
                               ADD 1 TO WS-DV-COUNT
                               MOVE WS-CC-CODE-IN TO
                                   WS-DV-CODE (WS-DV-COUNT)
                               MOVE WS-CC-NAME-IN TO
                                   WS-DV-NAME (WS-DV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIVISION-FILE
           END-IF
           MOVE "N" TO WS-EOF
      *> A department whose division is not on file rolls into
      *> UNASSIGNED, as does the no-cost-center bucket.
           MOVE "N" TO WS-HAS-UNASSIGNED
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-SLOTS
               MOVE WS-CC-DIV (CC-IDX) TO WS-NODE-CODE
               PERFORM FIND-DIVISION
               IF WS-DV-SUB = 0
                   MOVE SPACES TO WS-CC-DIV (CC-IDX)
                   MOVE "Y" TO WS-HAS-UNASSIGNED
               END-IF
           END-PERFORM.

       FIND-DIVISION.
           MOVE 0 TO WS-DV-SUB
           IF WS-NODE-CODE NOT = SPACES
               PERFORM VARYING DV-IDX FROM 1 BY 1
                       UNTIL DV-IDX > WS-DV-COUNT
                   IF WS-DV-CODE (DV-IDX) = WS-NODE-CODE
                       SET WS-DV-SUB TO DV-IDX
                   END-IF
               END-PERFORM
           END-IF.

       FIND-DEPARTMENT.
           MOVE 0 TO WS-CC-SUB
           IF WS-NODE-CODE NOT = SPACES
               PERFORM VARYING CC-IDX FROM 1 BY 1
                       UNTIL CC-IDX > WS-CC-COUNT
                   IF WS-CC-CODE (CC-IDX) = WS-NODE-CODE
                       SET WS-CC-SUB TO CC-IDX
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-REPORT-LEVEL.
           MOVE "Y" TO WS-RUN-OK
           MOVE RC-STMT-NODE TO WS-NODE-CODE
           EVALUATE RC-STMT-LEVEL
               WHEN SPACE
               WHEN "C"
               WHEN "A"
                   CONTINUE
               WHEN "D"
                   PERFORM FIND-DIVISION
                   IF WS-DV-SUB = 0
                       DISPLAY "DIVISION " RC-STMT-NODE
                           " NOT ON DIVISIONS.CSV"
                       MOVE "N" TO WS-RUN-OK
                   END-IF
               WHEN "P"
                   PERFORM FIND-DEPARTMENT
                   IF WS-CC-SUB = 0
                       DISPLAY "DEPARTMENT " RC-STMT-NODE
                           " NOT ON COSTCTR.CSV"
                       MOVE "N" TO WS-RUN-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "STATEMENT LEVEL " RC-STMT-LEVEL
                       " IS NOT C, D, P OR A"
                   MOVE "N" TO WS-RUN-OK
           END-EVALUATE.

       SET-PRIOR-PERIOD.
           MOVE WS-CUR-PERIOD TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           EVALUATE WS-FC-FP
               WHEN 1
                   SUBTRACT 1 FROM WS-FC-FY
                   MOVE 12 TO WS-FC-FP
               WHEN 13
                   MOVE 12 TO WS-FC-FP
               WHEN OTHER
                   SUBTRACT 1 FROM WS-FC-FP
           END-EVALUATE
           PERFORM FIND-FISCAL-PERIOD-NO
           MOVE WS-FC-LOOKUP TO WS-PRIOR-PERIOD.

       LOAD-FISCAL-CALENDAR.
           MOVE 0 TO WS-FC-COUNT
           MOVE "N" TO WS-FC-EOF
           OPEN INPUT FISCAL-CALENDAR
           IF WS-FCFS = "00"
               PERFORM UNTIL WS-FC-EOF = "Y"
                   READ FISCAL-CALENDAR
                       AT END
                           MOVE "Y" TO WS-FC-EOF
                       NOT AT END
                           MOVE SPACES TO WS-FC-PERIOD-IN
                               WS-FC-YEAR-IN WS-FC-NUMBER-IN
                           UNSTRING FISCAL-CAL-REC
                               DELIMITED BY ","
                               INTO WS-FC-PERIOD-IN
                                   WS-FC-YEAR-IN
                                   WS-FC-NUMBER-IN
                           END-UNSTRING
                           IF WS-FC-COUNT < 300 AND
                                   WS-FC-PERIOD-IN NUMERIC AND
                                   WS-FC-YEAR-IN NUMERIC AND
                                   WS-FC-NUMBER-IN NUMERIC
                               ADD 1 TO WS-FC-COUNT
                               MOVE WS-FC-PERIOD-IN TO
                                   WS-FC-PERIOD (WS-FC-COUNT)
                               MOVE WS-FC-YEAR-IN TO
                                   WS-FC-YEAR (WS-FC-COUNT)
                               MOVE WS-FC-NUMBER-IN TO
                                   WS-FC-NUMBER (WS-FC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-CALENDAR
           END-IF
           MOVE "N" TO WS-FC-EOF.

       FIND-FISCAL-PERIOD.
      *> Fiscal year and period of WS-FC-LOOKUP, off the calendar
      *> file when it lists the period, else the standard calendar.
           MOVE "N" TO WS-FC-FOUND
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FC-COUNT
               IF WS-FC-PERIOD (FC-IDX) = WS-FC-LOOKUP AND
                       WS-FC-FOUND = "N"
                   MOVE WS-FC-YEAR (FC-IDX) TO WS-FC-FY
                   MOVE WS-FC-NUMBER (FC-IDX) TO WS-FC-FP
                   MOVE "Y" TO WS-FC-FOUND
               END-IF
           END-PERFORM
           IF WS-FC-FOUND = "N"
               DIVIDE WS-FC-LOOKUP BY 100 GIVING WS-FC-YYYY
                   REMAINDER WS-FC-MM
               IF WS-FC-MM = 13
                   MOVE WS-FC-YYYY TO WS-FC-FY
                   MOVE 13 TO WS-FC-FP
               ELSE
               IF WS-FC-MM >= WS-FC-START-MONTH
                   COMPUTE WS-FC-FP =
                       WS-FC-MM - WS-FC-START-MONTH + 1
                   IF WS-FC-START-MONTH = 1
                       MOVE WS-FC-YYYY TO WS-FC-FY
                   ELSE
                       COMPUTE WS-FC-FY = WS-FC-YYYY + 1
                   END-IF
               ELSE
                   COMPUTE WS-FC-FP =
                       WS-FC-MM + 13 - WS-FC-START-MONTH
                   MOVE WS-FC-YYYY TO WS-FC-FY
               END-IF
               END-IF
           END-IF
           PERFORM SET-FISCAL-YEAR-BOUNDS.

       SET-FISCAL-YEAR-BOUNDS.
      *> First, last and adjustment periods of fiscal year WS-FC-FY.
           MOVE 0 TO WS-FC-YEAR-FIRST
           MOVE 0 TO WS-FC-YEAR-LAST
           MOVE 0 TO WS-FC-ADJ-PERIOD
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FC-COUNT
               IF WS-FC-YEAR (FC-IDX) = WS-FC-FY
                   EVALUATE WS-FC-NUMBER (FC-IDX)
                       WHEN 1
                           MOVE WS-FC-PERIOD (FC-IDX)
                               TO WS-FC-YEAR-FIRST
                       WHEN 12
                           MOVE WS-FC-PERIOD (FC-IDX)
                               TO WS-FC-YEAR-LAST
                       WHEN 13
                           MOVE WS-FC-PERIOD (FC-IDX)
                               TO WS-FC-ADJ-PERIOD
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-FC-START-MONTH = 1
               IF WS-FC-YEAR-FIRST = 0
                   COMPUTE WS-FC-YEAR-FIRST = WS-FC-FY * 100 + 1
               END-IF
               IF WS-FC-YEAR-LAST = 0
                   COMPUTE WS-FC-YEAR-LAST = WS-FC-FY * 100 + 12
               END-IF
           ELSE
               IF WS-FC-YEAR-FIRST = 0
                   COMPUTE WS-FC-YEAR-FIRST =
                       (WS-FC-FY - 1) * 100 + WS-FC-START-MONTH
               END-IF
               IF WS-FC-YEAR-LAST = 0
                   COMPUTE WS-FC-YEAR-LAST =
                       WS-FC-FY * 100 + WS-FC-START-MONTH - 1
               END-IF
           END-IF
           IF WS-FC-ADJ-PERIOD = 0
               DIVIDE WS-FC-YEAR-LAST BY 100 GIVING WS-FC-YYYY
               COMPUTE WS-FC-ADJ-PERIOD = WS-FC-YYYY * 100 + 13
           END-IF.

       FIND-FISCAL-PERIOD-NO.
      *> The period that is fiscal period WS-FC-FP of WS-FC-FY.
           MOVE 0 TO WS-FC-LOOKUP
           PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FC-COUNT
               IF WS-FC-YEAR (FC-IDX) = WS-FC-FY AND
                       WS-FC-NUMBER (FC-IDX) = WS-FC-FP
                   MOVE WS-FC-PERIOD (FC-IDX) TO WS-FC-LOOKUP
               END-IF
           END-PERFORM
           IF WS-FC-LOOKUP = 0
               PERFORM SET-FISCAL-YEAR-BOUNDS
               IF WS-FC-FP = 13
                   MOVE WS-FC-ADJ-PERIOD TO WS-FC-LOOKUP
               ELSE
                   DIVIDE WS-FC-YEAR-FIRST BY 100 GIVING WS-FC-YYYY
                       REMAINDER WS-FC-MM
                   ADD WS-FC-FP TO WS-FC-MM
                   SUBTRACT 1 FROM WS-FC-MM
                   IF WS-FC-MM > 12
                       SUBTRACT 12 FROM WS-FC-MM
                       ADD 1 TO WS-FC-YYYY
                   END-IF
                   COMPUTE WS-FC-LOOKUP = WS-FC-YYYY * 100 + WS-FC-MM
               END-IF
           END-IF.

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-ACCT-COUNT
           INITIALIZE WS-CM-TABLE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS = "00"
               MOVE "N" TO WS-EOF
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
                           IF WS-ACCT-COUNT < 500
                               ADD 1 TO WS-ACCT-COUNT
                               PERFORM LOAD-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-ACCOUNT.
           MOVE ACC-NUMBER TO WS-AT-NUMBER (WS-ACCT-COUNT)
           MOVE ACC-NAME TO WS-AT-NAME (WS-ACCT-COUNT)
           IF FUNCTION TRIM(ACC-TYPE) = "ASSET" OR
                   FUNCTION TRIM(ACC-TYPE) = "EXPENSE"
               MOVE "Y" TO WS-AT-DEBIT-NORM (WS-ACCT-COUNT)
           ELSE
               MOVE "N" TO WS-AT-DEBIT-NORM (WS-ACCT-COUNT)
           END-IF
           MOVE 0 TO WS-AT-CO-ACT (WS-ACCT-COUNT)
               WS-AT-CO-BUD (WS-ACCT-COUNT)
               WS-AT-CO-PRI (WS-ACCT-COUNT)
               WS-AT-ACT (WS-ACCT-COUNT)
               WS-AT-BUD (WS-ACCT-COUNT)
               WS-AT-PRI (WS-ACCT-COUNT).

       LOAD-COMPANY-BALANCES.
      *> Actual is the period's close snapshot once PERIOD-CLOSE
      *> has taken it, and trial_balance.dat while the period is
      *> still open; prior is the prior period's snapshot.  At
      *> entity or group level both come off the files CONSOL-RUN
      *> wrote.  Budgets are in the account's normal sign and are
      *> turned to debit less credit here.
           MOVE WS-CUR-PERIOD TO WS-LOAD-PERIOD
           PERFORM SET-SNAPSHOT-NAME
           MOVE WS-SNAP-NAME TO WS-ACT-SOURCE
           MOVE 1 TO WS-LOAD-COL
           PERFORM LOAD-SNAPSHOT
           IF WS-SNFS NOT = "00" AND RC-REPORT-ENTITY = SPACES
               MOVE "trial_balance.dat" TO WS-ACT-SOURCE
               PERFORM LOAD-LIVE-TRIAL-BALANCE
           END-IF
           IF WS-SNFS NOT = "00" AND RC-REPORT-ENTITY NOT = SPACES
               STRING "NO " WS-ACT-SOURCE
                   " - RUN CONSOL-RUN FOR THIS PERIOD FIRST"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-NOTES
           END-IF
           MOVE WS-PRIOR-PERIOD TO WS-LOAD-PERIOD
           PERFORM SET-SNAPSHOT-NAME
           MOVE 2 TO WS-LOAD-COL
           PERFORM LOAD-SNAPSHOT
           IF WS-SNFS NOT = "00"
               STRING "NO SNAPSHOT " WS-SNAP-NAME
                   " - PRIOR PERIOD " WS-PRIOR-PERIOD " SHOWS ZERO"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-NOTES
           END-IF
           PERFORM LOAD-BUDGETS.

       SET-SNAPSHOT-NAME.
           MOVE SPACES TO WS-SNAP-NAME
           EVALUATE RC-REPORT-ENTITY
               WHEN SPACES
                   STRING "TB-" WS-LOAD-PERIOD ".DAT"
                       DELIMITED BY SIZE INTO WS-SNAP-NAME
                   END-STRING
               WHEN "CONS"
                   STRING "TBC-" WS-LOAD-PERIOD ".DAT"
                       DELIMITED BY SIZE INTO WS-SNAP-NAME
                   END-STRING
               WHEN OTHER
                   STRING "TBE-" RC-REPORT-ENTITY
                           DELIMITED BY SPACE
                           "-" WS-LOAD-PERIOD ".DAT"
                           DELIMITED BY SIZE
                       INTO WS-SNAP-NAME
                   END-STRING
           END-EVALUATE.

       LOAD-SNAPSHOT.
           MOVE "N" TO WS-EOF
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SNAP-NAME TO TB-NAME
                       MOVE SNAP-DEBIT TO TB-DEBIT-TOTAL
                       MOVE SNAP-CREDIT TO TB-CREDIT-TOTAL
                       PERFORM POST-TB-BALANCE
               END-READ
           END-PERFORM
           IF WS-SNFS = "00" OR WS-SNFS = "10"
               CLOSE SNAPSHOT-FILE
               MOVE "00" TO WS-SNFS
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-LIVE-TRIAL-BALANCE.
           MOVE "N" TO WS-EOF
           OPEN INPUT TB-FILE
           IF WS-TFS NOT = "00"
               STRING "NO SNAPSHOT FOR PERIOD " WS-CUR-PERIOD
                   " AND NO TRIAL BALANCE - RUN TRIAL-BAL FIRST"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-NOTES
           ELSE
               MOVE LOW-VALUES TO TB-NAME
               START TB-FILE KEY IS GREATER THAN TB-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ TB-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM POST-TB-BALANCE
                   END-READ
               END-PERFORM
               CLOSE TB-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       POST-TB-BALANCE.
      *> Balances are held by account name, as TRIAL-BAL keeps them.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > WS-ACCT-COUNT
               IF WS-AT-NAME (ACCT-IDX) = TB-NAME
                   IF WS-LOAD-COL = 1
                       COMPUTE WS-AT-CO-ACT (ACCT-IDX) =
                           TB-DEBIT-TOTAL - TB-CREDIT-TOTAL
                   ELSE
                       COMPUTE WS-AT-CO-PRI (ACCT-IDX) =
                           TB-DEBIT-TOTAL - TB-CREDIT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF WS-BFFS NOT = "00"
               MOVE "N" TO WS-IN-RANGE
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > WS-LY-COL-COUNT
                   IF WS-LY-COL (WS-COL-SUB) = "BUD" OR
                           WS-LY-COL (WS-COL-SUB) = "VBU"
                       MOVE "Y" TO WS-IN-RANGE
                   END-IF
               END-PERFORM
               IF WS-IN-RANGE = "Y"
                   STRING "NO BUDGET FILE - BUDGET COLUMN SHOWS ZERO"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   ADD 1 TO WS-NOTES
               END-IF
           ELSE
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > WS-ACCT-COUNT
                   MOVE WS-AT-NUMBER (ACCT-IDX) TO BUD-ACCTNO
                   MOVE WS-CUR-PERIOD TO BUD-PERIOD
                   READ BUDGET-FILE
                       INVALID KEY
                           MOVE 0 TO BUD-AMOUNT
                   END-READ
                   IF WS-AT-DEBIT-NORM (ACCT-IDX) = "Y"
                       MOVE BUD-AMOUNT TO WS-AT-CO-BUD (ACCT-IDX)
                   ELSE
                       COMPUTE WS-AT-CO-BUD (ACCT-IDX) =
                           0 - BUD-AMOUNT
                   END-IF
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       LOAD-GL-SEGMENTS.
           MOVE 0 TO WS-SEG-COUNT
           MOVE "N" TO WS-SEG-EOF
           OPEN INPUT SEGMENT-DIR
           IF WS-SDFS = "00"
               PERFORM UNTIL WS-SEG-EOF = "Y"
                   READ SEGMENT-DIR
                       AT END
                           MOVE "Y" TO WS-SEG-EOF
                       NOT AT END
                           IF WS-SEG-COUNT < 240 AND
                                   SEGMENT-DIR-REC NUMERIC
                               ADD 1 TO WS-SEG-COUNT
                               MOVE SEGMENT-DIR-REC TO
                                   WS-SEG-PERIOD (WS-SEG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-DIR
           END-IF
           MOVE "N" TO WS-SEG-EOF.

       ACCUMULATE-GL.
      *> Below the company the figures are the period segment's
      *> lines by cost center, PERIOD-CLOSE's CL and YEAR-END's YE
      *> closing entries left out as the close snapshots leave
      *> them out.
           MOVE "N" TO WS-SEG-FOUND
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-PERIOD (SEG-IDX) = WS-LOAD-PERIOD
                   MOVE "Y" TO WS-SEG-FOUND
               END-IF
           END-PERFORM
           IF WS-SEG-FOUND = "N"
               STRING "NO GL SEGMENT FOR PERIOD " WS-LOAD-PERIOD
                   " - ITS DEPARTMENT FIGURES SHOW ZERO"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-NOTES
           ELSE
               MOVE SPACES TO WS-SEG-NAME
               STRING "GL" WS-LOAD-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-SEG-NAME
               END-STRING
               MOVE "N" TO WS-EOF
               OPEN INPUT GL-FILE
               IF WS-GLFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ GL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-ONE-LINE
                   END-READ
               END-PERFORM
               IF WS-GLFS = "00" OR WS-GLFS = "10"
                   CLOSE GL-FILE
               END-IF
               MOVE "N" TO WS-EOF
           END-IF.

       ACCUMULATE-ONE-LINE.
           MOVE SPACES TO WS-GL-FIELDS
           UNSTRING GL-REC DELIMITED BY ","
               INTO GL-IN-DATE
                   GL-IN-DOC-NO
                   GL-IN-ACCTNO
                   GL-IN-ACCT-NAME
                   GL-IN-CONTRA
                   GL-IN-DC
                   GL-IN-AMOUNT-X
                   GL-IN-COST-CENTER
                   GL-IN-CURRENCY
                   GL-IN-FOREIGN-X
                   GL-IN-OPERATOR
                   GL-IN-COMPANY
           END-UNSTRING
      *> At company level only that company's lines count, a blank
      *> company being the home company's.
           MOVE "Y" TO WS-LINE-CO-OK
           IF RC-REPORT-ENTITY NOT = SPACES AND
                   RC-REPORT-ENTITY NOT = "CONS"
               IF GL-IN-COMPANY = SPACES
                   IF RC-REPORT-ENTITY NOT = WS-HOME-CO
                       MOVE "N" TO WS-LINE-CO-OK
                   END-IF
               ELSE
                   IF GL-IN-COMPANY NOT = RC-REPORT-ENTITY
                       MOVE "N" TO WS-LINE-CO-OK
                   END-IF
               END-IF
           END-IF
           IF GL-IN-DOC-NO(1:2) = "CL" OR GL-IN-DOC-NO(1:2) = "YE"
               MOVE "N" TO WS-LINE-CO-OK
           END-IF
           IF GL-IN-AMOUNT-X(2:11) NOT NUMERIC
               MOVE "N" TO WS-LINE-CO-OK
           END-IF
           IF WS-LINE-CO-OK = "Y"
               MOVE 0 TO WS-ACCT-SUB
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > WS-ACCT-COUNT
                          OR WS-ACCT-SUB > 0
                   IF WS-AT-NUMBER (ACCT-IDX) = GL-IN-ACCTNO
                       SET WS-ACCT-SUB TO ACCT-IDX
                   END-IF
               END-PERFORM
               IF WS-ACCT-SUB > 0
                   ADD 1 TO WS-GL-LINES
                   MOVE WS-CC-SLOTS TO WS-CC-SUB
                   PERFORM VARYING CC-IDX FROM 1 BY 1
                           UNTIL CC-IDX > WS-CC-COUNT
                       IF WS-CC-CODE (CC-IDX) = GL-IN-COST-CENTER
                               AND GL-IN-COST-CENTER NOT = SPACES
                           SET WS-CC-SUB TO CC-IDX
                       END-IF
                   END-PERFORM
                   IF GL-IN-DC = "D"
                       MOVE GL-IN-AMOUNT TO WS-SIGNED
                   ELSE
                       COMPUTE WS-SIGNED = 0 - GL-IN-AMOUNT
                   END-IF
                   IF WS-LOAD-COL = 1
                       ADD WS-SIGNED TO
                           WS-CM-ACT (WS-ACCT-SUB, WS-CC-SUB)
                   ELSE
                       ADD WS-SIGNED TO
                           WS-CM-PRI (WS-ACCT-SUB, WS-CC-SUB)
                   END-IF
               END-IF
           END-IF.

       RENDER-HIERARCHY.
      *> The company, then each division followed by its
      *> departments, then whatever rolls into no division.
           MOVE "C" TO WS-NODE-LEVEL
           MOVE SPACES TO WS-NODE-CODE
           PERFORM RENDER-NODE
           PERFORM VARYING WS-HR-DV FROM 1 BY 1
                   UNTIL WS-HR-DV > WS-DV-COUNT
               MOVE "D" TO WS-NODE-LEVEL
               MOVE WS-DV-CODE (WS-HR-DV) TO WS-NODE-CODE
               PERFORM RENDER-NODE
               PERFORM VARYING WS-HR-CC FROM 1 BY 1
                       UNTIL WS-HR-CC > WS-CC-COUNT
                   IF WS-CC-DIV (WS-HR-CC) = WS-DV-CODE (WS-HR-DV)
                       MOVE "P" TO WS-NODE-LEVEL
                       MOVE WS-CC-CODE (WS-HR-CC) TO WS-NODE-CODE
                       PERFORM RENDER-NODE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-HAS-UNASSIGNED = "Y"
               MOVE "U" TO WS-NODE-LEVEL
               MOVE SPACES TO WS-NODE-CODE
               PERFORM RENDER-NODE
           END-IF.

       RENDER-NODE.
           PERFORM SET-NODE-BALANCES
           PERFORM WRITE-NODE-HEADING
           INITIALIZE WS-ACCUM-TABLE
           PERFORM VARYING LY-IDX FROM 1 BY 1
                   UNTIL LY-IDX > WS-LY-COUNT
               PERFORM RENDER-ONE-ROW
           END-PERFORM
           PERFORM LIST-UNMAPPED-ACCOUNTS
      *> Each node starts a fresh page.
           MOVE 999 TO WS-RPT-LINE-CNT.

       SET-NODE-BALANCES.
      *> The account figures for the node being printed.
           MOVE SPACES TO WS-NODE-CAPTION
           EVALUATE WS-NODE-LEVEL
               WHEN "D"
                   PERFORM FIND-DIVISION
                   STRING "DIVISION " WS-NODE-CODE " "
                       WS-DV-NAME (WS-DV-SUB)
                       DELIMITED BY SIZE INTO WS-NODE-CAPTION
                   END-STRING
               WHEN "P"
                   PERFORM FIND-DEPARTMENT
                   STRING "DEPARTMENT " WS-NODE-CODE " "
                       WS-CC-NAME (WS-CC-SUB)
                       DELIMITED BY SIZE INTO WS-NODE-CAPTION
                   END-STRING
               WHEN "U"
                   MOVE "UNASSIGNED - DEPARTMENTS IN NO DIVISION"
                       TO WS-NODE-CAPTION
               WHEN OTHER
                   MOVE "COMPANY" TO WS-NODE-CAPTION
           END-EVALUATE
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > WS-ACCT-COUNT
               MOVE "N" TO WS-AT-USED (ACCT-IDX)
               IF WS-NODE-LEVEL = "C"
                   MOVE WS-AT-CO-ACT (ACCT-IDX)
                       TO WS-AT-ACT (ACCT-IDX)
                   MOVE WS-AT-CO-BUD (ACCT-IDX)
                       TO WS-AT-BUD (ACCT-IDX)
                   MOVE WS-AT-CO-PRI (ACCT-IDX)
                       TO WS-AT-PRI (ACCT-IDX)
               ELSE
                   MOVE 0 TO WS-AT-ACT (ACCT-IDX)
                       WS-AT-BUD (ACCT-IDX) WS-AT-PRI (ACCT-IDX)
                   PERFORM VARYING CC-IDX FROM 1 BY 1
                           UNTIL CC-IDX > WS-CC-SLOTS
                       PERFORM CHECK-NODE-MEMBER
                       IF WS-IN-NODE = "Y"
                           ADD WS-CM-ACT (ACCT-IDX, CC-IDX)
                               TO WS-AT-ACT (ACCT-IDX)
                           ADD WS-CM-PRI (ACCT-IDX, CC-IDX)
                               TO WS-AT-PRI (ACCT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-NODE-MEMBER.
           MOVE "N" TO WS-IN-NODE
           EVALUATE WS-NODE-LEVEL
               WHEN "D"
                   IF WS-CC-DIV (CC-IDX) = WS-NODE-CODE
                       MOVE "Y" TO WS-IN-NODE
                   END-IF
               WHEN "P"
                   IF WS-CC-CODE (CC-IDX) = WS-NODE-CODE AND
                           CC-IDX NOT = WS-CC-SLOTS
                       MOVE "Y" TO WS-IN-NODE
                   END-IF
               WHEN "U"
                   IF WS-CC-DIV (CC-IDX) = SPACES
                       MOVE "Y" TO WS-IN-NODE
                   END-IF
           END-EVALUATE.

       WRITE-NODE-HEADING.
           STRING WS-LY-TITLE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING WS-NODE-CAPTION
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-NODE-LEVEL = "C"
               STRING "ACTUAL FROM " WS-ACT-SOURCE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "ACTUAL FROM GL" WS-CUR-PERIOD ".DAT"
                   " BY COST CENTER - BUDGETS ARE HELD FOR THE"
                   " COMPANY ONLY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           MOVE 41 TO WS-LINE-PTR
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-LY-COL-COUNT
               EVALUATE WS-LY-COL (WS-COL-SUB)
                   WHEN "BUD"
                       STRING "         BUDGET "
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   WHEN "PRI"
                       STRING "   PRIOR " WS-PRIOR-PERIOD " "
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   WHEN "VBU"
                       STRING "     VAR BUDGET "
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   WHEN "VPR"
                       STRING "      VAR PRIOR "
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   WHEN OTHER
                       STRING "  ACTUAL " WS-CUR-PERIOD " "
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                           WITH POINTER WS-LINE-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM
           PERFORM WRITE-RPT-LINE.

       RENDER-ONE-ROW.
           MOVE WS-LY-SIGN (LY-IDX) TO WS-PR-SIGN
           EVALUATE WS-LY-TYPE (LY-IDX)
               WHEN "A"
                   PERFORM VARYING ACCT-IDX FROM 1 BY 1
                           UNTIL ACCT-IDX > WS-ACCT-COUNT
                       IF WS-AT-NUMBER (ACCT-IDX) >=
                               WS-LY-FROM (LY-IDX) AND
                               WS-AT-NUMBER (ACCT-IDX) <=
                               WS-LY-TO (LY-IDX)
                           PERFORM RENDER-ONE-ACCOUNT
                       END-IF
                   END-PERFORM
               WHEN "R"
               WHEN "G"
                   MOVE 0 TO WS-ROW-ACT WS-ROW-BUD WS-ROW-PRI
                   PERFORM VARYING ACCT-IDX FROM 1 BY 1
                           UNTIL ACCT-IDX > WS-ACCT-COUNT
                       PERFORM CHECK-ROW-RANGE
                       IF WS-IN-RANGE = "Y"
                           ADD WS-AT-ACT (ACCT-IDX) TO WS-ROW-ACT
                           ADD WS-AT-BUD (ACCT-IDX) TO WS-ROW-BUD
                           ADD WS-AT-PRI (ACCT-IDX) TO WS-ROW-PRI
                           MOVE "Y" TO WS-AT-USED (ACCT-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM ADD-TO-ACCUMULATORS
                   MOVE WS-LY-CAPTION (LY-IDX) TO WS-PR-CAPTION
                   PERFORM PRINT-AMOUNT-LINE
               WHEN "T"
                   MOVE WS-LY-LEVEL (LY-IDX) TO WS-ACCUM-SUB
                   MOVE WS-AC-ACT (WS-ACCUM-SUB) TO WS-ROW-ACT
                   MOVE WS-AC-BUD (WS-ACCUM-SUB) TO WS-ROW-BUD
                   MOVE WS-AC-PRI (WS-ACCUM-SUB) TO WS-ROW-PRI
                   PERFORM VARYING WS-ACCUM-SUB FROM 1 BY 1
                           UNTIL WS-ACCUM-SUB > WS-LY-LEVEL (LY-IDX)
                       MOVE 0 TO WS-AC-ACT (WS-ACCUM-SUB)
                           WS-AC-BUD (WS-ACCUM-SUB)
                           WS-AC-PRI (WS-ACCUM-SUB)
                   END-PERFORM
                   MOVE WS-LY-CAPTION (LY-IDX) TO WS-PR-CAPTION
                   PERFORM PRINT-AMOUNT-LINE
               WHEN OTHER
                   STRING WS-LY-CAPTION (LY-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
           END-EVALUATE.

       CHECK-ROW-RANGE.
      *> Whether account ACCT-IDX falls in the R row's range or in
      *> one of the G row's group ranges.
           MOVE "N" TO WS-IN-RANGE
           IF WS-LY-TYPE (LY-IDX) = "R"
               IF WS-AT-NUMBER (ACCT-IDX) >= WS-LY-FROM (LY-IDX) AND
                       WS-AT-NUMBER (ACCT-IDX) <= WS-LY-TO (LY-IDX)
                   MOVE "Y" TO WS-IN-RANGE
               END-IF
           ELSE
               PERFORM VARYING GR-IDX FROM 1 BY 1
                       UNTIL GR-IDX > WS-GR-COUNT
                   IF WS-GR-CODE (GR-IDX) = WS-LY-FROM (LY-IDX) AND
                           WS-AT-NUMBER (ACCT-IDX) >=
                               WS-GR-FROM (GR-IDX) AND
                           WS-AT-NUMBER (ACCT-IDX) <=
                               WS-GR-TO (GR-IDX)
                       MOVE "Y" TO WS-IN-RANGE
                   END-IF
               END-PERFORM
           END-IF.

       RENDER-ONE-ACCOUNT.
      *> An A row prints each account in its range that has any
      *> figure, under the account's own name.
           MOVE "Y" TO WS-AT-USED (ACCT-IDX)
           MOVE WS-AT-ACT (ACCT-IDX) TO WS-ROW-ACT
           MOVE WS-AT-BUD (ACCT-IDX) TO WS-ROW-BUD
           MOVE WS-AT-PRI (ACCT-IDX) TO WS-ROW-PRI
           PERFORM ADD-TO-ACCUMULATORS
           IF WS-ROW-ACT NOT = 0 OR WS-ROW-BUD NOT = 0 OR
                   WS-ROW-PRI NOT = 0
               MOVE SPACES TO WS-PR-CAPTION
               STRING "  " WS-AT-NAME (ACCT-IDX)
                   DELIMITED BY SIZE INTO WS-PR-CAPTION
               END-STRING
               PERFORM PRINT-AMOUNT-LINE
           END-IF.

       ADD-TO-ACCUMULATORS.
           PERFORM VARYING WS-ACCUM-SUB FROM 1 BY 1
                   UNTIL WS-ACCUM-SUB > 9
               ADD WS-ROW-ACT TO WS-AC-ACT (WS-ACCUM-SUB)
               ADD WS-ROW-BUD TO WS-AC-BUD (WS-ACCUM-SUB)
               ADD WS-ROW-PRI TO WS-AC-PRI (WS-ACCUM-SUB)
           END-PERFORM.

       PRINT-AMOUNT-LINE.
      *> The caption, then the layout's columns in the order the
      *> layout names them, sign reversed on an R row.
           IF WS-PR-SIGN = "R"
               COMPUTE WS-PR-ACT = 0 - WS-ROW-ACT
               COMPUTE WS-PR-BUD = 0 - WS-ROW-BUD
               COMPUTE WS-PR-PRI = 0 - WS-ROW-PRI
           ELSE
               MOVE WS-ROW-ACT TO WS-PR-ACT
               MOVE WS-ROW-BUD TO WS-PR-BUD
               MOVE WS-ROW-PRI TO WS-PR-PRI
           END-IF
           MOVE WS-PR-CAPTION TO WS-RPT-LINE
           MOVE 41 TO WS-LINE-PTR
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-LY-COL-COUNT
               EVALUATE WS-LY-COL (WS-COL-SUB)
                   WHEN "BUD"
                       MOVE WS-PR-BUD TO WS-AMT-ED
                   WHEN "PRI"
                       MOVE WS-PR-PRI TO WS-AMT-ED
                   WHEN "VBU"
                       COMPUTE WS-AMT-ED = WS-PR-ACT - WS-PR-BUD
                   WHEN "VPR"
                       COMPUTE WS-AMT-ED = WS-PR-ACT - WS-PR-PRI
                   WHEN OTHER
                       MOVE WS-PR-ACT TO WS-AMT-ED
               END-EVALUATE
               STRING WS-AMT-ED " "
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM WRITE-RPT-LINE.

       LIST-UNMAPPED-ACCOUNTS.
      *> Accounts with figures that no row of the layout picks up,
      *> so a statement missing an account never passes unnoticed.
           MOVE 0 TO WS-UNMAPPED
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > WS-ACCT-COUNT
               IF WS-AT-USED (ACCT-IDX) = "N" AND
                       (WS-AT-ACT (ACCT-IDX) NOT = 0 OR
                        WS-AT-PRI (ACCT-IDX) NOT = 0)
                   IF WS-UNMAPPED = 0
                       MOVE SPACES TO WS-RPT-LINE
                       PERFORM WRITE-RPT-LINE
                       STRING "ACCOUNTS WITH FIGURES ON NO ROW OF "
                           "LAYOUT " RC-STMT-LAYOUT ":"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                   END-IF
                   ADD 1 TO WS-UNMAPPED
                   MOVE WS-AT-ACT (ACCT-IDX) TO WS-AMT-ED
                   STRING "  " WS-AT-NUMBER (ACCT-IDX) " "
                       WS-AT-NAME (ACCT-IDX) " " WS-AMT-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM
           IF WS-UNMAPPED > 0
               ADD 1 TO WS-NOTES
           END-IF.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE WS-LY-TITLE TO WS-RPT-TITLE
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
           STRING "RPT-STMT-" RC-STMT-LAYOUT
                   DELIMITED BY SPACE
                   "-" WS-RPT-DATE-NUM ".TXT"
                   DELIMITED BY SIZE
               INTO WS-RPT-NAME
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
