       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOL-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT COMPANY-FILE ASSIGN TO "companies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMFS.
           SELECT ENTITY-TB-FILE ASSIGN TO WS-ETB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD COMPANY-FILE.
       01 COMPANY-REC          PIC X(60).

      *> Same layout as the PERIOD-CLOSE snapshot, so FIN-STMT and
      *> FIN-COMPARE read an entity or the group exactly as they
      *> read TB-YYYYMM.DAT.
       FD ENTITY-TB-FILE.
       01 ETB-REC.
           05 ETB-NAME          PIC X(20).
           05 ETB-DEBIT         PIC S9(12)V99.
           05 ETB-CREDIT        PIC S9(12)V99.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-GLFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-ETFS              PIC X(2).
       01 WS-RCFS              PIC X(2).
       01 WS-ALFS              PIC X(2).
           COPY AUDITREC.
           COPY RUNCTL.
           COPY GLREC.
       01 WS-CMFS              PIC X(2).
           COPY COMPTBL.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-LINE-PERIOD       PIC 9(6) VALUE 0.
       01 WS-GL-LINES          PIC 9(7) VALUE 0.
       01 WS-UNKNOWN-CO-LINES  PIC 9(7) VALUE 0.
       01 WS-ETB-NAME          PIC X(30).

      *> The intercompany account name of each company, from the
      *> number on companies.csv.
       01 WS-IC-NAME-TABLE.
           05 WS-IC-NAME OCCURS 20 TIMES
                                PIC X(20).
       01 WS-IS-IC-ACCOUNT     PIC X VALUE "N".

      *> Period activity by company and account, from the period's
      *> GL segment.
       01 WS-EA-COUNT          PIC 9(4) VALUE 0.
       01 WS-EA-TABLE.
           05 WS-EA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EA-IDX.
               10 WS-EA-CO-SUB      PIC 9(2).
               10 WS-EA-NAME        PIC X(20).
               10 WS-EA-DEBIT       PIC S9(12)V99.
               10 WS-EA-CREDIT      PIC S9(12)V99.
       01 WS-EA-FOUND-IDX      PIC 9(4) VALUE 0.
       01 WS-EA-FULL           PIC X VALUE "N".
       01 WS-LINE-CO-SUB       PIC 9(2) VALUE 0.

      *> The group by account: the companies added together, the
      *> part eliminated, and what is left to consolidate.
       01 WS-CN-COUNT          PIC 9(3) VALUE 0.
       01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 500 TIMES
                   INDEXED BY CN-IDX.
               10 WS-CN-NAME        PIC X(20).
               10 WS-CN-DEBIT       PIC S9(12)V99.
               10 WS-CN-CREDIT      PIC S9(12)V99.
               10 WS-CN-ELIM-DEBIT  PIC S9(12)V99.
               10 WS-CN-ELIM-CREDIT PIC S9(12)V99.
       01 WS-CN-FOUND-IDX      PIC 9(3) VALUE 0.

       01 WS-CO-DEBITS         PIC S9(12)V99 VALUE 0.
       01 WS-CO-CREDITS        PIC S9(12)V99 VALUE 0.
       01 WS-CO-ROWS           PIC 9(4) VALUE 0.
       01 WS-IC-NET            PIC S9(12)V99 VALUE 0.
       01 WS-COMBINED-NET      PIC S9(12)V99 VALUE 0.
       01 WS-ELIM-NET          PIC S9(12)V99 VALUE 0.
       01 WS-CONSOL-NET        PIC S9(12)V99 VALUE 0.
       01 WS-ERROR-COUNT       PIC 9(5) VALUE 0.

       01 WS-COMB-ED           PIC -(11)9.99.
       01 WS-ELIM-ED           PIC -(11)9.99.
       01 WS-CONS-ED           PIC -(11)9.99.
       01 WS-DEBIT-ED          PIC -(11)9.99.
       01 WS-CREDIT-ED         PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           DISPLAY "CONSOLIDATION, PERIOD " RC-PERIOD

           PERFORM LOAD-COMPANIES
           IF WS-CO-COUNT = 0
               DISPLAY "NO COMPANIES.CSV - SINGLE-COMPANY LEDGER,"
                   " NOTHING TO CONSOLIDATE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-IC-ACCOUNTS

           PERFORM ACCUMULATE-GL
           IF WS-EA-FULL = "Y"
               DISPLAY "MORE THAN 2000 COMPANY ACCOUNTS IN PERIOD -"
                   " NOTHING WRITTEN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-REPORT
           PERFORM WRITE-ENTITY-BALANCES
           PERFORM BUILD-CONSOLIDATION
           PERFORM WRITE-CONSOLIDATED-BALANCES
           PERFORM PRINT-CONSOLIDATION
           PERFORM CLOSE-REPORT

           DISPLAY "GL LINES IN PERIOD:      " WS-GL-LINES
           DISPLAY "COMPANIES CONSOLIDATED:  " WS-CO-COUNT
           IF WS-UNKNOWN-CO-LINES > 0
               DISPLAY "LINES OF UNKNOWN COMPANY: "
                   WS-UNKNOWN-CO-LINES
           END-IF

           PERFORM WRITE-AUDIT-LOG

           IF WS-ERROR-COUNT > 0
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
           END-IF.

       ACCUMULATE-GL.
           PERFORM LOAD-GL-SEGMENTS
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-PERIOD (SEG-IDX) = RC-PERIOD
                   PERFORM READ-ONE-GL-SEGMENT
               END-IF
           END-PERFORM.

       READ-ONE-GL-SEGMENT.
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-SEG-PERIOD (SEG-IDX) ".DAT"
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
           MOVE "N" TO WS-EOF.

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

           MOVE 0 TO WS-LINE-PERIOD
           IF GL-IN-DATE(1:4) NUMERIC AND GL-IN-DATE(6:2) NUMERIC
               COMPUTE WS-LINE-PERIOD =
                   FUNCTION NUMVAL(GL-IN-DATE(1:4)) * 100
                   + FUNCTION NUMVAL(GL-IN-DATE(6:2))
           END-IF
           IF WS-LINE-PERIOD = RC-PERIOD
               ADD 1 TO WS-GL-LINES
               PERFORM PLACE-LINE-COMPANY
               IF WS-LINE-CO-SUB > 0
                   PERFORM ADD-TO-ENTITY-ACCOUNT
               END-IF
           END-IF.

       PLACE-LINE-COMPANY.
      *> A blank company is the home company; a code no longer on
      *> companies.csv cannot be placed in any entity.
           IF GL-IN-COMPANY = SPACES
               MOVE 1 TO WS-LINE-CO-SUB
           ELSE
               MOVE GL-IN-COMPANY TO WS-LOOKUP-CO
               PERFORM FIND-COMPANY
               MOVE WS-CO-FOUND-IDX TO WS-LINE-CO-SUB
               IF WS-CO-FOUND = "N"
                   ADD 1 TO WS-UNKNOWN-CO-LINES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "GL LINE OF COMPANY " GL-IN-COMPANY
                       " NOT ON COMPANIES.CSV - DOC " GL-IN-DOC-NO
                       " " GL-IN-ACCT-NAME " LEFT OUT"
               END-IF
           END-IF.

       ADD-TO-ENTITY-ACCOUNT.
           MOVE 0 TO WS-EA-FOUND-IDX
           PERFORM VARYING EA-IDX FROM 1 BY 1
                   UNTIL EA-IDX > WS-EA-COUNT
               IF WS-EA-CO-SUB (EA-IDX) = WS-LINE-CO-SUB AND
                       WS-EA-NAME (EA-IDX) = GL-IN-ACCT-NAME
                   SET WS-EA-FOUND-IDX TO EA-IDX
               END-IF
           END-PERFORM
           IF WS-EA-FOUND-IDX = 0 AND WS-EA-COUNT < 2000
               ADD 1 TO WS-EA-COUNT
               MOVE WS-EA-COUNT TO WS-EA-FOUND-IDX
               MOVE WS-LINE-CO-SUB TO WS-EA-CO-SUB (WS-EA-FOUND-IDX)
               MOVE GL-IN-ACCT-NAME TO WS-EA-NAME (WS-EA-FOUND-IDX)
               MOVE 0 TO WS-EA-DEBIT (WS-EA-FOUND-IDX)
               MOVE 0 TO WS-EA-CREDIT (WS-EA-FOUND-IDX)
           END-IF
           IF WS-EA-FOUND-IDX = 0
               MOVE "Y" TO WS-EA-FULL
           ELSE
               IF GL-IN-DC = "D"
                   ADD GL-IN-AMOUNT TO WS-EA-DEBIT (WS-EA-FOUND-IDX)
               ELSE
                   ADD GL-IN-AMOUNT TO WS-EA-CREDIT (WS-EA-FOUND-IDX)
               END-IF
           END-IF.

       WRITE-ENTITY-BALANCES.
      *> One TBE-cccc-YYYYMM.DAT per company, written even when the
      *> company had no activity so FIN-STMT finds an empty entity
      *> rather than a missing file.
           STRING "ENTITY TRIAL BALANCES"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "COMPANY NAME                                 "
               "    DEBITS          CREDITS  FILE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-CO-COUNT
               PERFORM WRITE-ONE-ENTITY
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-ONE-ENTITY.
           MOVE SPACES TO WS-ETB-NAME
           STRING "TBE-" WS-CO-CODE (CO-IDX) DELIMITED BY SPACE
                   "-" RC-PERIOD ".DAT" DELIMITED BY SIZE
               INTO WS-ETB-NAME
           END-STRING
           MOVE 0 TO WS-CO-DEBITS
           MOVE 0 TO WS-CO-CREDITS
           MOVE 0 TO WS-CO-ROWS
           OPEN OUTPUT ENTITY-TB-FILE
           IF WS-ETFS NOT = "00"
               DISPLAY "COULD NOT WRITE " WS-ETB-NAME
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM WRITE-ENTITY-ROWS
           END-IF

           MOVE WS-CO-DEBITS  TO WS-DEBIT-ED
           MOVE WS-CO-CREDITS TO WS-CREDIT-ED
           STRING WS-CO-CODE (CO-IDX) " " WS-CO-NAME (CO-IDX) " "
                   WS-DEBIT-ED " " WS-CREDIT-ED "  " WS-ETB-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-CO-DEBITS NOT = WS-CO-CREDITS
               ADD 1 TO WS-ERROR-COUNT
               STRING "  *** COMPANY " WS-CO-CODE (CO-IDX)
                       " DOES NOT BALANCE ON ITS OWN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-ENTITY-ROWS.
           PERFORM VARYING EA-IDX FROM 1 BY 1
                   UNTIL EA-IDX > WS-EA-COUNT
               IF WS-EA-CO-SUB (EA-IDX) = CO-IDX
                   MOVE WS-EA-NAME (EA-IDX)   TO ETB-NAME
                   MOVE WS-EA-DEBIT (EA-IDX)  TO ETB-DEBIT
                   MOVE WS-EA-CREDIT (EA-IDX) TO ETB-CREDIT
                   WRITE ETB-REC
                   ADD 1 TO WS-CO-ROWS
                   ADD WS-EA-DEBIT (EA-IDX)  TO WS-CO-DEBITS
                   ADD WS-EA-CREDIT (EA-IDX) TO WS-CO-CREDITS
               END-IF
           END-PERFORM
           CLOSE ENTITY-TB-FILE
           DISPLAY "ENTITY TRIAL BALANCE WRITTEN TO " WS-ETB-NAME.

       BUILD-CONSOLIDATION.
      *> The companies are added together account by account; what
      *> sits on an intercompany account is moved to the
      *> elimination column, so it never reaches the group.
           MOVE 0 TO WS-CN-COUNT
           MOVE 0 TO WS-IC-NET
           PERFORM VARYING EA-IDX FROM 1 BY 1
                   UNTIL EA-IDX > WS-EA-COUNT
               MOVE 0 TO WS-CN-FOUND-IDX
               PERFORM VARYING CN-IDX FROM 1 BY 1
                       UNTIL CN-IDX > WS-CN-COUNT
                   IF WS-CN-NAME (CN-IDX) = WS-EA-NAME (EA-IDX)
                       SET WS-CN-FOUND-IDX TO CN-IDX
                   END-IF
               END-PERFORM
               IF WS-CN-FOUND-IDX = 0 AND WS-CN-COUNT < 500
                   ADD 1 TO WS-CN-COUNT
                   MOVE WS-CN-COUNT TO WS-CN-FOUND-IDX
                   MOVE WS-EA-NAME (EA-IDX) TO
                       WS-CN-NAME (WS-CN-FOUND-IDX)
                   MOVE 0 TO WS-CN-DEBIT (WS-CN-FOUND-IDX)
                   MOVE 0 TO WS-CN-CREDIT (WS-CN-FOUND-IDX)
                   MOVE 0 TO WS-CN-ELIM-DEBIT (WS-CN-FOUND-IDX)
                   MOVE 0 TO WS-CN-ELIM-CREDIT (WS-CN-FOUND-IDX)
               END-IF
               IF WS-CN-FOUND-IDX = 0
                   DISPLAY "MORE THAN 500 GROUP ACCOUNTS - "
                       WS-EA-NAME (EA-IDX) " LEFT OUT"
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   ADD WS-EA-DEBIT (EA-IDX) TO
                       WS-CN-DEBIT (WS-CN-FOUND-IDX)
                   ADD WS-EA-CREDIT (EA-IDX) TO
                       WS-CN-CREDIT (WS-CN-FOUND-IDX)
                   PERFORM CHECK-IC-ACCOUNT
                   IF WS-IS-IC-ACCOUNT = "Y"
                       ADD WS-EA-DEBIT (EA-IDX) TO
                           WS-CN-ELIM-DEBIT (WS-CN-FOUND-IDX)
                       ADD WS-EA-CREDIT (EA-IDX) TO
                           WS-CN-ELIM-CREDIT (WS-CN-FOUND-IDX)
                       COMPUTE WS-IC-NET = WS-IC-NET
                           + WS-EA-DEBIT (EA-IDX)
                           - WS-EA-CREDIT (EA-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-IC-ACCOUNT.
           MOVE "N" TO WS-IS-IC-ACCOUNT
           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-CO-COUNT
               IF WS-IC-NAME (CO-IDX) NOT = SPACES AND
                       WS-IC-NAME (CO-IDX) = WS-EA-NAME (EA-IDX)
                   MOVE "Y" TO WS-IS-IC-ACCOUNT
               END-IF
           END-PERFORM.

       WRITE-CONSOLIDATED-BALANCES.
      *> TBC-YYYYMM.DAT carries the group after elimination; a fully
      *> eliminated account is left off.
           MOVE SPACES TO WS-ETB-NAME
           STRING "TBC-" RC-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-ETB-NAME
           END-STRING
           OPEN OUTPUT ENTITY-TB-FILE
           IF WS-ETFS NOT = "00"
               DISPLAY "COULD NOT WRITE " WS-ETB-NAME
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM WRITE-CONSOLIDATED-ROWS
           END-IF.

       WRITE-CONSOLIDATED-ROWS.
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-CN-COUNT
               COMPUTE ETB-DEBIT = WS-CN-DEBIT (CN-IDX)
                   - WS-CN-ELIM-DEBIT (CN-IDX)
               COMPUTE ETB-CREDIT = WS-CN-CREDIT (CN-IDX)
                   - WS-CN-ELIM-CREDIT (CN-IDX)
               IF ETB-DEBIT NOT = 0 OR ETB-CREDIT NOT = 0
                   MOVE WS-CN-NAME (CN-IDX) TO ETB-NAME
                   WRITE ETB-REC
               END-IF
           END-PERFORM
           CLOSE ENTITY-TB-FILE
           DISPLAY "CONSOLIDATED TRIAL BALANCE WRITTEN TO "
               WS-ETB-NAME.

       PRINT-CONSOLIDATION.
           STRING "CONSOLIDATION BY ACCOUNT (NET DEBIT)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "ACCOUNT                     COMBINED"
               "      ELIMINATION     CONSOLIDATED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-CN-COUNT
               COMPUTE WS-COMBINED-NET = WS-CN-DEBIT (CN-IDX)
                   - WS-CN-CREDIT (CN-IDX)
               COMPUTE WS-ELIM-NET = WS-CN-ELIM-CREDIT (CN-IDX)
                   - WS-CN-ELIM-DEBIT (CN-IDX)
               COMPUTE WS-CONSOL-NET = WS-COMBINED-NET + WS-ELIM-NET
               MOVE WS-COMBINED-NET TO WS-COMB-ED
               MOVE WS-ELIM-NET     TO WS-ELIM-ED
               MOVE WS-CONSOL-NET   TO WS-CONS-ED
               STRING WS-CN-NAME (CN-IDX) " " WS-COMB-ED " "
                       WS-ELIM-ED " " WS-CONS-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE

      *> The due-to and due-from sides must cancel across the group;
      *> anything left means one company booked its half alone.
           MOVE WS-IC-NET TO WS-COMB-ED
           IF WS-IC-NET = 0
               STRING "INTERCOMPANY ACCOUNTS ELIMINATE IN FULL"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               STRING "*** INTERCOMPANY ACCOUNTS DO NOT NET TO ZERO: "
                       WS-COMB-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               DISPLAY "INTERCOMPANY ACCOUNTS OUT BY " WS-COMB-ED
           END-IF
           PERFORM WRITE-RPT-LINE
           IF WS-UNKNOWN-CO-LINES > 0
               STRING "*** GL LINES OF UNKNOWN COMPANY LEFT OUT: "
                       WS-UNKNOWN-CO-LINES
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
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

       LOAD-IC-ACCOUNTS.
      *> Eliminated by name, the key the trial balance carries.  An
      *> inactive account is still eliminated: its balance is no
      *> less intercompany for the account having been closed.
           MOVE SPACES TO WS-IC-NAME-TABLE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER -"
                   " NOTHING WILL BE ELIMINATED"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM VARYING CO-IDX FROM 1 BY 1
                       UNTIL CO-IDX > WS-CO-COUNT
                   IF WS-CO-IC-ACCTNO (CO-IDX) NOT = SPACES
                       MOVE WS-CO-IC-ACCTNO (CO-IDX) TO ACC-NUMBER
                       READ ACCOUNT-MASTER KEY IS ACC-NUMBER
                           INVALID KEY
                               DISPLAY "INTERCOMPANY ACCOUNT "
                                   WS-CO-IC-ACCTNO (CO-IDX)
                                   " OF COMPANY " WS-CO-CODE (CO-IDX)
                                   " NOT ON MASTER"
                           NOT INVALID KEY
                               MOVE ACC-NAME TO
                                   WS-IC-NAME (CO-IDX)
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE "CONSOL-RUN" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-GL-LINES TO AUDIT-RECORDS-READ
           MOVE WS-ERROR-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

       LOAD-GL-SEGMENTS.
      *> The ledger lives one segment per period (GLyyyymm.DAT);
      *> gl_segments.dat lists the periods on file.
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
           MOVE "N" TO WS-SEG-EOF
           IF WS-SEG-COUNT = 0
               DISPLAY "NO GL SEGMENTS ON FILE - RUN GL-SPLIT IF"
                   " GL.DAT STILL HOLDS THE LEDGER"
           END-IF.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "CONSOLIDATION" TO WS-RPT-TITLE
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
           STRING "RPT-CONSOL-" WS-RPT-DATE-NUM ".TXT"
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
