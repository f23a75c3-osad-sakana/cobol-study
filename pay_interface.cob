       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-INTERFACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REGISTER ASSIGN TO "payroll_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRGS.
           SELECT PAY-MAP ASSIGN TO "payroll_map.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMFS.
           SELECT PAY-EXCEPTIONS ASSIGN TO "payroll_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXFS.
           SELECT COSTCTR-FILE ASSIGN TO "costctr.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT JOURNAL-OUT ASSIGN TO "journals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JFS.
           SELECT REGISTRY-FILE ASSIGN TO "posted_batches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF2.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-REGISTER.
       01 PAY-REGISTER-REC         PIC X(80).

       FD PAY-MAP.
       01 PAY-MAP-REC              PIC X(60).

       FD PAY-EXCEPTIONS.
       01 PAY-EXCEPTION-REC        PIC X(100).

       FD COSTCTR-FILE.
       01 COSTCTR-REC              PIC X(30).

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-REC          PIC X(120).

       FD REGISTRY-FILE.
       01 REGISTRY-REC             PIC X(30).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC          PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC            PIC X(60).

       FD LOCK-FILE.
       01 LOCK-REC                 PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LKFS                  PIC X(2).
           COPY JRNLOCK.
       01 WS-PRGS                  PIC X(2).
       01 WS-PMFS                  PIC X(2).
       01 WS-PXFS                  PIC X(2).
       01 WS-CCFS                  PIC X(2).
       01 WS-AFS                   PIC X(2).
       01 WS-JFS                   PIC X(2).
       01 WS-RCFS                  PIC X(2).
       01 WS-ALFS                  PIC X(2).
       01 WS-RGF2                  PIC X(2).
           COPY RUNCTL.
           COPY JRNLINE.
           COPY AUDITREC.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SEQ-EOF               PIC X VALUE "N".
       01 WS-SEQ-TAG               PIC X(3).
       01 WS-SEQ-ID                PIC X(12).

      *> payroll_register.csv as the payroll service sends it: one
      *> H row (pay date YYYY-MM-DD, the service's two-digit run
      *> number for that date), D rows (department, earning or
      *> deduction code, amount - always positive, the code says
      *> which side it posts to) and one T row (count of D rows,
      *> total of their amounts).
       01 WS-PR-TYPE               PIC X.
       01 WS-PR-FIELD2             PIC X(10).
       01 WS-PR-FIELD3             PIC X(10).
       01 WS-PR-AMOUNT-STR         PIC X(16).
       01 WS-PR-AMOUNT             PIC S9(11)V99 VALUE 0.
       01 WS-PAY-DATE              PIC X(10) VALUE SPACES.
       01 WS-PAY-RUN               PIC X(2) VALUE SPACES.
       01 WS-HDR-SEEN              PIC X VALUE "N".
       01 WS-TRL-SEEN              PIC X VALUE "N".
       01 WS-TRL-COUNT-STR         PIC X(10).
       01 WS-TRL-TOTAL-STR         PIC X(16).
       01 WS-TRL-COUNT             PIC 9(7) VALUE 0.
       01 WS-TRL-TOTAL             PIC S9(11)V99 VALUE 0.
       01 WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
       01 WS-DETAIL-TOTAL          PIC S9(11)V99 VALUE 0.
       01 WS-ROW-NO                PIC 9(5) VALUE 0.

      *> payroll_map.csv holds two kinds of row.  C rows map a pay
      *> code to the side it posts (D or C), the accounts.dat
      *> account, and Y when the line goes to the department's cost
      *> center (wages, employer taxes) or N for company-wide
      *> (withholdings, benefit deductions, net pay).  P rows map
      *> the service's department to a costctr.csv cost center.
       01 WS-MAP-KIND              PIC X.
       01 WS-MAP-F2                PIC X(10).
       01 WS-MAP-F3                PIC X(6).
       01 WS-MAP-F4                PIC X(6).
       01 WS-MAP-F5                PIC X.
       01 WS-CODE-COUNT            PIC 9(3) VALUE 0.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 200 TIMES
                   INDEXED BY CODE-IDX.
               10 WS-CD-CODE        PIC X(10).
               10 WS-CD-DC          PIC X.
               10 WS-CD-ACCTNO      PIC X(6).
               10 WS-CD-BY-DEPT     PIC X.
       01 WS-DEPT-COUNT            PIC 9(3) VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY DEPT-IDX.
               10 WS-DP-DEPT        PIC X(10).
               10 WS-DP-CC          PIC X(4).
       01 WS-CODE-SUB              PIC 9(3) VALUE 0.
       01 WS-DEPT-SUB              PIC 9(3) VALUE 0.

      *> Cost centers from costctr.csv (code,name).
       01 WS-CC-COUNT              PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
           05 WS-CC-CODE OCCURS 100 TIMES
                   INDEXED BY CC-IDX
                   PIC X(4).
       01 WS-CC-CODE-IN            PIC X(4).
       01 WS-CC-NAME-IN            PIC X(20).
       01 WS-CC-OK                 PIC X VALUE "Y".

      *> The pay run is booked as one document, PR plus the pay
      *> date, summarised by account, cost center and side.  The
      *> lines are collected so the HDR control record can go out
      *> in front (the CASH-RECEIPTS pattern).
       01 WS-SUM-COUNT             PIC 9(3) VALUE 0.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 300 TIMES
                   INDEXED BY SUM-IDX.
               10 WS-SM-ACCTNO      PIC X(6).
               10 WS-SM-NAME        PIC X(20).
               10 WS-SM-CC          PIC X(4).
               10 WS-SM-DC          PIC X.
               10 WS-SM-AMOUNT      PIC S9(11)V99.
       01 WS-SUM-FOUND             PIC X VALUE "N".
       01 WS-LINE-ACCTNO           PIC X(6).
       01 WS-LINE-NAME             PIC X(20).
       01 WS-LINE-CC               PIC X(4).
       01 WS-LINE-DC               PIC X.
       01 WS-RUN-DEBITS            PIC S9(12)V99 VALUE 0.
       01 WS-RUN-CREDITS           PIC S9(12)V99 VALUE 0.
       01 WS-BATCH-ID              PIC X(12).
       01 WS-DOC-NO                PIC X(10).
       01 WS-AMT-ED                PIC -(9)9.99.
       01 WS-CR-ED                 PIC -(9)9.99.

      *> Any exception rejects the whole pay run: nothing is
      *> journaled and every problem found is listed on
      *> payroll_exceptions.csv (row, reason, row as received) for
      *> payroll to correct with the service before it is resent.
       01 WS-PAY-EXCEPTION.
           05 PX-ROW-NO             PIC 9(5).
           05 FILLER                PIC X VALUE ",".
           05 PX-REASON             PIC X(4).
           05 FILLER                PIC X VALUE ",".
           05 PX-CONTENT            PIC X(80).
       01 WS-REASON                PIC X(4).
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL

           OPEN INPUT PAY-REGISTER
           IF WS-PRGS NOT = "00"
               DISPLAY "NO PAYROLL REGISTER TO POST"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PAY-REGISTER

           PERFORM LOAD-PAY-MAP
           IF WS-CODE-COUNT = 0
               DISPLAY "PAYROLL_MAP.CSV IS MISSING OR HAS NO PAY"
                   " CODES - SET UP THE MAPPING FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-COST-CENTERS

           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> The journal is claimed before the register is read so the
      *> duplicate check against pending batches cannot be raced.
           PERFORM ACQUIRE-JOURNAL-LOCK
           IF WS-LOCK-OK = "N"
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PAY-EXCEPTIONS
           MOVE "N" TO WS-EOF
           OPEN INPUT PAY-REGISTER
           PERFORM UNTIL WS-EOF = "Y"
               READ PAY-REGISTER
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-NO
                       PERFORM CHECK-REGISTER-ROW
               END-READ
           END-PERFORM
           CLOSE PAY-REGISTER
           CLOSE ACCOUNT-MASTER

           PERFORM CHECK-RUN-CONTROLS
           CLOSE PAY-EXCEPTIONS

           IF WS-EXCEPTION-COUNT > 0
               PERFORM RELEASE-JOURNAL-LOCK
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "PAY RUN " WS-PAY-DATE " " WS-PAY-RUN
                   " REJECTED - " WS-EXCEPTION-COUNT
                   " EXCEPTION(S) ON PAYROLL_EXCEPTIONS.CSV"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-PAYROLL-BATCH
           PERFORM RELEASE-JOURNAL-LOCK
           IF WS-JFS NOT = "00"
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> The run is in journals.csv now; emptying the register keeps
      *> a rerun from writing it twice, and the registry check
      *> stops the same run coming back from the service.
           OPEN OUTPUT PAY-REGISTER
           CLOSE PAY-REGISTER

           PERFORM WRITE-AUDIT-LOG
           DISPLAY "PAY RUN " WS-PAY-DATE " " WS-PAY-RUN
               " WRITTEN AS BATCH " WS-BATCH-ID ", "
               WS-DETAIL-COUNT " REGISTER ROWS"
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

       LOAD-PAY-MAP.
           MOVE 0 TO WS-CODE-COUNT
           MOVE 0 TO WS-DEPT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PAY-MAP
           IF WS-PMFS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ PAY-MAP
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-MAP-ROW
                   END-READ
               END-PERFORM
               CLOSE PAY-MAP
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-MAP-ROW.
           MOVE SPACES TO WS-MAP-KIND WS-MAP-F2 WS-MAP-F3
               WS-MAP-F4 WS-MAP-F5
           UNSTRING PAY-MAP-REC
               DELIMITED BY ","
               INTO WS-MAP-KIND
                   WS-MAP-F2
                   WS-MAP-F3
                   WS-MAP-F4
                   WS-MAP-F5
           END-UNSTRING
           IF WS-MAP-KIND = "C" AND WS-CODE-COUNT < 200
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-MAP-F2 TO WS-CD-CODE (WS-CODE-COUNT)
               MOVE WS-MAP-F3(1:1) TO WS-CD-DC (WS-CODE-COUNT)
               MOVE WS-MAP-F4 TO WS-CD-ACCTNO (WS-CODE-COUNT)
               MOVE WS-MAP-F5 TO WS-CD-BY-DEPT (WS-CODE-COUNT)
           END-IF
           IF WS-MAP-KIND = "P" AND WS-DEPT-COUNT < 200
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-MAP-F2 TO WS-DP-DEPT (WS-DEPT-COUNT)
               MOVE WS-MAP-F3(1:4) TO WS-DP-CC (WS-DEPT-COUNT)
           END-IF.

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
                               WS-CC-NAME-IN
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
               CLOSE COSTCTR-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       CHECK-REGISTER-ROW.
           MOVE SPACES TO WS-PR-TYPE WS-PR-FIELD2 WS-PR-FIELD3
               WS-PR-AMOUNT-STR
           UNSTRING PAY-REGISTER-REC
               DELIMITED BY ","
               INTO WS-PR-TYPE
                   WS-PR-FIELD2
                   WS-PR-FIELD3
                   WS-PR-AMOUNT-STR
           END-UNSTRING
           EVALUATE WS-PR-TYPE
               WHEN "H"
                   PERFORM CHECK-HEADER-ROW
               WHEN "D"
                   PERFORM CHECK-DETAIL-ROW
               WHEN "T"
                   MOVE "Y" TO WS-TRL-SEEN
                   MOVE SPACES TO WS-TRL-COUNT-STR WS-TRL-TOTAL-STR
                   UNSTRING PAY-REGISTER-REC
                       DELIMITED BY ","
                       INTO WS-PR-TYPE
                           WS-TRL-COUNT-STR
                           WS-TRL-TOTAL-STR
                   END-UNSTRING
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "BROW" TO WS-REASON
                   PERFORM WRITE-PAY-EXCEPTION
           END-EVALUATE.

       CHECK-HEADER-ROW.
           IF WS-HDR-SEEN = "Y"
               MOVE "BHDR" TO WS-REASON
               PERFORM WRITE-PAY-EXCEPTION
           ELSE
               MOVE "Y" TO WS-HDR-SEEN
               MOVE WS-PR-FIELD2 TO WS-PAY-DATE
               MOVE WS-PR-FIELD3(1:2) TO WS-PAY-RUN
               IF WS-PAY-RUN(2:1) = SPACE
                   MOVE WS-PAY-RUN(1:1) TO WS-PAY-RUN(2:1)
                   MOVE "0" TO WS-PAY-RUN(1:1)
               END-IF
               IF WS-PAY-DATE(1:4) NOT NUMERIC OR
                       WS-PAY-DATE(5:1) NOT = "-" OR
                       WS-PAY-DATE(6:2) NOT NUMERIC OR
                       WS-PAY-DATE(8:1) NOT = "-" OR
                       WS-PAY-DATE(9:2) NOT NUMERIC OR
                       WS-PAY-RUN NOT NUMERIC
                   MOVE "BHDR" TO WS-REASON
                   PERFORM WRITE-PAY-EXCEPTION
               ELSE
                   MOVE SPACES TO WS-BATCH-ID
                   STRING "PR" WS-PAY-DATE(1:4) WS-PAY-DATE(6:2)
                           WS-PAY-DATE(9:2) WS-PAY-RUN
                       DELIMITED BY SIZE INTO WS-BATCH-ID
                   END-STRING
                   MOVE SPACES TO WS-DOC-NO
                   STRING "PR" WS-PAY-DATE(1:4) WS-PAY-DATE(6:2)
                           WS-PAY-DATE(9:2)
                       DELIMITED BY SIZE INTO WS-DOC-NO
                   END-STRING
                   PERFORM CHECK-ALREADY-POSTED
               END-IF
           END-IF.

       CHECK-DETAIL-ROW.
      *> Field 2 is the department, 3 the pay code, 4 the amount.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-PR-AMOUNT
           IF WS-PR-AMOUNT-STR = SPACES OR
                   FUNCTION TEST-NUMVAL(WS-PR-AMOUNT-STR) NOT = 0
               MOVE "BAMT" TO WS-REASON
           ELSE
               MOVE FUNCTION NUMVAL(WS-PR-AMOUNT-STR)
                   TO WS-PR-AMOUNT
               ADD WS-PR-AMOUNT TO WS-DETAIL-TOTAL
               IF WS-PR-AMOUNT < 0
                   MOVE "BAMT" TO WS-REASON
               END-IF
           END-IF

           MOVE 0 TO WS-CODE-SUB
           PERFORM VARYING CODE-IDX FROM 1 BY 1
                   UNTIL CODE-IDX > WS-CODE-COUNT
               IF WS-CD-CODE (CODE-IDX) = WS-PR-FIELD3
                   SET WS-CODE-SUB TO CODE-IDX
               END-IF
           END-PERFORM
           IF WS-REASON = SPACES AND WS-CODE-SUB = 0
               MOVE "NMAP" TO WS-REASON
           END-IF

           MOVE 0 TO WS-DEPT-SUB
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               IF WS-DP-DEPT (DEPT-IDX) = WS-PR-FIELD2
                   SET WS-DEPT-SUB TO DEPT-IDX
               END-IF
           END-PERFORM
           IF WS-REASON = SPACES AND WS-DEPT-SUB = 0
               MOVE "NDEP" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
               MOVE "N" TO WS-CC-OK
               PERFORM VARYING CC-IDX FROM 1 BY 1
                       UNTIL CC-IDX > WS-CC-COUNT
                   IF WS-CC-CODE (CC-IDX) = WS-DP-CC (WS-DEPT-SUB)
                       MOVE "Y" TO WS-CC-OK
                   END-IF
               END-PERFORM
               IF WS-CC-OK = "N"
                   MOVE "NDEP" TO WS-REASON
               END-IF
           END-IF

           IF WS-REASON = SPACES
               IF WS-CD-DC (WS-CODE-SUB) NOT = "D" AND
                       WS-CD-DC (WS-CODE-SUB) NOT = "C"
                   MOVE "NMAP" TO WS-REASON
               ELSE
                   MOVE WS-CD-ACCTNO (WS-CODE-SUB) TO ACC-NUMBER
                   READ ACCOUNT-MASTER KEY IS ACC-NUMBER
                       INVALID KEY
                           MOVE "NACC" TO WS-REASON
                       NOT INVALID KEY
                           IF ACC-STATUS = "I"
                               MOVE "IACC" TO WS-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF

           IF WS-REASON NOT = SPACES
               PERFORM WRITE-PAY-EXCEPTION
           ELSE
               MOVE ACC-NUMBER TO WS-LINE-ACCTNO
               MOVE ACC-NAME TO WS-LINE-NAME
               MOVE WS-CD-DC (WS-CODE-SUB) TO WS-LINE-DC
               MOVE SPACES TO WS-LINE-CC
               IF WS-CD-BY-DEPT (WS-CODE-SUB) = "Y"
                   MOVE WS-DP-CC (WS-DEPT-SUB) TO WS-LINE-CC
               END-IF
               PERFORM ADD-TO-SUMMARY
           END-IF.

       ADD-TO-SUMMARY.
           MOVE "N" TO WS-SUM-FOUND
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT
               IF WS-SM-ACCTNO (SUM-IDX) = WS-LINE-ACCTNO AND
                       WS-SM-CC (SUM-IDX) = WS-LINE-CC AND
                       WS-SM-DC (SUM-IDX) = WS-LINE-DC
                   ADD WS-PR-AMOUNT TO WS-SM-AMOUNT (SUM-IDX)
                   MOVE "Y" TO WS-SUM-FOUND
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND = "N"
               IF WS-SUM-COUNT < 300
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-LINE-ACCTNO TO WS-SM-ACCTNO (WS-SUM-COUNT)
                   MOVE WS-LINE-NAME   TO WS-SM-NAME (WS-SUM-COUNT)
                   MOVE WS-LINE-CC     TO WS-SM-CC (WS-SUM-COUNT)
                   MOVE WS-LINE-DC     TO WS-SM-DC (WS-SUM-COUNT)
                   MOVE WS-PR-AMOUNT   TO WS-SM-AMOUNT (WS-SUM-COUNT)
               ELSE
                   MOVE "FULL" TO WS-REASON
                   PERFORM WRITE-PAY-EXCEPTION
               END-IF
           END-IF
           IF WS-LINE-DC = "D"
               ADD WS-PR-AMOUNT TO WS-RUN-DEBITS
           ELSE
               ADD WS-PR-AMOUNT TO WS-RUN-CREDITS
           END-IF.

       CHECK-ALREADY-POSTED.
      *> A pay run already registered as posted, or still pending in
      *> journals.csv, is refused outright.
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
                           IF WS-SEQ-ID = WS-BATCH-ID
                               MOVE "DUPL" TO WS-REASON
                               PERFORM WRITE-PAY-EXCEPTION
                           END-IF
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
                               IF WS-SEQ-ID = WS-BATCH-ID
                                   MOVE "DUPL" TO WS-REASON
                                   PERFORM WRITE-PAY-EXCEPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OUT
           END-IF
           MOVE "N" TO WS-SEQ-EOF.

       CHECK-RUN-CONTROLS.
      *> The run must carry its header and trailer, the trailer must
      *> agree with the detail rows, and the mapped lines must
      *> balance.  Row 0 on the exceptions file is the run itself.
           MOVE 0 TO WS-ROW-NO
           MOVE SPACES TO PAY-REGISTER-REC
           IF WS-HDR-SEEN = "N"
               MOVE "NHDR" TO WS-REASON
               PERFORM WRITE-PAY-EXCEPTION
           END-IF
           IF WS-TRL-SEEN = "N"
               MOVE "NTRL" TO WS-REASON
               PERFORM WRITE-PAY-EXCEPTION
           ELSE
               MOVE 0 TO WS-TRL-COUNT
               MOVE 0 TO WS-TRL-TOTAL
               IF FUNCTION TEST-NUMVAL(WS-TRL-COUNT-STR) = 0
                   MOVE FUNCTION NUMVAL(WS-TRL-COUNT-STR)
                       TO WS-TRL-COUNT
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-TRL-TOTAL-STR) = 0
                   MOVE FUNCTION NUMVAL(WS-TRL-TOTAL-STR)
                       TO WS-TRL-TOTAL
               END-IF
               IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT OR
                       WS-TRL-TOTAL NOT = WS-DETAIL-TOTAL
                   MOVE "TOTL" TO WS-REASON
                   MOVE WS-DETAIL-TOTAL TO WS-AMT-ED
                   STRING "ROWS " WS-DETAIL-COUNT " TOTAL " WS-AMT-ED
                       DELIMITED BY SIZE INTO PAY-REGISTER-REC
                   END-STRING
                   PERFORM WRITE-PAY-EXCEPTION
               END-IF
           END-IF
           IF WS-EXCEPTION-COUNT = 0
               IF WS-RUN-DEBITS NOT = WS-RUN-CREDITS
                   MOVE "UNBL" TO WS-REASON
                   MOVE SPACES TO PAY-REGISTER-REC
                   MOVE WS-RUN-DEBITS TO WS-AMT-ED
                   MOVE WS-RUN-CREDITS TO WS-CR-ED
                   STRING "DEBITS " WS-AMT-ED " CREDITS " WS-CR-ED
                       DELIMITED BY SIZE INTO PAY-REGISTER-REC
                   END-STRING
                   PERFORM WRITE-PAY-EXCEPTION
               END-IF
               IF WS-SUM-COUNT = 0
                   MOVE "NDET" TO WS-REASON
                   PERFORM WRITE-PAY-EXCEPTION
               END-IF
           END-IF.

       WRITE-PAY-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-ROW-NO         TO PX-ROW-NO
           MOVE WS-REASON         TO PX-REASON
           MOVE PAY-REGISTER-REC  TO PX-CONTENT
           WRITE PAY-EXCEPTION-REC FROM WS-PAY-EXCEPTION
           DISPLAY "PAYROLL ROW " WS-ROW-NO " " WS-REASON
               " - " PAY-REGISTER-REC(1:40).

       WRITE-PAYROLL-BATCH.
           OPEN EXTEND JOURNAL-OUT
           IF WS-JFS NOT = "00"
               OPEN OUTPUT JOURNAL-OUT
           END-IF
           IF WS-JFS NOT = "00"
               DISPLAY "COULD NOT OPEN JOURNAL FILE FOR OUTPUT"
               DISPLAY "PAY RUN NOT WRITTEN - RERUN WHEN THE JOURNAL"
                   " IS AVAILABLE"
           ELSE
               PERFORM WRITE-BATCH-BODY
           END-IF.

       WRITE-BATCH-BODY.
           MOVE "HDR" TO CTRL-TAG
           MOVE WS-BATCH-ID TO CTRL-BATCH-ID
           MOVE WS-SUM-COUNT TO CTRL-COUNT
           MOVE WS-RUN-DEBITS TO CTRL-TOTAL
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE

           MOVE SPACES TO JL-CURRENCY
           MOVE SPACES TO JL-FOREIGN-AMT
           MOVE SPACE  TO JL-REVERSE
           MOVE 0 TO JL-LINE-NO
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT
               MOVE WS-PAY-DATE TO JL-DATE
               MOVE WS-DOC-NO TO JL-DOC-NO
               ADD 1 TO JL-LINE-NO
               MOVE WS-SM-NAME (SUM-IDX)   TO JL-ACCT-NAME
               MOVE WS-SM-ACCTNO (SUM-IDX) TO JL-ACCTNO
               MOVE WS-SM-DC (SUM-IDX)     TO JL-DC
               MOVE WS-SM-AMOUNT (SUM-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED              TO JL-AMOUNT
               MOVE WS-SM-CC (SUM-IDX)     TO JL-COST-CENTER
               WRITE JOURNAL-OUT-REC FROM WS-JOURNAL-LINE
           END-PERFORM

           MOVE "TRL" TO CTRL-TAG
           WRITE JOURNAL-OUT-REC FROM WS-CTRL-LINE
           CLOSE JOURNAL-OUT.

       WRITE-AUDIT-LOG.
           MOVE "PAY-INTERFACE" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-DETAIL-COUNT TO AUDIT-RECORDS-READ
           MOVE WS-EXCEPTION-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

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
               MOVE "PAY-INTERFACE" TO LCK-PROGRAM
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
