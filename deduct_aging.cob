       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCT-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

       DATA DIVISION.
       FILE SECTION.
       FD DEDUCTION-FILE.
           COPY DEDREC.

       FD DEDCODE-FILE.
       01 DEDCODE-REC          PIC X(40).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-DDFS              PIC X(2).
       01 WS-DCFS              PIC X(2).
           COPY DEDCODE.
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-ASOF-INT          PIC 9(8) COMP VALUE 0.
       01 WS-DED-INT           PIC 9(8) COMP VALUE 0.
       01 WS-DED-NUM           PIC 9(8) VALUE 0.
       01 WS-DAYS-OPEN         PIC S9(5) COMP VALUE 0.
       01 WS-DAYS-ED           PIC -(4)9.
       01 WS-BUCKET            PIC 9 VALUE 1.
       01 WS-DED-COUNT         PIC 9(5) VALUE 0.

      *> Open deductions are listed reason by reason in the order
      *> the codes stand on deduction_codes.csv (the table is read
      *> here only for the descriptions), one pass of the file per
      *> code, then a last pass for any item whose code is no
      *> longer on the table.  Age runs from the date the deduction
      *> was taken off the remittance to the business date.
       01 WS-PASS-SUB          PIC 9(2) VALUE 0.
       01 WS-PASS-CODE         PIC X(2).
       01 WS-PASS-DESC         PIC X(20).
       01 WS-PASS-HEADED       PIC X VALUE "N".
       01 WS-IN-PASS           PIC X VALUE "N".
       01 WS-REASON-COUNT      PIC 9(5) VALUE 0.
       01 WS-REASON-BUCKET.
           05 WS-REASON-B OCCURS 4 TIMES PIC S9(11)V99.
       01 WS-REASON-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-ROW-BUCKET.
           05 WS-ROW-B OCCURS 4 TIMES PIC S9(11)V99.

       01 WS-GRAND-BUCKET.
           05 WS-GRAND-B OCCURS 4 TIMES PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-TOTAL       PIC S9(11)V99 VALUE 0.

       01 WS-AMT-ED            PIC -(11)9.99.
       01 WS-B1-ED             PIC -(11)9.99.
       01 WS-B2-ED             PIC -(11)9.99.
       01 WS-B3-ED             PIC -(11)9.99.
       01 WS-B4-ED             PIC -(11)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)

           OPEN INPUT DEDUCTION-FILE
           IF WS-DDFS NOT = "00"
               DISPLAY "COULD NOT OPEN DEDUCTION FILE"
               DISPLAY "NO DEDUCTIONS HAVE BEEN TAKEN - RUN"
                   " CASH-RECEIPTS FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-DEDUCTION-CODES
           PERFORM OPEN-REPORT

           STRING "OPEN CUSTOMER DEDUCTIONS BY REASON AS OF "
               RC-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "DEDUCTION  CUST   INVOICE    TAKEN       DAYS"
               "        0-30 DAYS       31-60 DAYS"
               "       61-90 DAYS         OVER 90"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           PERFORM VARYING WS-PASS-SUB FROM 1 BY 1
                   UNTIL WS-PASS-SUB > WS-DC-COUNT
               MOVE WS-DC-CODE (WS-PASS-SUB) TO WS-PASS-CODE
               MOVE WS-DC-DESC (WS-PASS-SUB) TO WS-PASS-DESC
               PERFORM AGE-ONE-REASON
           END-PERFORM
           MOVE 0 TO WS-PASS-SUB
           MOVE SPACES TO WS-PASS-CODE
           MOVE "NOT ON CODE TABLE" TO WS-PASS-DESC
           PERFORM AGE-ONE-REASON
           CLOSE DEDUCTION-FILE

           STRING " "
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-GRAND-B (1) TO WS-B1-ED
           MOVE WS-GRAND-B (2) TO WS-B2-ED
           MOVE WS-GRAND-B (3) TO WS-B3-ED
           MOVE WS-GRAND-B (4) TO WS-B4-ED
           STRING "TOTAL OPEN DEDUCTIONS" "                         "
               WS-B1-ED " " WS-B2-ED " " WS-B3-ED " " WS-B4-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-GRAND-TOTAL TO WS-AMT-ED
           STRING "OPEN DEDUCTIONS AGED: " WS-DED-COUNT
               "   TOTAL " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM CLOSE-REPORT
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

       LOAD-DEDUCTION-CODES.
           MOVE 0 TO WS-DC-COUNT
           MOVE "N" TO WS-DC-EOF
           OPEN INPUT DEDCODE-FILE
           IF WS-DCFS = "00"
               PERFORM UNTIL WS-DC-EOF = "Y"
                   READ DEDCODE-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-DEDUCTION-CODE
                   END-READ
               END-PERFORM
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
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-CODE-IN TO WS-DC-CODE (WS-DC-COUNT)
               MOVE WS-DC-DESC-IN TO WS-DC-DESC (WS-DC-COUNT)
               MOVE WS-DC-ACCT-IN TO WS-DC-ACCTNO (WS-DC-COUNT)
               MOVE SPACES TO WS-DC-ACCT-NAME (WS-DC-COUNT)
           END-IF.

       FIND-DEDUCTION-CODE.
           MOVE 0 TO WS-DC-SUB
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DC-COUNT
               IF WS-DC-CODE (DC-IDX) = WS-DC-CODE-IN
                   SET WS-DC-SUB TO DC-IDX
               END-IF
           END-PERFORM.

       AGE-ONE-REASON.
           MOVE "N" TO WS-PASS-HEADED
           MOVE 0 TO WS-REASON-COUNT
           MOVE 0 TO WS-REASON-TOTAL
           MOVE 0 TO WS-REASON-B (1)
           MOVE 0 TO WS-REASON-B (2)
           MOVE 0 TO WS-REASON-B (3)
           MOVE 0 TO WS-REASON-B (4)
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO DED-NUMBER
           START DEDUCTION-FILE KEY IS GREATER THAN DED-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ DEDUCTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DED-STATUS = "O"
                           PERFORM CHECK-IN-PASS
                           IF WS-IN-PASS = "Y"
                               PERFORM AGE-ONE-DEDUCTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           IF WS-REASON-COUNT > 0
               MOVE WS-REASON-B (1) TO WS-B1-ED
               MOVE WS-REASON-B (2) TO WS-B2-ED
               MOVE WS-REASON-B (3) TO WS-B3-ED
               MOVE WS-REASON-B (4) TO WS-B4-ED
               STRING "  REASON TOTAL"
                   "                                "
                   WS-B1-ED " " WS-B2-ED " " WS-B3-ED " "
                   WS-B4-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE WS-REASON-TOTAL TO WS-AMT-ED
               STRING "  " WS-REASON-COUNT " ITEMS FOR "
                   WS-AMT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       CHECK-IN-PASS.
      *> The last pass (no code) takes whatever no earlier pass did.
           MOVE "N" TO WS-IN-PASS
           IF WS-PASS-SUB > 0
               IF DED-REASON = WS-PASS-CODE
                   MOVE "Y" TO WS-IN-PASS
               END-IF
           ELSE
               MOVE DED-REASON TO WS-DC-CODE-IN
               PERFORM FIND-DEDUCTION-CODE
               IF WS-DC-SUB = 0
                   MOVE "Y" TO WS-IN-PASS
               END-IF
           END-IF.

       AGE-ONE-DEDUCTION.
           IF WS-PASS-HEADED = "N"
               MOVE "Y" TO WS-PASS-HEADED
               STRING " "
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               STRING "REASON " WS-PASS-CODE "  " WS-PASS-DESC
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           ADD 1 TO WS-DED-COUNT
           ADD 1 TO WS-REASON-COUNT

           MOVE 1 TO WS-BUCKET
           MOVE 0 TO WS-DAYS-OPEN
           IF DED-DATE(1:4) NUMERIC AND
                   DED-DATE(6:2) NUMERIC AND
                   DED-DATE(9:2) NUMERIC
               COMPUTE WS-DED-NUM =
                   FUNCTION NUMVAL(DED-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(DED-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(DED-DATE(9:2))
               COMPUTE WS-DED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DED-NUM)
               IF WS-DED-INT > 0
                   COMPUTE WS-DAYS-OPEN = WS-ASOF-INT - WS-DED-INT
                   EVALUATE TRUE
                       WHEN WS-DAYS-OPEN <= 30
                           MOVE 1 TO WS-BUCKET
                       WHEN WS-DAYS-OPEN <= 60
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-DAYS-OPEN <= 90
                           MOVE 3 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET
                   END-EVALUATE
               END-IF
           END-IF

           MOVE 0 TO WS-ROW-B (1)
           MOVE 0 TO WS-ROW-B (2)
           MOVE 0 TO WS-ROW-B (3)
           MOVE 0 TO WS-ROW-B (4)
           MOVE DED-AMOUNT TO WS-ROW-B (WS-BUCKET)
           ADD DED-AMOUNT TO WS-REASON-B (WS-BUCKET)
           ADD DED-AMOUNT TO WS-REASON-TOTAL
           ADD DED-AMOUNT TO WS-GRAND-B (WS-BUCKET)
           ADD DED-AMOUNT TO WS-GRAND-TOTAL

           MOVE WS-DAYS-OPEN TO WS-DAYS-ED
           MOVE WS-ROW-B (1) TO WS-B1-ED
           MOVE WS-ROW-B (2) TO WS-B2-ED
           MOVE WS-ROW-B (3) TO WS-B3-ED
           MOVE WS-ROW-B (4) TO WS-B4-ED
           STRING DED-NUMBER " " DED-CUSTOMER " " DED-INVOICE " "
               DED-DATE " " WS-DAYS-ED " " WS-B1-ED " " WS-B2-ED
               " " WS-B3-ED " " WS-B4-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "CUSTOMER DEDUCTION AGING" TO WS-RPT-TITLE
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
           STRING "RPT-DEDAGE-" WS-RPT-DATE-NUM ".TXT"
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
