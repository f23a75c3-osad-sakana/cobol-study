       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-VALUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "inv_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-ID
               FILE STATUS IS WS-IMFS.
           SELECT TB-FILE ASSIGN TO "trial_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-NAME
               FILE STATUS IS WS-TFS.
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
       FD ITEM-MASTER.
           COPY INVITEM.

       FD TB-FILE.
       01 TB-REC.
           05 TB-NAME           PIC X(20).
           05 TB-DEBIT-TOTAL    PIC S9(12)V99 VALUE 0.
           05 TB-CREDIT-TOTAL   PIC S9(12)V99 VALUE 0.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS              PIC X(2).
           COPY RPTCTL.
       01 WS-IMFS              PIC X(2).
       01 WS-TFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
       01 WS-ALFS              PIC X(2).
           COPY RUNCTL.
           COPY AUDITREC.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-ITEMS-READ        PIC 9(7) VALUE 0.
       01 WS-DIFF-COUNT        PIC 9(5) VALUE 0.

       01 WS-INV-NAME          PIC X(20) VALUE "INVENTORY".
       01 WS-SUBLED            PIC S9(12)V99 VALUE 0.
       01 WS-CONTROL           PIC S9(12)V99 VALUE 0.
       01 WS-DIFF              PIC S9(12)V99 VALUE 0.
       01 WS-EXTENDED          PIC S9(12)V99 VALUE 0.
       01 WS-QTY-ED            PIC -(7)9.99.
       01 WS-COST-ED           PIC Z(6)9.9999.
       01 WS-VAL-ED            PIC -(12)9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-REPORT

           STRING "ITEM       DESCRIPTION          UOM "
                   "     ON HAND     AVG COST"
                   "              VALUE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           PERFORM SUM-ITEMS
           PERFORM READ-CONTROL-BALANCE
           PERFORM COMPARE-SIDES

           PERFORM CLOSE-REPORT
           PERFORM WRITE-AUDIT-LOG
           IF WS-DIFF-COUNT > 0
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
           IF RC-PERIOD NOT NUMERIC OR RC-PERIOD = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO RC-PERIOD
           END-IF.

       SUM-ITEMS.
      *> The carried value is the subledger figure; quantity times
      *> average cost is printed alongside only as a check on it.
           MOVE "N" TO WS-EOF
           OPEN INPUT ITEM-MASTER
           IF WS-IMFS NOT = "00"
               DISPLAY "NO ITEM MASTER - INVENTORY TAKEN AS ZERO"
               MOVE "Y" TO WS-EOF
           END-IF
           IF WS-EOF = "N"
               MOVE LOW-VALUES TO INV-ITEM-ID
               START ITEM-MASTER KEY IS GREATER THAN INV-ITEM-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ITEM-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       ADD INV-VALUE TO WS-SUBLED
                       PERFORM PRINT-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-IMFS = "00" OR WS-IMFS = "10"
               CLOSE ITEM-MASTER
           END-IF
           MOVE "N" TO WS-EOF.

       PRINT-ONE-ITEM.
           IF INV-ON-HAND NOT = 0 OR INV-VALUE NOT = 0
               MOVE INV-ON-HAND  TO WS-QTY-ED
               MOVE INV-AVG-COST TO WS-COST-ED
               MOVE INV-VALUE    TO WS-VAL-ED
               STRING INV-ITEM-ID " " INV-DESC " " INV-UOM " "
                       WS-QTY-ED " " WS-COST-ED " " WS-VAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               COMPUTE WS-EXTENDED ROUNDED =
                   INV-ON-HAND * INV-AVG-COST
               IF WS-EXTENDED - INV-VALUE > 1 OR
                       INV-VALUE - WS-EXTENDED > 1
                   MOVE WS-EXTENDED TO WS-VAL-ED
                   STRING "    QTY X AVG COST GIVES " WS-VAL-ED
                           " - CHECK THE ITEM HISTORY"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF.

       READ-CONTROL-BALANCE.
           OPEN INPUT TB-FILE
           IF WS-TFS NOT = "00"
               DISPLAY "COULD NOT OPEN TRIAL BALANCE FILE"
               DISPLAY "RUN TRIAL-BAL FOR THIS PERIOD FIRST"
               PERFORM CLOSE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-INV-NAME TO TB-NAME
           READ TB-FILE KEY IS TB-NAME
               INVALID KEY
                   MOVE 0 TO TB-DEBIT-TOTAL
                   MOVE 0 TO TB-CREDIT-TOTAL
           END-READ
           COMPUTE WS-CONTROL = TB-DEBIT-TOTAL - TB-CREDIT-TOTAL
           CLOSE TB-FILE.

       COMPARE-SIDES.
           PERFORM WRITE-RPT-LINE
           MOVE WS-SUBLED TO WS-VAL-ED
           STRING "INVENTORY SUBLEDGER      " WS-VAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-CONTROL TO WS-VAL-ED
           STRING "INVENTORY CONTROL ACCOUNT" WS-VAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-SUBLED NOT = WS-CONTROL
               ADD 1 TO WS-DIFF-COUNT
               COMPUTE WS-DIFF = WS-SUBLED - WS-CONTROL
               MOVE WS-DIFF TO WS-VAL-ED
               STRING "DIFF SUBLEDGER-CONTROL   " WS-VAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               DISPLAY "DIFF INVENTORY SUBLEDGER-CONTROL " WS-VAL-ED
           ELSE
               MOVE "SUBLEDGER AGREES TO CONTROL ACCOUNT"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE "INV-VALUE" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-ITEMS-READ TO AUDIT-RECORDS-READ
           MOVE WS-DIFF-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

       OPEN-REPORT.
           MOVE "STOCK VALUATION" TO WS-RPT-TITLE
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
           STRING "RPT-INVVAL-" WS-RPT-DATE-NUM ".TXT"
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
