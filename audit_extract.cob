       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNFS.
           SELECT MAINT-LOG ASSIGN TO "maint_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXFS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC       PIC X(6).
       01 SEGMENT-SEAL-REC      PIC X(60).

       FD GL-FILE.
       01 GL-REC                PIC X(120).

       FD SNAPSHOT-FILE.
       01 SNAP-REC.
           05 SNAP-NAME         PIC X(20).
           05 SNAP-DEBIT        PIC S9(12)V99.
           05 SNAP-CREDIT       PIC S9(12)V99.

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC        PIC X(20).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC       PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC         PIC X(60).

       FD EXTRACT-FILE.
       01 EXTRACT-REC           PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-AFS                PIC X(2).
       01 WS-OPFS               PIC X(2).
       01 WS-SDFS               PIC X(2).
       01 WS-GLFS               PIC X(2).
       01 WS-SNFS               PIC X(2).
       01 WS-MLFS               PIC X(2).
       01 WS-RCFS               PIC X(2).
       01 WS-ALFS               PIC X(2).
       01 WS-EXFS               PIC X(2).
           COPY RPTCTL.
           COPY AUDITREC.
           COPY RUNCTL.
           COPY GLSEGS.
           COPY GLREC.
       01 WS-FCFS               PIC X(2).
           COPY FISCAL.
       01 WS-EOF                PIC X VALUE "N".
       01 WS-SNAP-NAME          PIC X(30).

      *> The package for the auditors: one folder per run, named
      *> AUDIT-yyyymmdd from the business date, holding a
      *> pipe-delimited file per extract, each with a heading row
      *> of column names, and CONTROL.TXT.  Every row of
      *> CONTROL.TXT starts with its type:
      *>   H|company|first period|last period|business date|run
      *>   C|extract|records|debit total|credit total|source
      *>   P|LEDGER TO TRIAL BALANCE|GL debits|GL credits|
      *>     TB debits|TB credits|AGREE or DIFFER
      *>   D|account|name|GL debits|GL credits|TB debits|TB credits
      *>   N|note
      *> The record counts leave out the heading rows.  The P row
      *> proves the GL lines extracted against the trial balance
      *> PERIOD-CLOSE snapshotted for each period in the range,
      *> account by account the way GL-RECON proves a single
      *> period; a D row names each account that disagrees.
      *> The closing entries PERIOD-CLOSE and YEAR-END post are left
      *> out of the GL side, as they are out of the snapshots.
       01 WS-AUD-DIR            PIC X(20).
       01 WS-EXT-NAME           PIC X(40).
       01 WS-EXT-FILE           PIC X(16).
       01 WS-EXT-LINE           PIC X(400).
       01 WS-DIR-RESULT         PIC S9(9) COMP-5 VALUE 0.
       01 WS-EXT-FAILED         PIC X VALUE "N".

       01 WS-AUD-FROM           PIC 9(6) VALUE 0.
       01 WS-AUD-TO             PIC 9(6) VALUE 0.
       01 WS-AUD-FROM-DATE      PIC X(8).
       01 WS-AUD-TO-DATE        PIC X(8).
       01 WS-RANGE-OK           PIC X VALUE "Y".
       01 WS-WALK-PERIOD        PIC 9(6) VALUE 0.
       01 WS-WALK-YYYY          PIC 9(4) VALUE 0.
       01 WS-WALK-MM            PIC 9(2) VALUE 0.
       01 WS-PRIOR-PERIOD       PIC 9(6) VALUE 0.
       01 WS-SEG-IN-RANGE       PIC X VALUE "N".
       01 WS-SEG-YYYY           PIC 9(4) VALUE 0.
       01 WS-SEG-MM             PIC 9(2) VALUE 0.

      *> Control totals, one entry per extract file.
       01 WS-CT-COUNT           PIC 9(2) VALUE 0.
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 10 TIMES
                   INDEXED BY CT-IDX.
               10 WS-CT-FILE        PIC X(16).
               10 WS-CT-RECORDS     PIC 9(9).
               10 WS-CT-DEBITS      PIC S9(13)V99.
               10 WS-CT-CREDITS     PIC S9(13)V99.
               10 WS-CT-SOURCE      PIC X(30).
       01 WS-REC-COUNT          PIC 9(9) VALUE 0.
       01 WS-DEBIT-TOTAL        PIC S9(13)V99 VALUE 0.
       01 WS-CREDIT-TOTAL       PIC S9(13)V99 VALUE 0.
       01 WS-CT-SOURCE-IN       PIC X(30).

      *> Notes for the control file: snapshots not on file.
       01 WS-NOTE-COUNT         PIC 9(3) VALUE 0.
       01 WS-NOTE-TABLE.
           05 WS-NOTE-TEXT OCCURS 100 TIMES
                                PIC X(60).
       01 WS-NOTE-LINE          PIC X(60).

      *> Per-account proof of the GL lines against the snapshots,
      *> keyed by account name as the trial balance is.
       01 WS-PF-COUNT           PIC 9(3) VALUE 0.
       01 WS-PF-TABLE.
           05 WS-PF-ENTRY OCCURS 500 TIMES
                   INDEXED BY PF-IDX.
               10 WS-PF-NAME        PIC X(20).
               10 WS-PF-ACCTNO      PIC X(6).
               10 WS-PF-GL-DEBIT    PIC S9(13)V99.
               10 WS-PF-GL-CREDIT   PIC S9(13)V99.
               10 WS-PF-TB-DEBIT    PIC S9(13)V99.
               10 WS-PF-TB-CREDIT   PIC S9(13)V99.
       01 WS-PF-SUB             PIC 9(3) VALUE 0.
       01 WS-PF-KEY             PIC X(20).
       01 WS-PF-FULL            PIC X VALUE "N".
       01 WS-GL-DEBITS          PIC S9(13)V99 VALUE 0.
       01 WS-GL-CREDITS         PIC S9(13)V99 VALUE 0.
       01 WS-TB-DEBITS          PIC S9(13)V99 VALUE 0.
       01 WS-TB-CREDITS         PIC S9(13)V99 VALUE 0.
       01 WS-DIFF-COUNT         PIC 9(5) VALUE 0.
       01 WS-PROOF-RESULT       PIC X(6).
       01 WS-TB-ACCTNO          PIC X(6).
       01 WS-MISSING-COUNT      PIC 9(3) VALUE 0.

       01 WS-AMT-ED             PIC -(13)9.99.
       01 WS-AMT2-ED            PIC -(13)9.99.
       01 WS-AMT3-ED            PIC -(13)9.99.
       01 WS-AMT4-ED            PIC -(13)9.99.
       01 WS-COUNT-ED           PIC Z(8)9.

       01 WS-ML-FILE            PIC X(12).
       01 WS-ML-STAMP           PIC X(14).
       01 WS-ML-OPERATOR        PIC X(8).
       01 WS-ML-ACTION          PIC X.
       01 WS-ML-BEFORE          PIC X(120).
       01 WS-ML-AFTER           PIC X(120).
       01 WS-LEVEL-NAME         PIC X(10).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-FISCAL-CALENDAR
           PERFORM SET-AUDIT-RANGE
           IF WS-RANGE-OK = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "AUDIT EXTRACT, PERIODS " WS-AUD-FROM " TO "
               WS-AUD-TO

           PERFORM CREATE-EXTRACT-FOLDER
           IF WS-EXT-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM EXTRACT-ACCOUNTS
           IF WS-EXT-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM EXTRACT-GL-LINES
           PERFORM EXTRACT-OPENING-TB
           PERFORM EXTRACT-CLOSING-TB
           PERFORM ACCUMULATE-RANGE-SNAPSHOTS
           PERFORM EXTRACT-MAINT-LOG
           PERFORM EXTRACT-OPERATORS
           PERFORM WRITE-CONTROL-FILE

           PERFORM WRITE-AUDIT-LOG

           DISPLAY "AUDIT PACKAGE WRITTEN TO " WS-AUD-DIR
           DISPLAY "LEDGER TO TRIAL BALANCE DIFFERENCES: "
               WS-DIFF-COUNT "  SNAPSHOTS NOT ON FILE: "
               WS-MISSING-COUNT
           IF WS-DIFF-COUNT > 0 OR WS-MISSING-COUNT > 0
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
           MOVE SPACES TO WS-BUSINESS-DATE-X
           STRING RC-BD-YYYY RC-BD-MM RC-BD-DD
               DELIMITED BY SIZE INTO WS-BUSINESS-DATE-X
           END-STRING.

       SET-AUDIT-RANGE.
      *> Blank range: the fiscal year the accounting period is in.
      *> A first period alone runs through the accounting period.
      *> A last period coded as period 13 means the whole of that
      *> fiscal year, its adjustments included.
           MOVE "Y" TO WS-RANGE-OK
           IF RC-AUDIT-FROM NUMERIC AND RC-AUDIT-FROM > 0
               MOVE RC-AUDIT-FROM TO WS-AUD-FROM
               IF RC-AUDIT-TO NUMERIC AND RC-AUDIT-TO > 0
                   MOVE RC-AUDIT-TO TO WS-AUD-TO
               ELSE
                   MOVE RC-PERIOD TO WS-AUD-TO
               END-IF
           ELSE
               MOVE RC-PERIOD TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               MOVE WS-FC-YEAR-FIRST TO WS-AUD-FROM
               MOVE WS-FC-YEAR-LAST TO WS-AUD-TO
           END-IF
           DIVIDE WS-AUD-TO BY 100 GIVING WS-WALK-YYYY
               REMAINDER WS-WALK-MM
           IF WS-WALK-MM = 13
               MOVE WS-AUD-TO TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               MOVE WS-FC-YEAR-LAST TO WS-AUD-TO
               DIVIDE WS-AUD-TO BY 100 GIVING WS-WALK-YYYY
                   REMAINDER WS-WALK-MM
           END-IF
           IF WS-WALK-MM < 1 OR WS-WALK-MM > 12
               DISPLAY "AUDIT RANGE LAST PERIOD " WS-AUD-TO
                   " IS NOT A PERIOD"
               MOVE "N" TO WS-RANGE-OK
           END-IF
           DIVIDE WS-AUD-FROM BY 100 GIVING WS-WALK-YYYY
               REMAINDER WS-WALK-MM
           IF WS-WALK-MM < 1 OR WS-WALK-MM > 12
               DISPLAY "AUDIT RANGE FIRST PERIOD " WS-AUD-FROM
                   " IS NOT A MONTH"
               MOVE "N" TO WS-RANGE-OK
           END-IF
           IF WS-RANGE-OK = "Y" AND WS-AUD-FROM > WS-AUD-TO
               DISPLAY "AUDIT RANGE " WS-AUD-FROM " TO " WS-AUD-TO
                   " RUNS BACKWARDS"
               MOVE "N" TO WS-RANGE-OK
           END-IF
           MOVE SPACES TO WS-AUD-FROM-DATE WS-AUD-TO-DATE
           STRING WS-AUD-FROM "01"
               DELIMITED BY SIZE INTO WS-AUD-FROM-DATE
           END-STRING
           STRING WS-AUD-TO "31"
               DELIMITED BY SIZE INTO WS-AUD-TO-DATE
           END-STRING.

       CREATE-EXTRACT-FOLDER.
      *> The folder may already be there from an earlier run the
      *> same day; the files in it are simply written over.
           MOVE SPACES TO WS-AUD-DIR
           STRING "AUDIT-" WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO WS-AUD-DIR
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-AUD-DIR
               RETURNING WS-DIR-RESULT
           END-CALL
           MOVE "CONTROL.TXT" TO WS-EXT-FILE
           PERFORM OPEN-EXTRACT-FILE
           IF WS-EXT-FAILED = "N"
               CLOSE EXTRACT-FILE
           END-IF.

       OPEN-EXTRACT-FILE.
           MOVE SPACES TO WS-EXT-NAME
           STRING WS-AUD-DIR DELIMITED BY SPACE
               "/" WS-EXT-FILE DELIMITED BY SPACE
               INTO WS-EXT-NAME
           END-STRING
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXFS NOT = "00"
               DISPLAY "COULD NOT WRITE " WS-EXT-NAME
                   " - STATUS " WS-EXFS
               MOVE "Y" TO WS-EXT-FAILED
           ELSE
               MOVE 0 TO WS-REC-COUNT
               MOVE 0 TO WS-DEBIT-TOTAL
               MOVE 0 TO WS-CREDIT-TOTAL
           END-IF.

       WRITE-EXTRACT-LINE.
           WRITE EXTRACT-REC FROM WS-EXT-LINE
           MOVE SPACES TO WS-EXT-LINE.

       CLOSE-EXTRACT-FILE.
      *> Files the extract's control totals under its name.
           CLOSE EXTRACT-FILE
           IF WS-CT-COUNT < 10
               ADD 1 TO WS-CT-COUNT
               MOVE WS-EXT-FILE TO WS-CT-FILE (WS-CT-COUNT)
               MOVE WS-REC-COUNT TO WS-CT-RECORDS (WS-CT-COUNT)
               MOVE WS-DEBIT-TOTAL TO WS-CT-DEBITS (WS-CT-COUNT)
               MOVE WS-CREDIT-TOTAL TO WS-CT-CREDITS (WS-CT-COUNT)
               MOVE WS-CT-SOURCE-IN TO WS-CT-SOURCE (WS-CT-COUNT)
           END-IF
           DISPLAY WS-EXT-FILE " " WS-REC-COUNT " RECORDS".

       EXTRACT-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS NOT = "00"
               DISPLAY "COULD NOT OPEN ACCOUNT MASTER"
               MOVE "Y" TO WS-EXT-FAILED
           ELSE
               MOVE "ACCOUNTS.TXT" TO WS-EXT-FILE
               MOVE "accounts.dat" TO WS-CT-SOURCE-IN
               PERFORM OPEN-EXTRACT-FILE
           END-IF
           IF WS-EXT-FAILED = "N"
               MOVE "ACCOUNT|NAME|TYPE|STATUS|CASH" TO WS-EXT-LINE
               PERFORM WRITE-EXTRACT-LINE
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
                           PERFORM EXTRACT-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               PERFORM CLOSE-EXTRACT-FILE
           END-IF
           IF WS-AFS = "00" OR WS-AFS = "10"
               CLOSE ACCOUNT-MASTER
           END-IF
           MOVE "N" TO WS-EOF.

       EXTRACT-ONE-ACCOUNT.
           ADD 1 TO WS-REC-COUNT
           STRING ACC-NUMBER "|"
               FUNCTION TRIM(ACC-NAME) "|"
               FUNCTION TRIM(ACC-TYPE) "|"
               ACC-STATUS "|"
               ACC-CASH-FLAG
               DELIMITED BY SIZE INTO WS-EXT-LINE
           END-STRING
           PERFORM WRITE-EXTRACT-LINE
      *> Every account on the chart takes part in the proof, so an
      *> account the ledger never touched still shows if a
      *> snapshot carries a balance for it.
           MOVE ACC-NAME TO WS-PF-KEY
           PERFORM FIND-PROOF-ENTRY
           IF WS-PF-SUB > 0
               MOVE ACC-NUMBER TO WS-PF-ACCTNO (WS-PF-SUB)
           END-IF.

       EXTRACT-GL-LINES.
      *> Every line of every segment in the range, in segment order;
      *> the period 13 segment goes with the fiscal year whose last
      *> month falls in the range.
           MOVE "GL_LINES.TXT" TO WS-EXT-FILE
           MOVE "GLyyyymm.DAT segments" TO WS-CT-SOURCE-IN
           PERFORM OPEN-EXTRACT-FILE
           IF WS-EXT-FAILED = "N"
               STRING "PERIOD|DATE|DOCUMENT|ACCOUNT|ACCOUNT NAME|"
                   "CONTRA|DC|AMOUNT|COST CENTER|CURRENCY|"
                   "FOREIGN AMOUNT|OPERATOR|COMPANY"
                   DELIMITED BY SIZE INTO WS-EXT-LINE
               END-STRING
               PERFORM WRITE-EXTRACT-LINE
               PERFORM LOAD-GL-SEGMENTS
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WS-SEG-COUNT
                   PERFORM CHECK-SEGMENT-IN-RANGE
                   IF WS-SEG-IN-RANGE = "Y"
                       PERFORM EXTRACT-ONE-SEGMENT
                   END-IF
               END-PERFORM
               PERFORM CLOSE-EXTRACT-FILE
           END-IF.

       CHECK-SEGMENT-IN-RANGE.
           MOVE "N" TO WS-SEG-IN-RANGE
           DIVIDE WS-SEG-PERIOD (SEG-IDX) BY 100 GIVING WS-SEG-YYYY
               REMAINDER WS-SEG-MM
           IF WS-SEG-MM = 13
               MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               IF WS-FC-YEAR-LAST >= WS-AUD-FROM AND
                       WS-FC-YEAR-LAST <= WS-AUD-TO
                   MOVE "Y" TO WS-SEG-IN-RANGE
               END-IF
           ELSE
           IF WS-SEG-PERIOD (SEG-IDX) >= WS-AUD-FROM AND
                   WS-SEG-PERIOD (SEG-IDX) <= WS-AUD-TO
               MOVE "Y" TO WS-SEG-IN-RANGE
           END-IF
           END-IF.

       EXTRACT-ONE-SEGMENT.
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
                       PERFORM EXTRACT-ONE-GL-LINE
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
               CLOSE GL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       EXTRACT-ONE-GL-LINE.
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
           IF GL-IN-AMOUNT-X(2:11) NOT NUMERIC
               MOVE "+00000000000" TO GL-IN-AMOUNT-X
           END-IF
           IF GL-IN-FOREIGN-X(2:11) NOT NUMERIC
               MOVE "+00000000000" TO GL-IN-FOREIGN-X
           END-IF
           ADD 1 TO WS-REC-COUNT
           IF GL-IN-DC = "D"
               ADD GL-IN-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GL-IN-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE GL-IN-AMOUNT TO WS-AMT-ED
           MOVE GL-IN-FOREIGN TO WS-AMT2-ED
           STRING WS-SEG-PERIOD (SEG-IDX) "|"
               GL-IN-DATE "|"
               FUNCTION TRIM(GL-IN-DOC-NO) "|"
               GL-IN-ACCTNO "|"
               FUNCTION TRIM(GL-IN-ACCT-NAME) "|"
               FUNCTION TRIM(GL-IN-CONTRA) "|"
               GL-IN-DC "|"
               FUNCTION TRIM(WS-AMT-ED) "|"
               FUNCTION TRIM(GL-IN-COST-CENTER) "|"
               FUNCTION TRIM(GL-IN-CURRENCY) "|"
               FUNCTION TRIM(WS-AMT2-ED) "|"
               FUNCTION TRIM(GL-IN-OPERATOR) "|"
               FUNCTION TRIM(GL-IN-COMPANY)
               DELIMITED BY SIZE INTO WS-EXT-LINE
           END-STRING
           PERFORM WRITE-EXTRACT-LINE

           IF GL-IN-DOC-NO(1:2) NOT = "CL"
                   AND GL-IN-DOC-NO(1:2) NOT = "YE"
               MOVE GL-IN-ACCT-NAME TO WS-PF-KEY
               PERFORM FIND-PROOF-ENTRY
               IF WS-PF-SUB > 0
                   IF WS-PF-ACCTNO (WS-PF-SUB) = SPACES
                       MOVE GL-IN-ACCTNO TO WS-PF-ACCTNO (WS-PF-SUB)
                   END-IF
                   IF GL-IN-DC = "D"
                       ADD GL-IN-AMOUNT TO
                           WS-PF-GL-DEBIT (WS-PF-SUB)
                   ELSE
                       ADD GL-IN-AMOUNT TO
                           WS-PF-GL-CREDIT (WS-PF-SUB)
                   END-IF
               END-IF
           END-IF.

       EXTRACT-OPENING-TB.
      *> A range that starts a fiscal year opens on YEAR-END's
      *> opening trial balance for it when there is one; otherwise
      *> on the trial balance PERIOD-CLOSE kept for the period
      *> before the range.
           MOVE WS-AUD-FROM TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           MOVE SPACES TO WS-SNAP-NAME
           STRING "TBO-" WS-AUD-FROM ".DAT"
               DELIMITED BY SIZE INTO WS-SNAP-NAME
           END-STRING
           MOVE "99" TO WS-SNFS
           IF WS-FC-FP = 1
               OPEN INPUT SNAPSHOT-FILE
           END-IF
           IF WS-SNFS NOT = "00"
               MOVE WS-AUD-FROM TO WS-WALK-PERIOD
               DIVIDE WS-WALK-PERIOD BY 100 GIVING WS-WALK-YYYY
                   REMAINDER WS-WALK-MM
               IF WS-WALK-MM = 1
                   SUBTRACT 1 FROM WS-WALK-YYYY
                   MOVE 12 TO WS-WALK-MM
               ELSE
                   SUBTRACT 1 FROM WS-WALK-MM
               END-IF
               COMPUTE WS-PRIOR-PERIOD =
                   WS-WALK-YYYY * 100 + WS-WALK-MM
               MOVE SPACES TO WS-SNAP-NAME
               STRING "TB-" WS-PRIOR-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-SNAP-NAME
               END-STRING
               OPEN INPUT SNAPSHOT-FILE
           END-IF
           MOVE "TB_OPENING.TXT" TO WS-EXT-FILE
           PERFORM EXTRACT-SNAPSHOT.

       EXTRACT-CLOSING-TB.
           MOVE SPACES TO WS-SNAP-NAME
           STRING "TB-" WS-AUD-TO ".DAT"
               DELIMITED BY SIZE INTO WS-SNAP-NAME
           END-STRING
           OPEN INPUT SNAPSHOT-FILE
           MOVE "TB_CLOSING.TXT" TO WS-EXT-FILE
           PERFORM EXTRACT-SNAPSHOT.

       EXTRACT-SNAPSHOT.
      *> Copies the snapshot just opened, if it opened, to the
      *> extract named in WS-EXT-FILE; a snapshot not on file
      *> leaves the extract with its heading row and a note.
           MOVE WS-SNAP-NAME TO WS-CT-SOURCE-IN
           IF WS-SNFS NOT = "00"
               PERFORM NOTE-MISSING-SNAPSHOT
           END-IF
           PERFORM OPEN-EXTRACT-FILE
           IF WS-EXT-FAILED = "N"
               MOVE "ACCOUNT|NAME|DEBIT|CREDIT" TO WS-EXT-LINE
               PERFORM WRITE-EXTRACT-LINE
               MOVE "N" TO WS-EOF
               IF WS-SNFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SNAPSHOT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-SNAPSHOT-LINE
                   END-READ
               END-PERFORM
               PERFORM CLOSE-EXTRACT-FILE
           END-IF
           IF WS-SNFS = "00" OR WS-SNFS = "10"
               CLOSE SNAPSHOT-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       EXTRACT-ONE-SNAPSHOT-LINE.
           ADD 1 TO WS-REC-COUNT
           ADD SNAP-DEBIT TO WS-DEBIT-TOTAL
           ADD SNAP-CREDIT TO WS-CREDIT-TOTAL
           MOVE SNAP-NAME TO WS-PF-KEY
           PERFORM FIND-PROOF-ENTRY
           MOVE SNAP-DEBIT TO WS-AMT-ED
           MOVE SNAP-CREDIT TO WS-AMT2-ED
           MOVE SPACES TO WS-TB-ACCTNO
           IF WS-PF-SUB > 0
               MOVE WS-PF-ACCTNO (WS-PF-SUB) TO WS-TB-ACCTNO
           END-IF
           STRING WS-TB-ACCTNO "|"
               FUNCTION TRIM(SNAP-NAME) "|"
               FUNCTION TRIM(WS-AMT-ED) "|"
               FUNCTION TRIM(WS-AMT2-ED)
               DELIMITED BY SIZE INTO WS-EXT-LINE
           END-STRING
           PERFORM WRITE-EXTRACT-LINE.

       NOTE-MISSING-SNAPSHOT.
           ADD 1 TO WS-MISSING-COUNT
           MOVE SPACES TO WS-NOTE-LINE
           STRING "SNAPSHOT " WS-SNAP-NAME DELIMITED BY SPACE
               " NOT ON FILE" DELIMITED BY SIZE
               INTO WS-NOTE-LINE
           END-STRING
           IF WS-NOTE-COUNT < 100
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-NOTE-LINE TO WS-NOTE-TEXT (WS-NOTE-COUNT)
           END-IF
           DISPLAY WS-NOTE-LINE.

       ACCUMULATE-RANGE-SNAPSHOTS.
      *> The trial balance side of the proof: every period's
      *> snapshot in the range, and the period 13 snapshot of each
      *> fiscal year the range takes to its last month.
           MOVE WS-AUD-FROM TO WS-WALK-PERIOD
           PERFORM UNTIL WS-WALK-PERIOD > WS-AUD-TO
               MOVE SPACES TO WS-SNAP-NAME
               STRING "TB-" WS-WALK-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-SNAP-NAME
               END-STRING
               OPEN INPUT SNAPSHOT-FILE
               IF WS-SNFS NOT = "00"
                   PERFORM NOTE-MISSING-SNAPSHOT
               ELSE
                   PERFORM ADD-SNAPSHOT-TO-PROOF
               END-IF
               MOVE WS-WALK-PERIOD TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               IF WS-FC-YEAR-LAST = WS-WALK-PERIOD
                   MOVE SPACES TO WS-SNAP-NAME
                   STRING "TB-" WS-FC-ADJ-PERIOD ".DAT"
                       DELIMITED BY SIZE INTO WS-SNAP-NAME
                   END-STRING
                   OPEN INPUT SNAPSHOT-FILE
                   IF WS-SNFS = "00"
                       PERFORM ADD-SNAPSHOT-TO-PROOF
                   END-IF
               END-IF
               DIVIDE WS-WALK-PERIOD BY 100 GIVING WS-WALK-YYYY
                   REMAINDER WS-WALK-MM
               IF WS-WALK-MM = 12
                   ADD 1 TO WS-WALK-YYYY
                   MOVE 1 TO WS-WALK-MM
               ELSE
                   ADD 1 TO WS-WALK-MM
               END-IF
               COMPUTE WS-WALK-PERIOD =
                   WS-WALK-YYYY * 100 + WS-WALK-MM
           END-PERFORM.

       ADD-SNAPSHOT-TO-PROOF.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SNAP-NAME TO WS-PF-KEY
                       PERFORM FIND-PROOF-ENTRY
                       IF WS-PF-SUB > 0
                           ADD SNAP-DEBIT TO
                               WS-PF-TB-DEBIT (WS-PF-SUB)
                           ADD SNAP-CREDIT TO
                               WS-PF-TB-CREDIT (WS-PF-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           MOVE "N" TO WS-EOF.

       FIND-PROOF-ENTRY.
      *> Sets WS-PF-SUB to WS-PF-KEY's entry, adding it if new;
      *> zero once the table is full.
           MOVE 0 TO WS-PF-SUB
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-PF-COUNT OR WS-PF-SUB > 0
               IF WS-PF-NAME (PF-IDX) = WS-PF-KEY
                   SET WS-PF-SUB TO PF-IDX
               END-IF
           END-PERFORM
           IF WS-PF-SUB = 0
               IF WS-PF-COUNT < 500
                   ADD 1 TO WS-PF-COUNT
                   MOVE WS-PF-COUNT TO WS-PF-SUB
                   MOVE WS-PF-KEY TO WS-PF-NAME (WS-PF-SUB)
                   MOVE SPACES TO WS-PF-ACCTNO (WS-PF-SUB)
                   MOVE 0 TO WS-PF-GL-DEBIT (WS-PF-SUB)
                   MOVE 0 TO WS-PF-GL-CREDIT (WS-PF-SUB)
                   MOVE 0 TO WS-PF-TB-DEBIT (WS-PF-SUB)
                   MOVE 0 TO WS-PF-TB-CREDIT (WS-PF-SUB)
               ELSE
                   MOVE "Y" TO WS-PF-FULL
               END-IF
           END-IF.

       EXTRACT-MAINT-LOG.
      *> Master-file changes made from the first day of the range
      *> through the last.
           MOVE "MAINT_LOG.TXT" TO WS-EXT-FILE
           MOVE "maint_log.csv" TO WS-CT-SOURCE-IN
           PERFORM OPEN-EXTRACT-FILE
           IF WS-EXT-FAILED = "N"
               MOVE "FILE|TIMESTAMP|OPERATOR|ACTION|BEFORE|AFTER"
                   TO WS-EXT-LINE
               PERFORM WRITE-EXTRACT-LINE
               MOVE "N" TO WS-EOF
               OPEN INPUT MAINT-LOG
               IF WS-MLFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ MAINT-LOG
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-CHANGE
                   END-READ
               END-PERFORM
               IF WS-MLFS = "00" OR WS-MLFS = "10"
                   CLOSE MAINT-LOG
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM CLOSE-EXTRACT-FILE
           END-IF.

       EXTRACT-ONE-CHANGE.
           MOVE SPACES TO WS-ML-FILE WS-ML-STAMP WS-ML-OPERATOR
               WS-ML-BEFORE WS-ML-AFTER
           MOVE SPACE TO WS-ML-ACTION
           UNSTRING MAINT-LOG-REC
               DELIMITED BY ","
               INTO WS-ML-FILE
                   WS-ML-STAMP
                   WS-ML-OPERATOR
                   WS-ML-ACTION
                   WS-ML-BEFORE
                   WS-ML-AFTER
           END-UNSTRING
           IF WS-ML-STAMP(1:8) >= WS-AUD-FROM-DATE AND
                   WS-ML-STAMP(1:8) <= WS-AUD-TO-DATE
               ADD 1 TO WS-REC-COUNT
               STRING FUNCTION TRIM(WS-ML-FILE) "|"
                   WS-ML-STAMP "|"
                   FUNCTION TRIM(WS-ML-OPERATOR) "|"
                   WS-ML-ACTION "|"
                   FUNCTION TRIM(WS-ML-BEFORE TRAILING) "|"
                   FUNCTION TRIM(WS-ML-AFTER TRAILING)
                   DELIMITED BY SIZE INTO WS-EXT-LINE
               END-STRING
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

       EXTRACT-OPERATORS.
           MOVE "OPERATORS.TXT" TO WS-EXT-FILE
           MOVE "operators.dat" TO WS-CT-SOURCE-IN
           PERFORM OPEN-EXTRACT-FILE
           IF WS-EXT-FAILED = "N"
               MOVE "OPERATOR|NAME|LEVEL|LEVEL NAME" TO WS-EXT-LINE
               PERFORM WRITE-EXTRACT-LINE
               MOVE "N" TO WS-EOF
               OPEN INPUT OPERATOR-FILE
               IF WS-OPFS NOT = "00"
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE LOW-VALUES TO OP-ID
                   START OPERATOR-FILE KEY IS GREATER THAN OP-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OPERATOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM EXTRACT-ONE-OPERATOR
                   END-READ
               END-PERFORM
               IF WS-OPFS = "00" OR WS-OPFS = "10"
                   CLOSE OPERATOR-FILE
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM CLOSE-EXTRACT-FILE
           END-IF.

       EXTRACT-ONE-OPERATOR.
           ADD 1 TO WS-REC-COUNT
           EVALUATE OP-LEVEL
               WHEN "I"
                   MOVE "INQUIRY" TO WS-LEVEL-NAME
               WHEN "U"
                   MOVE "UPDATE" TO WS-LEVEL-NAME
               WHEN "S"
                   MOVE "SUPERVISOR" TO WS-LEVEL-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-LEVEL-NAME
           END-EVALUATE
           STRING FUNCTION TRIM(OP-ID) "|"
               FUNCTION TRIM(OP-NAME) "|"
               OP-LEVEL "|"
               FUNCTION TRIM(WS-LEVEL-NAME)
               DELIMITED BY SIZE INTO WS-EXT-LINE
           END-STRING
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-CONTROL-FILE.
           MOVE "CONTROL.TXT" TO WS-EXT-FILE
           PERFORM OPEN-EXTRACT-FILE
           IF WS-EXT-FAILED = "N"
               STRING "H|" FUNCTION TRIM(WS-RPT-COMPANY) "|"
                   WS-AUD-FROM "|" WS-AUD-TO "|"
                   RC-BUSINESS-DATE "|"
                   FUNCTION CURRENT-DATE(1:14)
                   DELIMITED BY SIZE INTO WS-EXT-LINE
               END-STRING
               PERFORM WRITE-EXTRACT-LINE
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-CT-COUNT
                   MOVE WS-CT-RECORDS (CT-IDX) TO WS-COUNT-ED
                   MOVE WS-CT-DEBITS (CT-IDX) TO WS-AMT-ED
                   MOVE WS-CT-CREDITS (CT-IDX) TO WS-AMT2-ED
                   STRING "C|" FUNCTION TRIM(WS-CT-FILE (CT-IDX)) "|"
                       FUNCTION TRIM(WS-COUNT-ED) "|"
                       FUNCTION TRIM(WS-AMT-ED) "|"
                       FUNCTION TRIM(WS-AMT2-ED) "|"
                       FUNCTION TRIM(WS-CT-SOURCE (CT-IDX))
                       DELIMITED BY SIZE INTO WS-EXT-LINE
                   END-STRING
                   PERFORM WRITE-EXTRACT-LINE
               END-PERFORM
               PERFORM WRITE-PROOF-LINES
               PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                       UNTIL WS-PF-SUB > WS-NOTE-COUNT
                   STRING "N|" WS-NOTE-TEXT (WS-PF-SUB)
                       DELIMITED BY SIZE INTO WS-EXT-LINE
                   END-STRING
                   PERFORM WRITE-EXTRACT-LINE
               END-PERFORM
               IF WS-PF-FULL = "Y"
                   MOVE "N|MORE THAN 500 ACCOUNTS - PROOF INCOMPLETE"
                       TO WS-EXT-LINE
                   PERFORM WRITE-EXTRACT-LINE
               END-IF
               CLOSE EXTRACT-FILE
           END-IF.

       WRITE-PROOF-LINES.
           MOVE 0 TO WS-GL-DEBITS
           MOVE 0 TO WS-GL-CREDITS
           MOVE 0 TO WS-TB-DEBITS
           MOVE 0 TO WS-TB-CREDITS
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-PF-COUNT
               ADD WS-PF-GL-DEBIT (PF-IDX) TO WS-GL-DEBITS
               ADD WS-PF-GL-CREDIT (PF-IDX) TO WS-GL-CREDITS
               ADD WS-PF-TB-DEBIT (PF-IDX) TO WS-TB-DEBITS
               ADD WS-PF-TB-CREDIT (PF-IDX) TO WS-TB-CREDITS
               IF WS-PF-GL-DEBIT (PF-IDX) NOT =
                       WS-PF-TB-DEBIT (PF-IDX) OR
                       WS-PF-GL-CREDIT (PF-IDX) NOT =
                       WS-PF-TB-CREDIT (PF-IDX)
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
           END-PERFORM
           MOVE WS-GL-DEBITS TO WS-AMT-ED
           MOVE WS-GL-CREDITS TO WS-AMT2-ED
           MOVE WS-TB-DEBITS TO WS-AMT3-ED
           MOVE WS-TB-CREDITS TO WS-AMT4-ED
           IF WS-DIFF-COUNT = 0
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "DIFFER" TO WS-PROOF-RESULT
           END-IF
           STRING "P|LEDGER TO TRIAL BALANCE|"
               FUNCTION TRIM(WS-AMT-ED) "|"
               FUNCTION TRIM(WS-AMT2-ED) "|"
               FUNCTION TRIM(WS-AMT3-ED) "|"
               FUNCTION TRIM(WS-AMT4-ED) "|"
               FUNCTION TRIM(WS-PROOF-RESULT)
               DELIMITED BY SIZE INTO WS-EXT-LINE
           END-STRING
           PERFORM WRITE-EXTRACT-LINE
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-PF-COUNT
               IF WS-PF-GL-DEBIT (PF-IDX) NOT =
                       WS-PF-TB-DEBIT (PF-IDX) OR
                       WS-PF-GL-CREDIT (PF-IDX) NOT =
                       WS-PF-TB-CREDIT (PF-IDX)
                   MOVE WS-PF-GL-DEBIT (PF-IDX) TO WS-AMT-ED
                   MOVE WS-PF-GL-CREDIT (PF-IDX) TO WS-AMT2-ED
                   MOVE WS-PF-TB-DEBIT (PF-IDX) TO WS-AMT3-ED
                   MOVE WS-PF-TB-CREDIT (PF-IDX) TO WS-AMT4-ED
                   STRING "D|" WS-PF-ACCTNO (PF-IDX) "|"
                       FUNCTION TRIM(WS-PF-NAME (PF-IDX)) "|"
                       FUNCTION TRIM(WS-AMT-ED) "|"
                       FUNCTION TRIM(WS-AMT2-ED) "|"
                       FUNCTION TRIM(WS-AMT3-ED) "|"
                       FUNCTION TRIM(WS-AMT4-ED)
                       DELIMITED BY SIZE INTO WS-EXT-LINE
                   END-STRING
                   PERFORM WRITE-EXTRACT-LINE
               END-IF
           END-PERFORM.

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

       WRITE-AUDIT-LOG.
           MOVE "AUDIT-EXTRACT" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE 0 TO AUDIT-RECORDS-READ
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CT-COUNT
               ADD WS-CT-RECORDS (CT-IDX) TO AUDIT-RECORDS-READ
           END-PERFORM
           MOVE WS-DIFF-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.


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
