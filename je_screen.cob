       IDENTIFICATION DIVISION.
       PROGRAM-ID. JE-SCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLFS.
           SELECT MAINT-LOG ASSIGN TO "maint_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLFS.
           SELECT JE-CONTROL-FILE ASSIGN TO "jescreen_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCFS.
           SELECT SCREEN-CSV ASSIGN TO WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFS.
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
       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC       PIC X(6).
       01 SEGMENT-SEAL-REC      PIC X(60).

       FD GL-FILE.
       01 GL-REC                PIC X(120).

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC           PIC X(10).

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       FD JE-CONTROL-FILE.
       01 JE-CONTROL-REC        PIC X(84).

       FD SCREEN-CSV.
       01 SCREEN-CSV-REC        PIC X(200).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC       PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC         PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PRFS               PIC X(2).
           COPY RPTCTL.
       01 WS-AFS                PIC X(2).
       01 WS-SDFS               PIC X(2).
       01 WS-GLFS               PIC X(2).
       01 WS-HOLFS              PIC X(2).
       01 WS-MLFS               PIC X(2).
       01 WS-JCFS               PIC X(2).
       01 WS-SCFS               PIC X(2).
       01 WS-RCFS               PIC X(2).
       01 WS-ALFS               PIC X(2).
           COPY AUDITREC.
           COPY RUNCTL.
           COPY GLSEGS.
           COPY GLREC.
           COPY HOLTBL.
           COPY JESCTL.
       01 WS-EOF                PIC X VALUE "N".
       01 WS-CSV-NAME           PIC X(30).
       01 WS-CSV-LINE           PIC X(200).

      *> The screening period is the run-control period; the next
      *> period's segment is read only for the reversal rule.
       01 WS-SCREEN-PERIOD      PIC 9(6) VALUE 0.
       01 WS-NEXT-PERIOD        PIC 9(6) VALUE 0.
       01 WS-SP-YYYY            PIC 9(4) VALUE 0.
       01 WS-SP-MM              PIC 9(2) VALUE 0.
       01 WS-DATE-NUM           PIC 9(8) VALUE 0.
       01 WS-LAST-DAY           PIC X(10).
       01 WS-NEXT-FIRST-INT     PIC 9(8) COMP VALUE 0.
       01 WS-NEXT-LAST-INT      PIC 9(8) COMP VALUE 0.
       01 WS-LINE-INT           PIC 9(8) COMP VALUE 0.
       01 WS-PERIOD-FROM        PIC X(8).
       01 WS-PERIOD-TO          PIC X(8).
       01 WS-LINES-READ         PIC 9(7) VALUE 0.

      *> The chart, with the control-account mark worked out once.
       01 WS-ACCT-COUNT         PIC 9(3) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY AC-IDX.
               10 WS-AT-NUMBER      PIC X(6).
               10 WS-AT-NAME        PIC X(20).
               10 WS-AT-STATUS      PIC X.
               10 WS-AT-CONTROL     PIC X.
       01 WS-ACCT-SUB           PIC 9(3) VALUE 0.
       01 WS-CTL-LISTED         PIC X VALUE "N".
       01 WS-CTL-SUB            PIC 9(2) VALUE 0.

      *> Account master changes logged during the period.
       01 WS-CHG-COUNT          PIC 9(3) VALUE 0.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 300 TIMES
                   INDEXED BY CHG-IDX.
               10 WS-CHG-ACCT       PIC X(6).
               10 WS-CHG-DATE       PIC X(8).
               10 WS-CHG-OPER       PIC X(8).
               10 WS-CHG-ACTION     PIC X.
       01 WS-CHG-SUB            PIC 9(3) VALUE 0.
       01 WS-ML-FILE            PIC X(12).
       01 WS-ML-STAMP           PIC X(14).
       01 WS-ML-OPERATOR        PIC X(8).
       01 WS-ML-ACTION          PIC X.
       01 WS-ML-BEFORE          PIC X(120).
       01 WS-ML-AFTER           PIC X(120).

      *> One entry per document posted in the period, with what the
      *> line-level rules found on it.
       01 WS-DOC-COUNT          PIC 9(4) VALUE 0.
       01 WS-DOC-TABLE.
           05 WS-DOC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY DOC-IDX.
               10 WS-DC-DOC         PIC X(10).
               10 WS-DC-DATE        PIC X(10).
               10 WS-DC-OPER        PIC X(8).
               10 WS-DC-LINES       PIC 9(4).
               10 WS-DC-DEBITS      PIC S9(11)V99.
               10 WS-DC-CTL-ACCT    PIC X(6).
               10 WS-DC-INACT-ACCT  PIC X(6).
               10 WS-DC-CHG-ACCT    PIC X(6).
               10 WS-DC-CHG-SUB     PIC 9(3).
               10 WS-DC-REV-DOC     PIC X(10).
               10 WS-DC-REV-DATE    PIC X(10).
       01 WS-DOC-SUB            PIC 9(4) VALUE 0.
       01 WS-DOC-FULL           PIC X VALUE "N".

      *> Lines of the documents dated the period's last day, and
      *> of the documents dated in the first days of the next.
       01 WS-PL-COUNT           PIC 9(4) VALUE 0.
       01 WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY PL-IDX.
               10 WS-PL-DOC-SUB     PIC 9(4).
               10 WS-PL-ACCT        PIC X(6).
               10 WS-PL-DC          PIC X.
               10 WS-PL-AMOUNT      PIC S9(9)V99.
       01 WS-NX-COUNT           PIC 9(4) VALUE 0.
       01 WS-NX-TABLE.
           05 WS-NX-ENTRY OCCURS 1000 TIMES
                   INDEXED BY NX-IDX.
               10 WS-NX-DOC         PIC X(10).
               10 WS-NX-DATE        PIC X(10).
               10 WS-NX-LINES       PIC 9(4).
               10 WS-NX-DEBITS      PIC S9(11)V99.
       01 WS-NX-SUB             PIC 9(4) VALUE 0.
       01 WS-NL-COUNT           PIC 9(4) VALUE 0.
       01 WS-NL-TABLE.
           05 WS-NL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY NL-IDX.
               10 WS-NL-DOC-SUB     PIC 9(4).
               10 WS-NL-ACCT        PIC X(6).
               10 WS-NL-DC          PIC X.
               10 WS-NL-AMOUNT      PIC S9(9)V99.
               10 WS-NL-USED        PIC X.
       01 WS-LINE-MATCHED       PIC X VALUE "N".
       01 WS-ALL-MATCHED        PIC X VALUE "N".
       01 WS-RV-DOC             PIC X(10).

      *> Rule hits on the document being reported.
       01 WS-RULES              PIC X(40).
       01 WS-RULE-PTR           PIC 9(3) VALUE 1.
       01 WS-HIT-WKND           PIC X VALUE "N".
       01 WS-HIT-ROUND          PIC X VALUE "N".
       01 WS-HIT-UNDER          PIC X VALUE "N".
       01 WS-BAND-FLOOR         PIC S9(11)V99 VALUE 0.
       01 WS-ROUND-QUOT         PIC 9(11) VALUE 0.
       01 WS-ROUND-REM          PIC 9(11)V99 VALUE 0.
       01 WS-DOCS-FLAGGED       PIC 9(5) VALUE 0.
       01 WS-RULE-COUNTS.
           05 WS-CNT-WKND           PIC 9(5) VALUE 0.
           05 WS-CNT-ROUND          PIC 9(5) VALUE 0.
           05 WS-CNT-MCTL           PIC 9(5) VALUE 0.
           05 WS-CNT-UNDR           PIC 9(5) VALUE 0.
           05 WS-CNT-IACC           PIC 9(5) VALUE 0.
           05 WS-CNT-CACC           PIC 9(5) VALUE 0.
           05 WS-CNT-RVRS           PIC 9(5) VALUE 0.

       01 WS-AMT-ED             PIC -(10)9.99.
       01 WS-LIMIT-ED           PIC Z(8)9.99.
       01 WS-PCT-ED             PIC Z9.99.
       01 WS-UNIT-ED            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM READ-JE-CONTROL
           PERFORM LOAD-HOLIDAYS
           PERFORM SET-SCREEN-PERIOD

           PERFORM LOAD-ACCOUNTS
           IF WS-ACCT-COUNT = 0
               DISPLAY "COULD NOT LOAD THE ACCOUNT MASTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ACCOUNT-CHANGES

           PERFORM LOAD-GL-SEGMENTS
           PERFORM READ-SCREEN-SEGMENT
           PERFORM READ-NEXT-SEGMENT
           PERFORM MATCH-REVERSALS

           PERFORM OPEN-REPORT
           PERFORM OPEN-SCREEN-CSV
           MOVE JSC-REVIEW-LIMIT TO WS-LIMIT-ED
           MOVE JSC-BAND-PCT TO WS-PCT-ED
           MOVE JSC-ROUND-UNIT TO WS-UNIT-ED
           STRING "REVIEW LIMIT " WS-LIMIT-ED
               "  BAND " WS-PCT-ED " PCT"
               "  ROUND UNIT " WS-UNIT-ED
               "  REVERSAL WINDOW " JSC-REVERSE-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           STRING "DOCUMENT   DATE       OPERATOR    DEBIT TOTAL"
               "  RULES"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           PERFORM VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > WS-DOC-COUNT
               PERFORM SCREEN-ONE-DOCUMENT
           END-PERFORM

           PERFORM WRITE-SCREEN-SUMMARY
           CLOSE SCREEN-CSV
           PERFORM CLOSE-REPORT
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "DOCUMENTS SCREENED: " WS-DOC-COUNT
               "  FLAGGED: " WS-DOCS-FLAGGED
           DISPLAY "SIGN-OFF LIST WRITTEN TO " WS-CSV-NAME
           IF WS-DOC-FULL = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-DOCS-FLAGGED > 0
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

       READ-JE-CONTROL.
           MOVE SPACES TO WS-JE-CONTROL
           OPEN INPUT JE-CONTROL-FILE
           IF WS-JCFS = "00"
               READ JE-CONTROL-FILE INTO WS-JE-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE JE-CONTROL-FILE
           END-IF
           IF JSC-REVIEW-LIMIT NOT NUMERIC OR JSC-REVIEW-LIMIT = 0
               MOVE 10000.00 TO JSC-REVIEW-LIMIT
           END-IF
           IF JSC-BAND-PCT NOT NUMERIC
               MOVE 5.00 TO JSC-BAND-PCT
           END-IF
           IF JSC-ROUND-UNIT NOT NUMERIC OR JSC-ROUND-UNIT = 0
               MOVE 1000 TO JSC-ROUND-UNIT
           END-IF
           IF JSC-REVERSE-DAYS NOT NUMERIC OR JSC-REVERSE-DAYS = 0
               MOVE 5 TO JSC-REVERSE-DAYS
           END-IF
           MOVE "N" TO WS-CTL-LISTED
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > 10
               IF JSC-CONTROL-ACCT (WS-CTL-SUB) NOT = SPACES
                   MOVE "Y" TO WS-CTL-LISTED
               END-IF
           END-PERFORM
           COMPUTE WS-BAND-FLOOR ROUNDED =
               JSC-REVIEW-LIMIT * (100 - JSC-BAND-PCT) / 100.

       SET-SCREEN-PERIOD.
      *> Period 13 is screened like any month; its next period is
      *> the month after the fiscal year's last, which is the
      *> month after the one its entries are dated in.
           MOVE RC-PERIOD TO WS-SCREEN-PERIOD
           DIVIDE WS-SCREEN-PERIOD BY 100 GIVING WS-SP-YYYY
               REMAINDER WS-SP-MM
           IF WS-SP-MM = 13
               MOVE 12 TO WS-SP-MM
               PERFORM FIND-PERIOD-MONTH
           END-IF
           MOVE SPACES TO WS-PERIOD-FROM WS-PERIOD-TO
           STRING WS-SP-YYYY WS-SP-MM "01"
               DELIMITED BY SIZE INTO WS-PERIOD-FROM
           END-STRING
           STRING WS-SP-YYYY WS-SP-MM "31"
               DELIMITED BY SIZE INTO WS-PERIOD-TO
           END-STRING
           IF WS-SP-MM = 12
               ADD 1 TO WS-SP-YYYY
               MOVE 1 TO WS-SP-MM
           ELSE
               ADD 1 TO WS-SP-MM
           END-IF
           COMPUTE WS-NEXT-PERIOD = WS-SP-YYYY * 100 + WS-SP-MM
           COMPUTE WS-DATE-NUM = WS-NEXT-PERIOD * 100 + 1
           COMPUTE WS-NEXT-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-NEXT-LAST-INT =
               WS-NEXT-FIRST-INT + JSC-REVERSE-DAYS - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-FIRST-INT - 1)
           MOVE SPACES TO WS-LAST-DAY
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
                   WS-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-LAST-DAY
           END-STRING.

       FIND-PERIOD-MONTH.
      *> The month period 13's entries are dated in: the last
      *> month of the fiscal year, which the period 13 code names
      *> by its calendar year.  With the standard April year that
      *> is March; the year's own entries decide otherwise.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" RC-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING
           MOVE 3 TO WS-SP-MM
           OPEN INPUT GL-FILE
           IF WS-GLFS = "00"
               READ GL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GL-REC(6:2) NUMERIC
                           MOVE GL-REC(6:2) TO WS-SP-MM
                       END-IF
               END-READ
               CLOSE GL-FILE
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

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-ACCT-COUNT
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
           MOVE ACC-STATUS TO WS-AT-STATUS (WS-ACCT-COUNT)
           MOVE "N" TO WS-AT-CONTROL (WS-ACCT-COUNT)
           IF WS-CTL-LISTED = "Y"
               PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                       UNTIL WS-CTL-SUB > 10
                   IF JSC-CONTROL-ACCT (WS-CTL-SUB) = ACC-NUMBER
                       MOVE "Y" TO WS-AT-CONTROL (WS-ACCT-COUNT)
                   END-IF
               END-PERFORM
           ELSE
               IF ACC-CASH-FLAG = "Y" OR
                       ACC-NAME = "ACCOUNTS RECEIVABLE" OR
                       ACC-NAME = "ACCOUNTS PAYABLE" OR
                       ACC-NAME = "RETAINED EARNINGS"
                   MOVE "Y" TO WS-AT-CONTROL (WS-ACCT-COUNT)
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE 0 TO WS-ACCT-SUB
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCT-COUNT OR WS-ACCT-SUB > 0
               IF WS-AT-NUMBER (AC-IDX) = GL-IN-ACCTNO
                   SET WS-ACCT-SUB TO AC-IDX
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-CHANGES.
      *> ACCT-MAINT's adds, changes and deletes dated in the
      *> screening period; the account number leads the record
      *> image, the after image on an add, the before otherwise.
           MOVE 0 TO WS-CHG-COUNT
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
                       PERFORM LOAD-ONE-CHANGE
               END-READ
           END-PERFORM
           IF WS-MLFS = "00" OR WS-MLFS = "10"
               CLOSE MAINT-LOG
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-CHANGE.
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
           IF WS-ML-FILE = "ACCOUNTS" AND
                   WS-ML-STAMP(1:8) >= WS-PERIOD-FROM AND
                   WS-ML-STAMP(1:8) <= WS-PERIOD-TO AND
                   WS-CHG-COUNT < 300
               ADD 1 TO WS-CHG-COUNT
               IF WS-ML-ACTION = "A"
                   MOVE WS-ML-AFTER(1:6) TO WS-CHG-ACCT (WS-CHG-COUNT)
               ELSE
                   MOVE WS-ML-BEFORE(1:6)
                       TO WS-CHG-ACCT (WS-CHG-COUNT)
               END-IF
               MOVE WS-ML-STAMP(1:8) TO WS-CHG-DATE (WS-CHG-COUNT)
               MOVE WS-ML-OPERATOR TO WS-CHG-OPER (WS-CHG-COUNT)
               MOVE WS-ML-ACTION TO WS-CHG-ACTION (WS-CHG-COUNT)
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

       FIND-SEGMENT.
      *> Sets WS-SEG-FOUND and WS-SEG-NAME for period WS-DATE-NUM.
           MOVE "N" TO WS-SEG-FOUND
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-PERIOD (SEG-IDX) = WS-DATE-NUM
                   MOVE "Y" TO WS-SEG-FOUND
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-DATE-NUM(3:6) ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING.

       READ-SCREEN-SEGMENT.
           MOVE RC-PERIOD TO WS-DATE-NUM
           PERFORM FIND-SEGMENT
           IF WS-SEG-FOUND = "N"
               DISPLAY "NO GL SEGMENT FOR PERIOD " RC-PERIOD
           ELSE
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
                           PERFORM PARSE-GL-LINE
                           PERFORM NOTE-SCREEN-LINE
                   END-READ
               END-PERFORM
               IF WS-GLFS = "00" OR WS-GLFS = "10"
                   CLOSE GL-FILE
               END-IF
               MOVE "N" TO WS-EOF
           END-IF.

       PARSE-GL-LINE.
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
           END-IF.

       NOTE-SCREEN-LINE.
           ADD 1 TO WS-LINES-READ
           PERFORM FIND-DOCUMENT
           IF WS-DOC-SUB > 0
               ADD 1 TO WS-DC-LINES (WS-DOC-SUB)
               IF GL-IN-DC = "D"
                   ADD GL-IN-AMOUNT TO WS-DC-DEBITS (WS-DOC-SUB)
               END-IF
               IF GL-IN-OPERATOR NOT = SPACES AND
                       WS-DC-OPER (WS-DOC-SUB) = SPACES
                   MOVE GL-IN-OPERATOR TO WS-DC-OPER (WS-DOC-SUB)
               END-IF
               PERFORM CHECK-LINE-ACCOUNT
               IF GL-IN-DATE = WS-LAST-DAY AND WS-PL-COUNT < 3000
                   ADD 1 TO WS-PL-COUNT
                   MOVE WS-DOC-SUB TO WS-PL-DOC-SUB (WS-PL-COUNT)
                   MOVE GL-IN-ACCTNO TO WS-PL-ACCT (WS-PL-COUNT)
                   MOVE GL-IN-DC TO WS-PL-DC (WS-PL-COUNT)
                   MOVE GL-IN-AMOUNT TO WS-PL-AMOUNT (WS-PL-COUNT)
               END-IF
           END-IF.

       FIND-DOCUMENT.
           MOVE 0 TO WS-DOC-SUB
           PERFORM VARYING DOC-IDX FROM WS-DOC-COUNT BY -1
                   UNTIL DOC-IDX < 1 OR WS-DOC-SUB > 0
               IF WS-DC-DOC (DOC-IDX) = GL-IN-DOC-NO
                   SET WS-DOC-SUB TO DOC-IDX
               END-IF
           END-PERFORM
           IF WS-DOC-SUB = 0
               IF WS-DOC-COUNT < 3000
                   ADD 1 TO WS-DOC-COUNT
                   MOVE WS-DOC-COUNT TO WS-DOC-SUB
                   MOVE GL-IN-DOC-NO TO WS-DC-DOC (WS-DOC-SUB)
                   MOVE GL-IN-DATE TO WS-DC-DATE (WS-DOC-SUB)
                   MOVE GL-IN-OPERATOR TO WS-DC-OPER (WS-DOC-SUB)
                   MOVE 0 TO WS-DC-LINES (WS-DOC-SUB)
                   MOVE 0 TO WS-DC-DEBITS (WS-DOC-SUB)
                   MOVE SPACES TO WS-DC-CTL-ACCT (WS-DOC-SUB)
                       WS-DC-INACT-ACCT (WS-DOC-SUB)
                       WS-DC-CHG-ACCT (WS-DOC-SUB)
                       WS-DC-REV-DOC (WS-DOC-SUB)
                       WS-DC-REV-DATE (WS-DOC-SUB)
                   MOVE 0 TO WS-DC-CHG-SUB (WS-DOC-SUB)
               ELSE
                   MOVE "Y" TO WS-DOC-FULL
               END-IF
           END-IF.

       CHECK-LINE-ACCOUNT.
      *> The line-level rules: a manual line to a control account,
      *> a line to an inactive account, a line to an account
      *> changed on the master during the period.  The first such
      *> account on the document is the one reported.
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-SUB > 0
               IF GL-IN-OPERATOR NOT = SPACES AND
                       WS-AT-CONTROL (WS-ACCT-SUB) = "Y" AND
                       WS-DC-CTL-ACCT (WS-DOC-SUB) = SPACES
                   MOVE GL-IN-ACCTNO TO WS-DC-CTL-ACCT (WS-DOC-SUB)
               END-IF
               IF WS-AT-STATUS (WS-ACCT-SUB) = "I" AND
                       WS-DC-INACT-ACCT (WS-DOC-SUB) = SPACES
                   MOVE GL-IN-ACCTNO TO WS-DC-INACT-ACCT (WS-DOC-SUB)
               END-IF
           END-IF
           IF WS-DC-CHG-ACCT (WS-DOC-SUB) = SPACES
               MOVE 0 TO WS-CHG-SUB
               PERFORM VARYING CHG-IDX FROM 1 BY 1
                       UNTIL CHG-IDX > WS-CHG-COUNT OR WS-CHG-SUB > 0
                   IF WS-CHG-ACCT (CHG-IDX) = GL-IN-ACCTNO
                       SET WS-CHG-SUB TO CHG-IDX
                   END-IF
               END-PERFORM
               IF WS-CHG-SUB > 0
                   MOVE GL-IN-ACCTNO TO WS-DC-CHG-ACCT (WS-DOC-SUB)
                   MOVE WS-CHG-SUB TO WS-DC-CHG-SUB (WS-DOC-SUB)
               END-IF
           END-IF.

       READ-NEXT-SEGMENT.
      *> The next period's documents dated inside the reversal
      *> window, with their lines.
           MOVE WS-NEXT-PERIOD TO WS-DATE-NUM
           PERFORM FIND-SEGMENT
           IF WS-SEG-FOUND = "Y" AND WS-PL-COUNT > 0
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
                           PERFORM PARSE-GL-LINE
                           PERFORM NOTE-NEXT-LINE
                   END-READ
               END-PERFORM
               IF WS-GLFS = "00" OR WS-GLFS = "10"
                   CLOSE GL-FILE
               END-IF
               MOVE "N" TO WS-EOF
           END-IF.

       NOTE-NEXT-LINE.
           MOVE 0 TO WS-LINE-INT
           IF GL-IN-DATE(1:4) NUMERIC AND GL-IN-DATE(6:2) NUMERIC
                   AND GL-IN-DATE(9:2) NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(GL-IN-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(GL-IN-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(GL-IN-DATE(9:2))
               COMPUTE WS-LINE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           IF WS-LINE-INT >= WS-NEXT-FIRST-INT AND
                   WS-LINE-INT <= WS-NEXT-LAST-INT
               MOVE 0 TO WS-NX-SUB
               PERFORM VARYING NX-IDX FROM WS-NX-COUNT BY -1
                       UNTIL NX-IDX < 1 OR WS-NX-SUB > 0
                   IF WS-NX-DOC (NX-IDX) = GL-IN-DOC-NO
                       SET WS-NX-SUB TO NX-IDX
                   END-IF
               END-PERFORM
               IF WS-NX-SUB = 0 AND WS-NX-COUNT < 1000
                   ADD 1 TO WS-NX-COUNT
                   MOVE WS-NX-COUNT TO WS-NX-SUB
                   MOVE GL-IN-DOC-NO TO WS-NX-DOC (WS-NX-SUB)
                   MOVE GL-IN-DATE TO WS-NX-DATE (WS-NX-SUB)
                   MOVE 0 TO WS-NX-LINES (WS-NX-SUB)
                   MOVE 0 TO WS-NX-DEBITS (WS-NX-SUB)
               END-IF
               IF WS-NX-SUB > 0 AND WS-NL-COUNT < 3000
                   ADD 1 TO WS-NX-LINES (WS-NX-SUB)
                   IF GL-IN-DC = "D"
                       ADD GL-IN-AMOUNT TO WS-NX-DEBITS (WS-NX-SUB)
                   END-IF
                   ADD 1 TO WS-NL-COUNT
                   MOVE WS-NX-SUB TO WS-NL-DOC-SUB (WS-NL-COUNT)
                   MOVE GL-IN-ACCTNO TO WS-NL-ACCT (WS-NL-COUNT)
                   MOVE GL-IN-DC TO WS-NL-DC (WS-NL-COUNT)
                   MOVE GL-IN-AMOUNT TO WS-NL-AMOUNT (WS-NL-COUNT)
               END-IF
           END-IF.

       MATCH-REVERSALS.
      *> A period-end document is reversed when a document in the
      *> window has the same number of lines and the same debit
      *> total, and each of its lines is one of the original's
      *> lines with the side flipped.  ACCR-REVERSE's RV documents
      *> are left out: an accrual flagged for reversal when it was
      *> keyed is declared, not hidden.
           PERFORM VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > WS-DOC-COUNT
               IF WS-DC-DATE (DOC-IDX) = WS-LAST-DAY
                   MOVE SPACES TO WS-RV-DOC
                   STRING "RV" WS-DC-DOC (DOC-IDX) (1:8)
                       DELIMITED BY SIZE INTO WS-RV-DOC
                   END-STRING
                   PERFORM VARYING NX-IDX FROM 1 BY 1
                           UNTIL NX-IDX > WS-NX-COUNT
                              OR WS-DC-REV-DOC (DOC-IDX) NOT = SPACES
                       IF WS-NX-LINES (NX-IDX) =
                               WS-DC-LINES (DOC-IDX) AND
                               WS-NX-DEBITS (NX-IDX) =
                               WS-DC-DEBITS (DOC-IDX) AND
                               WS-NX-DOC (NX-IDX) NOT = WS-RV-DOC
                           PERFORM MATCH-ONE-REVERSAL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       MATCH-ONE-REVERSAL.
           PERFORM VARYING NL-IDX FROM 1 BY 1
                   UNTIL NL-IDX > WS-NL-COUNT
               MOVE "N" TO WS-NL-USED (NL-IDX)
           END-PERFORM
           MOVE "Y" TO WS-ALL-MATCHED
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-PL-COUNT
                      OR WS-ALL-MATCHED = "N"
               IF WS-PL-DOC-SUB (PL-IDX) = DOC-IDX
                   MOVE "N" TO WS-LINE-MATCHED
                   PERFORM VARYING NL-IDX FROM 1 BY 1
                           UNTIL NL-IDX > WS-NL-COUNT
                              OR WS-LINE-MATCHED = "Y"
                       IF WS-NL-DOC-SUB (NL-IDX) = NX-IDX AND
                               WS-NL-USED (NL-IDX) = "N" AND
                               WS-NL-ACCT (NL-IDX) =
                                   WS-PL-ACCT (PL-IDX) AND
                               WS-NL-AMOUNT (NL-IDX) =
                                   WS-PL-AMOUNT (PL-IDX) AND
                               WS-NL-DC (NL-IDX) NOT =
                                   WS-PL-DC (PL-IDX)
                           MOVE "Y" TO WS-NL-USED (NL-IDX)
                           MOVE "Y" TO WS-LINE-MATCHED
                       END-IF
                   END-PERFORM
                   IF WS-LINE-MATCHED = "N"
                       MOVE "N" TO WS-ALL-MATCHED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ALL-MATCHED = "Y"
               MOVE WS-NX-DOC (NX-IDX) TO WS-DC-REV-DOC (DOC-IDX)
               MOVE WS-NX-DATE (NX-IDX) TO WS-DC-REV-DATE (DOC-IDX)
           END-IF.

       SCREEN-ONE-DOCUMENT.
      *> Document-level rules, then one report line and one CSV row
      *> for a document that hit anything, with a line per rule.
           MOVE "N" TO WS-HIT-WKND WS-HIT-ROUND WS-HIT-UNDER
           MOVE WS-DC-DATE (DOC-IDX) TO WS-BD-DATE-IN
           PERFORM CHECK-BUSINESS-DAY
           IF WS-BD-IS-BUS = "N"
               MOVE "Y" TO WS-HIT-WKND
           END-IF
           IF WS-DC-DEBITS (DOC-IDX) >= JSC-ROUND-UNIT
               DIVIDE WS-DC-DEBITS (DOC-IDX) BY JSC-ROUND-UNIT
                   GIVING WS-ROUND-QUOT REMAINDER WS-ROUND-REM
               IF WS-ROUND-REM = 0
                   MOVE "Y" TO WS-HIT-ROUND
               END-IF
           END-IF
           IF WS-DC-DEBITS (DOC-IDX) >= WS-BAND-FLOOR AND
                   WS-DC-DEBITS (DOC-IDX) < JSC-REVIEW-LIMIT
               MOVE "Y" TO WS-HIT-UNDER
           END-IF

           MOVE SPACES TO WS-RULES
           MOVE 1 TO WS-RULE-PTR
           IF WS-HIT-WKND = "Y"
               STRING "WKND " DELIMITED BY SIZE
                   INTO WS-RULES WITH POINTER WS-RULE-PTR
               END-STRING
               ADD 1 TO WS-CNT-WKND
           END-IF
           IF WS-HIT-ROUND = "Y"
               STRING "ROUND " DELIMITED BY SIZE
                   INTO WS-RULES WITH POINTER WS-RULE-PTR
               END-STRING
               ADD 1 TO WS-CNT-ROUND
           END-IF
           IF WS-DC-CTL-ACCT (DOC-IDX) NOT = SPACES
               STRING "MCTL " DELIMITED BY SIZE
                   INTO WS-RULES WITH POINTER WS-RULE-PTR
               END-STRING
               ADD 1 TO WS-CNT-MCTL
           END-IF
           IF WS-HIT-UNDER = "Y"
               STRING "UNDR " DELIMITED BY SIZE
                   INTO WS-RULES WITH POINTER WS-RULE-PTR
               END-STRING
               ADD 1 TO WS-CNT-UNDR
           END-IF
           IF WS-DC-INACT-ACCT (DOC-IDX) NOT = SPACES
               STRING "IACC " DELIMITED BY SIZE
                   INTO WS-RULES WITH POINTER WS-RULE-PTR
               END-STRING
               ADD 1 TO WS-CNT-IACC
           END-IF
           IF WS-DC-CHG-ACCT (DOC-IDX) NOT = SPACES
               STRING "CACC " DELIMITED BY SIZE
                   INTO WS-RULES WITH POINTER WS-RULE-PTR
               END-STRING
               ADD 1 TO WS-CNT-CACC
           END-IF
           IF WS-DC-REV-DOC (DOC-IDX) NOT = SPACES
               STRING "RVRS " DELIMITED BY SIZE
                   INTO WS-RULES WITH POINTER WS-RULE-PTR
               END-STRING
               ADD 1 TO WS-CNT-RVRS
           END-IF

           IF WS-RULES NOT = SPACES
               ADD 1 TO WS-DOCS-FLAGGED
               PERFORM REPORT-FLAGGED-DOCUMENT
           END-IF.

       REPORT-FLAGGED-DOCUMENT.
           MOVE WS-DC-DEBITS (DOC-IDX) TO WS-AMT-ED
           STRING WS-DC-DOC (DOC-IDX) " "
               WS-DC-DATE (DOC-IDX) " "
               WS-DC-OPER (DOC-IDX) " "
               WS-AMT-ED "  " WS-RULES
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-HIT-WKND = "Y"
               STRING "           WKND  DATED ON A WEEKEND OR "
                   "HOLIDAY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-HIT-ROUND = "Y"
               STRING "           ROUND TOTAL IS A MULTIPLE OF "
                   WS-UNIT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-DC-CTL-ACCT (DOC-IDX) NOT = SPACES
               STRING "           MCTL  MANUAL POSTING TO CONTROL "
                   "ACCOUNT " WS-DC-CTL-ACCT (DOC-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-HIT-UNDER = "Y"
               STRING "           UNDR  TOTAL WITHIN " WS-PCT-ED
                   " PCT UNDER THE REVIEW LIMIT OF " WS-LIMIT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-DC-INACT-ACCT (DOC-IDX) NOT = SPACES
               STRING "           IACC  POSTS TO INACTIVE ACCOUNT "
                   WS-DC-INACT-ACCT (DOC-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-DC-CHG-ACCT (DOC-IDX) NOT = SPACES
               MOVE WS-DC-CHG-SUB (DOC-IDX) TO WS-CHG-SUB
               STRING "           CACC  POSTS TO ACCOUNT "
                   WS-DC-CHG-ACCT (DOC-IDX) " MAINTAINED ("
                   WS-CHG-ACTION (WS-CHG-SUB) ") ON "
                   WS-CHG-DATE (WS-CHG-SUB) " BY "
                   WS-CHG-OPER (WS-CHG-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-DC-REV-DOC (DOC-IDX) NOT = SPACES
               STRING "           RVRS  PERIOD-END ENTRY REVERSED BY "
                   WS-DC-REV-DOC (DOC-IDX) " ON "
                   WS-DC-REV-DATE (DOC-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF

           STRING FUNCTION TRIM(WS-DC-DOC (DOC-IDX)) ","
               WS-DC-DATE (DOC-IDX) ","
               FUNCTION TRIM(WS-DC-OPER (DOC-IDX)) ","
               FUNCTION TRIM(WS-AMT-ED) ","
               FUNCTION TRIM(WS-RULES) ","
               FUNCTION TRIM(WS-DC-CTL-ACCT (DOC-IDX)) ","
               FUNCTION TRIM(WS-DC-INACT-ACCT (DOC-IDX)) ","
               FUNCTION TRIM(WS-DC-CHG-ACCT (DOC-IDX)) ","
               FUNCTION TRIM(WS-DC-REV-DOC (DOC-IDX)) ",,,"
               DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE SCREEN-CSV-REC FROM WS-CSV-LINE
           MOVE SPACES TO WS-CSV-LINE.

       OPEN-SCREEN-CSV.
      *> The controller's sign-off copy: one row per flagged
      *> document, the last three columns left for the reviewer's
      *> initials, review date and disposition.
           MOVE SPACES TO WS-CSV-NAME
           STRING "JESCREEN-" RC-PERIOD ".CSV"
               DELIMITED BY SIZE INTO WS-CSV-NAME
           END-STRING
           OPEN OUTPUT SCREEN-CSV
           MOVE SPACES TO WS-CSV-LINE
           STRING "DOCUMENT,DATE,OPERATOR,DEBIT TOTAL,RULES,"
               "CONTROL ACCOUNT,INACTIVE ACCOUNT,CHANGED ACCOUNT,"
               "REVERSED BY,REVIEWED BY,REVIEW DATE,DISPOSITION"
               DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE SCREEN-CSV-REC FROM WS-CSV-LINE
           MOVE SPACES TO WS-CSV-LINE.

       WRITE-SCREEN-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           STRING "DOCUMENTS SCREENED " WS-DOC-COUNT
               "  FLAGGED " WS-DOCS-FLAGGED
               "  GL LINES READ " WS-LINES-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           STRING "WKND " WS-CNT-WKND "  ROUND " WS-CNT-ROUND
               "  MCTL " WS-CNT-MCTL "  UNDR " WS-CNT-UNDR
               "  IACC " WS-CNT-IACC "  CACC " WS-CNT-CACC
               "  RVRS " WS-CNT-RVRS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-DOC-FULL = "Y"
               STRING "*** MORE THAN 3000 DOCUMENTS IN THE PERIOD -"
                   " THE REST WERE NOT SCREENED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "JOURNAL ENTRY RISK SCREENING" TO WS-RPT-TITLE
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
           STRING "RPT-JESCREEN-" WS-RPT-DATE-NUM ".TXT"
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
           MOVE "JE-SCREEN" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-LINES-READ TO AUDIT-RECORDS-READ
           MOVE WS-DOCS-FLAGGED TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.
