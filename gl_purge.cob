           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCFS.
           SELECT ARCHIVE-SEALS ASSIGN TO "archive_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLFS.
           SELECT GL-INDEX ASSIGN TO "gl_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GXFS.

       DATA DIVISION.
       FILE SECTION.

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD ARCHIVE-FILE.
       01 ARCHIVE-REC          PIC X(120).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC       PIC X(20).

       FD ARCHIVE-SEALS.
       01 ARC-SEAL-REC         PIC X(100).

       FD GL-INDEX.
           COPY GLINDEX.

       WORKING-STORAGE SECTION.
       01 WS-GSFS              PIC X(2).
       01 WS-ASFS              PIC X(2).
       01 WS-RTFS              PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.
       01 WS-FCFS              PIC X(2).
           COPY FISCAL.
           COPY AUDITREC.
           COPY GLSEGS.
       01 WS-SLFS              PIC X(2).
           COPY SEAL.
           COPY JRNLINE.
       01 WS-EOF               PIC X VALUE "N".

      *> archives move to the ARC- offline copies, and a condensed
      *> CF batch goes back in the archive so TB-REPLAY still
      *> reconciles.  Nothing is deleted before the offline copy is
      *> recounted and the amounts retotalled.  Only whole fiscal
      *> years go: the horizon is pulled back to the first period of
      *> its fiscal year, and a year's period 13 segment is purged
      *> straight after its period 12, its CF batch added to the
      *> same archive day as period 12's.
       01 WS-HORIZON           PIC 9(6) VALUE 0.
       01 WS-HOR-FY            PIC 9(4) VALUE 0.
       01 WS-ADJ-PASS          PIC X VALUE "N".
       01 WS-SEG-DONE          PIC X VALUE "N".
       01 WS-MAIN-IDX          PIC 9(3) VALUE 0.
       01 WS-HOR-YYYY          PIC 9(4).
       01 WS-HOR-MM            PIC S9(5).
       01 WS-ARC-NAME          PIC X(30).
       01 WS-REC-PERIOD        PIC 9(6) VALUE 0.
       01 WS-MOVED-COUNT       PIC 9(7) VALUE 0.

      *> A period is only purged when its segment and its journal
      *> archives still match their seals: purging rewrites them,
      *> and re-sealing an edited file would pass the edit off as
      *> the purge.  The segment's seal as scanned must also match
      *> its offline copy's before the original is replaced.  The
      *> rewritten segments and archives are re-sealed, and the
      *> re-seal goes on the audit log as its own event.
       01 WS-SEAL-OK           PIC X VALUE "Y".
       01 WS-SCAN-COUNT        PIC 9(9) VALUE 0.
       01 WS-SCAN-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-SCAN-CHAIN        PIC 9(10) VALUE 0.
       01 WS-HOLD-COUNT        PIC 9(9) VALUE 0.
       01 WS-HOLD-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-HOLD-CHAIN        PIC 9(10) VALUE 0.
       01 WS-RESEALED          PIC 9(5) VALUE 0.

      *> A purged period's detail lines come off the account index
      *> and its carry-forward lines go on, so the index still
      *> matches the segments after the purge.
       01 WS-GXFS              PIC X(2).
       01 WS-GX-EOF            PIC X VALUE "N".
       01 WS-GX-SUB            PIC 9(3) VALUE 0.
       01 WS-GX-PURGED         PIC X VALUE "N".
       01 WS-GX-LINE-NO        PIC 9(7) VALUE 0.
       01 WS-GX-DROPPED        PIC 9(7) VALUE 0.
       01 WS-GX-ADDED          PIC 9(7) VALUE 0.
       01 WS-GX-ERRORS         PIC 9(7) VALUE 0.
       01 WS-PURGED-TABLE.
           05 WS-PURGED-PERIOD OCCURS 240 TIMES
                                PIC 9(6).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-FISCAL-CALENDAR
           PERFORM SET-HORIZON
           DISPLAY "LEDGER RETENTION PURGE - PERIODS BEFORE "
               WS-HORIZON " CARRY FORWARD"
               GOBACK
           END-IF

           PERFORM VARYING WS-MAIN-IDX FROM 1 BY 1
                   UNTIL WS-MAIN-IDX > WS-SEG-COUNT
               SET SEG-IDX TO WS-MAIN-IDX
               MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               IF WS-FC-FY < WS-HOR-FY AND WS-FC-FP NOT = 13 AND
                       WS-SEG-PERIOD (SEG-IDX) > 0
                   MOVE "N" TO WS-ADJ-PASS
                   PERFORM PURGE-ONE-SEGMENT
                   IF WS-FC-FP = 12 AND WS-SEG-DONE = "Y"
                       PERFORM PURGE-ADJ-SEGMENT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PURGED-SEGS > 0
               PERFORM TRIM-AUDIT-LOG
               PERFORM TRIM-REGISTRY
               PERFORM REINDEX-PURGED-PERIODS
           END-IF
           IF WS-SEALS-CHANGED = "Y"
               PERFORM WRITE-SEGMENT-SEALS
               PERFORM WRITE-RESEAL-AUDIT
           END-IF

           PERFORM WRITE-AUDIT-LOG
               DISPLAY "VERIFY FAILURES: " WS-ERROR-COUNT
                   " - THOSE PERIODS WERE LEFT UNTOUCHED"
               MOVE 4 TO RETURN-CODE
           ELSE
           IF WS-GX-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           GOBACK.

       READ-RUN-CONTROL.
       SET-HORIZON.
           DIVIDE RC-PERIOD BY 100 GIVING WS-HOR-YYYY
               REMAINDER WS-HOR-MM
           IF WS-HOR-MM > 12
               MOVE 12 TO WS-HOR-MM
           END-IF
           SUBTRACT RC-RETAIN-MONTHS FROM WS-HOR-MM
           PERFORM UNTIL WS-HOR-MM >= 1
               ADD 12 TO WS-HOR-MM
               SUBTRACT 1 FROM WS-HOR-YYYY
           END-PERFORM
           COMPUTE WS-FC-LOOKUP = WS-HOR-YYYY * 100 + WS-HOR-MM
           PERFORM FIND-FISCAL-PERIOD
           MOVE WS-FC-FY TO WS-HOR-FY
           MOVE WS-FC-YEAR-FIRST TO WS-HORIZON.

       PURGE-ADJ-SEGMENT.
      *> The fiscal year's period 13 segment, when there is one.
      *> Its journals are dated in period 12 and were archived
      *> with period 12's, so only its CF batch is written.
           MOVE WS-SEG-PERIOD (SEG-IDX) TO WS-FC-LOOKUP
           PERFORM FIND-FISCAL-PERIOD
           MOVE "N" TO WS-SEG-FOUND
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
                      OR WS-SEG-FOUND = "Y"
               IF WS-SEG-PERIOD (SEG-IDX) = WS-FC-ADJ-PERIOD
                   MOVE "Y" TO WS-SEG-FOUND
               END-IF
           END-PERFORM
           IF WS-SEG-FOUND = "Y"
               SET SEG-IDX DOWN BY 1
               MOVE "Y" TO WS-ADJ-PASS
               PERFORM PURGE-ONE-SEGMENT
               MOVE "N" TO WS-ADJ-PASS
           END-IF.

       LOAD-GL-SEGMENTS.
           MOVE 0 TO WS-SEG-COUNT
                               ADD 1 TO WS-SEG-COUNT
                               MOVE SEGMENT-DIR-REC TO
                                   WS-SEG-PERIOD (WS-SEG-COUNT)
                               PERFORM LOAD-ONE-SEGMENT-SEAL
                           END-IF
                   END-READ
               END-PERFORM
               DELIMITED BY SIZE INTO WS-CF-DOC
           END-STRING

           MOVE "N" TO WS-SEG-DONE
           SET WS-SEAL-SUB TO SEG-IDX
           PERFORM SCAN-SEGMENT
           IF WS-ALREADY-CF = "Y" OR WS-SEG-LINES = 0
               MOVE "Y" TO WS-SEG-DONE
           ELSE
               PERFORM SET-CF-DATES
               PERFORM CHECK-PERIOD-SEALS
           END-IF
           IF WS-SEG-DONE = "N" AND WS-SEAL-OK = "N"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "PERIOD " WS-SEG-PER " DOES NOT MATCH ITS"
                   " SEALS - PERIOD LEFT UNTOUCHED, RUN SEAL-VERIFY"
           END-IF
           IF WS-SEG-DONE = "N" AND WS-SEAL-OK = "Y"
               PERFORM COPY-SEGMENT-TO-ARC
               PERFORM VERIFY-ARC-COPY
               IF WS-ARC-LINES NOT = WS-SEG-LINES OR
                       WS-ARC-DEBITS NOT = WS-SEG-DEBITS OR
                       WS-ARC-CREDITS NOT = WS-SEG-CREDITS OR
                       WS-SEAL-COUNT NOT = WS-SCAN-COUNT OR
                       WS-SEAL-AMOUNT NOT = WS-SCAN-AMOUNT OR
                       WS-SEAL-CHAIN NOT = WS-SCAN-CHAIN
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "OFFLINE COPY OF " WS-SEG-NAME
                       " DID NOT VERIFY - PERIOD LEFT UNTOUCHED"
               ELSE
                   MOVE "Y" TO WS-SEG-DONE
                   MOVE WS-ARC-NAME TO WS-SEAL-ARC-NAME
                   PERFORM APPEND-ARCHIVE-SEAL
                   PERFORM REWRITE-SEGMENT-AS-CF
                   IF WS-ADJ-PASS = "N"
                       PERFORM ARCHIVE-PERIOD-JOURNALS
                   END-IF
                   PERFORM WRITE-CF-JOURNAL-BATCH
                   ADD 1 TO WS-PURGED-SEGS
                   MOVE WS-SEG-PER TO
                       WS-PURGED-PERIOD (WS-PURGED-SEGS)
                   ADD WS-SEG-LINES TO WS-PURGED-LINES
                   DISPLAY "PERIOD " WS-SEG-PER ": " WS-SEG-LINES
                       " LINES TO " WS-ARC-NAME ", "
           MOVE 0 TO WS-SEG-CREDITS
           MOVE "N" TO WS-ALREADY-CF
           MOVE "Y" TO WS-FIRST-REC
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-SEGMENT
           IF WS-GSFS NOT = "00"
           IF WS-GSFS = "00" OR WS-GSFS = "10"
               CLOSE GL-SEGMENT
           END-IF
           MOVE WS-SEAL-COUNT TO WS-SCAN-COUNT
           MOVE WS-SEAL-AMOUNT TO WS-SCAN-AMOUNT
           MOVE WS-SEAL-CHAIN TO WS-SCAN-CHAIN
           MOVE "N" TO WS-EOF.

       SCAN-ONE-LINE.
           MOVE GL-SEGMENT-REC TO WS-SEAL-DATA
           PERFORM SEAL-ADD-GL-RECORD
           MOVE SPACES TO WS-IN-DATE WS-IN-DOC WS-IN-ACCTNO
               WS-IN-NAME WS-IN-CONTRA WS-IN-AMOUNT-X
           MOVE SPACE TO WS-IN-DC
           MOVE 0 TO WS-ARC-LINES
           MOVE 0 TO WS-ARC-DEBITS
           MOVE 0 TO WS-ARC-CREDITS
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           MOVE "N" TO WS-EOF
           OPEN INPUT ARC-SEGMENT
           IF WS-ASFS NOT = "00"
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARC-LINES
                       MOVE ARC-SEGMENT-REC TO WS-SEAL-DATA
                       PERFORM SEAL-ADD-GL-RECORD
                       MOVE SPACES TO WS-IN-DATE WS-IN-DOC
                           WS-IN-ACCTNO WS-IN-NAME WS-IN-CONTRA
                           WS-IN-AMOUNT-X
      *> Carry-forward records are dated the last day of their
      *> period so every reader's period math sees them where the
      *> detail used to be; the condensed journal batch goes on the
      *> first.  Period 13 takes the dates of its year's last
      *> month.
           DIVIDE WS-SEG-PER BY 100 GIVING WS-PER-YYYY
               REMAINDER WS-PER-MM
           IF WS-PER-MM = 13
               MOVE WS-SEG-PER TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               DIVIDE WS-FC-YEAR-LAST BY 100 GIVING WS-PER-YYYY
                   REMAINDER WS-PER-MM
           END-IF
           MOVE "N" TO WS-LEAP-YEAR
           IF FUNCTION MOD(WS-PER-YYYY, 4) = 0 AND
               (FUNCTION MOD(WS-PER-YYYY, 100) NOT = 0 OR
           END-STRING.

       REWRITE-SEGMENT-AS-CF.
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           OPEN OUTPUT GL-SEGMENT
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > WS-ACCT-COUNT
                   PERFORM WRITE-ONE-CF-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-SEGMENT
           PERFORM SAVE-SEGMENT-SEAL
           MOVE "Y" TO WS-SEALS-CHANGED
           ADD 1 TO WS-RESEALED.

       WRITE-ONE-CF-RECORD.
           MOVE WS-AT-NET (ACCT-IDX) TO WS-NET-ABS
           MOVE SPACES TO GLO-CURRENCY
           MOVE 0 TO GLO-FOREIGN
           MOVE SPACES TO GLO-OPERATOR
           WRITE GL-SEGMENT-REC FROM WS-GL-OUT
           MOVE WS-GL-OUT TO WS-SEAL-DATA
           PERFORM SEAL-ADD-GL-RECORD.

       REINDEX-PURGED-PERIODS.
      *> One pass over the index drops every line of the purged
      *> periods; each purged segment, now its carry-forward lines,
      *> is then indexed afresh.  No index on file means none has
      *> been built yet, and there is nothing to keep in step.
           OPEN I-O GL-INDEX
           IF WS-GXFS NOT = "00"
               DISPLAY "NO GL INDEX ON FILE - INDEX NOT UPDATED"
           ELSE
               MOVE "N" TO WS-GX-EOF
               MOVE LOW-VALUES TO GX-KEY
               START GL-INDEX KEY IS GREATER THAN GX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-GX-EOF
               END-START
               PERFORM UNTIL WS-GX-EOF = "Y"
                   READ GL-INDEX NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-GX-EOF
                       NOT AT END
                           PERFORM DROP-PURGED-INDEX-LINE
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-GX-SUB FROM 1 BY 1
                       UNTIL WS-GX-SUB > WS-PURGED-SEGS
                   PERFORM INDEX-CF-SEGMENT
               END-PERFORM
               CLOSE GL-INDEX
               DISPLAY "GL INDEX: " WS-GX-DROPPED
                   " DETAIL LINES DROPPED, " WS-GX-ADDED
                   " CARRY-FORWARD LINES ADDED"
               IF WS-GX-ERRORS > 0
                   DISPLAY "GL INDEX: " WS-GX-ERRORS
                       " LINES NOT UPDATED - RUN GL-REINDEX"
               END-IF
           END-IF.

       DROP-PURGED-INDEX-LINE.
           MOVE "N" TO WS-GX-PURGED
           PERFORM VARYING WS-GX-SUB FROM 1 BY 1
                   UNTIL WS-GX-SUB > WS-PURGED-SEGS
               IF WS-PURGED-PERIOD (WS-GX-SUB) = GX-PERIOD
                   MOVE "Y" TO WS-GX-PURGED
               END-IF
           END-PERFORM
           IF WS-GX-PURGED = "Y"
               DELETE GL-INDEX RECORD
                   INVALID KEY
                       ADD 1 TO WS-GX-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-GX-DROPPED
               END-DELETE
           END-IF.

       INDEX-CF-SEGMENT.
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-PURGED-PERIOD (WS-GX-SUB) ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING
           MOVE 0 TO WS-GX-LINE-NO
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-SEGMENT
           IF WS-GSFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-SEGMENT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-GX-LINE-NO
                       MOVE SPACES TO WS-IN-DATE WS-IN-DOC
                           WS-IN-ACCTNO
                       UNSTRING GL-SEGMENT-REC DELIMITED BY ","
                           INTO WS-IN-DATE
                               WS-IN-DOC
                               WS-IN-ACCTNO
                       END-UNSTRING
                       MOVE WS-IN-ACCTNO TO GX-ACCTNO
                       MOVE WS-IN-DATE TO GX-DATE
                       MOVE WS-IN-DOC TO GX-DOC-NO
                       MOVE WS-PURGED-PERIOD (WS-GX-SUB) TO GX-PERIOD
                       MOVE WS-GX-LINE-NO TO GX-LINE
                       MOVE GL-SEGMENT-REC TO GX-GL-LINE
                       WRITE GL-INDEX-REC
                           INVALID KEY
                               ADD 1 TO WS-GX-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO WS-GX-ADDED
                       END-WRITE
               END-READ
           END-PERFORM
           IF WS-GSFS = "00" OR WS-GSFS = "10"
               CLOSE GL-SEGMENT
           END-IF
           MOVE "N" TO WS-EOF.

       ARCHIVE-PERIOD-JOURNALS.
      *> Every journal archive of the purged period moves to its

           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARFS NOT = "00"
               MOVE "Y" TO WS-EOF
                           ADD 1 TO WS-MOVED-COUNT
                           WRITE ARC-ARCHIVE-REC
                               FROM ARCHIVE-REC
                           MOVE ARCHIVE-REC TO WS-SEAL-DATA
                           PERFORM SEAL-ADD-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE ARC-ARCHIVE
               IF WS-MOVED-COUNT > 0
                   MOVE WS-ARC-JRNL-NAME TO WS-SEAL-ARC-NAME
                   PERFORM APPEND-ARCHIVE-SEAL
                   OPEN OUTPUT ARCHIVE-FILE
                   CLOSE ARCHIVE-FILE
                   MOVE 0 TO WS-SEAL-COUNT
                   MOVE 0 TO WS-SEAL-AMOUNT
                   MOVE 0 TO WS-SEAL-CHAIN
                   MOVE WS-ARCHIVE-NAME TO WS-SEAL-ARC-NAME
                   PERFORM APPEND-ARCHIVE-SEAL
               END-IF
           END-IF
           MOVE "N" TO WS-EOF.
           STRING "JOURNAL-" WS-PER-YYYY WS-MM-X "01.CSV"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           END-STRING
           MOVE WS-ARCHIVE-NAME TO WS-SEAL-ARC-NAME
           IF WS-ADJ-PASS = "Y"
               PERFORM START-ARCHIVE-SEAL
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARFS NOT = "00"
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
           ELSE
               MOVE 0 TO WS-SEAL-COUNT
               MOVE 0 TO WS-SEAL-AMOUNT
               MOVE 0 TO WS-SEAL-CHAIN
               OPEN OUTPUT ARCHIVE-FILE
           END-IF

           MOVE "HDR" TO CTRL-TAG
           MOVE SPACES TO CTRL-BATCH-ID
           MOVE WS-CF-DEBITS TO CTRL-TOTAL
           MOVE SPACES TO CTRL-OPERATOR
           WRITE ARCHIVE-REC FROM WS-CTRL-LINE
           MOVE WS-CTRL-LINE TO WS-SEAL-DATA
           PERFORM SEAL-ADD-JOURNAL-RECORD

           MOVE 0 TO JL-LINE-NO
           PERFORM VARYING ACCT-IDX FROM 1 BY 1

           MOVE "TRL" TO CTRL-TAG
           WRITE ARCHIVE-REC FROM WS-CTRL-LINE
           MOVE WS-CTRL-LINE TO WS-SEAL-DATA
           PERFORM SEAL-ADD-JOURNAL-RECORD
           CLOSE ARCHIVE-FILE
           PERFORM APPEND-ARCHIVE-SEAL.

       WRITE-ONE-CF-JRNL-LINE.
           MOVE WS-AT-NET (ACCT-IDX) TO WS-NET-ABS
           MOVE SPACES TO JL-CURRENCY
           MOVE SPACES TO JL-FOREIGN-AMT
           MOVE SPACE TO JL-REVERSE
           WRITE ARCHIVE-REC FROM WS-JOURNAL-LINE
           MOVE WS-JOURNAL-LINE TO WS-SEAL-DATA
           PERFORM SEAL-ADD-JOURNAL-RECORD.

       CHECK-PERIOD-SEALS.
      *> The segment as scanned against its directory seal, then
      *> each journal archive day of the period against its own.
      *> Nothing sealed yet has nothing to hold it to.
           MOVE "Y" TO WS-SEAL-OK
           IF WS-SS-STATE (WS-SEAL-SUB) = "Y"
               IF WS-SS-COUNT (WS-SEAL-SUB) NOT = WS-SCAN-COUNT OR
                       WS-SS-AMOUNT (WS-SEAL-SUB) NOT = WS-SCAN-AMOUNT
                       OR WS-SS-CHAIN (WS-SEAL-SUB) NOT = WS-SCAN-CHAIN
                   MOVE "N" TO WS-SEAL-OK
                   DISPLAY WS-SEG-NAME " DOES NOT MATCH ITS SEAL"
               END-IF
           END-IF
           IF WS-ADJ-PASS = "N"
               COMPUTE WS-FROM-NUM =
                   WS-PER-YYYY * 10000 + WS-PER-MM * 100 + 1
               COMPUTE WS-TO-NUM =
                   WS-PER-YYYY * 10000 + WS-PER-MM * 100 + WS-PER-DD
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
               PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                       UNTIL WS-DAY-INT > WS-TO-INT
                   PERFORM CHECK-ONE-ARCHIVE-SEAL
               END-PERFORM
           END-IF.

       CHECK-ONE-ARCHIVE-SEAL.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-NUM
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "JOURNAL-" WS-DAY-NUM ".CSV"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           END-STRING
           MOVE WS-ARCHIVE-NAME TO WS-SEAL-ARC-NAME
           PERFORM FIND-ARCHIVE-SEAL
           IF WS-SEAL-FOUND = "Y"
               MOVE WS-SEAL-COUNT TO WS-HOLD-COUNT
               MOVE WS-SEAL-AMOUNT TO WS-HOLD-AMOUNT
               MOVE WS-SEAL-CHAIN TO WS-HOLD-CHAIN
               MOVE 0 TO WS-SEAL-COUNT
               MOVE 0 TO WS-SEAL-AMOUNT
               MOVE 0 TO WS-SEAL-CHAIN
               MOVE "N" TO WS-SEAL-EOF
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARFS = "00"
                   PERFORM UNTIL WS-SEAL-EOF = "Y"
                       READ ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-SEAL-EOF
                           NOT AT END
                               MOVE ARCHIVE-REC TO WS-SEAL-DATA
                               PERFORM SEAL-ADD-JOURNAL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
               IF WS-SEAL-COUNT NOT = WS-HOLD-COUNT OR
                       WS-SEAL-AMOUNT NOT = WS-HOLD-AMOUNT OR
                       WS-SEAL-CHAIN NOT = WS-HOLD-CHAIN
                   MOVE "N" TO WS-SEAL-OK
                   DISPLAY WS-ARCHIVE-NAME " DOES NOT MATCH ITS SEAL"
               END-IF
           END-IF.

       START-ARCHIVE-SEAL.
      *> Picks up the archive's current seal to extend it; an
      *> archive with no seal yet is sealed over what it holds.
           PERFORM FIND-ARCHIVE-SEAL
           IF WS-SEAL-FOUND = "N"
               MOVE "N" TO WS-SEAL-EOF
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARFS = "00"
                   PERFORM UNTIL WS-SEAL-EOF = "Y"
                       READ ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-SEAL-EOF
                           NOT AT END
                               MOVE ARCHIVE-REC TO WS-SEAL-DATA
                               PERFORM SEAL-ADD-JOURNAL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       FIND-ARCHIVE-SEAL.
      *> Current seal of WS-SEAL-ARC-NAME - the last line for it on
      *> archive_seals.dat - into the running seal, or zeros.
           MOVE "N" TO WS-SEAL-FOUND
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           MOVE "N" TO WS-SEAL-EOF
           OPEN INPUT ARCHIVE-SEALS
           IF WS-SLFS = "00"
               PERFORM UNTIL WS-SEAL-EOF = "Y"
                   READ ARCHIVE-SEALS
                       AT END
                           MOVE "Y" TO WS-SEAL-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SEAL-KEY-IN
                               WS-SEAL-COUNT-IN WS-SEAL-AMOUNT-IN
                               WS-SEAL-CHAIN-IN
                           UNSTRING ARC-SEAL-REC
                               DELIMITED BY ","
                               INTO WS-SEAL-KEY-IN
                                   WS-SEAL-COUNT-IN
                                   WS-SEAL-AMOUNT-IN
                                   WS-SEAL-CHAIN-IN
                           END-UNSTRING
                           IF WS-SEAL-KEY-IN = WS-SEAL-ARC-NAME AND
                                   WS-SEAL-COUNT-IN NUMERIC AND
                                   WS-SEAL-CHAIN-IN NUMERIC AND
                                   WS-SEAL-AMOUNT-IN(2:15) NUMERIC
                               MOVE "Y" TO WS-SEAL-FOUND
                               MOVE WS-SEAL-COUNT-IN TO WS-SEAL-COUNT
                               MOVE WS-SEAL-AMOUNT-NUM
                                   TO WS-SEAL-AMOUNT
                               MOVE WS-SEAL-CHAIN-IN TO WS-SEAL-CHAIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-SEALS
           END-IF
           MOVE "N" TO WS-SEAL-EOF.

       APPEND-ARCHIVE-SEAL.
           MOVE WS-SEAL-ARC-NAME TO ASL-NAME
           MOVE WS-SEAL-COUNT TO ASL-COUNT
           MOVE WS-SEAL-AMOUNT TO ASL-AMOUNT
           MOVE WS-SEAL-CHAIN TO ASL-CHAIN
           MOVE FUNCTION CURRENT-DATE(1:14) TO ASL-TIMESTAMP
           MOVE "GL-PURGE" TO ASL-PROGRAM
           OPEN EXTEND ARCHIVE-SEALS
           IF WS-SLFS NOT = "00"
               OPEN OUTPUT ARCHIVE-SEALS
           END-IF
           WRITE ARC-SEAL-REC FROM WS-ARC-SEAL-LINE
           CLOSE ARCHIVE-SEALS.

       LOAD-ONE-SEGMENT-SEAL.
      *> The seal, when the entry carries one, follows the period.
           MOVE WS-SEG-COUNT TO WS-SEAL-SUB
           MOVE "N" TO WS-SS-STATE (WS-SEAL-SUB)
           MOVE 0 TO WS-SS-COUNT (WS-SEAL-SUB)
           MOVE 0 TO WS-SS-AMOUNT (WS-SEAL-SUB)
           MOVE 0 TO WS-SS-CHAIN (WS-SEAL-SUB)
           MOVE SPACES TO WS-SEAL-KEY-IN WS-SEAL-COUNT-IN
               WS-SEAL-AMOUNT-IN WS-SEAL-CHAIN-IN
           UNSTRING SEGMENT-SEAL-REC
               DELIMITED BY ","
               INTO WS-SEAL-KEY-IN
                   WS-SEAL-COUNT-IN
                   WS-SEAL-AMOUNT-IN
                   WS-SEAL-CHAIN-IN
           END-UNSTRING
           IF WS-SEAL-COUNT-IN NUMERIC AND
                   WS-SEAL-CHAIN-IN NUMERIC AND
                   WS-SEAL-AMOUNT-IN(2:15) NUMERIC
               MOVE "Y" TO WS-SS-STATE (WS-SEAL-SUB)
               MOVE WS-SEAL-COUNT-IN TO WS-SS-COUNT (WS-SEAL-SUB)
               MOVE WS-SEAL-AMOUNT-NUM TO WS-SS-AMOUNT (WS-SEAL-SUB)
               MOVE WS-SEAL-CHAIN-IN TO WS-SS-CHAIN (WS-SEAL-SUB)
           END-IF.

       SAVE-SEGMENT-SEAL.
           IF WS-SEAL-SUB > 0
               MOVE "Y" TO WS-SS-STATE (WS-SEAL-SUB)
               MOVE WS-SEAL-COUNT TO WS-SS-COUNT (WS-SEAL-SUB)
               MOVE WS-SEAL-AMOUNT TO WS-SS-AMOUNT (WS-SEAL-SUB)
               MOVE WS-SEAL-CHAIN TO WS-SS-CHAIN (WS-SEAL-SUB)
           END-IF.

       WRITE-SEGMENT-SEALS.
      *> The directory is rewritten whole with every segment's
      *> current seal; an entry never sealed keeps the bare period.
           OPEN OUTPUT SEGMENT-DIR
           PERFORM VARYING WS-SEAL-SUB FROM 1 BY 1
                   UNTIL WS-SEAL-SUB > WS-SEG-COUNT
               IF WS-SS-STATE (WS-SEAL-SUB) = "Y"
                   MOVE WS-SEG-PERIOD (WS-SEAL-SUB) TO SSL-PERIOD
                   MOVE WS-SS-COUNT (WS-SEAL-SUB) TO SSL-COUNT
                   MOVE WS-SS-AMOUNT (WS-SEAL-SUB) TO SSL-AMOUNT
                   MOVE WS-SS-CHAIN (WS-SEAL-SUB) TO SSL-CHAIN
                   WRITE SEGMENT-SEAL-REC FROM WS-SEG-SEAL-LINE
               ELSE
                   MOVE WS-SEG-PERIOD (WS-SEAL-SUB) TO SEGMENT-DIR-REC
                   WRITE SEGMENT-DIR-REC
               END-IF
           END-PERFORM
           CLOSE SEGMENT-DIR
           MOVE "N" TO WS-SEALS-CHANGED.

       SEAL-ADD-GL-RECORD.
      *> A GL segment record: the amount is the seventh field.
           MOVE SPACES TO WS-SEAL-GL-AMOUNT-X
           UNSTRING WS-SEAL-DATA
               DELIMITED BY ","
               INTO WS-SEAL-JL-FIELD
                   WS-SEAL-JL-FIELD
                   WS-SEAL-JL-FIELD
                   WS-SEAL-JL-FIELD
                   WS-SEAL-JL-FIELD
                   WS-SEAL-JL-FIELD
                   WS-SEAL-GL-AMOUNT-X
           END-UNSTRING
           IF WS-SEAL-GL-AMOUNT-X(2:11) NUMERIC
               ADD WS-SEAL-GL-AMOUNT TO WS-SEAL-AMOUNT
           END-IF
           PERFORM SEAL-ADD-RECORD.

       SEAL-ADD-JOURNAL-RECORD.
      *> A journal archive record: detail lines add their amount,
      *> the seventh field; HDR and TRL only count and hash.
           IF WS-SEAL-DATA(1:4) NOT = "HDR," AND
                   WS-SEAL-DATA(1:4) NOT = "TRL,"
               MOVE SPACES TO WS-SEAL-JL-AMOUNT
               UNSTRING WS-SEAL-DATA
                   DELIMITED BY ","
                   INTO WS-SEAL-JL-FIELD
                       WS-SEAL-JL-FIELD
                       WS-SEAL-JL-FIELD
                       WS-SEAL-JL-FIELD
                       WS-SEAL-JL-FIELD
                       WS-SEAL-JL-FIELD
                       WS-SEAL-JL-AMOUNT
               END-UNSTRING
               IF WS-SEAL-JL-AMOUNT NOT = SPACES AND
                       FUNCTION TEST-NUMVAL(WS-SEAL-JL-AMOUNT) = 0
                   ADD FUNCTION NUMVAL(WS-SEAL-JL-AMOUNT)
                       TO WS-SEAL-AMOUNT
               END-IF
           END-IF
           PERFORM SEAL-ADD-RECORD.

       SEAL-ADD-RECORD.
      *> Folds one record into the running seal: the count, and the
      *> content hash carried on through every byte of the record.
           ADD 1 TO WS-SEAL-COUNT
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > 120
               COMPUTE WS-SEAL-CHAIN = FUNCTION MOD(
                   WS-SEAL-CHAIN * 31
                   + FUNCTION ORD(WS-SEAL-DATA(WS-SEAL-POS:1)),
                   1000000007)
           END-PERFORM.

       TRIM-AUDIT-LOG.
      *> Audit rows older than the horizon move to the offline
               WRITE REGISTRY-TEMP-REC FROM REGISTRY-REC
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

       WRITE-AUDIT-LOG.
           MOVE "GL-PURGE" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.

       WRITE-RESEAL-AUDIT.
      *> The re-seal of the purged segments is logged as its own
      *> event, so a seal that changed under a purge can be told
      *> from one that changed by hand.
           MOVE "GL-PURGE-RESEAL" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE WS-RESEALED TO AUDIT-RECORDS-READ
           MOVE 0 TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.
