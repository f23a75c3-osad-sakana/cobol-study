           SELECT RATE-FILE ASSIGN TO "rates.csv"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RTFS.
           SELECT FISCAL-CALENDAR ASSIGN TO "fiscal_calendar.csv"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCFS.
           SELECT ARCHIVE-SEALS ASSIGN TO "archive_seals.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LKFS.
           SELECT GL-INDEX ASSIGN TO "gl_index.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GX-KEY
                FILE STATUS IS WS-GXFS.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC               PIC X(6).
       01 SEGMENT-SEAL-REC              PIC X(60).

       FD PERIOD-BAL-FILE.
       01 PERIOD-BAL-REC.
       FD RATE-FILE.
       01 RATE-REC                      PIC X(30).

       FD FISCAL-CALENDAR.
       01 FISCAL-CAL-REC                PIC X(20).

       FD ARCHIVE-SEALS.
       01 ARC-SEAL-REC                  PIC X(100).

       FD LOCK-FILE.
       01 LOCK-REC                      PIC X(30).

       FD GL-INDEX.
           COPY GLINDEX.

       WORKING-STORAGE SECTION.
       01 WS-LKFS                       PIC X(2).
           COPY JRNLOCK.
      *> that period's readers will look for it.
       01 WS-SDFS                       PIC X(2).
           COPY GLSEGS.
       01 WS-SLFS                       PIC X(2).
           COPY SEAL.
       01 WS-CUR-SEG                    PIC 9(6) VALUE 0.
       01 WS-GL-OPEN                    PIC X VALUE "N".
       01 WS-LEG-PERIOD                 PIC 9(6) VALUE 0.
      *> Every line posted also goes on the account index.  The
      *> index only exists once GL-REINDEX has built it; until then
      *> posting goes on without it and the readers use the
      *> segments.  A line the index refused leaves it out of step,
      *> which GL-RECON reports and GL-REINDEX repairs.
       01 WS-GXFS                       PIC X(2).
       01 WS-GX-OPEN                    PIC X VALUE "N".
       01 WS-GX-FAILED                  PIC X VALUE "N".
       01 WS-ALFS                       PIC X(2).
           COPY AUDITREC.
       01 WS-ARFS                       PIC X(2).
                                           SIGN IS LEADING SEPARATE.
           05 FILLER                    PIC X VALUE ",".
           05 GL-OPERATOR               PIC X(8).
           05 FILLER                    PIC X VALUE ",".
           05 GL-COMPANY                PIC X(4).
       01 WS-EOF                        PIC X VALUE "N".
       01 WS-HDR-SEEN                    PIC X VALUE "N".
       01 WS-LINE-NO                    PIC 9(5) VALUE 0.
       01 WS-CURRENCY                   PIC X(3).
       01 WS-FOREIGN-STR                PIC X(20).
       01 WS-FOREIGN-AMT                PIC S9(9)V99 VALUE 0.
      *> The company goes through to gl.dat as keyed; a blank one is
      *> the home company's, so lines from single-company feeders
      *> post exactly as before.
       01 WS-REVERSE-FLAG               PIC X.
       01 WS-COMPANY                    PIC X(4).

      *> Legs of the document in progress.  A document's lines post
      *> together once its last line has been read, so gl.dat can
               10 WS-LEG-COST-CENTER    PIC X(4).
               10 WS-LEG-CURRENCY       PIC X(3).
               10 WS-LEG-FOREIGN        PIC S9(9)V99.
               10 WS-LEG-COMPANY        PIC X(4).

       01 WS-DEBIT-TOTAL                PIC S9(12)V99 VALUE 0.
       01 WS-CREDIT-TOTAL               PIC S9(12)V99 VALUE 0.

       01 WS-PBFS                       PIC X(2).
       01 WS-CURRENT-PERIOD             PIC 9(6).
       01 WS-FCFS                       PIC X(2).
           COPY FISCAL.
       01 WS-RCFS                       PIC X(2).
           COPY RUNCTL.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-FISCAL-CALENDAR

      *> The poster owns the journal from the first read through
      *> the archive truncate: a feeder appending in that window
           END-IF

           PERFORM LOAD-GL-SEGMENTS
           PERFORM OPEN-GL-INDEX
           OPEN INPUT JOURNAL-FILE

           MOVE RC-PERIOD TO WS-CURRENT-PERIOD
                                           CLOSE JOURNAL-FILE
                                           IF WS-GL-OPEN = "Y"
                                               CLOSE GL-FILE
                                               PERFORM
                                                   SAVE-SEGMENT-SEAL
                                           END-IF
                                           IF WS-SEALS-CHANGED = "Y"
                                               PERFORM
                                                 WRITE-SEGMENT-SEALS
                                           END-IF
                                           PERFORM CLOSE-GL-INDEX
                                           PERFORM
                                               RELEASE-JOURNAL-LOCK
                                           MOVE 8 TO RETURN-CODE
                                   MOVE SPACES TO WS-COST-CENTER
                                   MOVE SPACES TO WS-CURRENCY
                                   MOVE SPACES TO WS-FOREIGN-STR
                                   MOVE SPACE TO WS-REVERSE-FLAG
                                   MOVE SPACES TO WS-COMPANY
                                   UNSTRING JOURNAL-REC
                                        DELIMITED BY ","
                                        INTO WS-DATE
                                                WS-COST-CENTER
                                                WS-CURRENCY
                                                WS-FOREIGN-STR
                                                WS-REVERSE-FLAG
                                                WS-COMPANY
                                   END-UNSTRING

                                   PERFORM SET-POSTING-AMOUNT
           IF WS-GL-OPEN = "Y"
               CLOSE GL-FILE
               MOVE "N" TO WS-GL-OPEN
               PERFORM SAVE-SEGMENT-SEAL
           END-IF
           IF WS-SEALS-CHANGED = "Y"
               PERFORM WRITE-SEGMENT-SEALS
           END-IF
           PERFORM CLOSE-GL-INDEX

           IF WS-DOC-OVERFLOW = "Y" OR WS-RATE-MISSING = "Y"
               IF WS-DOC-OVERFLOW = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           IF WS-GX-FAILED = "Y" AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RELEASE-JOURNAL-LOCK
           GOBACK.

               MOVE WS-CURRENCY  TO WS-LEG-CURRENCY (WS-LEG-COUNT)
               MOVE WS-FOREIGN-AMT TO
                   WS-LEG-FOREIGN (WS-LEG-COUNT)
               MOVE WS-COMPANY   TO WS-LEG-COMPANY (WS-LEG-COUNT)
           ELSE
      *> A dropped leg would leave gl.dat silently unbalanced, so
      *> an overflowing document fails the whole run instead.
               MOVE WS-LEG-CURRENCY (LEG-IDX)  TO GL-CURRENCY
               MOVE WS-LEG-FOREIGN (LEG-IDX)   TO GL-FOREIGN-AMT
               MOVE WS-BATCH-OPERATOR          TO GL-OPERATOR
               MOVE WS-LEG-COMPANY (LEG-IDX)   TO GL-COMPANY
               WRITE GL-REC FROM WS-GL-REC
               MOVE WS-GL-REC TO WS-SEAL-DATA
               PERFORM SEAL-ADD-GL-RECORD
               IF WS-GX-OPEN = "Y"
                   PERFORM INDEX-GL-RECORD
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LEG-COUNT
           MOVE SPACES TO WS-CUR-DOC
           MOVE "N" TO WS-DOC-OPEN.

       INDEX-GL-RECORD.
      *> The seal count is the line's place in its segment, which
      *> completes the index key.
           MOVE GL-ACCTNO TO GX-ACCTNO
           MOVE GL-DATE TO GX-DATE
           MOVE GL-DOC-NO TO GX-DOC-NO
           MOVE WS-CUR-SEG TO GX-PERIOD
           MOVE WS-SEAL-COUNT TO GX-LINE
           MOVE WS-GL-REC TO GX-GL-LINE
           WRITE GL-INDEX-REC
               INVALID KEY
                   IF WS-GX-FAILED = "N"
                       DISPLAY "GL INDEX REFUSED " GL-DOC-NO
                           " IN " WS-SEG-NAME ", STATUS " WS-GXFS
                   END-IF
                   MOVE "Y" TO WS-GX-FAILED
           END-WRITE.

       OPEN-GL-INDEX.
           MOVE "N" TO WS-GX-OPEN
           OPEN I-O GL-INDEX
           IF WS-GXFS = "00"
               MOVE "Y" TO WS-GX-OPEN
           ELSE
               DISPLAY "NO GL INDEX ON FILE (STATUS " WS-GXFS
                   ") - POSTING WITHOUT IT, RUN GL-REINDEX"
           END-IF.

       CLOSE-GL-INDEX.
           IF WS-GX-OPEN = "Y"
               CLOSE GL-INDEX
               MOVE "N" TO WS-GX-OPEN
           END-IF
           IF WS-GX-FAILED = "Y"
               DISPLAY "GL INDEX IS OUT OF STEP WITH THE SEGMENTS -"
                   " RUN GL-REINDEX"
           END-IF.

       LOAD-GL-SEGMENTS.
           MOVE 0 TO WS-SEG-COUNT
           MOVE "N" TO WS-SEG-EOF
                               ADD 1 TO WS-SEG-COUNT
                               MOVE SEGMENT-DIR-REC TO
                                   WS-SEG-PERIOD (WS-SEG-COUNT)
                               PERFORM LOAD-ONE-SEGMENT-SEAL
                           END-IF
                   END-READ
               END-PERFORM
           IF WS-LEG-PERIOD = 0
               MOVE RC-PERIOD TO WS-LEG-PERIOD
           END-IF
      *> Year-end adjustments and closing entries go to the fiscal
      *> year's period 13 segment, not the month they are dated in.
           IF WS-CUR-DOC(1:2) = "YA" OR WS-CUR-DOC(1:2) = "YE"
               MOVE WS-LEG-PERIOD TO WS-FC-LOOKUP
               PERFORM FIND-FISCAL-PERIOD
               MOVE WS-FC-ADJ-PERIOD TO WS-LEG-PERIOD
           END-IF

           IF WS-LEG-PERIOD NOT = WS-CUR-SEG OR WS-GL-OPEN = "N"
               IF WS-GL-OPEN = "Y"
                   CLOSE GL-FILE
                   PERFORM SAVE-SEGMENT-SEAL
               END-IF
               MOVE WS-LEG-PERIOD TO WS-CUR-SEG
               MOVE SPACES TO WS-SEG-NAME
               STRING "GL" WS-CUR-SEG ".DAT"
                   DELIMITED BY SIZE INTO WS-SEG-NAME
               END-STRING
               PERFORM REGISTER-GL-SEGMENT
               PERFORM START-SEGMENT-SEAL
               OPEN EXTEND GL-FILE
               IF WS-GLFS NOT = "00"
                   OPEN OUTPUT GL-FILE
               END-IF
               MOVE "Y" TO WS-GL-OPEN
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

       REGISTER-GL-SEGMENT.
           MOVE "N" TO WS-SEG-FOUND
           MOVE 0 TO WS-SEAL-SUB
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-PERIOD (SEG-IDX) = WS-CUR-SEG
                   MOVE "Y" TO WS-SEG-FOUND
                   SET WS-SEAL-SUB TO SEG-IDX
               END-IF
           END-PERFORM
           IF WS-SEG-FOUND = "N" AND WS-SEG-COUNT < 240
               ADD 1 TO WS-SEG-COUNT
               MOVE WS-CUR-SEG TO WS-SEG-PERIOD (WS-SEG-COUNT)
               MOVE WS-SEG-COUNT TO WS-SEAL-SUB
               MOVE "N" TO WS-SS-STATE (WS-SEAL-SUB)
               MOVE 0 TO WS-SS-COUNT (WS-SEAL-SUB)
               MOVE 0 TO WS-SS-AMOUNT (WS-SEAL-SUB)
               MOVE 0 TO WS-SS-CHAIN (WS-SEAL-SUB)
               MOVE WS-CUR-SEG TO SEGMENT-DIR-REC
               OPEN EXTEND SEGMENT-DIR
               IF WS-SDFS NOT = "00"
           STRING "JOURNAL-" WS-ARCHIVE-DATE ".CSV"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME

           MOVE WS-ARCHIVE-NAME TO WS-SEAL-ARC-NAME
           PERFORM START-ARCHIVE-SEAL

           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-ARCH-SKIP
           OPEN INPUT JOURNAL-FILE
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE ARCHIVE-FILE
           PERFORM APPEND-ARCHIVE-SEAL

           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE.

           IF WS-ARCH-SKIP = "N"
               WRITE ARCHIVE-REC FROM JOURNAL-REC
               MOVE JOURNAL-REC TO WS-SEAL-DATA
               PERFORM SEAL-ADD-JOURNAL-RECORD
           END-IF

           IF JOURNAL-REC(1:4) = "TRL,"
               MOVE "N" TO WS-ARCH-SKIP
           END-IF.

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

       START-SEGMENT-SEAL.
      *> Picks up the seal of the segment about to be appended to.
      *> A segment not sealed yet is first sealed over what it
      *> already holds, so the seal always covers the whole file.
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           IF WS-SEAL-SUB > 0
               IF WS-SS-STATE (WS-SEAL-SUB) = "Y"
                   MOVE WS-SS-COUNT (WS-SEAL-SUB) TO WS-SEAL-COUNT
                   MOVE WS-SS-AMOUNT (WS-SEAL-SUB) TO WS-SEAL-AMOUNT
                   MOVE WS-SS-CHAIN (WS-SEAL-SUB) TO WS-SEAL-CHAIN
               ELSE
                   MOVE "N" TO WS-SEAL-EOF
                   OPEN INPUT GL-FILE
                   IF WS-GLFS = "00"
                       PERFORM UNTIL WS-SEAL-EOF = "Y"
                           READ GL-FILE
                               AT END
                                   MOVE "Y" TO WS-SEAL-EOF
                               NOT AT END
                                   MOVE GL-REC TO WS-SEAL-DATA
                                   PERFORM SEAL-ADD-GL-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE GL-FILE
                   END-IF
               END-IF
               MOVE "Y" TO WS-SEALS-CHANGED
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
           MOVE "STEP1-SUM" TO ASL-PROGRAM
           OPEN EXTEND ARCHIVE-SEALS
           IF WS-SLFS NOT = "00"
               OPEN OUTPUT ARCHIVE-SEALS
           END-IF
           WRITE ARC-SEAL-REC FROM WS-ARC-SEAL-LINE
           CLOSE ARCHIVE-SEALS.

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

       WRITE-AUDIT-LOG.
           MOVE "STEP1-SUM" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
