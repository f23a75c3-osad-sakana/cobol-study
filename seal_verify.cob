       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEAL-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT ARCHIVE-SEALS ASSIGN TO "archive_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLFS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT PRINT-FILE ASSIGN TO WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRFS.

           SELECT LOCK-FILE ASSIGN TO "journal.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKFS.
       DATA DIVISION.
       FILE SECTION.
       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC       PIC X(6).
       01 SEGMENT-SEAL-REC      PIC X(60).

       FD GL-FILE.
       01 GL-REC                PIC X(120).

       FD ARCHIVE-SEALS.
       01 ARC-SEAL-REC          PIC X(100).

       FD ARCHIVE-FILE.
       01 ARCHIVE-REC           PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC       PIC X(80).

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC         PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC             PIC X(132).

       FD LOCK-FILE.
       01 LOCK-REC              PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PRFS               PIC X(2).
           COPY RPTCTL.
       01 WS-LKFS               PIC X(2).
           COPY JRNLOCK.
       01 WS-SDFS               PIC X(2).
       01 WS-GLFS               PIC X(2).
       01 WS-SLFS               PIC X(2).
       01 WS-ARFS               PIC X(2).
       01 WS-RCFS               PIC X(2).
       01 WS-ALFS               PIC X(2).
           COPY AUDITREC.
           COPY RUNCTL.
           COPY GLSEGS.
           COPY SEAL.
       01 WS-ARCHIVE-NAME       PIC X(30).

      *> Recomputes the seal of every GL segment listed in
      *> gl_segments.dat and of every journal archive with a line
      *> on archive_seals.dat, and reports any whose contents no
      *> longer agree with the seal the posting programs left.
      *> A segment or a dated journal archive that has never been
      *> sealed - history from before sealing began - is sealed
      *> over its contents as they stand and listed as such, so
      *> from then on it is held to that seal.  The journal lock is
      *> held throughout so STEP1-SUM cannot be part-way through an
      *> append while the files are read.
       01 WS-AS-COUNT           PIC 9(4) VALUE 0.
       01 WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 4000 TIMES
                   INDEXED BY AS-IDX.
               10 WS-AS-NAME        PIC X(24).
               10 WS-AS-COUNT-V     PIC 9(9).
               10 WS-AS-AMOUNT      PIC S9(13)V99.
               10 WS-AS-CHAIN       PIC 9(10).
       01 WS-AS-FOUND           PIC X VALUE "N".
       01 WS-AS-FULL            PIC X VALUE "N".

       01 WS-FILE-FOUND         PIC X VALUE "N".
       01 WS-STATUS             PIC X(10).
       01 WS-EXP-COUNT          PIC 9(9) VALUE 0.
       01 WS-EXP-AMOUNT         PIC S9(13)V99 VALUE 0.
       01 WS-EXP-CHAIN          PIC 9(10) VALUE 0.
       01 WS-REPORT-NAME        PIC X(24).

       01 WS-SEGS-CHECKED       PIC 9(5) VALUE 0.
       01 WS-ARCS-CHECKED       PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT     PIC 9(5) VALUE 0.
       01 WS-NEW-SEAL-COUNT     PIC 9(5) VALUE 0.

       01 WS-FIRST-PERIOD       PIC 9(6) VALUE 0.
       01 WS-FP-YYYY            PIC 9(4) VALUE 0.
       01 WS-FP-MM              PIC 9(2) VALUE 0.
       01 WS-FROM-NUM           PIC 9(8).
       01 WS-FROM-INT           PIC 9(8) COMP.
       01 WS-TO-INT             PIC 9(8) COMP.
       01 WS-DAY-INT            PIC 9(8) COMP.
       01 WS-DAY-NUM            PIC 9(8).

       01 WS-SEAL-DETAIL.
           05 SD-NAME               PIC X(24).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-STATUS             PIC X(10).
           05 SD-SEAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 SD-FILE-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 SD-SEAL-AMOUNT        PIC -(12)9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 SD-FILE-AMOUNT        PIC -(12)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 SD-SEAL-CHAIN         PIC 9(10).
           05 FILLER                PIC X VALUE SPACE.
           05 SD-FILE-CHAIN         PIC 9(10).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL

           PERFORM ACQUIRE-JOURNAL-LOCK
           IF WS-LOCK-OK = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GL-SEGMENTS
           PERFORM LOAD-ARCHIVE-SEALS
           PERFORM OPEN-REPORT

           STRING "FILE                      STATUS"
               "     SEAL COUNT  FILE COUNT"
               "      SEAL AMOUNT      FILE AMOUNT"
               "   SEAL HASH  FILE HASH"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           STRING "GL SEGMENTS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE

           PERFORM VARYING WS-SEAL-SUB FROM 1 BY 1
                   UNTIL WS-SEAL-SUB > WS-SEG-COUNT
               PERFORM VERIFY-ONE-SEGMENT
           END-PERFORM
           IF WS-SEALS-CHANGED = "Y"
               PERFORM WRITE-SEGMENT-SEALS
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           STRING "JOURNAL ARCHIVES"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-AS-COUNT
               PERFORM VERIFY-ONE-ARCHIVE
           END-PERFORM
           PERFORM SEAL-UNSEALED-ARCHIVES

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE
           STRING "SEGMENTS CHECKED " WS-SEGS-CHECKED
               "  ARCHIVES CHECKED " WS-ARCS-CHECKED
               "  MISMATCHED " WS-MISMATCH-COUNT
               "  SEALED THIS RUN " WS-NEW-SEAL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-MISMATCH-COUNT > 0
               STRING "*** FILES ABOVE MARKED MISMATCH NO LONGER "
                   "MATCH THEIR SEALS - COMPARE WITH THE OFFLINE "
                   "COPIES BEFORE ANY FURTHER POSTING OR PURGE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM CLOSE-REPORT

           PERFORM RELEASE-JOURNAL-LOCK
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "SEALS CHECKED: " WS-SEGS-CHECKED " SEGMENTS, "
               WS-ARCS-CHECKED " ARCHIVES, " WS-MISMATCH-COUNT
               " MISMATCHED, " WS-NEW-SEAL-COUNT " SEALED THIS RUN"
           IF WS-MISMATCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
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
               MOVE "SEAL-VERIFY" TO LCK-PROGRAM
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
                               PERFORM LOAD-ONE-SEGMENT-SEAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-DIR
           END-IF
           MOVE "N" TO WS-SEG-EOF.

       LOAD-ARCHIVE-SEALS.
      *> Current seal of each archive: the last line for its name.
           MOVE 0 TO WS-AS-COUNT
           MOVE "N" TO WS-SEAL-EOF
           OPEN INPUT ARCHIVE-SEALS
           IF WS-SLFS = "00"
               PERFORM UNTIL WS-SEAL-EOF = "Y"
                   READ ARCHIVE-SEALS
                       AT END
                           MOVE "Y" TO WS-SEAL-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-ARCHIVE-SEAL
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-SEALS
           END-IF
           MOVE "N" TO WS-SEAL-EOF.

       LOAD-ONE-ARCHIVE-SEAL.
           MOVE SPACES TO WS-SEAL-KEY-IN WS-SEAL-COUNT-IN
               WS-SEAL-AMOUNT-IN WS-SEAL-CHAIN-IN
           UNSTRING ARC-SEAL-REC
               DELIMITED BY ","
               INTO WS-SEAL-KEY-IN
                   WS-SEAL-COUNT-IN
                   WS-SEAL-AMOUNT-IN
                   WS-SEAL-CHAIN-IN
           END-UNSTRING
           IF WS-SEAL-KEY-IN NOT = SPACES AND
                   WS-SEAL-COUNT-IN NUMERIC AND
                   WS-SEAL-CHAIN-IN NUMERIC AND
                   WS-SEAL-AMOUNT-IN(2:15) NUMERIC
               MOVE WS-SEAL-KEY-IN TO WS-SEAL-ARC-NAME
               PERFORM FIND-ARCHIVE-ENTRY
               IF WS-AS-FOUND = "N"
                   IF WS-AS-COUNT < 4000
                       ADD 1 TO WS-AS-COUNT
                       SET AS-IDX TO WS-AS-COUNT
                       MOVE WS-SEAL-KEY-IN TO WS-AS-NAME (AS-IDX)
                       MOVE "Y" TO WS-AS-FOUND
                   ELSE
                       MOVE "Y" TO WS-AS-FULL
                   END-IF
               END-IF
               IF WS-AS-FOUND = "Y"
                   MOVE WS-SEAL-COUNT-IN TO WS-AS-COUNT-V (AS-IDX)
                   MOVE WS-SEAL-AMOUNT-NUM TO WS-AS-AMOUNT (AS-IDX)
                   MOVE WS-SEAL-CHAIN-IN TO WS-AS-CHAIN (AS-IDX)
               END-IF
           END-IF.

       FIND-ARCHIVE-ENTRY.
           MOVE "N" TO WS-AS-FOUND
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-AS-COUNT
                      OR WS-AS-FOUND = "Y"
               IF WS-AS-NAME (AS-IDX) = WS-SEAL-ARC-NAME
                   MOVE "Y" TO WS-AS-FOUND
               END-IF
           END-PERFORM
           IF WS-AS-FOUND = "Y"
               SET AS-IDX DOWN BY 1
           END-IF.

       VERIFY-ONE-SEGMENT.
           ADD 1 TO WS-SEGS-CHECKED
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-SEG-PERIOD (WS-SEAL-SUB) ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING
           PERFORM SEAL-GL-FILE
           MOVE WS-SEG-NAME TO WS-REPORT-NAME
           IF WS-SS-STATE (WS-SEAL-SUB) = "Y"
               MOVE WS-SS-COUNT (WS-SEAL-SUB) TO WS-EXP-COUNT
               MOVE WS-SS-AMOUNT (WS-SEAL-SUB) TO WS-EXP-AMOUNT
               MOVE WS-SS-CHAIN (WS-SEAL-SUB) TO WS-EXP-CHAIN
               PERFORM COMPARE-SEAL
           ELSE
      *> Not sealed yet: sealed now over what the segment holds.
               PERFORM SAVE-SEGMENT-SEAL
               MOVE "Y" TO WS-SEALS-CHANGED
               ADD 1 TO WS-NEW-SEAL-COUNT
               MOVE WS-SEAL-COUNT TO WS-EXP-COUNT
               MOVE WS-SEAL-AMOUNT TO WS-EXP-AMOUNT
               MOVE WS-SEAL-CHAIN TO WS-EXP-CHAIN
               MOVE "SEALED NOW" TO WS-STATUS
           END-IF
           PERFORM PRINT-SEAL-LINE.

       VERIFY-ONE-ARCHIVE.
           ADD 1 TO WS-ARCS-CHECKED
           MOVE SPACES TO WS-ARCHIVE-NAME
           MOVE WS-AS-NAME (AS-IDX) TO WS-ARCHIVE-NAME
           MOVE WS-AS-NAME (AS-IDX) TO WS-REPORT-NAME
      *> The offline copies of purged segments are GL records; all
      *> the others are journal archives.
           IF WS-AS-NAME (AS-IDX) (1:6) = "ARC-GL"
               MOVE WS-ARCHIVE-NAME TO WS-SEG-NAME
               PERFORM SEAL-GL-FILE
           ELSE
               PERFORM SEAL-ARCHIVE-FILE
           END-IF
           MOVE WS-AS-COUNT-V (AS-IDX) TO WS-EXP-COUNT
           MOVE WS-AS-AMOUNT (AS-IDX) TO WS-EXP-AMOUNT
           MOVE WS-AS-CHAIN (AS-IDX) TO WS-EXP-CHAIN
           PERFORM COMPARE-SEAL
           PERFORM PRINT-SEAL-LINE.

       SEAL-UNSEALED-ARCHIVES.
      *> Dated journal archives from the first ledger month to the
      *> business date that exist but carry no seal.
           MOVE 0 TO WS-FIRST-PERIOD
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               DIVIDE WS-SEG-PERIOD (SEG-IDX) BY 100
                   GIVING WS-FP-YYYY REMAINDER WS-FP-MM
               IF WS-FP-MM >= 1 AND WS-FP-MM <= 12
                   IF WS-FIRST-PERIOD = 0 OR
                           WS-SEG-PERIOD (SEG-IDX) < WS-FIRST-PERIOD
                       MOVE WS-SEG-PERIOD (SEG-IDX)
                           TO WS-FIRST-PERIOD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIRST-PERIOD > 0 AND
                   WS-BUSINESS-DATE-X NUMERIC
               COMPUTE WS-FROM-NUM = WS-FIRST-PERIOD * 100 + 1
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
               PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                       UNTIL WS-DAY-INT > WS-TO-INT
                   PERFORM SEAL-ONE-ARCHIVE-DAY
               END-PERFORM
           END-IF
           IF WS-AS-FULL = "Y"
               STRING "*** ARCHIVE SEAL TABLE FULL AT 4000 NAMES -"
                   " LATER NAMES NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       SEAL-ONE-ARCHIVE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-NUM
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "JOURNAL-" WS-DAY-NUM ".CSV"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           END-STRING
           MOVE WS-ARCHIVE-NAME TO WS-SEAL-ARC-NAME
           PERFORM FIND-ARCHIVE-ENTRY
           IF WS-AS-FOUND = "N" AND WS-AS-FULL = "N"
               PERFORM SEAL-ARCHIVE-FILE
               IF WS-FILE-FOUND = "Y"
                   ADD 1 TO WS-ARCS-CHECKED
                   ADD 1 TO WS-NEW-SEAL-COUNT
                   PERFORM APPEND-ARCHIVE-SEAL
                   MOVE WS-ARCHIVE-NAME TO WS-REPORT-NAME
                   MOVE WS-SEAL-COUNT TO WS-EXP-COUNT
                   MOVE WS-SEAL-AMOUNT TO WS-EXP-AMOUNT
                   MOVE WS-SEAL-CHAIN TO WS-EXP-CHAIN
                   MOVE "SEALED NOW" TO WS-STATUS
                   PERFORM PRINT-SEAL-LINE
               END-IF
           END-IF.

       SEAL-GL-FILE.
      *> Seal of the GL-format file named in WS-SEG-NAME as it
      *> stands; a missing file seals as empty.
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           MOVE "N" TO WS-FILE-FOUND
           MOVE "N" TO WS-SEAL-EOF
           OPEN INPUT GL-FILE
           IF WS-GLFS = "00"
               MOVE "Y" TO WS-FILE-FOUND
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
           MOVE "N" TO WS-SEAL-EOF.

       SEAL-ARCHIVE-FILE.
      *> Seal of the journal archive named in WS-ARCHIVE-NAME.
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           MOVE "N" TO WS-FILE-FOUND
           MOVE "N" TO WS-SEAL-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARFS = "00"
               MOVE "Y" TO WS-FILE-FOUND
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
           MOVE "N" TO WS-SEAL-EOF.

       COMPARE-SEAL.
      *> A sealed file that has gone missing only passes if its
      *> seal says it was empty.
           IF WS-SEAL-COUNT = WS-EXP-COUNT AND
                   WS-SEAL-AMOUNT = WS-EXP-AMOUNT AND
                   WS-SEAL-CHAIN = WS-EXP-CHAIN
               MOVE "OK" TO WS-STATUS
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               IF WS-FILE-FOUND = "N"
                   MOVE "MISSING" TO WS-STATUS
               ELSE
                   MOVE "MISMATCH" TO WS-STATUS
               END-IF
           END-IF.

       PRINT-SEAL-LINE.
           MOVE WS-REPORT-NAME TO SD-NAME
           MOVE WS-STATUS TO SD-STATUS
           MOVE WS-EXP-COUNT TO SD-SEAL-COUNT
           MOVE WS-SEAL-COUNT TO SD-FILE-COUNT
           MOVE WS-EXP-AMOUNT TO SD-SEAL-AMOUNT
           MOVE WS-SEAL-AMOUNT TO SD-FILE-AMOUNT
           MOVE WS-EXP-CHAIN TO SD-SEAL-CHAIN
           MOVE WS-SEAL-CHAIN TO SD-FILE-CHAIN
           MOVE WS-SEAL-DETAIL TO WS-RPT-LINE
           PERFORM WRITE-RPT-LINE.

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

       APPEND-ARCHIVE-SEAL.
           MOVE WS-SEAL-ARC-NAME TO ASL-NAME
           MOVE WS-SEAL-COUNT TO ASL-COUNT
           MOVE WS-SEAL-AMOUNT TO ASL-AMOUNT
           MOVE WS-SEAL-CHAIN TO ASL-CHAIN
           MOVE FUNCTION CURRENT-DATE(1:14) TO ASL-TIMESTAMP
           MOVE "SEAL-VERIFY" TO ASL-PROGRAM
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

       OPEN-REPORT.
      *> The report spools to its own print file named by report
      *> and business date; distribution copies come off the file,
      *> not off the console.
           MOVE "LEDGER SEAL VERIFICATION" TO WS-RPT-TITLE
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
           STRING "RPT-SEALCHK-" WS-RPT-DATE-NUM ".TXT"
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
           MOVE "SEAL-VERIFY" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           COMPUTE AUDIT-RECORDS-READ =
               WS-SEGS-CHECKED + WS-ARCS-CHECKED
           MOVE WS-MISMATCH-COUNT TO AUDIT-ERROR-COUNT

           OPEN EXTEND AUDIT-LOG
           IF WS-ALFS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-LOG-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG.
