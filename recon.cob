           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT GL-INDEX ASSIGN TO "gl_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GXFS.
           SELECT ACCOUNT-MASTER ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD GL-INDEX.
           COPY GLINDEX.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.


       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-GLFS              PIC X(2).
       01 WS-GXFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-TFS               PIC X(2).
       01 WS-PBFS              PIC X(2).
       01 WS-GL-DEBITS         PIC S9(12)V99 VALUE 0.
       01 WS-GL-CREDITS        PIC S9(12)V99 VALUE 0.

      *> Account index against the segments, over the whole ledger:
      *> every segment line must be on the index under its own key
      *> with the same content, and each period's line count and
      *> debit and credit totals must agree both ways, which also
      *> catches index entries no segment line accounts for.
       01 WS-IX-LINE-NO        PIC 9(7) VALUE 0.
       01 WS-IX-DIFFS          PIC 9(7) VALUE 0.
       01 WS-IX-SHOWN          PIC 9(3) VALUE 0.
       01 WS-IX-FOUND          PIC X VALUE "N".
       01 WS-IX-EXTRA          PIC 9(7) VALUE 0.
       01 WS-IX-TABLE.
           05 WS-IX-ENTRY OCCURS 240 TIMES
                   INDEXED BY IX-IDX.
               10 WS-IX-SEG-LINES   PIC 9(7).
               10 WS-IX-SEG-DEBITS  PIC S9(13)V99.
               10 WS-IX-SEG-CREDITS PIC S9(13)V99.
               10 WS-IX-GX-LINES    PIC 9(7).
               10 WS-IX-GX-DEBITS   PIC S9(13)V99.
               10 WS-IX-GX-CREDITS  PIC S9(13)V99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL
           DISPLAY "THREE-WAY RECONCILIATION, PERIOD " RC-PERIOD
           PERFORM COMPARE-ACCOUNTS
           PERFORM REPORT-UNMATCHED-GL
           PERFORM COMPARE-PERIOD-BALANCES
           PERFORM VERIFY-GL-INDEX

           DISPLAY " "
           DISPLAY "GL LINES IN PERIOD: " WS-GL-LINES
               CLOSE PERIOD-BAL-FILE
           END-IF.

       VERIFY-GL-INDEX.
      *> No index on file is not a difference: none has been built
      *> yet and every reader is still on the segments.
           OPEN INPUT GL-INDEX
           IF WS-GXFS NOT = "00"
               DISPLAY "NO GL INDEX ON FILE - INDEX NOT VERIFIED"
           ELSE
               PERFORM VARYING IX-IDX FROM 1 BY 1
                       UNTIL IX-IDX > 240
                   MOVE 0 TO WS-IX-SEG-LINES (IX-IDX)
                   MOVE 0 TO WS-IX-SEG-DEBITS (IX-IDX)
                   MOVE 0 TO WS-IX-SEG-CREDITS (IX-IDX)
                   MOVE 0 TO WS-IX-GX-LINES (IX-IDX)
                   MOVE 0 TO WS-IX-GX-DEBITS (IX-IDX)
                   MOVE 0 TO WS-IX-GX-CREDITS (IX-IDX)
               END-PERFORM
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WS-SEG-COUNT
                   PERFORM CHECK-ONE-SEGMENT-INDEX
               END-PERFORM
               PERFORM TOTAL-GL-INDEX
               CLOSE GL-INDEX
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WS-SEG-COUNT
                   PERFORM COMPARE-ONE-PERIOD-INDEX
               END-PERFORM
               IF WS-IX-EXTRA > 0
                   ADD 1 TO WS-IX-DIFFS
                   DISPLAY "DIFF GL INDEX HOLDS " WS-IX-EXTRA
                       " LINES OF PERIODS NOT ON GL_SEGMENTS.DAT"
               END-IF
               IF WS-IX-DIFFS > 0
                   DISPLAY "GL INDEX DIFFERENCES: " WS-IX-DIFFS
                       " - RUN GL-REINDEX"
                   ADD WS-IX-DIFFS TO WS-DIFF-COUNT
               ELSE
                   DISPLAY "GL INDEX AGREES WITH THE SEGMENTS"
               END-IF
           END-IF.

       CHECK-ONE-SEGMENT-INDEX.
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-SEG-PERIOD (SEG-IDX) ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING
           SET IX-IDX TO SEG-IDX
           MOVE 0 TO WS-IX-LINE-NO
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
                       ADD 1 TO WS-IX-LINE-NO
                       PERFORM CHECK-ONE-LINE-INDEX
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
               CLOSE GL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       CHECK-ONE-LINE-INDEX.
           MOVE SPACES TO WS-GL-FIELDS
           UNSTRING GL-REC DELIMITED BY ","
               INTO GL-IN-DATE
                   GL-IN-DOC-NO
                   GL-IN-ACCTNO
                   GL-IN-ACCT-NAME
                   GL-IN-CONTRA
                   GL-IN-DC
                   GL-IN-AMOUNT-X
           END-UNSTRING
           ADD 1 TO WS-IX-SEG-LINES (IX-IDX)
           IF GL-IN-AMOUNT-X(2:11) NUMERIC
               IF GL-IN-DC = "D"
                   ADD GL-IN-AMOUNT TO WS-IX-SEG-DEBITS (IX-IDX)
               ELSE
                   ADD GL-IN-AMOUNT TO WS-IX-SEG-CREDITS (IX-IDX)
               END-IF
           END-IF

           MOVE GL-IN-ACCTNO TO GX-ACCTNO
           MOVE GL-IN-DATE TO GX-DATE
           MOVE GL-IN-DOC-NO TO GX-DOC-NO
           MOVE WS-SEG-PERIOD (SEG-IDX) TO GX-PERIOD
           MOVE WS-IX-LINE-NO TO GX-LINE
           READ GL-INDEX
               INVALID KEY
                   ADD 1 TO WS-IX-DIFFS
                   IF WS-IX-SHOWN < 20
                       ADD 1 TO WS-IX-SHOWN
                       DISPLAY "DIFF " WS-SEG-NAME " LINE "
                           WS-IX-LINE-NO " " GL-IN-DOC-NO
                           " NOT ON GL INDEX"
                   END-IF
               NOT INVALID KEY
                   IF GX-GL-LINE NOT = GL-REC
                       ADD 1 TO WS-IX-DIFFS
                       IF WS-IX-SHOWN < 20
                           ADD 1 TO WS-IX-SHOWN
                           DISPLAY "DIFF " WS-SEG-NAME " LINE "
                               WS-IX-LINE-NO " " GL-IN-DOC-NO
                               " DIFFERS ON GL INDEX"
                       END-IF
                   END-IF
           END-READ.

       TOTAL-GL-INDEX.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO GX-KEY
           START GL-INDEX KEY IS GREATER THAN GX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-INDEX NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TOTAL-ONE-INDEX-LINE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       TOTAL-ONE-INDEX-LINE.
           MOVE "N" TO WS-IX-FOUND
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
                   OR WS-IX-FOUND = "Y"
               IF WS-SEG-PERIOD (SEG-IDX) = GX-PERIOD
                   MOVE "Y" TO WS-IX-FOUND
                   SET IX-IDX TO SEG-IDX
               END-IF
           END-PERFORM
           IF WS-IX-FOUND = "N"
               ADD 1 TO WS-IX-EXTRA
           ELSE
               MOVE SPACES TO WS-GL-FIELDS
               UNSTRING GX-GL-LINE DELIMITED BY ","
                   INTO GL-IN-DATE
                       GL-IN-DOC-NO
                       GL-IN-ACCTNO
                       GL-IN-ACCT-NAME
                       GL-IN-CONTRA
                       GL-IN-DC
                       GL-IN-AMOUNT-X
               END-UNSTRING
               ADD 1 TO WS-IX-GX-LINES (IX-IDX)
               IF GL-IN-AMOUNT-X(2:11) NUMERIC
                   IF GL-IN-DC = "D"
                       ADD GL-IN-AMOUNT TO WS-IX-GX-DEBITS (IX-IDX)
                   ELSE
                       ADD GL-IN-AMOUNT TO WS-IX-GX-CREDITS (IX-IDX)
                   END-IF
               END-IF
           END-IF.

       COMPARE-ONE-PERIOD-INDEX.
           SET IX-IDX TO SEG-IDX
           IF WS-IX-GX-LINES (IX-IDX) NOT = WS-IX-SEG-LINES (IX-IDX)
               ADD 1 TO WS-IX-DIFFS
               DISPLAY "DIFF PERIOD " WS-SEG-PERIOD (SEG-IDX)
                   " SEGMENT LINES " WS-IX-SEG-LINES (IX-IDX)
                   " GL INDEX LINES " WS-IX-GX-LINES (IX-IDX)
           END-IF
           IF WS-IX-GX-DEBITS (IX-IDX) NOT =
                   WS-IX-SEG-DEBITS (IX-IDX)
               ADD 1 TO WS-IX-DIFFS
               COMPUTE WS-DIFF = WS-IX-SEG-DEBITS (IX-IDX)
                   - WS-IX-GX-DEBITS (IX-IDX)
               MOVE WS-DIFF TO WS-DIFF-ED
               DISPLAY "DIFF PERIOD " WS-SEG-PERIOD (SEG-IDX)
                   " DEBITS SEGMENT-INDEX " WS-DIFF-ED
           END-IF
           IF WS-IX-GX-CREDITS (IX-IDX) NOT =
                   WS-IX-SEG-CREDITS (IX-IDX)
               ADD 1 TO WS-IX-DIFFS
               COMPUTE WS-DIFF = WS-IX-SEG-CREDITS (IX-IDX)
                   - WS-IX-GX-CREDITS (IX-IDX)
               MOVE WS-DIFF TO WS-DIFF-ED
               DISPLAY "DIFF PERIOD " WS-SEG-PERIOD (SEG-IDX)
                   " CREDITS SEGMENT-INDEX " WS-DIFF-ED
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE "GL-RECON" TO AUDIT-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
