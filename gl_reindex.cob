       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-REINDEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT GL-INDEX ASSIGN TO "gl_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GXFS.
           SELECT AUDIT-LOG ASSIGN TO "audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALFS.

           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDFS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD GL-INDEX.
           COPY GLINDEX.

       FD AUDIT-LOG.
       01 AUDIT-LOG-REC        PIC X(60).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-GLFS              PIC X(2).
       01 WS-GXFS              PIC X(2).
       01 WS-ALFS              PIC X(2).
           COPY AUDITREC.
           COPY GLREC.
       01 WS-EOF               PIC X VALUE "N".

      *> Rebuilds gl_index.dat whole from the segments listed in
      *> gl_segments.dat: run it after GL-SPLIT cuts the ledger
      *> over, and whenever GL-RECON reports the index out of step
      *> with the segments.  The old index is replaced, not added
      *> to, so a rerun is always safe.
       01 WS-SEG-LINES         PIC 9(7) VALUE 0.
       01 WS-GL-LINES          PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "REBUILD THE ACCOUNT INDEX OVER THE GL SEGMENTS"
           PERFORM LOAD-GL-SEGMENTS

           OPEN OUTPUT GL-INDEX
           IF WS-GXFS NOT = "00"
               DISPLAY "COULD NOT CREATE GL_INDEX.DAT, STATUS "
                   WS-GXFS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               PERFORM INDEX-ONE-GL-SEGMENT
           END-PERFORM
           CLOSE GL-INDEX

           PERFORM WRITE-AUDIT-LOG
           DISPLAY "GL LINES INDEXED: " WS-GL-LINES
               " FROM " WS-SEG-COUNT " SEGMENTS"
           IF WS-ERROR-COUNT > 0
               DISPLAY "LINES NOT INDEXED: " WS-ERROR-COUNT
                   " - THE INDEX IS INCOMPLETE, INVESTIGATE AND RERUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INDEX-ONE-GL-SEGMENT.
           MOVE SPACES TO WS-SEG-NAME
           STRING "GL" WS-SEG-PERIOD (SEG-IDX) ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING
           MOVE 0 TO WS-SEG-LINES
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-FILE
           IF WS-GLFS NOT = "00"
               DISPLAY "SEGMENT " WS-SEG-NAME " NOT FOUND - SKIPPED"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SEG-LINES
                       PERFORM INDEX-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
               CLOSE GL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       INDEX-ONE-LINE.
      *> The line's place in its segment completes the key, so
      *> the record leads straight back to the segment line.
           MOVE SPACES TO GL-IN-DATE GL-IN-DOC-NO GL-IN-ACCTNO
           UNSTRING GL-REC DELIMITED BY ","
               INTO GL-IN-DATE
                   GL-IN-DOC-NO
                   GL-IN-ACCTNO
           END-UNSTRING
           MOVE GL-IN-ACCTNO TO GX-ACCTNO
           MOVE GL-IN-DATE TO GX-DATE
           MOVE GL-IN-DOC-NO TO GX-DOC-NO
           MOVE WS-SEG-PERIOD (SEG-IDX) TO GX-PERIOD
           MOVE WS-SEG-LINES TO GX-LINE
           MOVE GL-REC TO GX-GL-LINE
           WRITE GL-INDEX-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "COULD NOT INDEX " WS-SEG-NAME " LINE "
                       WS-SEG-LINES ", STATUS " WS-GXFS
               NOT INVALID KEY
                   ADD 1 TO WS-GL-LINES
           END-WRITE.

       WRITE-AUDIT-LOG.
           MOVE "GL-REINDEX" TO AUDIT-PROGRAM
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
