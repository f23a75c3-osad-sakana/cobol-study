
       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-GOFS              PIC X(2).
       01 WS-GSFS              PIC X(2).
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
           COPY SEAL.
       01 WS-EOF               PIC X VALUE "N".

      *> One-time cutover of the single gl.dat to the GLyyyymm.DAT

           DISPLAY "GL SPLIT COMPLETE: " WS-READ-COUNT
               " LINES INTO " WS-SEG-COUNT " SEGMENTS"
           DISPLAY "RUN GL-REINDEX TO BUILD THE ACCOUNT INDEX OVER"
               " THE SEGMENTS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

           IF WS-SEG-FOUND = "N" AND WS-SEG-COUNT < 240
               ADD 1 TO WS-SEG-COUNT
               MOVE WS-CUR-SEG TO WS-SEG-PERIOD (WS-SEG-COUNT)
               MOVE "N" TO WS-SS-STATE (WS-SEG-COUNT)
           END-IF.

       VERIFY-SEGMENTS.
      *> Every segment is reread and the lines recounted before the
      *> old file is touched; the same pass seals each segment.
           MOVE 0 TO WS-VERIFY-COUNT
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
           STRING "GL" WS-SEG-PERIOD (SEG-IDX) ".DAT"
               DELIMITED BY SIZE INTO WS-SEG-NAME
           END-STRING
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-AMOUNT
           MOVE 0 TO WS-SEAL-CHAIN
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-SEGMENT
           IF WS-GSFS NOT = "00"
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
                       MOVE GL-SEGMENT-REC TO WS-SEAL-DATA
                       PERFORM SEAL-ADD-GL-RECORD
               END-READ
           END-PERFORM
           IF WS-GSFS = "00" OR WS-GSFS = "10"
               CLOSE GL-SEGMENT
           END-IF
           SET WS-SEAL-SUB TO SEG-IDX
           PERFORM SAVE-SEGMENT-SEAL
           MOVE "N" TO WS-EOF.

       CHECK-DIRECTORY-EMPTY.
           END-IF
           MOVE "N" TO WS-EOF

           PERFORM WRITE-SEGMENT-SEALS.

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
