           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT GL-INDEX ASSIGN TO "gl_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GXFS.

           SELECT SEGMENT-DIR ASSIGN TO "gl_segments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD GL-INDEX.
           COPY GLINDEX.

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SDFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-TFS               PIC X(2).
       01 WS-GLFS              PIC X(2).
       01 WS-GXFS              PIC X(2).
           COPY GLREC.
       01 WS-CHOICE            PIC 9 VALUE 0.
       01 WS-DONE               PIC X VALUE "N".
       01 WS-FOUND              PIC X VALUE "N".
       01 WS-KEY-IN             PIC X(20).

      *> The account's most recent postings, held newest first.
      *> They come off the account index, which holds the account's
      *> postings together in date order; without an index the
      *> segments are walked newest period first and the walk stops
      *> as soon as the window is full.
       01 WS-RECENT-MAX        PIC 9(2) VALUE 10.
       01 WS-RECENT-COUNT      PIC 9(2) VALUE 0.
       01 WS-RECENT-TABLE.
               10 WS-RC-AMOUNT      PIC S9(9)V99.
       01 WS-RECENT-SUB        PIC 9(2) VALUE 0.
      *> Ring of the segment in hand: each segment is in posting
      *> order, so the last entries kept are its newest.  On the
      *> index the ring runs over the account's whole history.
       01 WS-SEGR-COUNT        PIC 9(2) VALUE 0.
       01 WS-SEGR-TABLE.
           05 WS-SEGR-ENTRY OCCURS 10 TIMES.
           DISPLAY " ".

       LOAD-RECENT-POSTINGS.
           MOVE 0 TO WS-RECENT-COUNT
           OPEN INPUT GL-INDEX
           IF WS-GXFS = "00"
               PERFORM READ-ACCOUNT-INDEX
               CLOSE GL-INDEX
           ELSE
               PERFORM WALK-NEWEST-SEGMENTS
           END-IF.

       READ-ACCOUNT-INDEX.
      *> Only the account's own entries are read: start at its
      *> first and stop at the first entry of the next account.
           MOVE 0 TO WS-SEGR-COUNT
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO GX-KEY
           MOVE ACC-NUMBER TO GX-ACCTNO
           START GL-INDEX KEY IS NOT LESS THAN GX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-INDEX NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GX-ACCTNO NOT = ACC-NUMBER
                           MOVE "Y" TO WS-EOF
                       ELSE
                           MOVE GX-GL-LINE TO GL-REC
                           PERFORM NOTE-RECENT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF
           PERFORM TAKE-SEGMENT-POSTINGS.

       WALK-NEWEST-SEGMENTS.
      *> Walk the segments newest period first and stop as soon as
      *> the window is full: every segment past that point only
      *> holds older postings and cannot change the answer.
           PERFORM LOAD-GL-SEGMENTS
           MOVE 999999 TO WS-PREV-PERIOD
           PERFORM FIND-NEXT-NEWEST-SEGMENT
