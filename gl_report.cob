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

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).
       01 WS-SDFS              PIC X(2).
           COPY GLSEGS.
       01 WS-GLFS              PIC X(2).
       01 WS-GXFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
           COPY RUNCTL.

       READ-GL-INPUT.
      *> Opening balances need every period up to the report period,
      *> so all lines at or before RC-PERIOD feed the sort; later
      *> periods never did count.  The account index already holds
      *> the lines in account and date order; the segments are read
      *> instead only when there is no index.
           OPEN INPUT GL-INDEX
           IF WS-GXFS = "00"
               PERFORM READ-GL-INDEX
               CLOSE GL-INDEX
           ELSE
               PERFORM LOAD-GL-SEGMENTS
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WS-SEG-COUNT
                   IF WS-SEG-PERIOD (SEG-IDX) <= RC-PERIOD
                       PERFORM READ-ONE-GL-SEGMENT
                   END-IF
               END-PERFORM
           END-IF.

       READ-GL-INDEX.
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
                       IF GX-PERIOD <= RC-PERIOD
                           MOVE GX-GL-LINE TO GL-REC
                           PERFORM RELEASE-GL-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       READ-ONE-GL-SEGMENT.
           MOVE SPACES TO WS-SEG-NAME
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RELEASE-GL-LINE
               END-READ
           END-PERFORM
           IF WS-GLFS = "00" OR WS-GLFS = "10"
           END-IF
           MOVE "N" TO WS-EOF.

       RELEASE-GL-LINE.
           UNSTRING GL-REC DELIMITED BY ","
               INTO GL-IN-DATE
                   GL-IN-DOC-NO
                   GL-IN-ACCTNO
                   GL-IN-ACCT-NAME
                   GL-IN-CONTRA
                   GL-IN-DC
                   GL-IN-AMOUNT-X
           END-UNSTRING
           MOVE GL-IN-ACCTNO    TO SORT-ACCTNO
           MOVE GL-IN-DATE      TO SORT-DATE
           MOVE GL-IN-DOC-NO    TO SORT-DOC-NO
           MOVE GL-IN-CONTRA    TO SORT-CONTRA
           MOVE GL-IN-DC        TO SORT-DC
           MOVE GL-IN-AMOUNT    TO SORT-AMOUNT
           MOVE GL-IN-ACCT-NAME TO SORT-NAME
           RELEASE SORT-REC.

       PRINT-LEDGER.
           MOVE "N" TO WS-SORT-EOF
           MOVE SPACES TO WS-CUR-ACCT
