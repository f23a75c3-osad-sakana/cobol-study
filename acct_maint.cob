           SELECT GL-FILE ASSIGN TO WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFS.
           SELECT GL-INDEX ASSIGN TO "gl_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GXFS.
           SELECT TB-FILE ASSIGN TO "trial_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD GL-FILE.
       01 GL-REC                PIC X(120).

       FD GL-INDEX.
           COPY GLINDEX.

       FD TB-FILE.
       01 TB-REC.
           05 TB-NAME           PIC X(20).
           COPY OPERREC.

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-SDFS              PIC X(2).
       01 WS-AFS                PIC X(2).
       01 WS-CFS                PIC X(2).
       01 WS-GLFS               PIC X(2).
       01 WS-GXFS               PIC X(2).
       01 WS-TFS                PIC X(2).
           COPY GLREC.
       01 WS-CHOICE             PIC 9 VALUE 0.
           END-READ.

       CHECK-ACCOUNT-ACTIVITY.
      *> One keyed read on the account index answers whether the
      *> account has ever been posted to; the segments are only
      *> scanned when there is no index.
           MOVE "N" TO WS-HAS-ACTIVITY

           OPEN INPUT GL-INDEX
           IF WS-GXFS = "00"
               MOVE LOW-VALUES TO GX-KEY
               MOVE ACC-NUMBER TO GX-ACCTNO
               START GL-INDEX KEY IS NOT LESS THAN GX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ GL-INDEX NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF GX-ACCTNO = ACC-NUMBER
                                   MOVE "Y" TO WS-HAS-ACTIVITY
                               END-IF
                       END-READ
               END-START
               CLOSE GL-INDEX
           ELSE
               PERFORM LOAD-GL-SEGMENTS
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WS-SEG-COUNT
                       OR WS-HAS-ACTIVITY = "Y"
                   PERFORM SCAN-ONE-GL-SEGMENT
               END-PERFORM
           END-IF

           IF WS-HAS-ACTIVITY = "N"
               OPEN INPUT TB-FILE
