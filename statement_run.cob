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
               RECORD KEY IS ACC-NUMBER
               ALTERNATE RECORD KEY IS ACC-NAME WITH DUPLICATES
               FILE STATUS IS WS-AFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.
       FD GL-FILE.
       01 GL-REC               PIC X(120).

       FD GL-INDEX.
           COPY GLINDEX.

       FD ACCOUNT-MASTER.
           COPY ACCTREC.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC      PIC X(80).

       FD SEGMENT-DIR.
       01 SEGMENT-DIR-REC      PIC X(6).
       01 SEGMENT-SEAL-REC     PIC X(60).

       FD PRINT-FILE.
       01 PRINT-REC            PIC X(132).
       01 WS-CFS               PIC X(2).
       01 WS-OIFS              PIC X(2).
       01 WS-GLFS              PIC X(2).
       01 WS-GXFS              PIC X(2).
       01 WS-AFS               PIC X(2).
       01 WS-RCFS              PIC X(2).
       01 WS-OAFS              PIC X(2).
       01 WS-OA-ON-FILE        PIC X VALUE "N".
       01 WS-OI-EOF            PIC X VALUE "N".
       01 WS-LINE-PERIOD       PIC 9(6) VALUE 0.
       01 WS-PAY-FOUND         PIC X VALUE "N".
       01 WS-AR-ACCTNO         PIC X(6) VALUE SPACES.
       01 WS-PERIOD-DATE       PIC X(7).

      *> Cash applied this period per invoice, taken from the AR
      *> credit lines in the period's GL whose document number is
      *> the invoice.
       01 WS-PAY-COUNT         PIC 9(4) VALUE 0.
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 500 TIMES
           END-IF.

       LOAD-PERIOD-PAYMENTS.
      *> The AR account's lines for the period come straight off
      *> the account index; without an index, or with no AR account
      *> on the master, the period's segment is read whole.
           MOVE SPACES TO WS-AR-ACCTNO
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AFS = "00"
               MOVE "ACCOUNTS RECEIVABLE" TO ACC-NAME
               READ ACCOUNT-MASTER KEY IS ACC-NAME
                   INVALID KEY
                       MOVE SPACES TO WS-AR-ACCTNO
                   NOT INVALID KEY
                       MOVE ACC-NUMBER TO WS-AR-ACCTNO
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF

           MOVE "99" TO WS-GXFS
           IF WS-AR-ACCTNO NOT = SPACES
               OPEN INPUT GL-INDEX
           END-IF
           IF WS-GXFS = "00"
               PERFORM READ-AR-INDEX
               CLOSE GL-INDEX
           ELSE
               PERFORM LOAD-GL-SEGMENTS
               PERFORM VARYING SEG-IDX FROM 1 BY 1
                       UNTIL SEG-IDX > WS-SEG-COUNT
                   IF WS-SEG-PERIOD (SEG-IDX) = RC-PERIOD
                       PERFORM READ-ONE-GL-SEGMENT
                   END-IF
               END-PERFORM
           END-IF.

       READ-AR-INDEX.
      *> Start at the AR account's first line dated in the period
      *> and stop at the first line past it.
           MOVE SPACES TO WS-PERIOD-DATE
           STRING RC-PERIOD(1:4) "-" RC-PERIOD(5:2)
               DELIMITED BY SIZE INTO WS-PERIOD-DATE
           END-STRING
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO GX-KEY
           MOVE WS-AR-ACCTNO TO GX-ACCTNO
           MOVE WS-PERIOD-DATE TO GX-DATE(1:7)
           START GL-INDEX KEY IS NOT LESS THAN GX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-INDEX NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GX-ACCTNO NOT = WS-AR-ACCTNO OR
                               GX-DATE(1:7) NOT = WS-PERIOD-DATE
                           MOVE "Y" TO WS-EOF
                       ELSE
                       IF GX-PERIOD = RC-PERIOD
                           MOVE GX-GL-LINE TO GL-REC
                           PERFORM NOTE-ONE-PAYMENT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       READ-ONE-GL-SEGMENT.
           MOVE SPACES TO WS-SEG-NAME
