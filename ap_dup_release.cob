       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-DUPREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
           SELECT AP-ITEM-FILE ASSIGN TO "ap_open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-INVOICE-NO
               FILE STATUS IS WS-APIFS.
           SELECT HOLD-FILE ASSIGN TO "ap_dup_holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHFS.
           SELECT HOLD-TEMP ASSIGN TO "apdup.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHTFS.

           SELECT MAINT-LOG ASSIGN TO "maint_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLFS.

       DATA DIVISION.
       FILE SECTION.
       FD AP-ITEM-FILE.
           COPY APITEM.

       FD HOLD-FILE.
       01 HOLD-REC              PIC X(100).

       FD HOLD-TEMP.
       01 HOLD-TEMP-REC         PIC X(100).

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       WORKING-STORAGE SECTION.
       01 WS-MLFS               PIC X(2).
           COPY MAINTLOG.
       01 WS-BEFORE-IMAGE       PIC X(120) VALUE SPACES.
       01 WS-MAINT-FILE         PIC X(12) VALUE "DUPHOLDS".
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-APIFS              PIC X(2).
       01 WS-DHFS               PIC X(2).
       01 WS-DHTFS              PIC X(2).
           COPY APDUP.
       01 WS-CHOICE             PIC 9 VALUE 0.
       01 WS-DONE                PIC X VALUE "N".
       01 WS-EOF                 PIC X VALUE "N".
       01 WS-REL-INVOICE         PIC X(10).
       01 WS-REL-FOUND           PIC X VALUE "N".
       01 WS-HOLD-COUNT          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           OPEN I-O AP-ITEM-FILE
           IF WS-APIFS NOT = "00"
               DISPLAY "COULD NOT OPEN AP OPEN-ITEM FILE"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "1. LIST HELD PAYMENTS"
               DISPLAY "2. RELEASE HELD PAYMENT"
               DISPLAY "3. EXIT"
               DISPLAY "ENTER CHOICE: "
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-HOLDS
                   WHEN 2
                       PERFORM RELEASE-HELD-PAYMENT
                   WHEN 3
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM

           CLOSE AP-ITEM-FILE
           STOP RUN.

       LIST-HOLDS.
      *> Holds not yet released, with the payment each one looks
      *> like, for AP to check against the vendor before releasing.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-DHFS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE INTO WS-DUP-HOLD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DH-RELEASE NOT = "R"
                           ADD 1 TO WS-HOLD-COUNT
                           DISPLAY DH-INVOICE-NO " " DH-VENDOR " "
                               DH-AMOUNT " HELD " DH-HELD-DATE
                               " " DH-RULE
                           DISPLAY "    LOOKS LIKE " DH-MATCH-SOURCE
                               " " DH-MATCH-INVOICE " VENDOR "
                               DH-MATCH-VENDOR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DHFS = "00" OR WS-DHFS = "10"
               CLOSE HOLD-FILE
           END-IF
           IF WS-HOLD-COUNT = 0
               DISPLAY "NO PAYMENTS HELD."
           END-IF
           MOVE "N" TO WS-EOF.

       RELEASE-HELD-PAYMENT.
      *> A supervisor who has confirmed with the vendor that the
      *> payment is not a duplicate releases it: the row is flagged
      *> R in ap_dup_holds.csv, the item goes back to O for the next
      *> AP-SELECT, and AP-DUPCHK passes it from then on.  A payment
      *> that is a duplicate stays held.
           IF WS-SIGNON-LEVEL NOT = "S"
               DISPLAY "RELEASE NEEDS A SUPERVISOR OPERATOR."
           ELSE
               DISPLAY "INVOICE NUMBER TO RELEASE: "
               ACCEPT WS-REL-INVOICE
               PERFORM REWRITE-HOLD-FILE
               IF WS-REL-FOUND = "Y"
                   PERFORM REOPEN-AP-ITEM
                   DISPLAY "INVOICE " WS-REL-INVOICE
                       " RELEASED TO THE NEXT AP-SELECT RUN."
               ELSE
                   DISPLAY "INVOICE NOT HELD ON THE HOLD FILE."
               END-IF
           END-IF.

       REOPEN-AP-ITEM.
           MOVE WS-REL-INVOICE TO AP-INVOICE-NO
           READ AP-ITEM-FILE
               INVALID KEY
                   DISPLAY "INVOICE NOT ON THE AP OPEN-ITEM FILE."
               NOT INVALID KEY
                   IF AP-STATUS = "H"
                       MOVE AP-ITEM-REC TO WS-BEFORE-IMAGE
                       MOVE "O" TO AP-STATUS
                       REWRITE AP-ITEM-REC
                       MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                       MOVE AP-ITEM-REC TO ML-AFTER
                       MOVE "C" TO ML-ACTION
                       MOVE "APOPENITEMS" TO WS-MAINT-FILE
                       PERFORM WRITE-MAINT-LOG
                       MOVE "DUPHOLDS" TO WS-MAINT-FILE
                   END-IF
           END-READ.

       REWRITE-HOLD-FILE.
      *> Line-sequential, so the flag is set by copying the file
      *> through apdup.tmp and back.
           MOVE "N" TO WS-REL-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-DHFS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               OPEN OUTPUT HOLD-TEMP
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE INTO WS-DUP-HOLD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DH-INVOICE-NO = WS-REL-INVOICE
                               AND DH-RELEASE NOT = "R"
                           MOVE WS-DUP-HOLD TO WS-BEFORE-IMAGE
                           MOVE "R" TO DH-RELEASE
                           MOVE "Y" TO WS-REL-FOUND
                           MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                           MOVE WS-DUP-HOLD TO ML-AFTER
                           MOVE "C" TO ML-ACTION
                           PERFORM WRITE-MAINT-LOG
                       END-IF
                       WRITE HOLD-TEMP-REC FROM WS-DUP-HOLD
               END-READ
           END-PERFORM
           IF WS-DHFS = "00" OR WS-DHFS = "10"
               CLOSE HOLD-FILE
               CLOSE HOLD-TEMP
           END-IF
           IF WS-REL-FOUND = "Y"
               MOVE "N" TO WS-EOF
               OPEN INPUT HOLD-TEMP
               OPEN OUTPUT HOLD-FILE
               PERFORM UNTIL WS-EOF = "Y"
                   READ HOLD-TEMP
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           WRITE HOLD-REC FROM HOLD-TEMP-REC
                   END-READ
               END-PERFORM
               CLOSE HOLD-TEMP
               CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       WRITE-MAINT-LOG.
      *> Every release goes on the maintenance journal with the
      *> hold row and the open item before and after.
           MOVE WS-MAINT-FILE TO ML-FILE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP
           MOVE WS-SIGNON-ID TO ML-OPERATOR
           OPEN EXTEND MAINT-LOG
           IF WS-MLFS NOT = "00"
               OPEN OUTPUT MAINT-LOG
           END-IF
           WRITE MAINT-LOG-REC FROM WS-MAINT-LOG-LINE
           CLOSE MAINT-LOG.

       SIGN-ON.
      *> Operator sign-on against operators.dat; listing needs an
      *> update or supervisor operator, releasing a supervisor.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPFS NOT = "00"
               DISPLAY "NO OPERATOR FILE - SET OPERATORS UP WITH"
                   " OPER-MAINT"
               STOP RUN
           END-IF
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-SIGNON-ID
           MOVE WS-SIGNON-ID TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
                   CLOSE OPERATOR-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE OP-LEVEL TO WS-SIGNON-LEVEL
                   DISPLAY "SIGNED ON: " OP-NAME
           END-READ
           CLOSE OPERATOR-FILE
           IF WS-SIGNON-LEVEL NOT = "U" AND
                   WS-SIGNON-LEVEL NOT = "S"
               DISPLAY "OPERATOR IS NOT AUTHORIZED FOR"
                   " DUPLICATE PAYMENT HOLDS"
               STOP RUN
           END-IF.
