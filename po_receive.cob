       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RECEIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
           SELECT PO-MASTER ASSIGN TO "po_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFS.
           SELECT RECEIPT-FILE ASSIGN TO "receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVFS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCFS.

       DATA DIVISION.
       FILE SECTION.
       FD PO-MASTER.
           COPY POREC.

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD RECEIPT-FILE.
       01 RECEIPT-REC           PIC X(50).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-POFS               PIC X(2).
       01 WS-RVFS               PIC X(2).
       01 WS-RCFS               PIC X(2).
           COPY RUNCTL.
           COPY RCVREC.
       01 WS-DONE                PIC X VALUE "N".
       01 WS-PO-IN               PIC X(8).
       01 WS-QTY-IN              PIC 9(7)V99 VALUE 0.
       01 WS-QTY-ED              PIC Z(6)9.99.
       01 WS-RCV-COUNT           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           PERFORM READ-RUN-CONTROL
           OPEN I-O PO-MASTER
           IF WS-POFS NOT = "00"
               DISPLAY "COULD NOT OPEN PO MASTER"
               DISPLAY "SET PURCHASE ORDERS UP WITH PO-MAINT"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "PO NUMBER (BLANK TO FINISH): "
               MOVE SPACES TO WS-PO-IN
               ACCEPT WS-PO-IN
               IF WS-PO-IN = SPACES
                   MOVE "Y" TO WS-DONE
               ELSE
                   PERFORM RECEIVE-ONE-LINE
               END-IF
           END-PERFORM

           CLOSE PO-MASTER
           DISPLAY "RECEIPTS RECORDED: " WS-RCV-COUNT
           STOP RUN.

       RECEIVE-ONE-LINE.
      *> The count goes onto the PO line's received quantity and a
      *> detail line onto receipts.csv.  Receiving more than was
      *> ordered is allowed (the dock takes what arrives) but the
      *> clerk is warned, and PO-MATCH will hold any invoice for
      *> the excess beyond the ordered quantity.
           MOVE WS-PO-IN TO PO-NUMBER
           DISPLAY "LINE NUMBER: "
           ACCEPT PO-LINE
           READ PO-MASTER
               INVALID KEY
                   DISPLAY "PO LINE NOT FOUND."
               NOT INVALID KEY
                   IF PO-STATUS = "C"
                       DISPLAY "PO LINE IS CLOSED - NOT RECEIVED."
                   ELSE
                       DISPLAY PO-DESC " VENDOR " PO-VENDOR
                       MOVE PO-ORDER-QTY TO WS-QTY-ED
                       DISPLAY "ORDERED  " WS-QTY-ED
                       MOVE PO-RCV-QTY TO WS-QTY-ED
                       DISPLAY "RECEIVED " WS-QTY-ED
                       DISPLAY "QUANTITY RECEIVED NOW: "
                       ACCEPT WS-QTY-IN
                       IF WS-QTY-IN = 0
                           DISPLAY "NOTHING RECORDED."
                       ELSE
                           PERFORM RECORD-RECEIPT
                       END-IF
                   END-IF
           END-READ.

       RECORD-RECEIPT.
           ADD WS-QTY-IN TO PO-RCV-QTY
           REWRITE PO-REC
           IF PO-RCV-QTY > PO-ORDER-QTY
               DISPLAY "WARNING: RECEIVED NOW EXCEEDS ORDERED"
           END-IF
           MOVE RC-BUSINESS-DATE TO RCV-DATE
           MOVE PO-NUMBER        TO RCV-PO-NUMBER
           MOVE PO-LINE          TO RCV-PO-LINE
           MOVE WS-QTY-IN        TO RCV-QTY
           MOVE WS-SIGNON-ID     TO RCV-OPERATOR
           OPEN EXTEND RECEIPT-FILE
           IF WS-RVFS NOT = "00"
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           WRITE RECEIPT-REC FROM WS-RECEIPT-LINE
           CLOSE RECEIPT-FILE
           ADD 1 TO WS-RCV-COUNT
           DISPLAY "RECEIPT RECORDED.".

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
           END-IF.

       SIGN-ON.
      *> Operator sign-on against operators.dat; receiving needs
      *> an update or supervisor operator.
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
               DISPLAY "OPERATOR IS NOT AUTHORIZED FOR RECEIVING"
               STOP RUN
           END-IF.
