       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPFS.
           SELECT ITEM-MASTER ASSIGN TO "inv_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-ID
               FILE STATUS IS WS-IMFS.

           SELECT MAINT-LOG ASSIGN TO "maint_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLFS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEM-MASTER.
           COPY INVITEM.

       FD OPERATOR-FILE.
           COPY OPERREC.

       FD MAINT-LOG.
       01 MAINT-LOG-REC         PIC X(280).

       WORKING-STORAGE SECTION.
       01 WS-MLFS               PIC X(2).
           COPY MAINTLOG.
       01 WS-BEFORE-IMAGE       PIC X(100) VALUE SPACES.
       01 WS-MAINT-FILE         PIC X(12) VALUE "INVITEMS".
       01 WS-OPFS               PIC X(2).
       01 WS-SIGNON-ID          PIC X(8).
       01 WS-SIGNON-LEVEL       PIC X VALUE SPACE.
       01 WS-IMFS               PIC X(2).
       01 WS-CHOICE             PIC 9 VALUE 0.
       01 WS-DONE                PIC X VALUE "N".
       01 WS-EOF                 PIC X VALUE "N".
       01 WS-QTY-ED              PIC -(7)9.99.
       01 WS-COST-ED             PIC Z(6)9.9999.
       01 WS-VAL-ED              PIC -(9)9.99.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON
           OPEN I-O ITEM-MASTER
           IF WS-IMFS NOT = "00"
               OPEN OUTPUT ITEM-MASTER
               CLOSE ITEM-MASTER
               OPEN I-O ITEM-MASTER
           END-IF
           IF WS-IMFS NOT = "00"
               DISPLAY "COULD NOT OPEN ITEM MASTER"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "1. ADD ITEM"
               DISPLAY "2. CHANGE ITEM"
               DISPLAY "3. REMOVE ITEM"
               DISPLAY "4. LIST ITEMS"
               DISPLAY "5. EXIT"
               DISPLAY "ENTER CHOICE: "
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM ADD-ITEM
                   WHEN 2
                       PERFORM CHANGE-ITEM
                   WHEN 3
                       PERFORM REMOVE-ITEM
                   WHEN 4
                       PERFORM LIST-ITEMS
                   WHEN 5
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM

           CLOSE ITEM-MASTER
           STOP RUN.

       ADD-ITEM.
      *> A new item starts empty; stock and its cost only ever come
      *> in through a receipt posted by INV-POST, so the subledger
      *> and the INVENTORY account move together.
           DISPLAY "ITEM ID: "
           ACCEPT INV-ITEM-ID
           DISPLAY "DESCRIPTION: "
           ACCEPT INV-DESC
           DISPLAY "UNIT OF MEASURE: "
           ACCEPT INV-UOM
           MOVE 0 TO INV-ON-HAND
           MOVE 0 TO INV-AVG-COST
           MOVE 0 TO INV-VALUE
           MOVE SPACES TO INV-LAST-DATE
           WRITE INV-ITEM-REC
               INVALID KEY
                   DISPLAY "ITEM ID ALREADY EXISTS."
               NOT INVALID KEY
                   DISPLAY "ITEM ADDED."
                   MOVE SPACES TO ML-BEFORE
                   MOVE INV-ITEM-REC TO ML-AFTER
                   MOVE "A" TO ML-ACTION
                   PERFORM WRITE-MAINT-LOG
           END-WRITE.

       CHANGE-ITEM.
      *> Description and unit of measure only; quantity and cost
      *> are the posting run's.
           DISPLAY "ITEM ID TO CHANGE: "
           ACCEPT INV-ITEM-ID
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM NOT FOUND."
               NOT INVALID KEY
                   MOVE INV-ITEM-REC TO WS-BEFORE-IMAGE
                   DISPLAY "NEW DESCRIPTION: "
                   ACCEPT INV-DESC
                   DISPLAY "NEW UNIT OF MEASURE: "
                   ACCEPT INV-UOM
                   REWRITE INV-ITEM-REC
                   DISPLAY "ITEM CHANGED."
                   MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                   MOVE INV-ITEM-REC TO ML-AFTER
                   MOVE "C" TO ML-ACTION
                   PERFORM WRITE-MAINT-LOG
           END-READ.

       REMOVE-ITEM.
      *> Only an empty item may go, or its value would drop out of
      *> the subledger while it is still on the INVENTORY account.
           DISPLAY "ITEM ID TO REMOVE: "
           ACCEPT INV-ITEM-ID
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM NOT FOUND."
               NOT INVALID KEY
                   IF INV-ON-HAND NOT = 0 OR INV-VALUE NOT = 0
                       DISPLAY "ITEM STILL CARRIES STOCK"
                           " - NOT REMOVED."
                   ELSE
                       MOVE INV-ITEM-REC TO WS-BEFORE-IMAGE
                       DELETE ITEM-MASTER RECORD
                           INVALID KEY
                               DISPLAY "ITEM NOT FOUND."
                           NOT INVALID KEY
                               DISPLAY "ITEM REMOVED."
                               MOVE WS-BEFORE-IMAGE TO ML-BEFORE
                               MOVE SPACES TO ML-AFTER
                               MOVE "D" TO ML-ACTION
                               PERFORM WRITE-MAINT-LOG
                       END-DELETE
                   END-IF
           END-READ.

       LIST-ITEMS.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO INV-ITEM-ID
           START ITEM-MASTER KEY IS GREATER THAN INV-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ITEM-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE INV-ON-HAND  TO WS-QTY-ED
                       MOVE INV-AVG-COST TO WS-COST-ED
                       MOVE INV-VALUE    TO WS-VAL-ED
                       DISPLAY INV-ITEM-ID " " INV-DESC " "
                           INV-UOM " " WS-QTY-ED " " WS-COST-ED
                           " " WS-VAL-ED
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       SIGN-ON.
      *> Operator sign-on against operators.dat; this screen
      *> needs an update or supervisor operator.
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
                   " ITEM MAINTENANCE"
               STOP RUN
           END-IF.

       WRITE-MAINT-LOG.
      *> One record per add, change or delete, with the before and
      *> after images.  The caller sets ML-ACTION and the images.
           MOVE WS-MAINT-FILE TO ML-FILE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP
           MOVE WS-SIGNON-ID TO ML-OPERATOR
           OPEN EXTEND MAINT-LOG
           IF WS-MLFS NOT = "00"
               OPEN OUTPUT MAINT-LOG
           END-IF
           WRITE MAINT-LOG-REC FROM WS-MAINT-LOG-LINE
           CLOSE MAINT-LOG.
